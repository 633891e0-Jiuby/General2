      ******************************************************************
      * CA194X - GIS-POLYGON-EXPORT
      * PARCEL POLYGON INTERCHANGE FILES FOR THE GIS OFFICE, SO THE
      * MONTHLY RELOAD NO LONGER STARTS FROM THE CA194OU VERTEX
      * RECORDS WITH THE METRICS AND OWNERSHIP JOINED ON BY HAND.
      * FOR EVERY PARCEL ON THE RUN'S CA194ME THE LATEST HULL IS
      * TAKEN - FROM CA194OU, OR FROM CA194HH WHEN THE HISTORY HOLDS
      * A LATER GENERATION FOR THE PARCEL (A CA194M CORRECTION SINCE
      * THE NIGHT RUN) - AND ONE POLYGON RECORD (CA194XP) IS WRITTEN
      * CARRYING THE HULL AS A CLOSED WELL-KNOWN-TEXT RING, THE
      * CA194ME AREA, ACRES AND CENTROID, AND THE CA194AS OWNER,
      * TAX DISTRICT AND LAND USE:
      *   - CA194XG IN COUNTY GRID COORDINATES,
      *   - CA194XL IN GEOGRAPHIC DEGREES FOR THE STATE PARCEL PORTAL
      *     AND THE CREWS' GPS UNITS, EVERY POINT CONVERTED BACK
      *     THROUGH THE CA194GC PROJECTION CA194G LOADS WITH.
      * A PARCEL RETIRED, SPLIT OR MERGED AWAY ON CA194LN SINCE ITS
      * HULL WAS BUILT IS NOT EXPORTED - IT NO LONGER EXISTS ON THE
      * GROUND THE WAY THE HULL SHOWS IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIS-POLYGON-EXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROJECTION-CARD-FILE ASSIGN TO "CA194GC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROJECTION-CARD-STATUS.

           SELECT PARCEL-METRICS-FILE ASSIGN TO "CA194ME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCEL-METRICS-STATUS.

           SELECT HULL-INPUT-FILE ASSIGN TO "CA194OU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HULL-INPUT-STATUS.

           SELECT HULL-HISTORY-FILE ASSIGN TO "CA194HH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HULL-HISTORY-STATUS.

           SELECT LINEAGE-FILE ASSIGN TO "CA194LN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINEAGE-STATUS.

           SELECT ATTR-MASTER-FILE ASSIGN TO "CA194AS"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CA194-AM-PARCEL-ID
               FILE STATUS IS ATTR-MASTER-STATUS.

           SELECT GRID-EXPORT-FILE ASSIGN TO "CA194XG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRID-EXPORT-STATUS.

           SELECT GEO-EXPORT-FILE ASSIGN TO "CA194XL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEO-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROJECTION-CARD-FILE.
           COPY CA194GC.

       FD  PARCEL-METRICS-FILE.
           COPY CA194ME.
       01  METRICS-CONTROL-RECORD          PIC X(62).

       FD  HULL-INPUT-FILE.
           COPY CA194HL.
       01  HULL-CONTROL-RECORD             PIC X(62).

       FD  HULL-HISTORY-FILE.
           COPY CA194HH.

       FD  LINEAGE-FILE.
           COPY CA194LN.

       FD  ATTR-MASTER-FILE.
           COPY CA194AM.

       FD  GRID-EXPORT-FILE.
       01  GRID-EXPORT-RECORD              PIC X(12731).
       01  GRID-CONTROL-RECORD             PIC X(62).

       FD  GEO-EXPORT-FILE.
       01  GEO-EXPORT-RECORD               PIC X(12731).
       01  GEO-CONTROL-RECORD              PIC X(62).

       WORKING-STORAGE SECTION.

       01  PROJECTION-CARD-STATUS      PIC X(2).
       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  HULL-INPUT-STATUS           PIC X(2).
       01  HULL-HISTORY-STATUS         PIC X(2).
       01  LINEAGE-STATUS              PIC X(2).
       01  ATTR-MASTER-STATUS          PIC X(2).
       01  GRID-EXPORT-STATUS          PIC X(2).
       01  GEO-EXPORT-STATUS           PIC X(2).
       01  END-OF-METRICS-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-METRICS          VALUE 'Y'.
       01  END-OF-HULL-INPUT-SWITCH    PIC X(1) VALUE 'N'.
           88  END-OF-HULL-INPUT       VALUE 'Y'.
       01  END-OF-HISTORY-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  END-OF-LINEAGE-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-LINEAGE          VALUE 'Y'.
       01  OWNER-FOUND-SWITCH          PIC X(1) VALUE 'N'.
           88  OWNER-FOUND             VALUE 'Y'.
       01  GEO-RING-SWITCH             PIC X(1) VALUE 'Y'.
           88  GEO-RING-USABLE         VALUE 'Y'.
           88  GEO-RING-TOO-LONG       VALUE 'L'.
       01  GRID-RING-SWITCH            PIC X(1) VALUE 'Y'.
           88  GRID-RING-USABLE        VALUE 'Y'.

      * THE CA194GC PROJECTION IN EFFECT. THE EXPORT RUNS IT
      * BACKWARD - GRID TO DEGREES - SO THE CARD IS REQUIRED HERE
      * JUST AS IT IS BY CA194G: A GUESSED ORIGIN WOULD PUT EVERY
      * PARCEL ON THE PORTAL IN THE WRONG PLACE.
       01  PROJ-ORIGIN-LAT             PIC S9(2)V9(6) VALUE ZERO.
       01  PROJ-ORIGIN-LON             PIC S9(3)V9(6) VALUE ZERO.
       01  PROJ-SCALE-X                PIC 9(7)V9(2) VALUE ZERO.
       01  PROJ-SCALE-Y                PIC 9(7)V9(2) VALUE ZERO.
       01  PROJ-FALSE-EASTING          PIC S9(6)V99 VALUE ZERO.
       01  PROJ-FALSE-NORTHING         PIC S9(6)V99 VALUE ZERO.

      * THE EXPORTED PARCELS, IN CA194ME ORDER, EACH WITH ITS
      * METRICS, THE LATEST HULL FOUND FOR IT AND THE GENERATION IT
      * CAME FROM (THE CA194OU HEADER'S RUN STAMP, OR THE CA194HH
      * GENERATION KEY) SO A LATER GENERATION ON THE HISTORY CAN
      * REPLACE IT, AND THE LATEST LINEAGE STAMP THAT TOOK THE
      * PARCEL OUT OF SERVICE.
       01  EXPORT-TABLE.
           05  EP-ENTRY OCCURS 600 TIMES.
               10  EP-PARCEL-ID        PIC X(10).
               10  EP-AREA             PIC S9(13)V9999.
               10  EP-ACRES            PIC S9(9)V9999.
               10  EP-CENTROID-X       PIC S9(6)V99.
               10  EP-CENTROID-Y       PIC S9(6)V99.
               10  EP-HULL-SOURCE      PIC X(1).
      *            'O' = CA194OU, 'H' = CA194HH, SPACE = NONE FOUND.
               10  EP-GEN-KEY          PIC X(14).
               10  EP-RETIRE-KEY       PIC X(14).
      *            SPACES = NO RETIRING ACTION ON CA194LN.
               10  EP-VERTEX-COUNT     PIC 9(3).
               10  EP-VERTEX OCCURS 500 TIMES.
                   15  EP-VERTEX-X     PIC S9(6)V99.
                   15  EP-VERTEX-Y     PIC S9(6)V99.

       01  EXPORT-COUNT                PIC 9(3) VALUE ZERO.
       01  EXPORT-INDEX                PIC 9(3) VALUE ZERO.
       01  EXPORT-SCAN-INDEX           PIC 9(3) VALUE ZERO.
       01  EXPORT-MATCH-INDEX          PIC 9(3) VALUE ZERO.
       01  LOAD-SLOT                   PIC 9(3) VALUE ZERO.
       01  LOOKUP-PARCEL-ID            PIC X(10) VALUE SPACES.
       01  LINEAGE-STAMP               PIC X(14) VALUE SPACES.

      * HULL INPUT GROUPING - CA194OU GROUPS ON PARCEL (VERTEX 1
      * STARTS A HULL, AS IN CA195), CA194HH ON GENERATION AND
      * PARCEL (AS IN CA194T).
       01  OU-GROUP-PARCEL-ID          PIC X(10) VALUE SPACES.
       01  OU-HEADER-GEN-KEY           PIC X(14) VALUE SPACES.
       01  HH-GROUP-GEN-KEY            PIC X(14) VALUE SPACES.
       01  HH-GROUP-PARCEL-ID          PIC X(10) VALUE SPACES.

      * HEADER/TRAILER VERIFICATION OVER THE METRICS AND HULL INPUT,
      * AND THE CONTROL RECORDS WRITTEN ON BOTH EXPORT FILES.
           COPY CA194HT.
       01  OU-HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
           88  OU-HEADER-SEEN          VALUE 'Y'.
       01  OU-LAST-TRAILER-SWITCH      PIC X(1) VALUE 'N'.
           88  OU-LAST-RECORD-TRAILER  VALUE 'Y'.
       01  OU-DATA-RECORDS-READ        PIC 9(9) VALUE ZERO.
       01  ME-HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
           88  ME-HEADER-SEEN          VALUE 'Y'.
       01  ME-LAST-TRAILER-SWITCH      PIC X(1) VALUE 'N'.
           88  ME-LAST-RECORD-TRAILER  VALUE 'Y'.
       01  ME-DATA-RECORDS-READ        PIC 9(9) VALUE ZERO.
       01  ME-HEADER-RUN-DATE          PIC X(8) VALUE SPACES.

      * THE POLYGON RECORD, BUILT HERE AND WRITTEN TO EITHER COPY.
           COPY CA194XP.

      * RING CONSTRUCTION. EACH COORDINATE IS EDITED WITH A FLOATING
      * MINUS SIGN AND STRUNG IN WITHOUT ITS LEADING SPACES. DEGREES
      * ARE CARRIED TO SEVEN PLACES - ABOUT A TWENTIETH OF A FOOT
      * ON THE GROUND - SO THE CONVERSION GIVES UP NOTHING THE
      * GPS UNITS CAN SHOW.
       01  RING-INDEX                  PIC 9(3) VALUE ZERO.
       01  RING-VERTEX                 PIC 9(3) VALUE ZERO.
       01  RING-POINT-COUNT            PIC 9(3) VALUE ZERO.
       01  WKT-POINTER                 PIC 9(5) VALUE ZERO.
       01  GRID-WKT-TEXT               PIC X(12600) VALUE SPACES.
       01  GRID-WKT-LENGTH             PIC 9(5) VALUE ZERO.
       01  GEO-WKT-TEXT                PIC X(12600) VALUE SPACES.
       01  GEO-WKT-LENGTH              PIC 9(5) VALUE ZERO.
       01  WORK-GRID-X                 PIC S9(6)V99 VALUE ZERO.
       01  WORK-GRID-Y                 PIC S9(6)V99 VALUE ZERO.
       01  DEGREE-OFFSET               PIC S9(3)V9(10) VALUE ZERO.
       01  WORK-LONGITUDE              PIC S9(3)V9(7) VALUE ZERO.
       01  WORK-LATITUDE               PIC S9(3)V9(7) VALUE ZERO.
       01  GEO-CENTROID-LON            PIC S9(3)V9(7) VALUE ZERO.
       01  GEO-CENTROID-LAT            PIC S9(3)V9(7) VALUE ZERO.
       01  GRID-EDIT-X                 PIC ------9.99.
       01  GRID-EDIT-Y                 PIC ------9.99.
       01  DEGREE-EDIT-X               PIC ---9.9999999.
       01  DEGREE-EDIT-Y               PIC ---9.9999999.
       01  LEAD-SPACES-1               PIC 9(2) VALUE ZERO.
       01  LEAD-SPACES-2               PIC 9(2) VALUE ZERO.

      * RUN COUNTS. EACH EXPORT FILE'S TRAILER CARRIES ITS OWN
      * POLYGON COUNT (ONE RECORD PER PARCEL) AND THE CA194ME AREA
      * OF THE PARCELS ON IT.
       01  GRID-RECORDS-WRITTEN        PIC 9(9) VALUE ZERO.
       01  GRID-TOTAL-AREA             PIC S9(15)V9999 VALUE ZERO.
       01  GEO-RECORDS-WRITTEN         PIC 9(9) VALUE ZERO.
       01  GEO-TOTAL-AREA              PIC S9(15)V9999 VALUE ZERO.
       01  RETIRED-PARCEL-COUNT        PIC 9(3) VALUE ZERO.
       01  NO-HULL-COUNT               PIC 9(3) VALUE ZERO.
       01  NO-OWNER-COUNT              PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM LOAD-PROJECTION-CARD.
           PERFORM LOAD-PARCEL-METRICS.

      * The hull file is read even when there is nothing to export -
      * its header is what stamps the export files with their run.

           PERFORM LOAD-HULLS-FROM-RUN-OUTPUT.
           PERFORM CHECK-METRICS-MATCH-HULL-RUN.

           IF EXPORT-COUNT > ZERO
               PERFORM LOAD-LATER-HULLS-FROM-HISTORY
               PERFORM LOAD-RETIRING-LINEAGE
           END-IF.

           PERFORM OPEN-ATTR-MASTER-INPUT.
           PERFORM OPEN-EXPORT-OUTPUTS.

           PERFORM WRITE-EXPORT-HEADERS.

           PERFORM VARYING EXPORT-INDEX FROM 1 BY 1
                   UNTIL EXPORT-INDEX > EXPORT-COUNT
               PERFORM EXPORT-ONE-PARCEL
           END-PERFORM.

           PERFORM WRITE-EXPORT-TRAILERS.

           PERFORM CLOSE-EXPORT-OUTPUTS.
           PERFORM CLOSE-ATTR-MASTER-INPUT.

           DISPLAY "CA194X - " EXPORT-COUNT " PARCELS ON CA194ME, "
               GRID-RECORDS-WRITTEN " GRID POLYGONS, "
               GEO-RECORDS-WRITTEN " GEOGRAPHIC POLYGONS".
           DISPLAY "CA194X - " RETIRED-PARCEL-COUNT
               " RETIRED SINCE THEIR HULL, " NO-HULL-COUNT
               " WITH NO USABLE HULL, " NO-OWNER-COUNT
               " NOT ON CA194AS".

           STOP RUN.

       LOAD-PROJECTION-CARD.

      * The card is validated exactly as CA194G validates it, so a
      * card CA194G would refuse cannot drive the export either.

           OPEN INPUT PROJECTION-CARD-FILE.

           IF PROJECTION-CARD-STATUS NOT = "00"
               DISPLAY "CA194X - NO PROJECTION CARD CA194GC, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PROJECTION-CARD-FILE
               AT END CONTINUE
           END-READ.

           IF PROJECTION-CARD-STATUS NOT = "00"
               DISPLAY "CA194X - PROJECTION CARD CA194GC EMPTY, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CA194GC-SCALE-X IS NUMERIC
                   AND CA194GC-SCALE-X > ZERO
                   AND CA194GC-SCALE-Y IS NUMERIC
                   AND CA194GC-SCALE-Y > ZERO
               CONTINUE
           ELSE
               DISPLAY "CA194X - PROJECTION SCALES ON CA194GC NOT "
                   "USABLE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CA194GC-GRID-MAX-X NOT > CA194GC-GRID-MIN-X
               OR CA194GC-GRID-MAX-Y NOT > CA194GC-GRID-MIN-Y
               DISPLAY "CA194X - GRID WINDOW ON CA194GC IS EMPTY "
                   "OR INVERTED, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE CA194GC-ORIGIN-LAT TO PROJ-ORIGIN-LAT.
           MOVE CA194GC-ORIGIN-LON TO PROJ-ORIGIN-LON.
           MOVE CA194GC-SCALE-X TO PROJ-SCALE-X.
           MOVE CA194GC-SCALE-Y TO PROJ-SCALE-Y.
           MOVE CA194GC-FALSE-EASTING TO PROJ-FALSE-EASTING.
           MOVE CA194GC-FALSE-NORTHING TO PROJ-FALSE-NORTHING.

           CLOSE PROJECTION-CARD-FILE.

       LOAD-PARCEL-METRICS.

      * The metrics file names the parcels to export and must be a
      * complete run's file, as in the other CA194ME readers. A
      * parcel CA194M re-measured has a later record appended, and
      * the last record on the file wins.

           OPEN INPUT PARCEL-METRICS-FILE.

           IF PARCEL-METRICS-STATUS NOT = "00"
               DISPLAY "CA194X - UNABLE TO OPEN CA194ME, STATUS "
                   PARCEL-METRICS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PARCEL-METRICS-FILE
               AT END SET END-OF-METRICS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-METRICS

               IF CA194-ME-PARCEL-ID = "*HEADER**"
                   PERFORM NOTE-METRICS-HEADER-RECORD
               ELSE
                   IF CA194-ME-PARCEL-ID = "*TRAILER*"
                       PERFORM VERIFY-METRICS-TRAILER
                   ELSE
                       PERFORM LOAD-ONE-METRICS-RECORD
                   END-IF
               END-IF

               READ PARCEL-METRICS-FILE
                   AT END SET END-OF-METRICS TO TRUE
               END-READ

           END-PERFORM.

           CLOSE PARCEL-METRICS-FILE.

           IF NOT ME-HEADER-SEEN
               DISPLAY "CA194X - CA194ME CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT ME-LAST-RECORD-TRAILER
               DISPLAY "CA194X - CA194ME DOES NOT END WITH A "
                   "TRAILER CONTROL RECORD - PRODUCER DIED "
                   "MID-WRITE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF EXPORT-COUNT = ZERO
               DISPLAY "CA194X - NO PARCELS ON CA194ME, EXPORT "
                   "FILES CARRY CONTROL RECORDS ONLY"
               MOVE 8 TO RETURN-CODE
           END-IF.

       NOTE-METRICS-HEADER-RECORD.

           MOVE METRICS-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF NOT ME-HEADER-SEEN
               SET ME-HEADER-SEEN TO TRUE
               MOVE CA194-HT-RUN-DATE TO ME-HEADER-RUN-DATE
           END-IF.

           MOVE 'N' TO ME-LAST-TRAILER-SWITCH.

       VERIFY-METRICS-TRAILER.

           MOVE METRICS-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF CA194-HT-RECORD-COUNT NOT = ME-DATA-RECORDS-READ
               DISPLAY "CA194X - CA194ME TRAILER COUNTS "
                   CA194-HT-RECORD-COUNT
                   " DATA RECORDS BUT " ME-DATA-RECORDS-READ
                   " WERE READ - FILE INCOMPLETE OR MIXED, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET ME-LAST-RECORD-TRAILER TO TRUE.

       LOAD-ONE-METRICS-RECORD.

           ADD 1 TO ME-DATA-RECORDS-READ.
           MOVE 'N' TO ME-LAST-TRAILER-SWITCH.

           MOVE CA194-ME-PARCEL-ID TO LOOKUP-PARCEL-ID.
           PERFORM FIND-EXPORT-PARCEL.
           MOVE EXPORT-MATCH-INDEX TO LOAD-SLOT.

           IF LOAD-SLOT = ZERO

               IF EXPORT-COUNT < 600
                   ADD 1 TO EXPORT-COUNT
                   MOVE EXPORT-COUNT TO LOAD-SLOT
                   MOVE CA194-ME-PARCEL-ID TO EP-PARCEL-ID(LOAD-SLOT)
                   MOVE SPACE TO EP-HULL-SOURCE(LOAD-SLOT)
                   MOVE SPACES TO EP-GEN-KEY(LOAD-SLOT)
                   MOVE SPACES TO EP-RETIRE-KEY(LOAD-SLOT)
                   MOVE ZERO TO EP-VERTEX-COUNT(LOAD-SLOT)
               ELSE
                   DISPLAY "CA194X - PARCEL " CA194-ME-PARCEL-ID
                       " NOT EXPORTED, OVER 600 PARCELS"
                   MOVE 8 TO RETURN-CODE
               END-IF

           END-IF.

           IF LOAD-SLOT > ZERO
               MOVE CA194-ME-AREA TO EP-AREA(LOAD-SLOT)
               MOVE CA194-ME-ACRES TO EP-ACRES(LOAD-SLOT)
               MOVE CA194-ME-CENTROID-X TO EP-CENTROID-X(LOAD-SLOT)
               MOVE CA194-ME-CENTROID-Y TO EP-CENTROID-Y(LOAD-SLOT)
           END-IF.

       FIND-EXPORT-PARCEL.

      * Sets EXPORT-MATCH-INDEX to the entry for LOOKUP-PARCEL-ID,
      * or zero when the parcel is not on the run's metrics.

           MOVE ZERO TO EXPORT-MATCH-INDEX.

           PERFORM VARYING EXPORT-SCAN-INDEX FROM 1 BY 1
                   UNTIL EXPORT-SCAN-INDEX > EXPORT-COUNT
                   OR EXPORT-MATCH-INDEX > ZERO

               IF EP-PARCEL-ID(EXPORT-SCAN-INDEX) = LOOKUP-PARCEL-ID
                   MOVE EXPORT-SCAN-INDEX TO EXPORT-MATCH-INDEX
               END-IF

           END-PERFORM.

       LOAD-HULLS-FROM-RUN-OUTPUT.

      * The night run's hull file, verified like every other
      * CA194OU reader. Every hull on it is stamped with the run
      * stamp on its header, which is also that run's CA194HH
      * generation key and the stamp the export files carry.

           OPEN INPUT HULL-INPUT-FILE.

           IF HULL-INPUT-STATUS NOT = "00"
               DISPLAY "CA194X - UNABLE TO OPEN CA194OU, STATUS "
                   HULL-INPUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO OU-GROUP-PARCEL-ID.
           MOVE ZERO TO LOAD-SLOT.

           READ HULL-INPUT-FILE
               AT END SET END-OF-HULL-INPUT TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HULL-INPUT

               IF CA194-OUT-PARCEL-ID = "*HEADER**"
                   PERFORM NOTE-HULL-HEADER-RECORD
               ELSE
                   IF CA194-OUT-PARCEL-ID = "*TRAILER*"
                       PERFORM VERIFY-HULL-TRAILER-RECORD
                   ELSE
                       PERFORM LOAD-ONE-RUN-VERTEX
                   END-IF
               END-IF

               READ HULL-INPUT-FILE
                   AT END SET END-OF-HULL-INPUT TO TRUE
               END-READ

           END-PERFORM.

           CLOSE HULL-INPUT-FILE.

           IF NOT OU-HEADER-SEEN
               DISPLAY "CA194X - CA194OU CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT OU-LAST-RECORD-TRAILER
               DISPLAY "CA194X - CA194OU DOES NOT END WITH A TRAILER "
                   "CONTROL RECORD - PRODUCER DIED MID-WRITE, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-HULL-HEADER-RECORD.

           MOVE HULL-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF NOT OU-HEADER-SEEN
               SET OU-HEADER-SEEN TO TRUE
               MOVE CA194-HT-RUN-DATE TO OU-HEADER-GEN-KEY(1:8)
               MOVE CA194-HT-RUN-TIME TO OU-HEADER-GEN-KEY(9:6)
           END-IF.

           MOVE 'N' TO OU-LAST-TRAILER-SWITCH.

       VERIFY-HULL-TRAILER-RECORD.

           MOVE HULL-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF CA194-HT-RECORD-COUNT NOT = OU-DATA-RECORDS-READ
               DISPLAY "CA194X - CA194OU TRAILER COUNTS "
                   CA194-HT-RECORD-COUNT
                   " DATA RECORDS BUT " OU-DATA-RECORDS-READ
                   " WERE READ - FILE INCOMPLETE OR MIXED, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET OU-LAST-RECORD-TRAILER TO TRUE.

       LOAD-ONE-RUN-VERTEX.

           IF NOT OU-HEADER-SEEN
               DISPLAY "CA194X - CA194OU CARRIES DATA BEFORE ANY "
                   "HEADER CONTROL RECORD, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO OU-DATA-RECORDS-READ.
           MOVE 'N' TO OU-LAST-TRAILER-SWITCH.

      * A hull appended later in the file for the same parcel empties
      * and refills its entry - latest hull wins, as in CA195.

           IF CA194-OUT-PARCEL-ID NOT = OU-GROUP-PARCEL-ID
               OR CA194-OUT-SEQ-NUM = 1

               MOVE CA194-OUT-PARCEL-ID TO OU-GROUP-PARCEL-ID
               MOVE CA194-OUT-PARCEL-ID TO LOOKUP-PARCEL-ID
               PERFORM FIND-EXPORT-PARCEL
               MOVE EXPORT-MATCH-INDEX TO LOAD-SLOT

               IF LOAD-SLOT > ZERO
                   MOVE 'O' TO EP-HULL-SOURCE(LOAD-SLOT)
                   MOVE OU-HEADER-GEN-KEY TO EP-GEN-KEY(LOAD-SLOT)
                   MOVE ZERO TO EP-VERTEX-COUNT(LOAD-SLOT)
               END-IF

           END-IF.

           IF LOAD-SLOT > ZERO
               AND EP-VERTEX-COUNT(LOAD-SLOT) < 500

               ADD 1 TO EP-VERTEX-COUNT(LOAD-SLOT)
               MOVE CA194-OUT-X TO EP-VERTEX-X(LOAD-SLOT,
                   EP-VERTEX-COUNT(LOAD-SLOT))
               MOVE CA194-OUT-Y TO EP-VERTEX-Y(LOAD-SLOT,
                   EP-VERTEX-COUNT(LOAD-SLOT))

           END-IF.

       LOAD-LATER-HULLS-FROM-HISTORY.

      * The history is optional here - without it the night run's
      * hulls stand alone. With it, a generation later than the one
      * already held (a CA194M correction since the night run)
      * replaces it.

           OPEN INPUT HULL-HISTORY-FILE.

           IF HULL-HISTORY-STATUS NOT = "00"
               DISPLAY "CA194X - NO CA194HH HULL HISTORY, CA194OU "
                   "HULLS USED ALONE"
           ELSE

               MOVE SPACES TO HH-GROUP-GEN-KEY
               MOVE SPACES TO HH-GROUP-PARCEL-ID
               MOVE ZERO TO LOAD-SLOT

               READ HULL-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ

               PERFORM UNTIL END-OF-HISTORY

                   PERFORM LOAD-ONE-HISTORY-VERTEX

                   READ HULL-HISTORY-FILE
                       AT END SET END-OF-HISTORY TO TRUE
                   END-READ

               END-PERFORM

               CLOSE HULL-HISTORY-FILE

           END-IF.

       LOAD-ONE-HISTORY-VERTEX.

           IF CA194-HH-GEN-KEY NOT = HH-GROUP-GEN-KEY
               OR CA194-HH-PARCEL-ID NOT = HH-GROUP-PARCEL-ID

               MOVE CA194-HH-GEN-KEY TO HH-GROUP-GEN-KEY
               MOVE CA194-HH-PARCEL-ID TO HH-GROUP-PARCEL-ID
               MOVE CA194-HH-PARCEL-ID TO LOOKUP-PARCEL-ID
               PERFORM FIND-EXPORT-PARCEL
               MOVE ZERO TO LOAD-SLOT

               IF EXPORT-MATCH-INDEX > ZERO
                   IF EP-HULL-SOURCE(EXPORT-MATCH-INDEX) = SPACE
                       OR CA194-HH-GEN-KEY
                           > EP-GEN-KEY(EXPORT-MATCH-INDEX)
                       MOVE EXPORT-MATCH-INDEX TO LOAD-SLOT
                       MOVE 'H' TO EP-HULL-SOURCE(LOAD-SLOT)
                       MOVE CA194-HH-GEN-KEY TO EP-GEN-KEY(LOAD-SLOT)
                       MOVE ZERO TO EP-VERTEX-COUNT(LOAD-SLOT)
                   END-IF
               END-IF

           END-IF.

           IF LOAD-SLOT > ZERO
               AND EP-VERTEX-COUNT(LOAD-SLOT) < 500

               ADD 1 TO EP-VERTEX-COUNT(LOAD-SLOT)
               MOVE CA194-HH-X TO EP-VERTEX-X(LOAD-SLOT,
                   EP-VERTEX-COUNT(LOAD-SLOT))
               MOVE CA194-HH-Y TO EP-VERTEX-Y(LOAD-SLOT,
                   EP-VERTEX-COUNT(LOAD-SLOT))

           END-IF.

       LOAD-RETIRING-LINEAGE.

      * CA194ME is appended to, never purged, so a parcel CA194M
      * retired, split or merged away after the night run is still
      * on it. The lineage is what says the parcel is gone: a retire,
      * a split's predecessor, or a merge's absorbed predecessor
      * (the survivor's own merge record names itself as successor
      * and does not count). The lineage is optional - without it no
      * parcel is held back.

           OPEN INPUT LINEAGE-FILE.

           IF LINEAGE-STATUS NOT = "00"
               DISPLAY "CA194X - NO CA194LN LINEAGE, RETIREMENTS "
                   "SINCE THE HULL RUN NOT CHECKED"
           ELSE

               READ LINEAGE-FILE
                   AT END SET END-OF-LINEAGE TO TRUE
               END-READ

               PERFORM UNTIL END-OF-LINEAGE

                   IF CA194-LN-PRED-ID NOT = CA194-LN-SUCC-ID
                       PERFORM NOTE-RETIRING-ACTION
                   END-IF

                   READ LINEAGE-FILE
                       AT END SET END-OF-LINEAGE TO TRUE
                   END-READ

               END-PERFORM

               CLOSE LINEAGE-FILE

           END-IF.

       NOTE-RETIRING-ACTION.

      * The lineage stamp is the same run stamp CA194M puts on the
      * hull generation it re-drives, so it compares directly with
      * the hull's generation key.

           MOVE CA194-LN-PRED-ID TO LOOKUP-PARCEL-ID.
           PERFORM FIND-EXPORT-PARCEL.

           IF EXPORT-MATCH-INDEX > ZERO
               MOVE CA194-LN-EFF-DATE TO LINEAGE-STAMP(1:8)
               MOVE CA194-LN-RUN-TIME TO LINEAGE-STAMP(9:6)
               IF LINEAGE-STAMP > EP-RETIRE-KEY(EXPORT-MATCH-INDEX)
                   MOVE LINEAGE-STAMP
                       TO EP-RETIRE-KEY(EXPORT-MATCH-INDEX)
               END-IF
           END-IF.

       CHECK-METRICS-MATCH-HULL-RUN.

      * The metrics and the hulls must come from the same night, or
      * one night's figures would go out beside another's hulls.

           IF ME-HEADER-RUN-DATE NOT = OU-HEADER-GEN-KEY(1:8)
               DISPLAY "CA194X - CA194ME HEADER IS FOR RUN DATE "
                   ME-HEADER-RUN-DATE " BUT CA194OU IS FOR "
                   OU-HEADER-GEN-KEY(1:8)
                   " - MIXED NIGHTS, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ATTR-MASTER-INPUT.

           OPEN INPUT ATTR-MASTER-FILE.

           IF ATTR-MASTER-STATUS NOT = "00"
               DISPLAY "CA194X - UNABLE TO OPEN CA194AS, STATUS "
                   ATTR-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ATTR-MASTER-INPUT.

           CLOSE ATTR-MASTER-FILE.

       OPEN-EXPORT-OUTPUTS.

           OPEN OUTPUT GRID-EXPORT-FILE.

           IF GRID-EXPORT-STATUS NOT = "00"
               DISPLAY "CA194X - UNABLE TO OPEN CA194XG, STATUS "
                   GRID-EXPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT GEO-EXPORT-FILE.

           IF GEO-EXPORT-STATUS NOT = "00"
               DISPLAY "CA194X - UNABLE TO OPEN CA194XL, STATUS "
                   GEO-EXPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-EXPORT-OUTPUTS.

           CLOSE GRID-EXPORT-FILE.
           CLOSE GEO-EXPORT-FILE.

       WRITE-EXPORT-HEADERS.

      * Both copies are stamped with the hull run they were cut
      * from, so the GIS office can tell which night's parcels it
      * is loading.

           MOVE "*HEADER**" TO CA194-HT-RECORD-ID.
           MOVE OU-HEADER-GEN-KEY(1:8) TO CA194-HT-RUN-DATE.
           MOVE OU-HEADER-GEN-KEY(9:6) TO CA194-HT-RUN-TIME.
           MOVE ZERO TO CA194-HT-RECORD-COUNT.
           MOVE ZERO TO CA194-HT-PARCEL-COUNT.
           MOVE ZERO TO CA194-HT-TOTAL-AREA.
           WRITE GRID-CONTROL-RECORD FROM FILE-CONTROL-RECORD.
           WRITE GEO-CONTROL-RECORD FROM FILE-CONTROL-RECORD.

       WRITE-EXPORT-TRAILERS.

           MOVE "*TRAILER*" TO CA194-HT-RECORD-ID.
           MOVE OU-HEADER-GEN-KEY(1:8) TO CA194-HT-RUN-DATE.
           MOVE OU-HEADER-GEN-KEY(9:6) TO CA194-HT-RUN-TIME.

           MOVE GRID-RECORDS-WRITTEN TO CA194-HT-RECORD-COUNT.
           MOVE GRID-RECORDS-WRITTEN TO CA194-HT-PARCEL-COUNT.
           MOVE GRID-TOTAL-AREA TO CA194-HT-TOTAL-AREA.
           WRITE GRID-CONTROL-RECORD FROM FILE-CONTROL-RECORD.

           MOVE GEO-RECORDS-WRITTEN TO CA194-HT-RECORD-COUNT.
           MOVE GEO-RECORDS-WRITTEN TO CA194-HT-PARCEL-COUNT.
           MOVE GEO-TOTAL-AREA TO CA194-HT-TOTAL-AREA.
           WRITE GEO-CONTROL-RECORD FROM FILE-CONTROL-RECORD.

       EXPORT-ONE-PARCEL.

      * A parcel retired since its hull was built is left off both
      * copies without comment - that is the normal course of
      * maintenance. A parcel on the metrics with no hull of three
      * or more corners cannot close a ring, and is reported.

           IF EP-RETIRE-KEY(EXPORT-INDEX) NOT = SPACES
               AND EP-RETIRE-KEY(EXPORT-INDEX)
                   > EP-GEN-KEY(EXPORT-INDEX)
               ADD 1 TO RETIRED-PARCEL-COUNT
           ELSE
               IF EP-VERTEX-COUNT(EXPORT-INDEX) < 3
                   DISPLAY "CA194X - PARCEL "
                       EP-PARCEL-ID(EXPORT-INDEX)
                       " NOT EXPORTED, NO HULL OF THREE OR MORE "
                       "VERTICES"
                   ADD 1 TO NO-HULL-COUNT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-PARCEL-POLYGONS
               END-IF
           END-IF.

       WRITE-PARCEL-POLYGONS.

           MOVE EP-PARCEL-ID(EXPORT-INDEX) TO CA194-AM-PARCEL-ID.
           MOVE 'N' TO OWNER-FOUND-SWITCH.

           READ ATTR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OWNER-FOUND TO TRUE
           END-READ.

           IF NOT OWNER-FOUND
               DISPLAY "CA194X - PARCEL " EP-PARCEL-ID(EXPORT-INDEX)
                   " NOT ON CA194AS, EXPORTED WITHOUT ATTRIBUTES"
               ADD 1 TO NO-OWNER-COUNT
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM BUILD-GRID-RING.

      * A ring that will not fit the CA194XP text field is not
      * written cut short - the parcel is left off instead.

           IF GRID-RING-USABLE
               PERFORM BUILD-GEO-RING
               PERFORM WRITE-PARCEL-EXPORTS
           ELSE
               DISPLAY "CA194X - PARCEL " EP-PARCEL-ID(EXPORT-INDEX)
                   " LEFT OFF CA194XG AND CA194XL, RING TOO LONG "
                   "FOR THE EXPORT RECORD"
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-PARCEL-EXPORTS.

           PERFORM FILL-EXPORT-COMMON-FIELDS.
           MOVE 'G' TO CA194-XP-COORD-SYSTEM.
           MOVE EP-CENTROID-X(EXPORT-INDEX) TO CA194-XP-CENTROID-X.
           MOVE EP-CENTROID-Y(EXPORT-INDEX) TO CA194-XP-CENTROID-Y.
           MOVE GRID-WKT-LENGTH TO CA194-XP-WKT-LENGTH.
           MOVE GRID-WKT-TEXT TO CA194-XP-WKT.
           WRITE GRID-EXPORT-RECORD FROM POLYGON-EXPORT-RECORD.
           ADD 1 TO GRID-RECORDS-WRITTEN.
           ADD EP-AREA(EXPORT-INDEX) TO GRID-TOTAL-AREA.

      * A point that will not convert leaves the whole parcel off
      * the geographic copy - a ring missing a corner is worse than
      * no ring - but the grid copy still carries it.

           IF GEO-RING-USABLE
               PERFORM FILL-EXPORT-COMMON-FIELDS
               MOVE 'L' TO CA194-XP-COORD-SYSTEM
               MOVE GEO-CENTROID-LON TO CA194-XP-CENTROID-X
               MOVE GEO-CENTROID-LAT TO CA194-XP-CENTROID-Y
               MOVE GEO-WKT-LENGTH TO CA194-XP-WKT-LENGTH
               MOVE GEO-WKT-TEXT TO CA194-XP-WKT
               WRITE GEO-EXPORT-RECORD FROM POLYGON-EXPORT-RECORD
               ADD 1 TO GEO-RECORDS-WRITTEN
               ADD EP-AREA(EXPORT-INDEX) TO GEO-TOTAL-AREA
           ELSE
               IF GEO-RING-TOO-LONG
                   DISPLAY "CA194X - PARCEL "
                       EP-PARCEL-ID(EXPORT-INDEX)
                       " LEFT OFF CA194XL, RING TOO LONG FOR THE "
                       "EXPORT RECORD"
               ELSE
                   DISPLAY "CA194X - PARCEL "
                       EP-PARCEL-ID(EXPORT-INDEX)
                       " LEFT OFF CA194XL, HULL WILL NOT CONVERT "
                       "THROUGH CA194GC"
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

       FILL-EXPORT-COMMON-FIELDS.

           MOVE SPACES TO POLYGON-EXPORT-RECORD.
           MOVE EP-PARCEL-ID(EXPORT-INDEX) TO CA194-XP-PARCEL-ID.
           MOVE EP-GEN-KEY(EXPORT-INDEX) TO CA194-XP-HULL-GEN-KEY.
           MOVE EP-AREA(EXPORT-INDEX) TO CA194-XP-AREA.
           MOVE EP-ACRES(EXPORT-INDEX) TO CA194-XP-ACRES.
           MOVE RING-POINT-COUNT TO CA194-XP-RING-POINTS.

           IF OWNER-FOUND
               MOVE 'Y' TO CA194-XP-ATTR-FLAG
               MOVE CA194-AM-OWNER-NAME TO CA194-XP-OWNER-NAME
               MOVE CA194-AM-TAX-DISTRICT TO CA194-XP-TAX-DISTRICT
               MOVE CA194-AM-LAND-USE TO CA194-XP-LAND-USE
           ELSE
               MOVE 'N' TO CA194-XP-ATTR-FLAG
           END-IF.

       BUILD-GRID-RING.

      * The ring runs from hull vertex 1 in hull order and closes by
      * repeating vertex 1.

           MOVE 'Y' TO GRID-RING-SWITCH.
           MOVE SPACES TO GRID-WKT-TEXT.
           MOVE 1 TO WKT-POINTER.
           STRING "POLYGON ((" DELIMITED BY SIZE
               INTO GRID-WKT-TEXT WITH POINTER WKT-POINTER.

           COMPUTE RING-POINT-COUNT = EP-VERTEX-COUNT(EXPORT-INDEX) + 1.

           PERFORM VARYING RING-INDEX FROM 1 BY 1
                   UNTIL RING-INDEX > RING-POINT-COUNT
                   OR NOT GRID-RING-USABLE

               PERFORM SET-RING-VERTEX

               IF RING-INDEX > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO GRID-WKT-TEXT WITH POINTER WKT-POINTER
                       ON OVERFLOW
                           MOVE 'N' TO GRID-RING-SWITCH
                   END-STRING
               END-IF

               MOVE EP-VERTEX-X(EXPORT-INDEX, RING-VERTEX)
                   TO GRID-EDIT-X
               MOVE EP-VERTEX-Y(EXPORT-INDEX, RING-VERTEX)
                   TO GRID-EDIT-Y
               MOVE ZERO TO LEAD-SPACES-1
               MOVE ZERO TO LEAD-SPACES-2
               INSPECT GRID-EDIT-X
                   TALLYING LEAD-SPACES-1 FOR LEADING SPACES
               INSPECT GRID-EDIT-Y
                   TALLYING LEAD-SPACES-2 FOR LEADING SPACES

               STRING GRID-EDIT-X(LEAD-SPACES-1 + 1:)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GRID-EDIT-Y(LEAD-SPACES-2 + 1:)
                   DELIMITED BY SIZE
                   INTO GRID-WKT-TEXT WITH POINTER WKT-POINTER
                   ON OVERFLOW
                       MOVE 'N' TO GRID-RING-SWITCH
               END-STRING

           END-PERFORM.

           STRING "))" DELIMITED BY SIZE
               INTO GRID-WKT-TEXT WITH POINTER WKT-POINTER
               ON OVERFLOW
                   MOVE 'N' TO GRID-RING-SWITCH
           END-STRING.

           COMPUTE GRID-WKT-LENGTH = WKT-POINTER - 1.

       BUILD-GEO-RING.

      * The inverse of CA194G's projection, point by point:
      *   LONGITUDE = ORIGIN-LON + (X - FALSE-EASTING)  / SCALE-X
      *   LATITUDE  = ORIGIN-LAT + (Y - FALSE-NORTHING) / SCALE-Y
      * The centroid goes through the same conversion.

           MOVE 'Y' TO GEO-RING-SWITCH.
           MOVE SPACES TO GEO-WKT-TEXT.
           MOVE 1 TO WKT-POINTER.
           STRING "POLYGON ((" DELIMITED BY SIZE
               INTO GEO-WKT-TEXT WITH POINTER WKT-POINTER.

           PERFORM VARYING RING-INDEX FROM 1 BY 1
                   UNTIL RING-INDEX > RING-POINT-COUNT
                   OR NOT GEO-RING-USABLE

               PERFORM SET-RING-VERTEX

               IF RING-INDEX > 1
                   STRING ", " DELIMITED BY SIZE
                       INTO GEO-WKT-TEXT WITH POINTER WKT-POINTER
                       ON OVERFLOW
                           MOVE 'L' TO GEO-RING-SWITCH
                   END-STRING
               END-IF

               MOVE EP-VERTEX-X(EXPORT-INDEX, RING-VERTEX)
                   TO WORK-GRID-X
               MOVE EP-VERTEX-Y(EXPORT-INDEX, RING-VERTEX)
                   TO WORK-GRID-Y
               PERFORM CONVERT-GRID-TO-DEGREES

               MOVE WORK-LONGITUDE TO DEGREE-EDIT-X
               MOVE WORK-LATITUDE TO DEGREE-EDIT-Y
               MOVE ZERO TO LEAD-SPACES-1
               MOVE ZERO TO LEAD-SPACES-2
               INSPECT DEGREE-EDIT-X
                   TALLYING LEAD-SPACES-1 FOR LEADING SPACES
               INSPECT DEGREE-EDIT-Y
                   TALLYING LEAD-SPACES-2 FOR LEADING SPACES

               STRING DEGREE-EDIT-X(LEAD-SPACES-1 + 1:)
                   DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   DEGREE-EDIT-Y(LEAD-SPACES-2 + 1:)
                   DELIMITED BY SIZE
                   INTO GEO-WKT-TEXT WITH POINTER WKT-POINTER
                   ON OVERFLOW
                       MOVE 'L' TO GEO-RING-SWITCH
               END-STRING

           END-PERFORM.

           STRING "))" DELIMITED BY SIZE
               INTO GEO-WKT-TEXT WITH POINTER WKT-POINTER
               ON OVERFLOW
                   MOVE 'L' TO GEO-RING-SWITCH
           END-STRING.

           COMPUTE GEO-WKT-LENGTH = WKT-POINTER - 1.

           MOVE EP-CENTROID-X(EXPORT-INDEX) TO WORK-GRID-X.
           MOVE EP-CENTROID-Y(EXPORT-INDEX) TO WORK-GRID-Y.
           PERFORM CONVERT-GRID-TO-DEGREES.
           MOVE WORK-LONGITUDE TO GEO-CENTROID-LON.
           MOVE WORK-LATITUDE TO GEO-CENTROID-LAT.

       SET-RING-VERTEX.

      * The last ring point is the closing repeat of vertex 1.

           IF RING-INDEX = RING-POINT-COUNT
               MOVE 1 TO RING-VERTEX
           ELSE
               MOVE RING-INDEX TO RING-VERTEX
           END-IF.

       CONVERT-GRID-TO-DEGREES.

      * Each offset from the origin is worked to ten places before
      * it is added on and rounded, so the seventh place of the
      * result is rounded rather than cut off. A point that
      * overflows the degree pictures is treated as CA194G treats
      * one that overflows the grid: it is not converted, and the
      * ring it belongs to is not written.

           COMPUTE DEGREE-OFFSET ROUNDED =
               (WORK-GRID-X - PROJ-FALSE-EASTING) / PROJ-SCALE-X
               ON SIZE ERROR
                   MOVE 'N' TO GEO-RING-SWITCH
                   MOVE ZERO TO DEGREE-OFFSET
           END-COMPUTE.

           COMPUTE WORK-LONGITUDE ROUNDED =
               PROJ-ORIGIN-LON + DEGREE-OFFSET
               ON SIZE ERROR
                   MOVE 'N' TO GEO-RING-SWITCH
                   MOVE ZERO TO WORK-LONGITUDE
           END-COMPUTE.

           COMPUTE DEGREE-OFFSET ROUNDED =
               (WORK-GRID-Y - PROJ-FALSE-NORTHING) / PROJ-SCALE-Y
               ON SIZE ERROR
                   MOVE 'N' TO GEO-RING-SWITCH
                   MOVE ZERO TO DEGREE-OFFSET
           END-COMPUTE.

           COMPUTE WORK-LATITUDE ROUNDED =
               PROJ-ORIGIN-LAT + DEGREE-OFFSET
               ON SIZE ERROR
                   MOVE 'N' TO GEO-RING-SWITCH
                   MOVE ZERO TO WORK-LATITUDE
           END-COMPUTE.
