      ******************************************************************
      * CA194P - LEGAL-DESCRIPTION-WRITER
      * METES-AND-BOUNDS LEGAL DESCRIPTIONS FOR DEED AND PLAT FILINGS,
      * SO THE DRAFTING CLERK NO LONGER WORKS BEARINGS AND DISTANCES
      * OFF THE CA194OU VERTEX PRINTOUT BY CALCULATOR.
      * FOR EACH PARCEL ON THE CA194LR REQUEST LIST THE LATEST HULL
      * IS TAKEN - FROM CA194OU, OR FROM CA194HH WHEN THE HISTORY
      * HOLDS A LATER GENERATION FOR THE PARCEL (A CA194M CORRECTION
      * SINCE THE NIGHT RUN) OR THE PARCEL WAS NOT IN THE NIGHT RUN -
      * AND A DOCUMENT IS PRINTED TO CA194LD, ONE PARCEL PER PAGE:
      *   - THE POINT OF BEGINNING AT HULL VERTEX 1,
      *   - ONE COURSE PER HULL EDGE IN HULL ORDER, AS A QUADRANT
      *     BEARING IN DEGREES, MINUTES AND SECONDS OFF THE
      *     MERIDIAN AND A GRID DISTANCE IN FEET,
      *   - THE CLOSING COURSE BACK TO THE POINT OF BEGINNING,
      *   - THE CA194ME ACREAGE AND THE CA194AS OWNER OF RECORD.
      * EVERY COURSE IS ALSO WRITTEN TO THE CA194LC COURSE FILE FOR
      * THE RECORDER'S OFFICE SYSTEM. A REQUESTED PARCEL WITH NO
      * USABLE HULL, NO ACREAGE OR NO OWNER IS LISTED ON THE RUN
      * SUMMARY PAGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGAL-DESCRIPTION-WRITER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEGAL-REQUEST-FILE ASSIGN TO "CA194LR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-REQUEST-STATUS.

           SELECT HULL-INPUT-FILE ASSIGN TO "CA194OU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HULL-INPUT-STATUS.

           SELECT HULL-HISTORY-FILE ASSIGN TO "CA194HH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HULL-HISTORY-STATUS.

           SELECT PARCEL-METRICS-FILE ASSIGN TO "CA194ME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCEL-METRICS-STATUS.

           SELECT ATTR-MASTER-FILE ASSIGN TO "CA194AS"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CA194-AM-PARCEL-ID
               FILE STATUS IS ATTR-MASTER-STATUS.

           SELECT LEGAL-DOCUMENT-FILE ASSIGN TO "CA194LD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-DOCUMENT-STATUS.

           SELECT LEGAL-COURSE-FILE ASSIGN TO "CA194LC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEGAL-COURSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEGAL-REQUEST-FILE.
       01  LEGAL-REQUEST-RECORD.
           05  CA194LR-PARCEL-ID           PIC X(10).

       FD  HULL-INPUT-FILE.
           COPY CA194HL.
       01  HULL-CONTROL-RECORD             PIC X(62).

       FD  HULL-HISTORY-FILE.
           COPY CA194HH.

       FD  PARCEL-METRICS-FILE.
           COPY CA194ME.
       01  METRICS-CONTROL-RECORD          PIC X(62).

       FD  ATTR-MASTER-FILE.
           COPY CA194AM.

       FD  LEGAL-DOCUMENT-FILE.
       01  LEGAL-DOCUMENT-PRINT-RECORD     PIC X(132).

       FD  LEGAL-COURSE-FILE.
           COPY CA194LC.

       WORKING-STORAGE SECTION.

       01  LEGAL-REQUEST-STATUS        PIC X(2).
       01  HULL-INPUT-STATUS           PIC X(2).
       01  HULL-HISTORY-STATUS         PIC X(2).
       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  ATTR-MASTER-STATUS          PIC X(2).
       01  LEGAL-DOCUMENT-STATUS       PIC X(2).
       01  LEGAL-COURSE-STATUS         PIC X(2).
       01  END-OF-HULL-INPUT-SWITCH    PIC X(1) VALUE 'N'.
           88  END-OF-HULL-INPUT       VALUE 'Y'.
       01  END-OF-HISTORY-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  END-OF-METRICS-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-METRICS          VALUE 'Y'.
       01  OWNER-FOUND-SWITCH          PIC X(1) VALUE 'N'.
           88  OWNER-FOUND             VALUE 'Y'.

       01  RUN-DATE-TODAY              PIC X(8) VALUE SPACES.

      * THE REQUESTED PARCELS, IN REQUEST ORDER, EACH WITH THE
      * LATEST HULL FOUND FOR IT AND THE GENERATION IT CAME FROM
      * (THE CA194OU HEADER'S RUN STAMP, OR THE CA194HH GENERATION
      * KEY) SO A LATER GENERATION ON THE HISTORY CAN REPLACE IT.
       01  REQUEST-TABLE.
           05  RQ-ENTRY OCCURS 100 TIMES.
               10  RQ-PARCEL-ID        PIC X(10).
               10  RQ-HULL-SOURCE      PIC X(1).
      *            'O' = CA194OU, 'H' = CA194HH, SPACE = NONE FOUND.
               10  RQ-GEN-KEY          PIC X(14).
               10  RQ-VERTEX-COUNT     PIC 9(3).
               10  RQ-VERTEX OCCURS 500 TIMES.
                   15  RQ-VERTEX-X     PIC S9(6)V99.
                   15  RQ-VERTEX-Y     PIC S9(6)V99.
               10  RQ-ACRES-FLAG       PIC X(1).
               10  RQ-ACRES            PIC S9(9)V9999.

       01  REQUEST-COUNT               PIC 9(3) VALUE ZERO.
       01  REQUEST-INDEX               PIC 9(3) VALUE ZERO.
       01  REQUEST-SCAN-INDEX          PIC 9(3) VALUE ZERO.
       01  REQUEST-MATCH-INDEX         PIC 9(3) VALUE ZERO.
       01  LOAD-SLOT                   PIC 9(3) VALUE ZERO.
       01  LOOKUP-PARCEL-ID            PIC X(10) VALUE SPACES.

      * HULL INPUT GROUPING - CA194OU GROUPS ON PARCEL (VERTEX 1
      * STARTS A HULL, AS IN CA195), CA194HH ON GENERATION AND
      * PARCEL (AS IN CA194T).
       01  OU-GROUP-PARCEL-ID          PIC X(10) VALUE SPACES.
       01  OU-HEADER-GEN-KEY           PIC X(14) VALUE SPACES.
       01  HH-GROUP-GEN-KEY            PIC X(14) VALUE SPACES.
       01  HH-GROUP-PARCEL-ID          PIC X(10) VALUE SPACES.

      * HEADER/TRAILER VERIFICATION OVER THE HULL AND METRICS INPUT.
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

      * COURSE COMPUTATION. THE BEARING ANGLE IS MEASURED FROM THE
      * NORTH-SOUTH LINE TOWARD EAST OR WEST AND CARRIED AS A WHOLE
      * NUMBER OF SECONDS, SO ROUNDING NEVER PRINTS 60 SECONDS.
      * DEGREES PRINT WITH A 'D' MARK - N 12D34'56" E - SO THE
      * DOCUMENT STAYS PLAIN ASCII, ONE BYTE FOR THE MARK.
       01  PI-CONSTANT                 PIC 9V9(15)
                                        VALUE 3.141592653589793.
       01  DEGREE-MARK                 PIC X(1) VALUE "D".
       01  COURSE-FROM-INDEX           PIC 9(3) VALUE ZERO.
       01  COURSE-TO-INDEX             PIC 9(3) VALUE ZERO.
       01  COURSE-NUMBER               PIC 9(3) VALUE ZERO.
       01  COURSE-CLOSING-SWITCH       PIC X(1) VALUE 'N'.
           88  COURSE-IS-CLOSING       VALUE 'Y'.
       01  DELTA-EAST                  PIC S9(7)V99 VALUE ZERO.
       01  DELTA-NORTH                 PIC S9(7)V99 VALUE ZERO.
       01  ABS-DELTA-EAST              PIC 9(7)V99 VALUE ZERO.
       01  ABS-DELTA-NORTH             PIC 9(7)V99 VALUE ZERO.
       01  BEARING-RADIANS             PIC 9V9(15) VALUE ZERO.
       01  BEARING-TOTAL-SECONDS       PIC 9(6) VALUE ZERO.
       01  BEARING-SECONDS-LEFT        PIC 9(6) VALUE ZERO.
       01  BEARING-NORTH-SOUTH         PIC X(1) VALUE SPACE.
       01  BEARING-EAST-WEST           PIC X(1) VALUE SPACE.
       01  BEARING-DEGREES             PIC 9(2) VALUE ZERO.
       01  BEARING-MINUTES             PIC 9(2) VALUE ZERO.
       01  BEARING-SECONDS             PIC 9(2) VALUE ZERO.
       01  COURSE-DISTANCE             PIC 9(7)V99 VALUE ZERO.

      * LEFT-JUSTIFIED FIGURES FOR THE RUNNING TEXT OF A DOCUMENT.
       01  DISTANCE-EDIT               PIC Z,ZZZ,ZZ9.99.
       01  VERTEX-EDIT                 PIC ZZ9.
       01  COORDINATE-EDIT-X           PIC ------9.99.
       01  COORDINATE-EDIT-Y           PIC ------9.99.
       01  ACRES-EDIT                  PIC ZZZ,ZZZ,ZZ9.9999.
       01  LEAD-SPACES-1               PIC 9(2) VALUE ZERO.
       01  LEAD-SPACES-2               PIC 9(2) VALUE ZERO.

       01  DOCUMENT-COUNT              PIC 9(3) VALUE ZERO.
       01  COURSE-RECORDS-WRITTEN      PIC 9(6) VALUE ZERO.

      * REQUESTED PARCELS THAT COULD NOT BE DESCRIBED IN FULL,
      * LISTED ON THE RUN SUMMARY PAGE.
       01  EXCEPTION-TABLE.
           05  XT-ENTRY OCCURS 300 TIMES.
               10  XT-PARCEL-ID        PIC X(10).
               10  XT-NOTE             PIC X(44).

       01  EXCEPTION-COUNT             PIC 9(3) VALUE ZERO.
       01  EXCEPTION-INDEX             PIC 9(3) VALUE ZERO.
       01  EXCEPTION-NOTE-WORK         PIC X(44) VALUE SPACES.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
       01  PRINT-STAGING-AREA          PIC X(132) VALUE SPACES.

      * DOCUMENT LINE LAYOUTS.
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "CA194P LEGAL DESCRIPTIONS             ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  DOCUMENT-TEXT-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  DTL-TEXT                PIC X(90).
           05  FILLER                  PIC X(39) VALUE SPACES.

       01  DOCUMENT-NUMBER-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "LEGAL DESCRIPTION ".
           05  DNL-DOCUMENT-NUMBER     PIC 9(3).
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "PARCEL ".
           05  DNL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  SOURCE-NOTE-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SNL-SOURCE              PIC X(38).
           05  SNL-GEN-DATE            PIC X(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  SNL-GEN-TIME            PIC X(6).
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SHL-TITLE               PIC X(60).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  XDL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  XDL-NOTE                PIC X(44).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TDL-LABEL               PIC X(40).
           05  TDL-COUNT               PIC ZZZZZ9.
           05  FILLER                  PIC X(83) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY.

           PERFORM LOAD-LEGAL-REQUESTS.

           IF REQUEST-COUNT > ZERO
               PERFORM LOAD-HULLS-FROM-RUN-OUTPUT
               PERFORM LOAD-LATER-HULLS-FROM-HISTORY
               PERFORM LOAD-REQUESTED-ACREAGE
               PERFORM CHECK-METRICS-MATCH-HULL-RUN
           END-IF.

           PERFORM OPEN-ATTR-MASTER-INPUT.
           PERFORM OPEN-LEGAL-OUTPUTS.

           PERFORM VARYING REQUEST-INDEX FROM 1 BY 1
                   UNTIL REQUEST-INDEX > REQUEST-COUNT
               PERFORM PRODUCE-ONE-DESCRIPTION
           END-PERFORM.

           PERFORM PRINT-RUN-SUMMARY.

           PERFORM CLOSE-LEGAL-OUTPUTS.
           PERFORM CLOSE-ATTR-MASTER-INPUT.

           DISPLAY "CA194P - " REQUEST-COUNT " PARCELS REQUESTED, "
               DOCUMENT-COUNT " DESCRIPTIONS, "
               COURSE-RECORDS-WRITTEN " COURSES WRITTEN".

           STOP RUN.

       LOAD-LEGAL-REQUESTS.

      * The request list is the whole point of the run - without it
      * there is nothing to describe. A parcel asked for twice gets
      * one document.

           OPEN INPUT LEGAL-REQUEST-FILE.

           IF LEGAL-REQUEST-STATUS NOT = "00"
               DISPLAY "CA194P - UNABLE TO OPEN CA194LR, STATUS "
                   LEGAL-REQUEST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-NEXT-LEGAL-REQUEST.

           PERFORM UNTIL LEGAL-REQUEST-STATUS NOT = "00"

               IF CA194LR-PARCEL-ID NOT = SPACES
                   PERFORM ADD-LEGAL-REQUEST
               END-IF

               PERFORM READ-NEXT-LEGAL-REQUEST

           END-PERFORM.

           CLOSE LEGAL-REQUEST-FILE.

           IF REQUEST-COUNT = ZERO
               DISPLAY "CA194P - CA194LR REQUEST LIST IS EMPTY, NO "
                   "DESCRIPTIONS PRODUCED"
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-NEXT-LEGAL-REQUEST.

           READ LEGAL-REQUEST-FILE
               AT END MOVE "10" TO LEGAL-REQUEST-STATUS
           END-READ.

       ADD-LEGAL-REQUEST.

           MOVE ZERO TO REQUEST-MATCH-INDEX.

           PERFORM VARYING REQUEST-SCAN-INDEX FROM 1 BY 1
                   UNTIL REQUEST-SCAN-INDEX > REQUEST-COUNT
                   OR REQUEST-MATCH-INDEX > ZERO

               IF RQ-PARCEL-ID(REQUEST-SCAN-INDEX)
                       = CA194LR-PARCEL-ID
                   MOVE REQUEST-SCAN-INDEX TO REQUEST-MATCH-INDEX
               END-IF

           END-PERFORM.

           IF REQUEST-MATCH-INDEX = ZERO

               IF REQUEST-COUNT < 100
                   ADD 1 TO REQUEST-COUNT
                   MOVE CA194LR-PARCEL-ID
                       TO RQ-PARCEL-ID(REQUEST-COUNT)
                   MOVE SPACE TO RQ-HULL-SOURCE(REQUEST-COUNT)
                   MOVE SPACES TO RQ-GEN-KEY(REQUEST-COUNT)
                   MOVE ZERO TO RQ-VERTEX-COUNT(REQUEST-COUNT)
                   MOVE 'N' TO RQ-ACRES-FLAG(REQUEST-COUNT)
                   MOVE ZERO TO RQ-ACRES(REQUEST-COUNT)
               ELSE
                   DISPLAY "CA194P - REQUEST FOR PARCEL "
                       CA194LR-PARCEL-ID
                       " DROPPED, OVER 100 REQUESTS"
                   MOVE 8 TO RETURN-CODE
               END-IF

           END-IF.

       FIND-REQUESTED-PARCEL.

      * Sets REQUEST-MATCH-INDEX to the entry for LOOKUP-PARCEL-ID,
      * or zero when the parcel was not asked for.

           MOVE ZERO TO REQUEST-MATCH-INDEX.

           PERFORM VARYING REQUEST-SCAN-INDEX FROM 1 BY 1
                   UNTIL REQUEST-SCAN-INDEX > REQUEST-COUNT
                   OR REQUEST-MATCH-INDEX > ZERO

               IF RQ-PARCEL-ID(REQUEST-SCAN-INDEX)
                       = LOOKUP-PARCEL-ID
                   MOVE REQUEST-SCAN-INDEX TO REQUEST-MATCH-INDEX
               END-IF

           END-PERFORM.

       LOAD-HULLS-FROM-RUN-OUTPUT.

      * The night run's hull file, verified like every other
      * CA194OU reader. Every hull on it is stamped with the run
      * stamp on its header, which is also that run's CA194HH
      * generation key.

           OPEN INPUT HULL-INPUT-FILE.

           IF HULL-INPUT-STATUS NOT = "00"
               DISPLAY "CA194P - UNABLE TO OPEN CA194OU, STATUS "
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
               DISPLAY "CA194P - CA194OU CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT OU-LAST-RECORD-TRAILER
               DISPLAY "CA194P - CA194OU DOES NOT END WITH A TRAILER "
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
               DISPLAY "CA194P - CA194OU TRAILER COUNTS "
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
               DISPLAY "CA194P - CA194OU CARRIES DATA BEFORE ANY "
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
               PERFORM FIND-REQUESTED-PARCEL
               MOVE REQUEST-MATCH-INDEX TO LOAD-SLOT

               IF LOAD-SLOT > ZERO
                   MOVE 'O' TO RQ-HULL-SOURCE(LOAD-SLOT)
                   MOVE OU-HEADER-GEN-KEY TO RQ-GEN-KEY(LOAD-SLOT)
                   MOVE ZERO TO RQ-VERTEX-COUNT(LOAD-SLOT)
               END-IF

           END-IF.

           IF LOAD-SLOT > ZERO
               AND RQ-VERTEX-COUNT(LOAD-SLOT) < 500

               ADD 1 TO RQ-VERTEX-COUNT(LOAD-SLOT)
               MOVE CA194-OUT-X TO RQ-VERTEX-X(LOAD-SLOT,
                   RQ-VERTEX-COUNT(LOAD-SLOT))
               MOVE CA194-OUT-Y TO RQ-VERTEX-Y(LOAD-SLOT,
                   RQ-VERTEX-COUNT(LOAD-SLOT))

           END-IF.

       LOAD-LATER-HULLS-FROM-HISTORY.

      * The history is optional here - without it the night run's
      * hulls stand alone. With it, a generation later than the one
      * already held (a CA194M correction since the night run, or a
      * parcel outside the night run's selection) replaces it.

           OPEN INPUT HULL-HISTORY-FILE.

           IF HULL-HISTORY-STATUS NOT = "00"
               DISPLAY "CA194P - NO CA194HH HULL HISTORY, CA194OU "
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
               PERFORM FIND-REQUESTED-PARCEL
               MOVE ZERO TO LOAD-SLOT

               IF REQUEST-MATCH-INDEX > ZERO
                   IF RQ-HULL-SOURCE(REQUEST-MATCH-INDEX) = SPACE
                       OR CA194-HH-GEN-KEY
                           > RQ-GEN-KEY(REQUEST-MATCH-INDEX)
                       MOVE REQUEST-MATCH-INDEX TO LOAD-SLOT
                       MOVE 'H' TO RQ-HULL-SOURCE(LOAD-SLOT)
                       MOVE CA194-HH-GEN-KEY TO RQ-GEN-KEY(LOAD-SLOT)
                       MOVE ZERO TO RQ-VERTEX-COUNT(LOAD-SLOT)
                   END-IF
               END-IF

           END-IF.

           IF LOAD-SLOT > ZERO
               AND RQ-VERTEX-COUNT(LOAD-SLOT) < 500

               ADD 1 TO RQ-VERTEX-COUNT(LOAD-SLOT)
               MOVE CA194-HH-X TO RQ-VERTEX-X(LOAD-SLOT,
                   RQ-VERTEX-COUNT(LOAD-SLOT))
               MOVE CA194-HH-Y TO RQ-VERTEX-Y(LOAD-SLOT,
                   RQ-VERTEX-COUNT(LOAD-SLOT))

           END-IF.

       LOAD-REQUESTED-ACREAGE.

      * The metrics file must be a complete run's file, as in the
      * other CA194ME readers; a parcel's last record on it wins.

           OPEN INPUT PARCEL-METRICS-FILE.

           IF PARCEL-METRICS-STATUS NOT = "00"
               DISPLAY "CA194P - UNABLE TO OPEN CA194ME, STATUS "
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
                       ADD 1 TO ME-DATA-RECORDS-READ
                       MOVE 'N' TO ME-LAST-TRAILER-SWITCH
                       MOVE CA194-ME-PARCEL-ID TO LOOKUP-PARCEL-ID
                       PERFORM FIND-REQUESTED-PARCEL
                       IF REQUEST-MATCH-INDEX > ZERO
                           MOVE 'Y'
                               TO RQ-ACRES-FLAG(REQUEST-MATCH-INDEX)
                           MOVE CA194-ME-ACRES
                               TO RQ-ACRES(REQUEST-MATCH-INDEX)
                       END-IF
                   END-IF
               END-IF

               READ PARCEL-METRICS-FILE
                   AT END SET END-OF-METRICS TO TRUE
               END-READ

           END-PERFORM.

           CLOSE PARCEL-METRICS-FILE.

           IF NOT ME-HEADER-SEEN
               DISPLAY "CA194P - CA194ME CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT ME-LAST-RECORD-TRAILER
               DISPLAY "CA194P - CA194ME DOES NOT END WITH A "
                   "TRAILER CONTROL RECORD - PRODUCER DIED "
                   "MID-WRITE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
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
               DISPLAY "CA194P - CA194ME TRAILER COUNTS "
                   CA194-HT-RECORD-COUNT
                   " DATA RECORDS BUT " ME-DATA-RECORDS-READ
                   " WERE READ - FILE INCOMPLETE OR MIXED, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET ME-LAST-RECORD-TRAILER TO TRUE.

       CHECK-METRICS-MATCH-HULL-RUN.

      * The metrics and the hulls must come from the same night, or
      * one night's figures would go out beside another's hulls.

           IF ME-HEADER-RUN-DATE NOT = OU-HEADER-GEN-KEY(1:8)
               DISPLAY "CA194P - CA194ME HEADER IS FOR RUN DATE "
                   ME-HEADER-RUN-DATE " BUT CA194OU IS FOR "
                   OU-HEADER-GEN-KEY(1:8)
                   " - MIXED NIGHTS, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ATTR-MASTER-INPUT.

           OPEN INPUT ATTR-MASTER-FILE.

           IF ATTR-MASTER-STATUS NOT = "00"
               DISPLAY "CA194P - UNABLE TO OPEN CA194AS, STATUS "
                   ATTR-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ATTR-MASTER-INPUT.

           CLOSE ATTR-MASTER-FILE.

       OPEN-LEGAL-OUTPUTS.

           OPEN OUTPUT LEGAL-DOCUMENT-FILE.

           IF LEGAL-DOCUMENT-STATUS NOT = "00"
               DISPLAY "CA194P - UNABLE TO OPEN CA194LD, STATUS "
                   LEGAL-DOCUMENT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT LEGAL-COURSE-FILE.

           IF LEGAL-COURSE-STATUS NOT = "00"
               DISPLAY "CA194P - UNABLE TO OPEN CA194LC, STATUS "
                   LEGAL-COURSE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-LEGAL-OUTPUTS.

           CLOSE LEGAL-DOCUMENT-FILE.
           CLOSE LEGAL-COURSE-FILE.

       PRODUCE-ONE-DESCRIPTION.

      * A hull needs three corners to close on anything - a parcel
      * with fewer gets no document, only a summary-page exception.

           IF RQ-VERTEX-COUNT(REQUEST-INDEX) < 3

               IF RQ-HULL-SOURCE(REQUEST-INDEX) = SPACE
                   MOVE "NO HULL ON CA194OU OR CA194HH"
                       TO EXCEPTION-NOTE-WORK
               ELSE
                   MOVE "HULL HAS FEWER THAN 3 VERTICES"
                       TO EXCEPTION-NOTE-WORK
               END-IF

               PERFORM ADD-DESCRIPTION-EXCEPTION

           ELSE

               MOVE RQ-PARCEL-ID(REQUEST-INDEX) TO CA194-AM-PARCEL-ID
               MOVE 'N' TO OWNER-FOUND-SWITCH

               READ ATTR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET OWNER-FOUND TO TRUE
               END-READ

               PERFORM PRINT-DESCRIPTION-OPENING
               PERFORM PRINT-DESCRIPTION-COURSES
               PERFORM PRINT-DESCRIPTION-CLOSING

           END-IF.

       ADD-DESCRIPTION-EXCEPTION.

           IF EXCEPTION-COUNT < 300
               ADD 1 TO EXCEPTION-COUNT
               MOVE RQ-PARCEL-ID(REQUEST-INDEX)
                   TO XT-PARCEL-ID(EXCEPTION-COUNT)
               MOVE EXCEPTION-NOTE-WORK TO XT-NOTE(EXCEPTION-COUNT)
           ELSE
               DISPLAY "CA194P - EXCEPTION FOR PARCEL "
                   RQ-PARCEL-ID(REQUEST-INDEX)
                   " DROPPED, OVER 300 EXCEPTIONS"
           END-IF.

           MOVE 8 TO RETURN-CODE.

       PRINT-DESCRIPTION-OPENING.

      * Every description starts on a page of its own.

           ADD 1 TO DOCUMENT-COUNT.
           PERFORM WRITE-PAGE-HEADING.

           MOVE DOCUMENT-COUNT TO DNL-DOCUMENT-NUMBER.
           MOVE RQ-PARCEL-ID(REQUEST-INDEX) TO DNL-PARCEL-ID.
           MOVE DOCUMENT-NUMBER-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           IF RQ-HULL-SOURCE(REQUEST-INDEX) = 'O'
               MOVE "BOUNDARY FROM CA194OU HULL OF RUN"
                   TO SNL-SOURCE
           ELSE
               MOVE "BOUNDARY FROM CA194HH HULL GENERATION"
                   TO SNL-SOURCE
           END-IF.
           MOVE RQ-GEN-KEY(REQUEST-INDEX)(1:8) TO SNL-GEN-DATE.
           MOVE RQ-GEN-KEY(REQUEST-INDEX)(9:6) TO SNL-GEN-TIME.
           MOVE SOURCE-NOTE-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO DTL-TEXT.
           STRING "ALL THAT TRACT OR PARCEL OF LAND DESIGNATED PARCEL "
               RQ-PARCEL-ID(REQUEST-INDEX)
               DELIMITED BY SIZE INTO DTL-TEXT.
           MOVE DOCUMENT-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO DTL-TEXT.
           STRING "ON THE COUNTY PARCEL BOUNDARY RECORDS, BEING MORE "
               "PARTICULARLY DESCRIBED AS FOLLOWS:"
               DELIMITED BY SIZE INTO DTL-TEXT.
           MOVE DOCUMENT-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE RQ-VERTEX-X(REQUEST-INDEX, 1) TO COORDINATE-EDIT-X.
           MOVE RQ-VERTEX-Y(REQUEST-INDEX, 1) TO COORDINATE-EDIT-Y.
           MOVE ZERO TO LEAD-SPACES-1.
           MOVE ZERO TO LEAD-SPACES-2.
           INSPECT COORDINATE-EDIT-X
               TALLYING LEAD-SPACES-1 FOR LEADING SPACES.
           INSPECT COORDINATE-EDIT-Y
               TALLYING LEAD-SPACES-2 FOR LEADING SPACES.

           MOVE "BEGINNING AT VERTEX 1 OF THE PARCEL BOUNDARY, AT GRID"
               TO DTL-TEXT.
           MOVE DOCUMENT-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO DTL-TEXT.
           STRING "COORDINATES X = "
               COORDINATE-EDIT-X(LEAD-SPACES-1 + 1:)
               ", Y = "
               COORDINATE-EDIT-Y(LEAD-SPACES-2 + 1:)
               ", THE POINT OF BEGINNING;"
               DELIMITED BY SIZE INTO DTL-TEXT.
           MOVE DOCUMENT-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-DESCRIPTION-COURSES.

      * One course per hull edge in hull order; the edge from the
      * last vertex back to vertex 1 is the closing course.

           MOVE ZERO TO COURSE-NUMBER.

           PERFORM VARYING COURSE-FROM-INDEX FROM 1 BY 1
                   UNTIL COURSE-FROM-INDEX
                       > RQ-VERTEX-COUNT(REQUEST-INDEX)

               ADD 1 TO COURSE-NUMBER

               IF COURSE-FROM-INDEX = RQ-VERTEX-COUNT(REQUEST-INDEX)
                   MOVE 1 TO COURSE-TO-INDEX
                   SET COURSE-IS-CLOSING TO TRUE
               ELSE
                   COMPUTE COURSE-TO-INDEX = COURSE-FROM-INDEX + 1
                   MOVE 'N' TO COURSE-CLOSING-SWITCH
               END-IF

               PERFORM COMPUTE-COURSE-BEARING
               PERFORM PRINT-ONE-COURSE
               PERFORM WRITE-COURSE-RECORD

           END-PERFORM.

       COMPUTE-COURSE-BEARING.

           COMPUTE DELTA-EAST =
               RQ-VERTEX-X(REQUEST-INDEX, COURSE-TO-INDEX)
               - RQ-VERTEX-X(REQUEST-INDEX, COURSE-FROM-INDEX).
           COMPUTE DELTA-NORTH =
               RQ-VERTEX-Y(REQUEST-INDEX, COURSE-TO-INDEX)
               - RQ-VERTEX-Y(REQUEST-INDEX, COURSE-FROM-INDEX).

           MOVE DELTA-EAST TO ABS-DELTA-EAST.
           MOVE DELTA-NORTH TO ABS-DELTA-NORTH.

           IF DELTA-NORTH < ZERO
               MOVE 'S' TO BEARING-NORTH-SOUTH
           ELSE
               MOVE 'N' TO BEARING-NORTH-SOUTH
           END-IF.

           IF DELTA-EAST < ZERO
               MOVE 'W' TO BEARING-EAST-WEST
           ELSE
               MOVE 'E' TO BEARING-EAST-WEST
           END-IF.

      * A course due east or west has no north-south run to divide
      * by; its angle off the meridian is a right angle.

           IF ABS-DELTA-NORTH = ZERO
               IF ABS-DELTA-EAST = ZERO
                   MOVE ZERO TO BEARING-TOTAL-SECONDS
               ELSE
                   MOVE 324000 TO BEARING-TOTAL-SECONDS
               END-IF
           ELSE
               COMPUTE BEARING-RADIANS =
                   FUNCTION ATAN(ABS-DELTA-EAST / ABS-DELTA-NORTH)
               COMPUTE BEARING-TOTAL-SECONDS ROUNDED =
                   BEARING-RADIANS * 180 * 3600 / PI-CONSTANT
           END-IF.

           DIVIDE BEARING-TOTAL-SECONDS BY 3600
               GIVING BEARING-DEGREES
               REMAINDER BEARING-SECONDS-LEFT.
           DIVIDE BEARING-SECONDS-LEFT BY 60
               GIVING BEARING-MINUTES
               REMAINDER BEARING-SECONDS.

           COMPUTE COURSE-DISTANCE ROUNDED =
               FUNCTION SQRT(DELTA-EAST * DELTA-EAST
                   + DELTA-NORTH * DELTA-NORTH).

       PRINT-ONE-COURSE.

           MOVE COURSE-DISTANCE TO DISTANCE-EDIT.
           MOVE COURSE-TO-INDEX TO VERTEX-EDIT.
           MOVE ZERO TO LEAD-SPACES-1.
           MOVE ZERO TO LEAD-SPACES-2.
           INSPECT DISTANCE-EDIT
               TALLYING LEAD-SPACES-1 FOR LEADING SPACES.
           INSPECT VERTEX-EDIT
               TALLYING LEAD-SPACES-2 FOR LEADING SPACES.

           MOVE SPACES TO DTL-TEXT.

           IF COURSE-IS-CLOSING
               STRING "THENCE " BEARING-NORTH-SOUTH " "
                   BEARING-DEGREES DEGREE-MARK BEARING-MINUTES "'"
                   BEARING-SECONDS '"' " " BEARING-EAST-WEST
                   ", A DISTANCE OF "
                   DISTANCE-EDIT(LEAD-SPACES-1 + 1:)
                   " FEET TO THE POINT OF BEGINNING."
                   DELIMITED BY SIZE INTO DTL-TEXT
           ELSE
               STRING "THENCE " BEARING-NORTH-SOUTH " "
                   BEARING-DEGREES DEGREE-MARK BEARING-MINUTES "'"
                   BEARING-SECONDS '"' " " BEARING-EAST-WEST
                   ", A DISTANCE OF "
                   DISTANCE-EDIT(LEAD-SPACES-1 + 1:)
                   " FEET TO VERTEX "
                   VERTEX-EDIT(LEAD-SPACES-2 + 1:) ";"
                   DELIMITED BY SIZE INTO DTL-TEXT
           END-IF.

           MOVE DOCUMENT-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       WRITE-COURSE-RECORD.

           MOVE RQ-PARCEL-ID(REQUEST-INDEX) TO CA194-LC-PARCEL-ID.
           MOVE COURSE-NUMBER TO CA194-LC-COURSE-NUM.
           MOVE COURSE-FROM-INDEX TO CA194-LC-FROM-SEQ.
           MOVE COURSE-TO-INDEX TO CA194-LC-TO-SEQ.
           MOVE BEARING-NORTH-SOUTH TO CA194-LC-NORTH-SOUTH.
           MOVE BEARING-DEGREES TO CA194-LC-DEGREES.
           MOVE BEARING-MINUTES TO CA194-LC-MINUTES.
           MOVE BEARING-SECONDS TO CA194-LC-SECONDS.
           MOVE BEARING-EAST-WEST TO CA194-LC-EAST-WEST.
           MOVE COURSE-DISTANCE TO CA194-LC-DISTANCE.
           MOVE RQ-VERTEX-X(REQUEST-INDEX, COURSE-FROM-INDEX)
               TO CA194-LC-FROM-X.
           MOVE RQ-VERTEX-Y(REQUEST-INDEX, COURSE-FROM-INDEX)
               TO CA194-LC-FROM-Y.
           MOVE RQ-VERTEX-X(REQUEST-INDEX, COURSE-TO-INDEX)
               TO CA194-LC-TO-X.
           MOVE RQ-VERTEX-Y(REQUEST-INDEX, COURSE-TO-INDEX)
               TO CA194-LC-TO-Y.

           IF COURSE-IS-CLOSING
               MOVE 'Y' TO CA194-LC-CLOSING-FLAG
           ELSE
               MOVE 'N' TO CA194-LC-CLOSING-FLAG
           END-IF.

           WRITE LEGAL-COURSE-RECORD.

           IF LEGAL-COURSE-STATUS NOT = "00"
               DISPLAY "CA194P - WRITE TO CA194LC FAILED, STATUS "
                   LEGAL-COURSE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO COURSE-RECORDS-WRITTEN.

       PRINT-DESCRIPTION-CLOSING.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO DTL-TEXT.

           IF RQ-ACRES-FLAG(REQUEST-INDEX) = 'Y'
               MOVE RQ-ACRES(REQUEST-INDEX) TO ACRES-EDIT
               MOVE ZERO TO LEAD-SPACES-1
               INSPECT ACRES-EDIT
                   TALLYING LEAD-SPACES-1 FOR LEADING SPACES
               STRING "CONTAINING "
                   ACRES-EDIT(LEAD-SPACES-1 + 1:)
                   " ACRES, MORE OR LESS."
                   DELIMITED BY SIZE INTO DTL-TEXT
           ELSE
               MOVE "CONTAINING (ACREAGE NOT ON CA194ME)."
                   TO DTL-TEXT
               MOVE "NO CA194ME ACREAGE, DOCUMENT INCOMPLETE"
                   TO EXCEPTION-NOTE-WORK
               PERFORM ADD-DESCRIPTION-EXCEPTION
           END-IF.

           MOVE DOCUMENT-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO DTL-TEXT.

           IF OWNER-FOUND AND CA194-AM-OWNER-NAME NOT = SPACES
               STRING "OWNER OF RECORD: " CA194-AM-OWNER-NAME
                   DELIMITED BY SIZE INTO DTL-TEXT
           ELSE
               MOVE "OWNER OF RECORD: (NOT ON CA194AS)" TO DTL-TEXT
               MOVE "NO OWNER ON CA194AS, DOCUMENT INCOMPLETE"
                   TO EXCEPTION-NOTE-WORK
               PERFORM ADD-DESCRIPTION-EXCEPTION
           END-IF.

           MOVE DOCUMENT-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-RUN-SUMMARY.

           PERFORM WRITE-PAGE-HEADING.

           MOVE "RUN SUMMARY" TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "PARCELS REQUESTED" TO TDL-LABEL.
           MOVE REQUEST-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "DESCRIPTIONS PRINTED" TO TDL-LABEL.
           MOVE DOCUMENT-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "COURSE RECORDS WRITTEN TO CA194LC" TO TDL-LABEL.
           MOVE COURSE-RECORDS-WRITTEN TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "EXCEPTIONS - PARCELS NOT DESCRIBED IN FULL"
               TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING EXCEPTION-INDEX FROM 1 BY 1
                   UNTIL EXCEPTION-INDEX > EXCEPTION-COUNT

               MOVE XT-PARCEL-ID(EXCEPTION-INDEX) TO XDL-PARCEL-ID
               MOVE XT-NOTE(EXCEPTION-INDEX) TO XDL-NOTE
               MOVE EXCEPTION-DETAIL-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE

           END-PERFORM.

           IF EXCEPTION-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE RUN-DATE-TODAY TO HL1-RUN-DATE.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           IF PAGE-COUNT = 1
               WRITE LEGAL-DOCUMENT-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE LEGAL-DOCUMENT-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO LEGAL-DOCUMENT-PRINT-RECORD.
           WRITE LEGAL-DOCUMENT-PRINT-RECORD AFTER ADVANCING 1 LINE.

           MOVE 2 TO LINE-COUNT.

       WRITE-REPORT-LINE.

           IF LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF.

           WRITE LEGAL-DOCUMENT-PRINT-RECORD FROM PRINT-STAGING-AREA
               AFTER ADVANCING 1 LINE.

           ADD 1 TO LINE-COUNT.
