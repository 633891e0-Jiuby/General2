      ******************************************************************
      * CA195J - ADJACENCY-DISCREPANCY-REPORT
      * SETS THE NEIGHBOR PAIRS CA195 DERIVED FROM THE HULLS (CA195AD)
      * AGAINST THE HAND-KEYED PLAT-BOOK ADJACENCY LIST (CA195AJ) IN
      * BOTH DIRECTIONS AND PRINTS A HEADED, PAGINATED REPORT
      * (CA195JR) IN THE CA194RP STYLE: DERIVED NEIGHBORS THE PLAT
      * BOOK DOES NOT LIST FIRST, THEN LISTED PAIRS WHOSE HULLS DO NOT
      * SHARE A BOUNDARY - NO CONTACT AT ALL, A CORNER ONLY, OR A
      * PARCEL THE RUN NEVER PRICED. PLAT-BOOK MAINTENANCE BECOMES A
      * REVIEW OF THIS SHORT LIST INSTEAD OF A WALK THROUGH THE BOOK.
      *
      * AN OVERLAPPING PAIR COUNTS AS NEIGHBORS BOTH WAYS - THE LINE
      * BETWEEN THEM IS IN DISPUTE ON CA195EX, NOT MISSING. THE RUN'S
      * PARCELS COME OFF CA194ME, WHOSE HEADER MUST NAME THE SAME RUN
      * AS THE CA195AD HEADER. CA195AJ IS OPTIONAL, AS IN CA195 - WITH
      * NO LIST ON HAND EVERY DERIVED NEIGHBOR REPORTS AS MISSING,
      * WHICH IS HOW A FIRST PLAT-BOOK LIST IS SEEDED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJACENCY-DISCREPANCY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DERIVED-ADJACENCY-FILE ASSIGN TO "CA195AD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DERIVED-ADJACENCY-STATUS.

           SELECT ADJACENCY-FILE ASSIGN TO "CA195AJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJACENCY-STATUS.

           SELECT PARCEL-METRICS-FILE ASSIGN TO "CA194ME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCEL-METRICS-STATUS.

           SELECT DISCREPANCY-REPORT-FILE ASSIGN TO "CA195JR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISCREPANCY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DERIVED-ADJACENCY-FILE.
           COPY CA195AD.
       01  DERIVED-CONTROL-RECORD          PIC X(62).

       FD  ADJACENCY-FILE.
           COPY CA195AJ.

       FD  PARCEL-METRICS-FILE.
           COPY CA194ME.
       01  METRICS-CONTROL-RECORD          PIC X(62).

       FD  DISCREPANCY-REPORT-FILE.
       01  DISCREPANCY-PRINT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.

       01  DERIVED-ADJACENCY-STATUS    PIC X(2).
       01  ADJACENCY-STATUS            PIC X(2).
       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  DISCREPANCY-REPORT-STATUS   PIC X(2).

       01  END-OF-DERIVED-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-DERIVED          VALUE 'Y'.
       01  END-OF-ADJACENCY-SWITCH     PIC X(1) VALUE 'N'.
           88  END-OF-ADJACENCY        VALUE 'Y'.
       01  END-OF-METRICS-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-METRICS          VALUE 'Y'.
       01  ADJACENCY-OPEN-SWITCH       PIC X(1) VALUE 'N'.
           88  ADJACENCY-FILE-OPEN     VALUE 'Y'.

      * HEADER/TRAILER VERIFICATION OVER THE DERIVED ADJACENCY FILE
      * AND THE METRICS FILE, AS IN CA195 - EACH FILE MUST OPEN ON A
      * HEADER AND END ON A TRAILER WHOSE COUNT MATCHES, AND THE TWO
      * HEADERS MUST NAME THE SAME RUN DATE.
           COPY CA194HT.
       01  AD-HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
           88  AD-HEADER-SEEN          VALUE 'Y'.
       01  AD-LAST-TRAILER-SWITCH      PIC X(1) VALUE 'N'.
           88  AD-LAST-RECORD-TRAILER  VALUE 'Y'.
       01  AD-DATA-RECORDS-READ        PIC 9(9) VALUE ZERO.
       01  AD-HEADER-RUN-DATE          PIC X(8) VALUE SPACES.
       01  ME-HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
           88  ME-HEADER-SEEN          VALUE 'Y'.
       01  ME-LAST-TRAILER-SWITCH      PIC X(1) VALUE 'N'.
           88  ME-LAST-RECORD-TRAILER  VALUE 'Y'.
       01  ME-DATA-RECORDS-READ        PIC 9(9) VALUE ZERO.
       01  ME-HEADER-RUN-DATE          PIC X(8) VALUE SPACES.

      * THE DERIVED PAIRS IN CONTACT, WITH A SWITCH SET WHEN THE
      * PLAT-BOOK LIST NAMES THE PAIR.
       01  DERIVED-PAIR-TABLE.
           05  DP-ENTRY OCCURS 4000 TIMES.
               10  DP-PARCEL-A         PIC X(10).
               10  DP-PARCEL-B         PIC X(10).
               10  DP-RELATION         PIC X(1).
               10  DP-SHARED-LENGTH    PIC S9(9)V9999.
               10  DP-LISTED-SWITCH    PIC X(1).

       01  DERIVED-PAIR-COUNT          PIC 9(4) VALUE ZERO.
       01  DERIVED-SCAN-INDEX          PIC 9(4) VALUE ZERO.
       01  DERIVED-MATCH-INDEX         PIC 9(4) VALUE ZERO.

      * THE PLAT-BOOK PAIRS, EACH WITH WHAT THE HULLS SAY OF IT:
      * 'T' TOUCHING (CONFIRMED), 'N' NO CONTACT, 'C' CORNER CONTACT
      * ONLY, 'R' A PARCEL NOT IN THIS RUN.
       01  LISTED-PAIR-TABLE.
           05  LP-ENTRY OCCURS 4000 TIMES.
               10  LP-PARCEL-A         PIC X(10).
               10  LP-PARCEL-B         PIC X(10).
               10  LP-FINDING          PIC X(1).

       01  LISTED-PAIR-COUNT           PIC 9(4) VALUE ZERO.
       01  LISTED-SCAN-INDEX           PIC 9(4) VALUE ZERO.

      * THE RUN'S PARCEL IDS OFF CA194ME, ONE ENTRY PER PARCEL.
       01  RUN-PARCEL-TABLE.
           05  RP-PARCEL-ID OCCURS 2000 TIMES PIC X(10).

       01  RUN-PARCEL-COUNT            PIC 9(4) VALUE ZERO.
       01  RUN-PARCEL-SCAN-INDEX       PIC 9(4) VALUE ZERO.
       01  FIND-PARCEL-ID              PIC X(10) VALUE SPACES.
       01  RUN-PARCEL-FOUND-SWITCH     PIC X(1) VALUE 'N'.
           88  RUN-PARCEL-FOUND        VALUE 'Y'.
       01  BOTH-PARCELS-IN-RUN-SWITCH  PIC X(1) VALUE 'N'.
           88  BOTH-PARCELS-IN-RUN     VALUE 'Y'.

       01  DERIVED-NEIGHBOR-COUNT      PIC 9(4) VALUE ZERO.
       01  LISTED-CONFIRMED-COUNT      PIC 9(4) VALUE ZERO.
       01  MISSING-FROM-LIST-COUNT     PIC 9(4) VALUE ZERO.
       01  LISTED-NOT-TOUCHING-COUNT   PIC 9(4) VALUE ZERO.
       01  LISTED-NOT-IN-RUN-COUNT     PIC 9(4) VALUE ZERO.

       01  RUN-DATE-TODAY              PIC X(8) VALUE SPACES.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
       01  PRINT-STAGING-AREA          PIC X(132) VALUE SPACES.

      * REPORT LINE LAYOUTS.
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "CA195J ADJACENCY DISCREPANCY REPORT   ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  HULL-RUN-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "HULLS DERIVED FROM THE RUN OF ".
           05  HRL-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SHL-TITLE               PIC X(60).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  MISSING-COLUMN-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "PARCEL A    ".
           05  FILLER                  PIC X(12) VALUE "PARCEL B    ".
           05  FILLER                  PIC X(18) VALUE
               "CONTACT           ".
           05  FILLER                  PIC X(14) VALUE
               "    SHARED RUN".
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  MISSING-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  MDL-PARCEL-A            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MDL-PARCEL-B            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MDL-CONTACT             PIC X(16).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MDL-SHARED-LENGTH       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  LISTED-COLUMN-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "PARCEL A    ".
           05  FILLER                  PIC X(12) VALUE "PARCEL B    ".
           05  FILLER                  PIC X(30) VALUE "FINDING".
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  LISTED-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  LDL-PARCEL-A            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LDL-PARCEL-B            PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  LDL-FINDING             PIC X(30).
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TDL-LABEL               PIC X(34).
           05  TDL-COUNT               PIC ZZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY.

           PERFORM LOAD-DERIVED-PAIRS.
           PERFORM LOAD-RUN-PARCELS.
           PERFORM MATCH-LISTED-PAIRS.

           PERFORM OPEN-DISCREPANCY-REPORT.
           PERFORM PRINT-DISCREPANCY-REPORT.
           PERFORM CLOSE-DISCREPANCY-REPORT.

           DISPLAY "CA195J - " DERIVED-NEIGHBOR-COUNT
               " DERIVED NEIGHBORS, " LISTED-PAIR-COUNT
               " LISTED, " MISSING-FROM-LIST-COUNT
               " MISSING FROM LIST, " LISTED-NOT-TOUCHING-COUNT
               " LISTED NOT TOUCHING".

      * Any discrepancy at all is the warning the plat-book clerk
      * acts on, the way a CA195 exception is.

           IF MISSING-FROM-LIST-COUNT > ZERO
               OR LISTED-NOT-TOUCHING-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

       LOAD-DERIVED-PAIRS.

           OPEN INPUT DERIVED-ADJACENCY-FILE.

           IF DERIVED-ADJACENCY-STATUS NOT = "00"
               DISPLAY "CA195J - UNABLE TO OPEN CA195AD, STATUS "
                   DERIVED-ADJACENCY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ DERIVED-ADJACENCY-FILE
               AT END SET END-OF-DERIVED TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-DERIVED

               IF CA195-AD-PARCEL-A = "*HEADER**"
                   PERFORM NOTE-DERIVED-HEADER-RECORD
               ELSE
                   IF CA195-AD-PARCEL-A = "*TRAILER*"
                       PERFORM VERIFY-DERIVED-TRAILER-RECORD
                   ELSE
                       PERFORM STORE-ONE-DERIVED-PAIR
                   END-IF
               END-IF

               READ DERIVED-ADJACENCY-FILE
                   AT END SET END-OF-DERIVED TO TRUE
               END-READ

           END-PERFORM.

           CLOSE DERIVED-ADJACENCY-FILE.

           IF NOT AD-HEADER-SEEN
               DISPLAY "CA195J - CA195AD CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT AD-LAST-RECORD-TRAILER
               DISPLAY "CA195J - CA195AD DOES NOT END WITH A TRAILER "
                   "CONTROL RECORD - PRODUCER DIED MID-WRITE, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       NOTE-DERIVED-HEADER-RECORD.

           MOVE DERIVED-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF NOT AD-HEADER-SEEN
               SET AD-HEADER-SEEN TO TRUE
               MOVE CA194-HT-RUN-DATE TO AD-HEADER-RUN-DATE
           END-IF.

           MOVE 'N' TO AD-LAST-TRAILER-SWITCH.

       VERIFY-DERIVED-TRAILER-RECORD.

           MOVE DERIVED-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF CA194-HT-RECORD-COUNT NOT = AD-DATA-RECORDS-READ
               DISPLAY "CA195J - CA195AD TRAILER COUNTS "
                   CA194-HT-RECORD-COUNT
                   " DATA RECORDS BUT " AD-DATA-RECORDS-READ
                   " WERE READ - FILE INCOMPLETE OR MIXED, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET AD-LAST-RECORD-TRAILER TO TRUE.

       STORE-ONE-DERIVED-PAIR.

           IF NOT AD-HEADER-SEEN
               DISPLAY "CA195J - CA195AD CARRIES DATA BEFORE ANY "
                   "HEADER CONTROL RECORD, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO AD-DATA-RECORDS-READ.
           MOVE 'N' TO AD-LAST-TRAILER-SWITCH.

           IF DERIVED-PAIR-COUNT < 4000
               ADD 1 TO DERIVED-PAIR-COUNT
               MOVE CA195-AD-PARCEL-A
                   TO DP-PARCEL-A(DERIVED-PAIR-COUNT)
               MOVE CA195-AD-PARCEL-B
                   TO DP-PARCEL-B(DERIVED-PAIR-COUNT)
               MOVE CA195-AD-RELATION
                   TO DP-RELATION(DERIVED-PAIR-COUNT)
               MOVE CA195-AD-SHARED-LENGTH
                   TO DP-SHARED-LENGTH(DERIVED-PAIR-COUNT)
               MOVE 'N' TO DP-LISTED-SWITCH(DERIVED-PAIR-COUNT)
               IF CA195-AD-RELATION = 'A' OR 'O'
                   ADD 1 TO DERIVED-NEIGHBOR-COUNT
               END-IF
           ELSE
               DISPLAY "CA195J - DERIVED PAIR "
                   CA195-AD-PARCEL-A " / " CA195-AD-PARCEL-B
                   " DROPPED, OVER 4000 PAIRS"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-RUN-PARCELS.

           OPEN INPUT PARCEL-METRICS-FILE.

           IF PARCEL-METRICS-STATUS NOT = "00"
               DISPLAY "CA195J - UNABLE TO OPEN CA194ME, STATUS "
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
                       PERFORM VERIFY-METRICS-TRAILER-RECORD
                   ELSE
                       ADD 1 TO ME-DATA-RECORDS-READ
                       MOVE 'N' TO ME-LAST-TRAILER-SWITCH
                       PERFORM STORE-ONE-RUN-PARCEL
                   END-IF
               END-IF

               READ PARCEL-METRICS-FILE
                   AT END SET END-OF-METRICS TO TRUE
               END-READ

           END-PERFORM.

           CLOSE PARCEL-METRICS-FILE.

           IF NOT ME-HEADER-SEEN
               DISPLAY "CA195J - CA194ME CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT ME-LAST-RECORD-TRAILER
               DISPLAY "CA195J - CA194ME DOES NOT END WITH A TRAILER "
                   "CONTROL RECORD - PRODUCER DIED MID-WRITE, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ME-HEADER-RUN-DATE NOT = AD-HEADER-RUN-DATE
               DISPLAY "CA195J - CA194ME HEADER IS FOR RUN DATE "
                   ME-HEADER-RUN-DATE " BUT CA195AD IS FOR "
                   AD-HEADER-RUN-DATE
                   " - MIXED NIGHTS, RUN STOPPED"
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

       VERIFY-METRICS-TRAILER-RECORD.

           MOVE METRICS-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF CA194-HT-RECORD-COUNT NOT = ME-DATA-RECORDS-READ
               DISPLAY "CA195J - CA194ME TRAILER COUNTS "
                   CA194-HT-RECORD-COUNT
                   " DATA RECORDS BUT " ME-DATA-RECORDS-READ
                   " WERE READ - FILE INCOMPLETE OR MIXED, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET ME-LAST-RECORD-TRAILER TO TRUE.

       STORE-ONE-RUN-PARCEL.

      * The maintenance run appends corrected figures, so a parcel
      * can be on the file more than once - it is kept only once.

           MOVE CA194-ME-PARCEL-ID TO FIND-PARCEL-ID.
           PERFORM FIND-RUN-PARCEL.

           IF NOT RUN-PARCEL-FOUND
               IF RUN-PARCEL-COUNT < 2000
                   ADD 1 TO RUN-PARCEL-COUNT
                   MOVE CA194-ME-PARCEL-ID
                       TO RP-PARCEL-ID(RUN-PARCEL-COUNT)
               ELSE
                   DISPLAY "CA195J - RUN PARCEL " CA194-ME-PARCEL-ID
                       " DROPPED, OVER 2000 PARCELS"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-RUN-PARCEL.

           MOVE 'N' TO RUN-PARCEL-FOUND-SWITCH.

           PERFORM VARYING RUN-PARCEL-SCAN-INDEX FROM 1 BY 1
                   UNTIL RUN-PARCEL-SCAN-INDEX > RUN-PARCEL-COUNT
                   OR RUN-PARCEL-FOUND

               IF RP-PARCEL-ID(RUN-PARCEL-SCAN-INDEX)
                       = FIND-PARCEL-ID
                   SET RUN-PARCEL-FOUND TO TRUE
               END-IF

           END-PERFORM.

       MATCH-LISTED-PAIRS.

      * The plat-book list is optional, as it is for CA195.

           OPEN INPUT ADJACENCY-FILE.

           IF ADJACENCY-STATUS = "00"
               SET ADJACENCY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "CA195J - NO ADJACENCY PAIR FILE AVAILABLE, "
                   "ALL DERIVED NEIGHBORS REPORT AS MISSING"
           END-IF.

           IF ADJACENCY-FILE-OPEN

               READ ADJACENCY-FILE
                   AT END SET END-OF-ADJACENCY TO TRUE
               END-READ

               PERFORM UNTIL END-OF-ADJACENCY

                   PERFORM MATCH-ONE-LISTED-PAIR

                   READ ADJACENCY-FILE
                       AT END SET END-OF-ADJACENCY TO TRUE
                   END-READ

               END-PERFORM

               CLOSE ADJACENCY-FILE

           END-IF.

      * Derived neighbors no plat-book pair claimed are the ones the
      * book is missing.

           PERFORM VARYING DERIVED-SCAN-INDEX FROM 1 BY 1
                   UNTIL DERIVED-SCAN-INDEX > DERIVED-PAIR-COUNT

               IF (DP-RELATION(DERIVED-SCAN-INDEX) = 'A'
                       OR DP-RELATION(DERIVED-SCAN-INDEX) = 'O')
                   AND DP-LISTED-SWITCH(DERIVED-SCAN-INDEX) NOT = 'Y'
                   ADD 1 TO MISSING-FROM-LIST-COUNT
               END-IF

           END-PERFORM.

       MATCH-ONE-LISTED-PAIR.

           IF LISTED-PAIR-COUNT NOT < 4000
               DISPLAY "CA195J - ADJACENCY PAIR "
                   CA195-AJ-PARCEL-A " / " CA195-AJ-PARCEL-B
                   " DROPPED, OVER 4000 PAIRS"
               MOVE 8 TO RETURN-CODE
           ELSE

               ADD 1 TO LISTED-PAIR-COUNT
               MOVE CA195-AJ-PARCEL-A
                   TO LP-PARCEL-A(LISTED-PAIR-COUNT)
               MOVE CA195-AJ-PARCEL-B
                   TO LP-PARCEL-B(LISTED-PAIR-COUNT)

               PERFORM FIND-DERIVED-PAIR
               PERFORM CHECK-LISTED-PARCELS-IN-RUN

               EVALUATE TRUE
                   WHEN NOT BOTH-PARCELS-IN-RUN
                       MOVE 'R' TO LP-FINDING(LISTED-PAIR-COUNT)
                       ADD 1 TO LISTED-NOT-IN-RUN-COUNT
                       ADD 1 TO LISTED-NOT-TOUCHING-COUNT
                   WHEN DERIVED-MATCH-INDEX = ZERO
                       MOVE 'N' TO LP-FINDING(LISTED-PAIR-COUNT)
                       ADD 1 TO LISTED-NOT-TOUCHING-COUNT
                   WHEN DP-RELATION(DERIVED-MATCH-INDEX) = 'C'
                       MOVE 'C' TO LP-FINDING(LISTED-PAIR-COUNT)
                       ADD 1 TO LISTED-NOT-TOUCHING-COUNT
                   WHEN OTHER
                       MOVE 'T' TO LP-FINDING(LISTED-PAIR-COUNT)
                       MOVE 'Y' TO DP-LISTED-SWITCH(DERIVED-MATCH-INDEX)
                       ADD 1 TO LISTED-CONFIRMED-COUNT
               END-EVALUATE

           END-IF.

       FIND-DERIVED-PAIR.

      * The pair matches in either orientation - the plat book has
      * no reason to key a pair in CA195's table order.

           MOVE ZERO TO DERIVED-MATCH-INDEX.

           PERFORM VARYING DERIVED-SCAN-INDEX FROM 1 BY 1
                   UNTIL DERIVED-SCAN-INDEX > DERIVED-PAIR-COUNT
                   OR DERIVED-MATCH-INDEX > ZERO

               IF (DP-PARCEL-A(DERIVED-SCAN-INDEX) = CA195-AJ-PARCEL-A
                   AND DP-PARCEL-B(DERIVED-SCAN-INDEX)
                       = CA195-AJ-PARCEL-B)
                 OR (DP-PARCEL-A(DERIVED-SCAN-INDEX)
                       = CA195-AJ-PARCEL-B
                   AND DP-PARCEL-B(DERIVED-SCAN-INDEX)
                       = CA195-AJ-PARCEL-A)
                   MOVE DERIVED-SCAN-INDEX TO DERIVED-MATCH-INDEX
               END-IF

           END-PERFORM.

       CHECK-LISTED-PARCELS-IN-RUN.

           MOVE 'N' TO BOTH-PARCELS-IN-RUN-SWITCH.

           MOVE CA195-AJ-PARCEL-A TO FIND-PARCEL-ID.
           PERFORM FIND-RUN-PARCEL.

           IF RUN-PARCEL-FOUND
               MOVE CA195-AJ-PARCEL-B TO FIND-PARCEL-ID
               PERFORM FIND-RUN-PARCEL
               IF RUN-PARCEL-FOUND
                   SET BOTH-PARCELS-IN-RUN TO TRUE
               END-IF
           END-IF.

       OPEN-DISCREPANCY-REPORT.

           OPEN OUTPUT DISCREPANCY-REPORT-FILE.

           IF DISCREPANCY-REPORT-STATUS NOT = "00"
               DISPLAY "CA195J - UNABLE TO OPEN CA195JR, STATUS "
                   DISCREPANCY-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-DISCREPANCY-REPORT.

           CLOSE DISCREPANCY-REPORT-FILE.

       PRINT-DISCREPANCY-REPORT.

           PERFORM WRITE-PAGE-HEADING.

           MOVE AD-HEADER-RUN-DATE TO HRL-RUN-DATE.
           MOVE HULL-RUN-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "DERIVED NEIGHBORS MISSING FROM THE PLAT-BOOK LIST"
               TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE MISSING-COLUMN-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           IF MISSING-FROM-LIST-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM VARYING DERIVED-SCAN-INDEX FROM 1 BY 1
                   UNTIL DERIVED-SCAN-INDEX > DERIVED-PAIR-COUNT

               IF (DP-RELATION(DERIVED-SCAN-INDEX) = 'A'
                       OR DP-RELATION(DERIVED-SCAN-INDEX) = 'O')
                   AND DP-LISTED-SWITCH(DERIVED-SCAN-INDEX) NOT = 'Y'
                   PERFORM PRINT-MISSING-ENTRY
               END-IF

           END-PERFORM.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "PLAT-BOOK PAIRS WHOSE HULLS SHARE NO BOUNDARY"
               TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE LISTED-COLUMN-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           IF LISTED-NOT-TOUCHING-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           PERFORM VARYING LISTED-SCAN-INDEX FROM 1 BY 1
                   UNTIL LISTED-SCAN-INDEX > LISTED-PAIR-COUNT

               IF LP-FINDING(LISTED-SCAN-INDEX) NOT = 'T'
                   PERFORM PRINT-LISTED-ENTRY
               END-IF

           END-PERFORM.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "DERIVED NEIGHBOR PAIRS" TO TDL-LABEL.
           MOVE DERIVED-NEIGHBOR-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "PLAT-BOOK PAIRS LISTED" TO TDL-LABEL.
           MOVE LISTED-PAIR-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "PLAT-BOOK PAIRS CONFIRMED" TO TDL-LABEL.
           MOVE LISTED-CONFIRMED-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "NEIGHBORS MISSING FROM PLAT BOOK" TO TDL-LABEL.
           MOVE MISSING-FROM-LIST-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "LISTED PAIRS SHARING NO BOUNDARY" TO TDL-LABEL.
           MOVE LISTED-NOT-TOUCHING-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "  OF WHICH NOT IN THIS RUN" TO TDL-LABEL.
           MOVE LISTED-NOT-IN-RUN-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-MISSING-ENTRY.

           MOVE DP-PARCEL-A(DERIVED-SCAN-INDEX) TO MDL-PARCEL-A.
           MOVE DP-PARCEL-B(DERIVED-SCAN-INDEX) TO MDL-PARCEL-B.

           IF DP-RELATION(DERIVED-SCAN-INDEX) = 'O'
               MOVE "OVERLAPPING" TO MDL-CONTACT
           ELSE
               MOVE "SHARED BOUNDARY" TO MDL-CONTACT
           END-IF.

           MOVE DP-SHARED-LENGTH(DERIVED-SCAN-INDEX)
               TO MDL-SHARED-LENGTH.
           MOVE MISSING-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-LISTED-ENTRY.

           MOVE LP-PARCEL-A(LISTED-SCAN-INDEX) TO LDL-PARCEL-A.
           MOVE LP-PARCEL-B(LISTED-SCAN-INDEX) TO LDL-PARCEL-B.

           EVALUATE LP-FINDING(LISTED-SCAN-INDEX)
               WHEN 'R'
                   MOVE "PARCEL NOT IN THIS RUN" TO LDL-FINDING
               WHEN 'C'
                   MOVE "CORNER CONTACT ONLY" TO LDL-FINDING
               WHEN OTHER
                   MOVE "HULLS DO NOT TOUCH" TO LDL-FINDING
           END-EVALUATE.

           MOVE LISTED-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE RUN-DATE-TODAY TO HL1-RUN-DATE.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           IF PAGE-COUNT = 1
               WRITE DISCREPANCY-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE DISCREPANCY-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO DISCREPANCY-PRINT-RECORD.
           WRITE DISCREPANCY-PRINT-RECORD AFTER ADVANCING 1 LINE.

           MOVE 2 TO LINE-COUNT.

       WRITE-REPORT-LINE.

           IF LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF.

           WRITE DISCREPANCY-PRINT-RECORD FROM PRINT-STAGING-AREA
               AFTER ADVANCING 1 LINE.

           ADD 1 TO LINE-COUNT.
