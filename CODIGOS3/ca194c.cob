      ******************************************************************
      * CA194C - HULL-OVERSTATEMENT-REPORT
      * RUNS AFTER THE NIGHTLY CA194 RUN (AND ANY CA194M / CA194B
      * APPENDS) AND READS THE PARCEL METRICS FILE (CA194ME), WHICH
      * CARRIES BOTH THE CONVEX-HULL AREA THE TAX ROLL BILLS ON AND
      * THE TRAVERSE AREA OF THE BOUNDARY AS THE CREW WALKED IT. A
      * NOTCHED OR L-SHAPED PARCEL'S HULL BRIDGES GROUND THE OWNER
      * DOES NOT HOLD, SO EVERY PARCEL WHOSE HULL AREA EXCEEDS ITS
      * TRAVERSE AREA BY MORE THAN THE CA194CT CONCAVITY TOLERANCE
      * (A PERCENT OF THE TRAVERSE AREA) IS LISTED ON A HEADED,
      * PAGINATED REPORT (CA194CP), LARGEST OVERSTATEMENT FIRST, FOR
      * THE ASSESSOR TO REVIEW BEFORE THE ACREAGE GOES ON THE ROLL.
      * PARCELS WHOSE TRAVERSE CROSSES ITSELF ARE LISTED SEPARATELY -
      * THEIR TRAVERSE AREA CANNOT BE TRUSTED UNTIL THE POINT ORDER
      * IS CORRECTED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HULL-OVERSTATEMENT-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCEL-METRICS-FILE ASSIGN TO "CA194ME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCEL-METRICS-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "CA194CT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT OVERSTATEMENT-REPORT-FILE ASSIGN TO "CA194CP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERSTATEMENT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARCEL-METRICS-FILE.
           COPY CA194ME.
       01  METRICS-CONTROL-RECORD          PIC X(62).

       FD  RUN-CONTROL-FILE.
           COPY CA194CT.

       FD  OVERSTATEMENT-REPORT-FILE.
       01  OVERSTATEMENT-PRINT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  RUN-CONTROL-STATUS          PIC X(2).
       01  OVERSTATEMENT-REPORT-STATUS PIC X(2).
       01  END-OF-METRICS-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-METRICS          VALUE 'Y'.

      * CONCAVITY TOLERANCE IN EFFECT, AS A PERCENT OF THE TRAVERSE
      * AREA - PRELOADED WITH THE BUILT-IN DEFAULT AND OVERRIDDEN BY
      * AN OPTIONAL CA194CT CARD.
       01  CONCAVITY-TOLERANCE         PIC 9(3)V99 VALUE 1.00.

      * THE RUN'S METRICS RECORDS, ONE ENTRY PER PARCEL. CA194M AND
      * CA194B APPEND CORRECTED PARCELS' METRICS ONTO THE SAME FILE,
      * SO THE LAST OCCURRENCE OF A PARCEL REPLACES THE EARLIER
      * ENTRY, AS THE CA194D ROLL-UP DOES.
       01  METRICS-TABLE.
           05  MX-ENTRY OCCURS 600 TIMES.
               10  MX-PARCEL-ID        PIC X(10).
               10  MX-HULL-AREA        PIC S9(13)V9999.
               10  MX-HULL-ACRES       PIC S9(9)V9999.
               10  MX-TRAVERSE-AREA    PIC S9(13)V9999.
               10  MX-TRAVERSE-ACRES   PIC S9(9)V9999.
               10  MX-CROSS-FLAG       PIC X(1).

       01  METRICS-PARCEL-COUNT        PIC 9(3) VALUE ZERO.
       01  METRICS-SCAN-INDEX          PIC 9(3) VALUE ZERO.
       01  METRICS-LOAD-SLOT           PIC 9(3) VALUE ZERO.

      * HEADER/TRAILER VERIFICATION OVER THE METRICS INPUT, AS IN
      * CA194D - EVERY TRAILER'S CUMULATIVE COUNT IS CHECKED AGAINST
      * THE DATA RECORDS READ AND THE FILE MUST END ON A TRAILER.
           COPY CA194HT.
       01  ME-HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
           88  ME-HEADER-SEEN          VALUE 'Y'.
       01  ME-LAST-TRAILER-SWITCH      PIC X(1) VALUE 'N'.
           88  ME-LAST-RECORD-TRAILER  VALUE 'Y'.
       01  ME-DATA-RECORDS-READ        PIC 9(9) VALUE ZERO.

      * PARCELS OVER TOLERANCE, SORTED LARGEST EXCESS FIRST.
       01  OVERSTATED-TABLE.
           05  OS-ENTRY OCCURS 600 TIMES.
               10  OS-PARCEL-ID        PIC X(10).
               10  OS-HULL-ACRES       PIC S9(9)V9999.
               10  OS-TRAVERSE-ACRES   PIC S9(9)V9999.
               10  OS-EXCESS-ACRES     PIC S9(9)V9999.
               10  OS-EXCESS-PERCENT   PIC 9(4)V99.

       01  OVERSTATED-COUNT            PIC 9(3) VALUE ZERO.
       01  OVERSTATED-INDEX            PIC 9(3) VALUE ZERO.
       01  OVERSTATED-SORT-INDEX       PIC 9(3) VALUE ZERO.
       01  OVERSTATED-SORT-SCAN-INDEX  PIC 9(3) VALUE ZERO.
       01  OVERSTATED-HOLD-ENTRY.
           05  OH-PARCEL-ID            PIC X(10).
           05  OH-HULL-ACRES           PIC S9(9)V9999.
           05  OH-TRAVERSE-ACRES       PIC S9(9)V9999.
           05  OH-EXCESS-ACRES         PIC S9(9)V9999.
           05  OH-EXCESS-PERCENT       PIC 9(4)V99.

      * COMPARISON WORKING FIELDS AND REPORT TOTALS.
       01  EXCESS-AREA                 PIC S9(13)V9999 VALUE ZERO.
       01  TOLERANCE-AREA              PIC S9(13)V9999 VALUE ZERO.
       01  EXCESS-PERCENT              PIC 9(4)V99 VALUE ZERO.
       01  TOTAL-EXCESS-ACRES          PIC S9(11)V9999 VALUE ZERO.
       01  CROSSING-COUNT              PIC 9(3) VALUE ZERO.
       01  NO-TRAVERSE-COUNT           PIC 9(3) VALUE ZERO.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
       01  PRINT-STAGING-AREA          PIC X(132) VALUE SPACES.

      * REPORT LINE LAYOUTS.
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "CA194C HULL OVERSTATEMENT REPORT      ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  TOLERANCE-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(36) VALUE
               "HULL AREA OVER TRAVERSE AREA BY MORE".
           05  FILLER                  PIC X(6) VALUE " THAN ".
           05  THL-TOLERANCE           PIC ZZ9.99.
           05  FILLER                  PIC X(81) VALUE " PERCENT".

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "PARCEL      ".
           05  FILLER                  PIC X(20) VALUE
               "          HULL ACRES".
           05  FILLER                  PIC X(20) VALUE
               "      TRAVERSE ACRES".
           05  FILLER                  PIC X(20) VALUE
               "        EXCESS ACRES".
           05  FILLER                  PIC X(10) VALUE "  EXCESS %".
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  OVERSTATED-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ODL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  ODL-HULL-ACRES          PIC ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ODL-TRAVERSE-ACRES      PIC ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ODL-EXCESS-ACRES        PIC ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ODL-EXCESS-PERCENT      PIC Z,ZZ9.99.
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  TOTAL-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TDL-LABEL               PIC X(40).
           05  TDL-COUNT               PIC ZZ9.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  TDL-ACRES               PIC ZZ,ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER                  PIC X(62) VALUE SPACES.

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

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-CONTROL.
           PERFORM OPEN-PARCEL-METRICS-INPUT.
           PERFORM OPEN-OVERSTATEMENT-REPORT.

           PERFORM LOAD-METRICS-TABLE.
           PERFORM CLOSE-PARCEL-METRICS-INPUT.

           PERFORM SELECT-OVERSTATED-PARCELS.
           PERFORM SORT-OVERSTATED-TABLE.
           PERFORM PRINT-OVERSTATEMENT-REPORT.

           DISPLAY "CA194C - " METRICS-PARCEL-COUNT
               " METRICS PARCELS, " OVERSTATED-COUNT
               " OVER TOLERANCE, " CROSSING-COUNT
               " SELF-CROSSING TRAVERSES, " NO-TRAVERSE-COUNT
               " WITHOUT TRAVERSE FIGURES".

           PERFORM CLOSE-OVERSTATEMENT-REPORT.

           STOP RUN.

       LOAD-RUN-CONTROL.

      * The card is optional - a missing card or an unusable
      * tolerance keeps the built-in default, as in CA194.

           OPEN INPUT RUN-CONTROL-FILE.

           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "CA194C - NO RUN CONTROL CARD, USING DEFAULTS"
           ELSE

               READ RUN-CONTROL-FILE
                   AT END CONTINUE
               END-READ

               IF RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY "CA194C - RUN CONTROL CARD EMPTY, "
                       "USING DEFAULTS"
               ELSE
                   IF CA194-CT-CONCAVITY-TOLERANCE IS NUMERIC
                       MOVE CA194-CT-CONCAVITY-TOLERANCE
                           TO CONCAVITY-TOLERANCE
                   ELSE
                       DISPLAY "CA194C - CONCAVITY TOLERANCE ON "
                           "CA194CT NOT NUMERIC, DEFAULT KEPT"
                   END-IF
               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       OPEN-PARCEL-METRICS-INPUT.

           OPEN INPUT PARCEL-METRICS-FILE.

           IF PARCEL-METRICS-STATUS NOT = "00"
               DISPLAY "CA194C - UNABLE TO OPEN CA194ME, STATUS "
                   PARCEL-METRICS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-OVERSTATEMENT-REPORT.

           OPEN OUTPUT OVERSTATEMENT-REPORT-FILE.

           IF OVERSTATEMENT-REPORT-STATUS NOT = "00"
               DISPLAY "CA194C - UNABLE TO OPEN CA194CP, STATUS "
                   OVERSTATEMENT-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-PARCEL-METRICS-INPUT.

           CLOSE PARCEL-METRICS-FILE.

       CLOSE-OVERSTATEMENT-REPORT.

           CLOSE OVERSTATEMENT-REPORT-FILE.

       LOAD-METRICS-TABLE.

           READ PARCEL-METRICS-FILE
               AT END SET END-OF-METRICS TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-METRICS

               IF CA194-ME-PARCEL-ID = "*HEADER**"
                   SET ME-HEADER-SEEN TO TRUE
                   MOVE 'N' TO ME-LAST-TRAILER-SWITCH
               ELSE
                   IF CA194-ME-PARCEL-ID = "*TRAILER*"
                       PERFORM VERIFY-METRICS-TRAILER
                   ELSE
                       ADD 1 TO ME-DATA-RECORDS-READ
                       MOVE 'N' TO ME-LAST-TRAILER-SWITCH
                       PERFORM STORE-ONE-METRICS-RECORD
                   END-IF
               END-IF

               READ PARCEL-METRICS-FILE
                   AT END SET END-OF-METRICS TO TRUE
               END-READ

           END-PERFORM.

           IF NOT ME-HEADER-SEEN
               DISPLAY "CA194C - CA194ME CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT ME-LAST-RECORD-TRAILER
               DISPLAY "CA194C - CA194ME DOES NOT END WITH A "
                   "TRAILER CONTROL RECORD - PRODUCER DIED "
                   "MID-WRITE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       VERIFY-METRICS-TRAILER.

           MOVE METRICS-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF CA194-HT-RECORD-COUNT NOT = ME-DATA-RECORDS-READ
               DISPLAY "CA194C - CA194ME TRAILER COUNTS "
                   CA194-HT-RECORD-COUNT
                   " DATA RECORDS BUT " ME-DATA-RECORDS-READ
                   " WERE READ - FILE INCOMPLETE OR MIXED, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET ME-LAST-RECORD-TRAILER TO TRUE.

       STORE-ONE-METRICS-RECORD.

           MOVE ZERO TO METRICS-LOAD-SLOT.

           PERFORM VARYING METRICS-SCAN-INDEX FROM 1 BY 1
                   UNTIL METRICS-SCAN-INDEX > METRICS-PARCEL-COUNT
                   OR METRICS-LOAD-SLOT > ZERO

               IF MX-PARCEL-ID(METRICS-SCAN-INDEX)
                       = CA194-ME-PARCEL-ID
                   MOVE METRICS-SCAN-INDEX TO METRICS-LOAD-SLOT
               END-IF

           END-PERFORM.

           IF METRICS-LOAD-SLOT = ZERO

               IF METRICS-PARCEL-COUNT < 600
                   ADD 1 TO METRICS-PARCEL-COUNT
                   MOVE METRICS-PARCEL-COUNT TO METRICS-LOAD-SLOT
               ELSE
                   DISPLAY "CA194C - METRICS PARCEL "
                       CA194-ME-PARCEL-ID
                       " DROPPED, OVER 600 PARCELS ON FILE"
                   MOVE 8 TO RETURN-CODE
               END-IF

           END-IF.

      * A metrics record written before the traverse figures were
      * carried has spaces where they belong - it is held with a
      * blank cross flag so it lands in the no-figures section. A
      * parcel CA194M merged (cross flag 'M') lands there too.

           IF METRICS-LOAD-SLOT > ZERO

               MOVE CA194-ME-PARCEL-ID
                   TO MX-PARCEL-ID(METRICS-LOAD-SLOT)
               MOVE CA194-ME-AREA TO MX-HULL-AREA(METRICS-LOAD-SLOT)
               MOVE CA194-ME-ACRES TO MX-HULL-ACRES(METRICS-LOAD-SLOT)

               IF CA194-ME-TRAVERSE-AREA IS NUMERIC
                       AND CA194-ME-TRAVERSE-ACRES IS NUMERIC
                       AND (CA194-ME-TRAVERSE-CROSS-FLAG = 'Y'
                           OR CA194-ME-TRAVERSE-CROSS-FLAG = 'N'
                           OR CA194-ME-TRAVERSE-CROSS-FLAG = 'M')
                   MOVE CA194-ME-TRAVERSE-AREA
                       TO MX-TRAVERSE-AREA(METRICS-LOAD-SLOT)
                   MOVE CA194-ME-TRAVERSE-ACRES
                       TO MX-TRAVERSE-ACRES(METRICS-LOAD-SLOT)
                   MOVE CA194-ME-TRAVERSE-CROSS-FLAG
                       TO MX-CROSS-FLAG(METRICS-LOAD-SLOT)
               ELSE
                   MOVE ZERO TO MX-TRAVERSE-AREA(METRICS-LOAD-SLOT)
                   MOVE ZERO TO MX-TRAVERSE-ACRES(METRICS-LOAD-SLOT)
                   MOVE SPACE TO MX-CROSS-FLAG(METRICS-LOAD-SLOT)
               END-IF

           END-IF.

       SELECT-OVERSTATED-PARCELS.

      * Only a simple (non-crossing) traverse is compared - the
      * shoelace figure for a traverse that crosses itself nets the
      * loops against each other and means nothing.

           PERFORM VARYING METRICS-SCAN-INDEX FROM 1 BY 1
                   UNTIL METRICS-SCAN-INDEX > METRICS-PARCEL-COUNT

               EVALUATE MX-CROSS-FLAG(METRICS-SCAN-INDEX)
                   WHEN 'N'
                       PERFORM CHECK-ONE-PARCEL-OVERSTATEMENT
                   WHEN 'Y'
                       ADD 1 TO CROSSING-COUNT
                   WHEN OTHER
                       ADD 1 TO NO-TRAVERSE-COUNT
               END-EVALUATE

           END-PERFORM.

       CHECK-ONE-PARCEL-OVERSTATEMENT.

           COMPUTE EXCESS-AREA =
               MX-HULL-AREA(METRICS-SCAN-INDEX)
               - MX-TRAVERSE-AREA(METRICS-SCAN-INDEX).

           COMPUTE TOLERANCE-AREA ROUNDED =
               MX-TRAVERSE-AREA(METRICS-SCAN-INDEX)
               * CONCAVITY-TOLERANCE / 100.

           IF EXCESS-AREA > TOLERANCE-AREA

      * A zero traverse area (every leg doubling back on a line)
      * has no meaningful percentage - it prints at the field's
      * ceiling so it sorts to the reviewer's attention.

               IF MX-TRAVERSE-AREA(METRICS-SCAN-INDEX) > ZERO
                   COMPUTE EXCESS-PERCENT ROUNDED =
                       EXCESS-AREA * 100
                       / MX-TRAVERSE-AREA(METRICS-SCAN-INDEX)
                       ON SIZE ERROR
                           MOVE 9999.99 TO EXCESS-PERCENT
                   END-COMPUTE
               ELSE
                   MOVE 9999.99 TO EXCESS-PERCENT
               END-IF

               IF OVERSTATED-COUNT < 600
                   ADD 1 TO OVERSTATED-COUNT
                   MOVE MX-PARCEL-ID(METRICS-SCAN-INDEX)
                       TO OS-PARCEL-ID(OVERSTATED-COUNT)
                   MOVE MX-HULL-ACRES(METRICS-SCAN-INDEX)
                       TO OS-HULL-ACRES(OVERSTATED-COUNT)
                   MOVE MX-TRAVERSE-ACRES(METRICS-SCAN-INDEX)
                       TO OS-TRAVERSE-ACRES(OVERSTATED-COUNT)
                   COMPUTE OS-EXCESS-ACRES(OVERSTATED-COUNT) =
                       MX-HULL-ACRES(METRICS-SCAN-INDEX)
                       - MX-TRAVERSE-ACRES(METRICS-SCAN-INDEX)
                   MOVE EXCESS-PERCENT
                       TO OS-EXCESS-PERCENT(OVERSTATED-COUNT)
                   ADD OS-EXCESS-ACRES(OVERSTATED-COUNT)
                       TO TOTAL-EXCESS-ACRES
               END-IF

           END-IF.

       SORT-OVERSTATED-TABLE.

      * Straight insertion sort, largest excess acreage first, so
      * the parcels carrying the most inflated acreage head the
      * list - the same sort shape the roll-up cells use.

           PERFORM VARYING OVERSTATED-SORT-INDEX FROM 2 BY 1
                   UNTIL OVERSTATED-SORT-INDEX > OVERSTATED-COUNT

               MOVE OS-ENTRY(OVERSTATED-SORT-INDEX)
                   TO OVERSTATED-HOLD-ENTRY
               MOVE OVERSTATED-SORT-INDEX
                   TO OVERSTATED-SORT-SCAN-INDEX

               PERFORM UNTIL OVERSTATED-SORT-SCAN-INDEX = 1
                   OR OS-EXCESS-ACRES(OVERSTATED-SORT-SCAN-INDEX - 1)
                       NOT < OH-EXCESS-ACRES

                   MOVE OS-ENTRY(OVERSTATED-SORT-SCAN-INDEX - 1)
                       TO OS-ENTRY(OVERSTATED-SORT-SCAN-INDEX)
                   SUBTRACT 1 FROM OVERSTATED-SORT-SCAN-INDEX

               END-PERFORM

               MOVE OVERSTATED-HOLD-ENTRY
                   TO OS-ENTRY(OVERSTATED-SORT-SCAN-INDEX)

           END-PERFORM.

       PRINT-OVERSTATEMENT-REPORT.

           PERFORM WRITE-PAGE-HEADING.
           MOVE CONCAVITY-TOLERANCE TO THL-TOLERANCE.
           MOVE TOLERANCE-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING OVERSTATED-INDEX FROM 1 BY 1
                   UNTIL OVERSTATED-INDEX > OVERSTATED-COUNT

               MOVE OS-PARCEL-ID(OVERSTATED-INDEX) TO ODL-PARCEL-ID
               MOVE OS-HULL-ACRES(OVERSTATED-INDEX)
                   TO ODL-HULL-ACRES
               MOVE OS-TRAVERSE-ACRES(OVERSTATED-INDEX)
                   TO ODL-TRAVERSE-ACRES
               MOVE OS-EXCESS-ACRES(OVERSTATED-INDEX)
                   TO ODL-EXCESS-ACRES
               MOVE OS-EXCESS-PERCENT(OVERSTATED-INDEX)
                   TO ODL-EXCESS-PERCENT
               MOVE OVERSTATED-DETAIL-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE

           END-PERFORM.

           IF OVERSTATED-COUNT = ZERO
               MOVE "  (NO PARCELS OVER TOLERANCE THIS RUN)"
                   TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "PARCELS OVER TOLERANCE / EXCESS ACRES"
               TO TDL-LABEL.
           MOVE OVERSTATED-COUNT TO TDL-COUNT.
           MOVE TOTAL-EXCESS-ACRES TO TDL-ACRES.
           MOVE TOTAL-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM PRINT-EXCEPTION-SECTIONS.

       PRINT-EXCEPTION-SECTIONS.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "EXCEPTIONS - TRAVERSE CROSSES ITSELF" TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING METRICS-SCAN-INDEX FROM 1 BY 1
                   UNTIL METRICS-SCAN-INDEX > METRICS-PARCEL-COUNT

               IF MX-CROSS-FLAG(METRICS-SCAN-INDEX) = 'Y'
                   MOVE MX-PARCEL-ID(METRICS-SCAN-INDEX)
                       TO XDL-PARCEL-ID
                   MOVE "POINT ORDER SUSPECT, TRAVERSE AREA NOT USED"
                       TO XDL-NOTE
                   MOVE EXCEPTION-DETAIL-LINE TO PRINT-STAGING-AREA
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF

           END-PERFORM.

           IF CROSSING-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "EXCEPTIONS - NO TRAVERSE FIGURES ON METRICS RECORD"
               TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING METRICS-SCAN-INDEX FROM 1 BY 1
                   UNTIL METRICS-SCAN-INDEX > METRICS-PARCEL-COUNT

               IF MX-CROSS-FLAG(METRICS-SCAN-INDEX) = SPACE
                   MOVE MX-PARCEL-ID(METRICS-SCAN-INDEX)
                       TO XDL-PARCEL-ID
                   MOVE "RECORD PREDATES TRAVERSE METRICS, RERUN HULL"
                       TO XDL-NOTE
                   MOVE EXCEPTION-DETAIL-LINE TO PRINT-STAGING-AREA
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF

               IF MX-CROSS-FLAG(METRICS-SCAN-INDEX) = 'M'
                   MOVE MX-PARCEL-ID(METRICS-SCAN-INDEX)
                       TO XDL-PARCEL-ID
                   MOVE "MERGED PARCEL, NO SINGLE WALKED TRAVERSE"
                       TO XDL-NOTE
                   MOVE EXCEPTION-DETAIL-LINE TO PRINT-STAGING-AREA
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               END-IF

           END-PERFORM.

           IF NO-TRAVERSE-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HL1-RUN-DATE.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           IF PAGE-COUNT = 1
               WRITE OVERSTATEMENT-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE OVERSTATEMENT-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO OVERSTATEMENT-PRINT-RECORD.
           WRITE OVERSTATEMENT-PRINT-RECORD AFTER ADVANCING 1 LINE.

           MOVE 2 TO LINE-COUNT.

       WRITE-REPORT-LINE.

           IF LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF.

           WRITE OVERSTATEMENT-PRINT-RECORD FROM PRINT-STAGING-AREA
               AFTER ADVANCING 1 LINE.

           ADD 1 TO LINE-COUNT.
