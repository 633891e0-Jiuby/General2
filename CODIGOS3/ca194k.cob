      ******************************************************************
      * CA194K - OPERATOR-ACTIVITY-REPORT
      * MONTHLY SUMMARY, BY OPERATOR, OF THE BOUNDARY MAINTENANCE
      * CARDS EACH OPERATOR KEYED AND WHAT BECAME OF THEM - ACCEPTED
      * OR REJECTED BY THE CA194E EDIT, APPLIED TO THE POINTS MASTER
      * BY CA194M, AND BACKED OUT AGAIN BY CA194B - OFF THE CA194OA
      * OPERATOR ACTIVITY LOG THOSE THREE JOBS APPEND TO. THE
      * AUDITORS ASK FOR IT EVERY YEAR. EVERY OPERATOR ON THE CA194AU
      * AUTHORITY TABLE IS LISTED, WITH ZEROS IF IDLE, AND SO IS ANY
      * OPERATOR FOUND ON THE LOG BUT NO LONGER ON THE TABLE. THE
      * MONTH COMES FROM THE OPTIONAL CA194KC DATE-RANGE CARD; WITH
      * NO CARD IT IS THE PREVIOUS CALENDAR MONTH. EVENTS ARE
      * COUNTED IN THE MONTH THE STEP WAS TAKEN, SO A CARD KEYED ON
      * THE LAST DAY OF ONE MONTH AND APPLIED THAT NIGHT AFTER
      * MIDNIGHT COUNTS AS KEYED IN ONE MONTH AND APPLIED IN THE
      * NEXT. THE REPORT IS CA194KR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERATOR-ACTIVITY-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-RANGE-FILE ASSIGN TO "CA194KC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATE-RANGE-STATUS.

           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO "CA194AU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-AUTHORITY-STATUS.

           SELECT ACTIVITY-LOG-FILE ASSIGN TO "CA194OA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-STATUS.

           SELECT ACTIVITY-REPORT-FILE ASSIGN TO "CA194KR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-RANGE-FILE.
           COPY CA194DR.

       FD  OPERATOR-AUTHORITY-FILE.
           COPY CA194AU.

       FD  ACTIVITY-LOG-FILE.
           COPY CA194OA.

       FD  ACTIVITY-REPORT-FILE.
       01  ACTIVITY-PRINT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  DATE-RANGE-STATUS           PIC X(2).
       01  OPERATOR-AUTHORITY-STATUS   PIC X(2).
       01  ACTIVITY-LOG-STATUS         PIC X(2).
       01  ACTIVITY-REPORT-STATUS      PIC X(2).
       01  END-OF-AUTHORITY-SWITCH     PIC X(1) VALUE 'N'.
           88  END-OF-AUTHORITY        VALUE 'Y'.
       01  END-OF-ACTIVITY-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-ACTIVITY         VALUE 'Y'.

      * THE REPORTING PERIOD - THE PREVIOUS CALENDAR MONTH UNLESS
      * THE CA194KC CARD NAMES ONE. THE LAST DAY IS TAKEN AS 31 FOR
      * EVERY MONTH - NO EVENT IS EVER DATED ON A DAY THAT DOES NOT
      * EXIST, SO THE COMPARE NEEDS NO CALENDAR.
       01  RANGE-FROM-DATE             PIC X(8) VALUE "00000000".
       01  RANGE-TO-DATE               PIC X(8) VALUE "99999999".
       01  RUN-DATE-WORK.
           05  RUN-DATE-YEAR           PIC 9(4).
           05  RUN-DATE-MONTH          PIC 9(2).
           05  RUN-DATE-DAY            PIC 9(2).
       01  PRIOR-MONTH-WORK.
           05  PRIOR-MONTH-YEAR        PIC 9(4).
           05  PRIOR-MONTH-MONTH       PIC 9(2).
           05  PRIOR-MONTH-DAY         PIC X(2).

      * ONE ENTRY PER OPERATOR - THE AUTHORITY TABLE FIRST, THEN ANY
      * OPERATOR MET ON THE LOG AND NOT ON THE TABLE - SORTED ON
      * OPERATOR ID FOR PRINTING.
       01  OPERATOR-TABLE.
           05  OP-ENTRY OCCURS 300 TIMES.
               10  OP-OPERATOR-ID      PIC X(8).
               10  OP-OPERATOR-NAME    PIC X(30).
               10  OP-AUTHORITY-LEVEL  PIC X(1).
               10  OP-ACCEPTED-COUNT   PIC 9(5).
               10  OP-REJECTED-COUNT   PIC 9(5).
               10  OP-APPLIED-COUNT    PIC 9(5).
               10  OP-BACKED-OUT-COUNT PIC 9(5).

       01  OPERATOR-COUNT              PIC 9(3) VALUE ZERO.
       01  OPERATOR-INDEX              PIC 9(3) VALUE ZERO.
       01  OPERATOR-FOUND-INDEX        PIC 9(3) VALUE ZERO.
       01  OPERATOR-SORT-INDEX         PIC 9(3) VALUE ZERO.
       01  OPERATOR-SORT-SCAN-INDEX    PIC 9(3) VALUE ZERO.
       01  OPERATOR-HOLD-ENTRY.
           05  OH-OPERATOR-ID          PIC X(8).
           05  OH-OPERATOR-NAME        PIC X(30).
           05  OH-AUTHORITY-LEVEL      PIC X(1).
           05  OH-ACCEPTED-COUNT       PIC 9(5).
           05  OH-REJECTED-COUNT       PIC 9(5).
           05  OH-APPLIED-COUNT        PIC 9(5).
           05  OH-BACKED-OUT-COUNT     PIC 9(5).

       01  ACTIVITY-RECORDS-READ       PIC 9(7) VALUE ZERO.
       01  ACTIVITY-RECORDS-IN-RANGE   PIC 9(7) VALUE ZERO.
       01  TOTAL-ACCEPTED-COUNT        PIC 9(6) VALUE ZERO.
       01  TOTAL-REJECTED-COUNT        PIC 9(6) VALUE ZERO.
       01  TOTAL-APPLIED-COUNT         PIC 9(6) VALUE ZERO.
       01  TOTAL-BACKED-OUT-COUNT      PIC 9(6) VALUE ZERO.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
       01  PRINT-STAGING-AREA          PIC X(132) VALUE SPACES.

      * REPORT LINE LAYOUTS.
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "CA194K OPERATOR ACTIVITY REPORT       ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  RANGE-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "ACTIVITY DATED FROM ".
           05  RHL-FROM-DATE           PIC X(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  RHL-TO-DATE             PIC X(8).
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "OPERATOR  ".
           05  FILLER                  PIC X(32) VALUE "NAME".
           05  FILLER                  PIC X(5) VALUE "LVL  ".
           05  FILLER                  PIC X(10) VALUE "  KEYED   ".
           05  FILLER                  PIC X(10) VALUE "ACCEPTED  ".
           05  FILLER                  PIC X(10) VALUE "REJECTED  ".
           05  FILLER                  PIC X(10) VALUE " APPLIED  ".
           05  FILLER                  PIC X(10) VALUE "BACKED OUT".
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  ACTIVITY-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ADL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ADL-OPERATOR-NAME       PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ADL-AUTHORITY-LEVEL     PIC X(1).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  ADL-KEYED-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ADL-ACCEPTED-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ADL-REJECTED-COUNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ADL-APPLIED-COUNT       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ADL-BACKED-OUT-COUNT    PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(35) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SHL-TITLE               PIC X(60).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TTL-LABEL               PIC X(34).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(88) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM LOAD-REPORTING-PERIOD.
           PERFORM LOAD-OPERATOR-AUTHORITY.
           PERFORM TALLY-OPERATOR-ACTIVITY.
           PERFORM SORT-OPERATOR-TABLE.

           PERFORM OPEN-ACTIVITY-REPORT.
           PERFORM PRINT-ACTIVITY-REPORT.
           PERFORM CLOSE-ACTIVITY-REPORT.

           DISPLAY "CA194K - " ACTIVITY-RECORDS-READ
               " ACTIVITY RECORDS READ, " ACTIVITY-RECORDS-IN-RANGE
               " FROM " RANGE-FROM-DATE " TO " RANGE-TO-DATE.

           STOP RUN.

       LOAD-REPORTING-PERIOD.

      * With no card the report covers the previous calendar month,
      * the month the job is normally run to close out. A card that
      * is present is taken as the other CA194DR reports take it.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-WORK.
           MOVE RUN-DATE-YEAR TO PRIOR-MONTH-YEAR.

           IF RUN-DATE-MONTH = 1
               SUBTRACT 1 FROM PRIOR-MONTH-YEAR
               MOVE 12 TO PRIOR-MONTH-MONTH
           ELSE
               COMPUTE PRIOR-MONTH-MONTH = RUN-DATE-MONTH - 1
           END-IF.

           OPEN INPUT DATE-RANGE-FILE.

           IF DATE-RANGE-STATUS NOT = "00"

               MOVE "01" TO PRIOR-MONTH-DAY
               MOVE PRIOR-MONTH-WORK TO RANGE-FROM-DATE
               MOVE "31" TO PRIOR-MONTH-DAY
               MOVE PRIOR-MONTH-WORK TO RANGE-TO-DATE
               DISPLAY "CA194K - NO CA194KC DATE RANGE CARD, "
                   "PREVIOUS MONTH REPORTED"

           ELSE

               READ DATE-RANGE-FILE
                   AT END CONTINUE
               END-READ

               IF DATE-RANGE-STATUS = "00"

                   IF CA194-DR-FROM-DATE IS NUMERIC
                       MOVE CA194-DR-FROM-DATE TO RANGE-FROM-DATE
                   ELSE
                       IF CA194-DR-FROM-DATE NOT = SPACES
                           DISPLAY "CA194K - FROM DATE ON CA194KC "
                               "NOT NUMERIC, RANGE LEFT OPEN"
                       END-IF
                   END-IF

                   IF CA194-DR-TO-DATE IS NUMERIC
                       MOVE CA194-DR-TO-DATE TO RANGE-TO-DATE
                   ELSE
                       IF CA194-DR-TO-DATE NOT = SPACES
                           DISPLAY "CA194K - TO DATE ON CA194KC "
                               "NOT NUMERIC, RANGE LEFT OPEN"
                       END-IF
                   END-IF

               END-IF

               CLOSE DATE-RANGE-FILE

           END-IF.

       LOAD-OPERATOR-AUTHORITY.

      * The table only supplies names and levels here - without it
      * the operators are still reported, by id alone.

           OPEN INPUT OPERATOR-AUTHORITY-FILE.

           IF OPERATOR-AUTHORITY-STATUS NOT = "00"
               DISPLAY "CA194K - NO CA194AU AUTHORITY TABLE, "
                   "OPERATORS REPORTED BY ID ONLY"
           ELSE

               READ OPERATOR-AUTHORITY-FILE
                   AT END SET END-OF-AUTHORITY TO TRUE
               END-READ

               PERFORM UNTIL END-OF-AUTHORITY

                   MOVE CA194-AU-OPERATOR-ID TO OH-OPERATOR-ID
                   PERFORM FIND-OPERATOR-ENTRY

                   IF OPERATOR-FOUND-INDEX > ZERO
                       MOVE CA194-AU-OPERATOR-NAME
                           TO OP-OPERATOR-NAME(OPERATOR-FOUND-INDEX)
                       MOVE CA194-AU-AUTHORITY-LEVEL
                           TO OP-AUTHORITY-LEVEL(OPERATOR-FOUND-INDEX)
                   END-IF

                   READ OPERATOR-AUTHORITY-FILE
                       AT END SET END-OF-AUTHORITY TO TRUE
                   END-READ

               END-PERFORM

               CLOSE OPERATOR-AUTHORITY-FILE

           END-IF.

       TALLY-OPERATOR-ACTIVITY.

      * The log is required - a month with no log is not a month
      * with no activity, and the auditors must not be told it is.

           OPEN INPUT ACTIVITY-LOG-FILE.

           IF ACTIVITY-LOG-STATUS NOT = "00"
               DISPLAY "CA194K - UNABLE TO OPEN CA194OA, STATUS "
                   ACTIVITY-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ ACTIVITY-LOG-FILE
               AT END SET END-OF-ACTIVITY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ACTIVITY

               ADD 1 TO ACTIVITY-RECORDS-READ

               IF CA194-OA-EVENT-DATE NOT < RANGE-FROM-DATE
                   AND CA194-OA-EVENT-DATE NOT > RANGE-TO-DATE
                   PERFORM TALLY-ONE-ACTIVITY-RECORD
               END-IF

               READ ACTIVITY-LOG-FILE
                   AT END SET END-OF-ACTIVITY TO TRUE
               END-READ

           END-PERFORM.

           CLOSE ACTIVITY-LOG-FILE.

       TALLY-ONE-ACTIVITY-RECORD.

           ADD 1 TO ACTIVITY-RECORDS-IN-RANGE.

           MOVE CA194-OA-OPERATOR-ID TO OH-OPERATOR-ID.
           PERFORM FIND-OPERATOR-ENTRY.

           IF OPERATOR-FOUND-INDEX > ZERO

               EVALUATE CA194-OA-EVENT
                   WHEN 'A'
                       ADD 1 TO OP-ACCEPTED-COUNT(OPERATOR-FOUND-INDEX)
                       ADD 1 TO TOTAL-ACCEPTED-COUNT
                   WHEN 'R'
                       ADD 1 TO OP-REJECTED-COUNT(OPERATOR-FOUND-INDEX)
                       ADD 1 TO TOTAL-REJECTED-COUNT
                   WHEN 'P'
                       ADD 1 TO OP-APPLIED-COUNT(OPERATOR-FOUND-INDEX)
                       ADD 1 TO TOTAL-APPLIED-COUNT
                   WHEN 'B'
                       ADD 1
                           TO OP-BACKED-OUT-COUNT(OPERATOR-FOUND-INDEX)
                       ADD 1 TO TOTAL-BACKED-OUT-COUNT
                   WHEN OTHER
                       DISPLAY "CA194K - UNKNOWN EVENT '"
                           CA194-OA-EVENT "' ON CA194OA FOR PARCEL "
                           CA194-OA-PARCEL-ID ", NOT COUNTED"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE

           END-IF.

       FIND-OPERATOR-ENTRY.

      * Looks up OH-OPERATOR-ID, adding a zeroed entry the first
      * time an operator is met. A full table is reported and the
      * operator's activity left out rather than run over.

           MOVE ZERO TO OPERATOR-FOUND-INDEX.

           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT
                   OR OPERATOR-FOUND-INDEX > ZERO

               IF OP-OPERATOR-ID(OPERATOR-INDEX) = OH-OPERATOR-ID
                   MOVE OPERATOR-INDEX TO OPERATOR-FOUND-INDEX
               END-IF

           END-PERFORM.

           IF OPERATOR-FOUND-INDEX = ZERO
               IF OPERATOR-COUNT < 300
                   ADD 1 TO OPERATOR-COUNT
                   MOVE OPERATOR-COUNT TO OPERATOR-FOUND-INDEX
                   MOVE OH-OPERATOR-ID
                       TO OP-OPERATOR-ID(OPERATOR-COUNT)
                   MOVE "(NOT ON CA194AU TABLE)"
                       TO OP-OPERATOR-NAME(OPERATOR-COUNT)
                   MOVE SPACE TO OP-AUTHORITY-LEVEL(OPERATOR-COUNT)
                   MOVE ZERO TO OP-ACCEPTED-COUNT(OPERATOR-COUNT)
                   MOVE ZERO TO OP-REJECTED-COUNT(OPERATOR-COUNT)
                   MOVE ZERO TO OP-APPLIED-COUNT(OPERATOR-COUNT)
                   MOVE ZERO TO OP-BACKED-OUT-COUNT(OPERATOR-COUNT)
               ELSE
                   DISPLAY "CA194K - OPERATOR " OH-OPERATOR-ID
                       " DROPPED, OVER 300 OPERATORS"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       SORT-OPERATOR-TABLE.

      * Straight insertion sort on operator id, the same sort shape
      * the other CA194 reports use.

           PERFORM VARYING OPERATOR-SORT-INDEX FROM 2 BY 1
                   UNTIL OPERATOR-SORT-INDEX > OPERATOR-COUNT

               MOVE OP-ENTRY(OPERATOR-SORT-INDEX)
                   TO OPERATOR-HOLD-ENTRY
               MOVE OPERATOR-SORT-INDEX TO OPERATOR-SORT-SCAN-INDEX

               PERFORM UNTIL OPERATOR-SORT-SCAN-INDEX = 1
                   OR OP-OPERATOR-ID(OPERATOR-SORT-SCAN-INDEX - 1)
                       NOT > OH-OPERATOR-ID

                   MOVE OP-ENTRY(OPERATOR-SORT-SCAN-INDEX - 1)
                       TO OP-ENTRY(OPERATOR-SORT-SCAN-INDEX)
                   SUBTRACT 1 FROM OPERATOR-SORT-SCAN-INDEX

               END-PERFORM

               MOVE OPERATOR-HOLD-ENTRY
                   TO OP-ENTRY(OPERATOR-SORT-SCAN-INDEX)

           END-PERFORM.

       OPEN-ACTIVITY-REPORT.

           OPEN OUTPUT ACTIVITY-REPORT-FILE.

           IF ACTIVITY-REPORT-STATUS NOT = "00"
               DISPLAY "CA194K - UNABLE TO OPEN CA194KR, STATUS "
                   ACTIVITY-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ACTIVITY-REPORT.

           CLOSE ACTIVITY-REPORT-FILE.

       PRINT-ACTIVITY-REPORT.

           PERFORM WRITE-PAGE-HEADING.

           MOVE RANGE-FROM-DATE TO RHL-FROM-DATE.
           MOVE RANGE-TO-DATE TO RHL-TO-DATE.
           MOVE RANGE-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE COLUMN-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING OPERATOR-INDEX FROM 1 BY 1
                   UNTIL OPERATOR-INDEX > OPERATOR-COUNT

               PERFORM PRINT-OPERATOR-LINE

           END-PERFORM.

           IF OPERATOR-COUNT = ZERO
               MOVE "  (NO OPERATORS AND NO ACTIVITY IN RANGE)"
                   TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

      * Keyed is every card the edit saw - accepted plus rejected.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO ADL-OPERATOR-ID.
           MOVE "ALL OPERATORS" TO ADL-OPERATOR-NAME.
           MOVE SPACE TO ADL-AUTHORITY-LEVEL.
           COMPUTE ADL-KEYED-COUNT =
               TOTAL-ACCEPTED-COUNT + TOTAL-REJECTED-COUNT.
           MOVE TOTAL-ACCEPTED-COUNT TO ADL-ACCEPTED-COUNT.
           MOVE TOTAL-REJECTED-COUNT TO ADL-REJECTED-COUNT.
           MOVE TOTAL-APPLIED-COUNT TO ADL-APPLIED-COUNT.
           MOVE TOTAL-BACKED-OUT-COUNT TO ADL-BACKED-OUT-COUNT.
           MOVE ACTIVITY-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "OPERATORS LISTED" TO TTL-LABEL.
           MOVE OPERATOR-COUNT TO TTL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "ACTIVITY RECORDS IN RANGE" TO TTL-LABEL.
           MOVE ACTIVITY-RECORDS-IN-RANGE TO TTL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-OPERATOR-LINE.

           MOVE OP-OPERATOR-ID(OPERATOR-INDEX) TO ADL-OPERATOR-ID.
           MOVE OP-OPERATOR-NAME(OPERATOR-INDEX) TO ADL-OPERATOR-NAME.
           MOVE OP-AUTHORITY-LEVEL(OPERATOR-INDEX)
               TO ADL-AUTHORITY-LEVEL.
           COMPUTE ADL-KEYED-COUNT =
               OP-ACCEPTED-COUNT(OPERATOR-INDEX)
               + OP-REJECTED-COUNT(OPERATOR-INDEX).
           MOVE OP-ACCEPTED-COUNT(OPERATOR-INDEX)
               TO ADL-ACCEPTED-COUNT.
           MOVE OP-REJECTED-COUNT(OPERATOR-INDEX)
               TO ADL-REJECTED-COUNT.
           MOVE OP-APPLIED-COUNT(OPERATOR-INDEX) TO ADL-APPLIED-COUNT.
           MOVE OP-BACKED-OUT-COUNT(OPERATOR-INDEX)
               TO ADL-BACKED-OUT-COUNT.
           MOVE ACTIVITY-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HL1-RUN-DATE.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           IF PAGE-COUNT = 1
               WRITE ACTIVITY-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ACTIVITY-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO ACTIVITY-PRINT-RECORD.
           WRITE ACTIVITY-PRINT-RECORD AFTER ADVANCING 1 LINE.

           MOVE 2 TO LINE-COUNT.

       WRITE-REPORT-LINE.

           IF LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF.

           WRITE ACTIVITY-PRINT-RECORD FROM PRINT-STAGING-AREA
               AFTER ADVANCING 1 LINE.

           ADD 1 TO LINE-COUNT.
