      ******************************************************************
      * CA194O - OWNERSHIP-TRANSFER-REPORT
      * LISTS EVERY CHANGE OF OWNER OF RECORD EFFECTIVE IN A DATE
      * RANGE, OFF THE CA194AH ATTRIBUTE HISTORY CA194A WRITES AS IT
      * APPLIES CA194AC CARDS - SO THE RECORDER'S HAND TALLY OF DEED
      * TRANSFERS GOES AWAY. A TRANSFER IS A 'C' CARD WHOSE OWNER
      * AFTER DIFFERS FROM THE OWNER BEFORE; ADDS AND DELETES OF
      * WHOLE PARCELS ARE NOT TRANSFERS. THE RANGE COMES FROM THE
      * OPTIONAL CA194OC DATE-RANGE CARD AND IS MATCHED ON THE
      * EFFECTIVE DATE, NOT THE DATE THE CARD WAS KEYED, SO A DEED
      * KEYED LATE STILL FALLS IN ITS OWN MONTH. THE CA194OR REPORT
      * RUNS BY TAX DISTRICT, THEN EFFECTIVE DATE, WITH DISTRICT AND
      * GRAND COUNTS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNERSHIP-TRANSFER-REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATE-RANGE-FILE ASSIGN TO "CA194OC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATE-RANGE-STATUS.

           SELECT ATTR-HISTORY-FILE ASSIGN TO "CA194AH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTR-HISTORY-STATUS.

           SELECT TRANSFER-REPORT-FILE ASSIGN TO "CA194OR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSFER-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DATE-RANGE-FILE.
           COPY CA194DR.

       FD  ATTR-HISTORY-FILE.
           COPY CA194AH.

       FD  TRANSFER-REPORT-FILE.
       01  TRANSFER-PRINT-RECORD           PIC X(132).

       WORKING-STORAGE SECTION.

       01  DATE-RANGE-STATUS           PIC X(2).
       01  ATTR-HISTORY-STATUS         PIC X(2).
       01  TRANSFER-REPORT-STATUS      PIC X(2).
       01  END-OF-HISTORY-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.

      * THE EFFECTIVE-DATE RANGE IN EFFECT - OPEN AT BOTH ENDS
      * UNLESS THE CA194OC CARD CLOSES THEM.
       01  RANGE-FROM-DATE             PIC X(8) VALUE "00000000".
       01  RANGE-TO-DATE               PIC X(8) VALUE "99999999".

      * THE TRANSFERS IN RANGE, SORTED ON DISTRICT, EFFECTIVE DATE
      * AND PARCEL FOR PRINTING.
       01  TRANSFER-TABLE.
           05  TX-ENTRY OCCURS 2000 TIMES.
               10  TX-SORT-KEY.
                   15  TX-TAX-DISTRICT PIC X(4).
                   15  TX-EFF-DATE     PIC X(8).
                   15  TX-PARCEL-ID    PIC X(10).
               10  TX-LAND-USE         PIC X(3).
               10  TX-OLD-OWNER        PIC X(30).
               10  TX-NEW-OWNER        PIC X(30).
               10  TX-KEYED-DATE       PIC X(8).

       01  TRANSFER-COUNT              PIC 9(4) VALUE ZERO.
       01  TRANSFER-INDEX              PIC 9(4) VALUE ZERO.
       01  TRANSFER-SORT-INDEX         PIC 9(4) VALUE ZERO.
       01  TRANSFER-SORT-SCAN-INDEX    PIC 9(4) VALUE ZERO.
       01  TRANSFER-HOLD-ENTRY.
           05  TH-SORT-KEY.
               10  TH-TAX-DISTRICT     PIC X(4).
               10  TH-EFF-DATE         PIC X(8).
               10  TH-PARCEL-ID        PIC X(10).
           05  TH-LAND-USE             PIC X(3).
           05  TH-OLD-OWNER            PIC X(30).
           05  TH-NEW-OWNER            PIC X(30).
           05  TH-KEYED-DATE           PIC X(8).

       01  HISTORY-RECORDS-READ        PIC 9(7) VALUE ZERO.
       01  CURRENT-DISTRICT            PIC X(4) VALUE SPACES.
       01  DISTRICT-TRANSFER-COUNT     PIC 9(4) VALUE ZERO.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
       01  PRINT-STAGING-AREA          PIC X(132) VALUE SPACES.

      * REPORT LINE LAYOUTS.
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "CA194O OWNERSHIP TRANSFER REPORT      ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  RANGE-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE
               "EFFECTIVE DATES FROM ".
           05  RHL-FROM-DATE           PIC X(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  RHL-TO-DATE             PIC X(8).
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DISTRICT  ".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE ".
           05  FILLER                  PIC X(12) VALUE "PARCEL      ".
           05  FILLER                  PIC X(5) VALUE "USE  ".
           05  FILLER                  PIC X(32) VALUE
               "PREVIOUS OWNER".
           05  FILLER                  PIC X(32) VALUE
               "NEW OWNER".
           05  FILLER                  PIC X(8) VALUE "KEYED".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  TRANSFER-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TDL-TAX-DISTRICT        PIC X(4).
           05  FILLER                  PIC X(6) VALUE SPACES.
           05  TDL-EFF-DATE            PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TDL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TDL-LAND-USE            PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TDL-OLD-OWNER           PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TDL-NEW-OWNER           PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  TDL-KEYED-DATE          PIC X(8).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SHL-TITLE               PIC X(60).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TTL-LABEL               PIC X(34).
           05  TTL-COUNT               PIC ZZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM LOAD-DATE-RANGE.
           PERFORM COLLECT-OWNERSHIP-TRANSFERS.
           PERFORM SORT-TRANSFER-TABLE.

           PERFORM OPEN-TRANSFER-REPORT.
           PERFORM PRINT-TRANSFER-REPORT.
           PERFORM CLOSE-TRANSFER-REPORT.

           DISPLAY "CA194O - " HISTORY-RECORDS-READ
               " HISTORY RECORDS READ, " TRANSFER-COUNT
               " TRANSFERS FROM " RANGE-FROM-DATE " TO "
               RANGE-TO-DATE.

           STOP RUN.

       LOAD-DATE-RANGE.

      * The range card is optional - without it every transfer on
      * the history is listed.

           OPEN INPUT DATE-RANGE-FILE.

           IF DATE-RANGE-STATUS NOT = "00"
               DISPLAY "CA194O - NO CA194OC DATE RANGE CARD, WHOLE "
                   "HISTORY LISTED"
           ELSE

               READ DATE-RANGE-FILE
                   AT END CONTINUE
               END-READ

               IF DATE-RANGE-STATUS = "00"

                   IF CA194-DR-FROM-DATE IS NUMERIC
                       MOVE CA194-DR-FROM-DATE TO RANGE-FROM-DATE
                   ELSE
                       IF CA194-DR-FROM-DATE NOT = SPACES
                           DISPLAY "CA194O - FROM DATE ON CA194OC "
                               "NOT NUMERIC, RANGE LEFT OPEN"
                       END-IF
                   END-IF

                   IF CA194-DR-TO-DATE IS NUMERIC
                       MOVE CA194-DR-TO-DATE TO RANGE-TO-DATE
                   ELSE
                       IF CA194-DR-TO-DATE NOT = SPACES
                           DISPLAY "CA194O - TO DATE ON CA194OC "
                               "NOT NUMERIC, RANGE LEFT OPEN"
                       END-IF
                   END-IF

               END-IF

               CLOSE DATE-RANGE-FILE

           END-IF.

       COLLECT-OWNERSHIP-TRANSFERS.

           OPEN INPUT ATTR-HISTORY-FILE.

           IF ATTR-HISTORY-STATUS NOT = "00"
               DISPLAY "CA194O - UNABLE TO OPEN CA194AH, STATUS "
                   ATTR-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ ATTR-HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY

               ADD 1 TO HISTORY-RECORDS-READ

               IF CA194-AH-ACTION = 'C'
                   AND CA194-AH-AFTER-OWNER
                       NOT = CA194-AH-BEFORE-OWNER
                   AND CA194-AH-EFF-DATE NOT < RANGE-FROM-DATE
                   AND CA194-AH-EFF-DATE NOT > RANGE-TO-DATE
                   PERFORM ADD-OWNERSHIP-TRANSFER
               END-IF

               READ ATTR-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ

           END-PERFORM.

           CLOSE ATTR-HISTORY-FILE.

       ADD-OWNERSHIP-TRANSFER.

      * The district the parcel sits in after the transfer is the
      * one it is tallied under.

           IF TRANSFER-COUNT < 2000
               ADD 1 TO TRANSFER-COUNT
               MOVE CA194-AH-AFTER-DISTRICT
                   TO TX-TAX-DISTRICT(TRANSFER-COUNT)
               MOVE CA194-AH-EFF-DATE TO TX-EFF-DATE(TRANSFER-COUNT)
               MOVE CA194-AH-PARCEL-ID
                   TO TX-PARCEL-ID(TRANSFER-COUNT)
               MOVE CA194-AH-AFTER-LAND-USE
                   TO TX-LAND-USE(TRANSFER-COUNT)
               MOVE CA194-AH-BEFORE-OWNER
                   TO TX-OLD-OWNER(TRANSFER-COUNT)
               MOVE CA194-AH-AFTER-OWNER
                   TO TX-NEW-OWNER(TRANSFER-COUNT)
               MOVE CA194-AH-RUN-DATE
                   TO TX-KEYED-DATE(TRANSFER-COUNT)
           ELSE
               DISPLAY "CA194O - TRANSFER OF PARCEL "
                   CA194-AH-PARCEL-ID " ON " CA194-AH-EFF-DATE
                   " DROPPED, OVER 2000 TRANSFERS IN RANGE"
               MOVE 8 TO RETURN-CODE
           END-IF.

       SORT-TRANSFER-TABLE.

      * Straight insertion sort on the group key, the same sort
      * shape the other CA194 reports use.

           PERFORM VARYING TRANSFER-SORT-INDEX FROM 2 BY 1
                   UNTIL TRANSFER-SORT-INDEX > TRANSFER-COUNT

               MOVE TX-ENTRY(TRANSFER-SORT-INDEX)
                   TO TRANSFER-HOLD-ENTRY
               MOVE TRANSFER-SORT-INDEX TO TRANSFER-SORT-SCAN-INDEX

               PERFORM UNTIL TRANSFER-SORT-SCAN-INDEX = 1
                   OR TX-SORT-KEY(TRANSFER-SORT-SCAN-INDEX - 1)
                       NOT > TH-SORT-KEY

                   MOVE TX-ENTRY(TRANSFER-SORT-SCAN-INDEX - 1)
                       TO TX-ENTRY(TRANSFER-SORT-SCAN-INDEX)
                   SUBTRACT 1 FROM TRANSFER-SORT-SCAN-INDEX

               END-PERFORM

               MOVE TRANSFER-HOLD-ENTRY
                   TO TX-ENTRY(TRANSFER-SORT-SCAN-INDEX)

           END-PERFORM.

       OPEN-TRANSFER-REPORT.

           OPEN OUTPUT TRANSFER-REPORT-FILE.

           IF TRANSFER-REPORT-STATUS NOT = "00"
               DISPLAY "CA194O - UNABLE TO OPEN CA194OR, STATUS "
                   TRANSFER-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-TRANSFER-REPORT.

           CLOSE TRANSFER-REPORT-FILE.

       PRINT-TRANSFER-REPORT.

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

           MOVE SPACES TO CURRENT-DISTRICT.
           MOVE ZERO TO DISTRICT-TRANSFER-COUNT.

           PERFORM VARYING TRANSFER-INDEX FROM 1 BY 1
                   UNTIL TRANSFER-INDEX > TRANSFER-COUNT

               IF TRANSFER-INDEX = 1
                   OR TX-TAX-DISTRICT(TRANSFER-INDEX)
                       NOT = CURRENT-DISTRICT

                   IF TRANSFER-INDEX > 1
                       PERFORM PRINT-DISTRICT-TOTAL
                   END-IF

                   MOVE TX-TAX-DISTRICT(TRANSFER-INDEX)
                       TO CURRENT-DISTRICT
                   MOVE ZERO TO DISTRICT-TRANSFER-COUNT

               END-IF

               PERFORM PRINT-TRANSFER-LINE

           END-PERFORM.

           IF TRANSFER-COUNT > ZERO
               PERFORM PRINT-DISTRICT-TOTAL
           ELSE
               MOVE "  (NO TRANSFERS IN RANGE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE "TOTAL TRANSFERS" TO TTL-LABEL.
           MOVE TRANSFER-COUNT TO TTL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-TRANSFER-LINE.

           MOVE TX-TAX-DISTRICT(TRANSFER-INDEX) TO TDL-TAX-DISTRICT.
           MOVE TX-EFF-DATE(TRANSFER-INDEX) TO TDL-EFF-DATE.
           MOVE TX-PARCEL-ID(TRANSFER-INDEX) TO TDL-PARCEL-ID.
           MOVE TX-LAND-USE(TRANSFER-INDEX) TO TDL-LAND-USE.
           MOVE TX-OLD-OWNER(TRANSFER-INDEX) TO TDL-OLD-OWNER.
           MOVE TX-NEW-OWNER(TRANSFER-INDEX) TO TDL-NEW-OWNER.
           MOVE TX-KEYED-DATE(TRANSFER-INDEX) TO TDL-KEYED-DATE.
           MOVE TRANSFER-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO DISTRICT-TRANSFER-COUNT.

       PRINT-DISTRICT-TOTAL.

           MOVE SPACES TO TTL-LABEL.
           STRING "DISTRICT " CURRENT-DISTRICT " TRANSFERS"
               DELIMITED BY SIZE INTO TTL-LABEL.
           MOVE DISTRICT-TRANSFER-COUNT TO TTL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HL1-RUN-DATE.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           IF PAGE-COUNT = 1
               WRITE TRANSFER-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE TRANSFER-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO TRANSFER-PRINT-RECORD.
           WRITE TRANSFER-PRINT-RECORD AFTER ADVANCING 1 LINE.

           MOVE 2 TO LINE-COUNT.

       WRITE-REPORT-LINE.

           IF LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF.

           WRITE TRANSFER-PRINT-RECORD FROM PRINT-STAGING-AREA
               AFTER ADVANCING 1 LINE.

           ADD 1 TO LINE-COUNT.
