      * OR THE REVERSE - ARE LISTED AS EXCEPTIONS SO THE ASSESSOR'S
      * OFFICE WORKS A SHORT LIST INSTEAD OF HAND-MATCHING THE WHOLE
      * MONTHLY FILING AGAINST THE OWNERSHIP LEDGER.
      * GIVEN AN AS-OF DATE ON THE OPTIONAL CA194DA CARD, EACH
      * PARCEL'S ATTRIBUTES ARE FIRST REBUILT AS THEY STOOD ON THAT
      * DATE FROM THE CA194AH ATTRIBUTE HISTORY - OWNER, DISTRICT,
      * LAND USE AND EXEMPTION, INCLUDING PARCELS ADDED SINCE (LEFT
      * OUT) AND DELETED SINCE (PUT BACK) - SO THE MARCH ROLL CAN BE
      * CUT AS OF THE JANUARY 1 ASSESSMENT DATE. THE METRICS ARE
      * ALWAYS THE RUN'S OWN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRICT-ROLLUP-EXTRACT.
               RECORD KEY IS CA194-AM-PARCEL-ID
               FILE STATUS IS ATTR-MASTER-STATUS.

           SELECT AS-OF-CARD-FILE ASSIGN TO "CA194DA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AS-OF-CARD-STATUS.

           SELECT ATTR-HISTORY-FILE ASSIGN TO "CA194AH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTR-HISTORY-STATUS.

           SELECT DISTRICT-EXTRACT-FILE ASSIGN TO "CA194DX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DISTRICT-EXTRACT-STATUS.
       FD  ATTR-MASTER-FILE.
           COPY CA194AM.

       FD  AS-OF-CARD-FILE.
       01  AS-OF-CARD-RECORD.
           05  CA194DA-AS-OF-DATE          PIC X(8).

       FD  ATTR-HISTORY-FILE.
           COPY CA194AH.

       FD  DISTRICT-EXTRACT-FILE.
           COPY CA194DX.


       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  ATTR-MASTER-STATUS          PIC X(2).
       01  AS-OF-CARD-STATUS           PIC X(2).
       01  ATTR-HISTORY-STATUS         PIC X(2).
       01  DISTRICT-EXTRACT-STATUS     PIC X(2).
       01  ROLLUP-REPORT-STATUS        PIC X(2).
       01  END-OF-METRICS-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-METRICS          VALUE 'Y'.
       01  END-OF-ATTR-MASTER-SWITCH   PIC X(1) VALUE 'N'.
           88  END-OF-ATTR-MASTER      VALUE 'Y'.
       01  END-OF-HISTORY-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.

      * AS-OF MODE - SET BY A CA194DA CARD CARRYING A DATE.
       01  AS-OF-MODE-SWITCH           PIC X(1) VALUE 'N'.
           88  AS-OF-MODE              VALUE 'Y'.
       01  AS-OF-DATE                  PIC X(8) VALUE SPACES.
       01  ATTR-PRESENT-SWITCH         PIC X(1) VALUE 'Y'.
           88  ATTR-PRESENT-AS-OF      VALUE 'Y'.

      * ONE ENTRY PER PARCEL ON THE ATTRIBUTE HISTORY, HOLDING THE
      * TWO HISTORY RECORDS THAT DECIDE ITS ATTRIBUTES AS OF THE
      * DATE: THE LATEST CHANGE EFFECTIVE ON OR BEFORE IT (ITS AFTER
      * SIDE IS THE ANSWER) AND, FAILING THAT, THE EARLIEST CHANGE
      * EFFECTIVE AFTER IT (ITS BEFORE SIDE IS THE ANSWER). A PARCEL
      * WITH NO HISTORY STANDS AS IT IS ON THE MASTER. AMONG CHANGES
      * WITH THE SAME EFFECTIVE DATE THE ONE APPLIED LAST COUNTS AS
      * LATEST AND THE ONE APPLIED FIRST AS EARLIEST.
       01  HISTORY-TABLE.
           05  HX-ENTRY OCCURS 3000 TIMES.
               10  HX-PARCEL-ID        PIC X(10).
               10  HX-ON-MASTER-SWITCH PIC X(1).
               10  HX-PRIOR-FLAG       PIC X(1).
               10  HX-PRIOR-EFF-DATE   PIC X(8).
               10  HX-PRIOR-PRESENT    PIC X(1).
               10  HX-PRIOR-VALUES.
                   15  HX-PRIOR-OWNER      PIC X(30).
                   15  HX-PRIOR-DISTRICT   PIC X(4).
                   15  HX-PRIOR-LAND-USE   PIC X(3).
                   15  HX-PRIOR-EXEMPT     PIC X(1).
               10  HX-LATER-FLAG       PIC X(1).
               10  HX-LATER-EFF-DATE   PIC X(8).
               10  HX-LATER-PRESENT    PIC X(1).
               10  HX-LATER-VALUES.
                   15  HX-LATER-OWNER      PIC X(30).
                   15  HX-LATER-DISTRICT   PIC X(4).
                   15  HX-LATER-LAND-USE   PIC X(3).
                   15  HX-LATER-EXEMPT     PIC X(1).

       01  HISTORY-PARCEL-COUNT        PIC 9(4) VALUE ZERO.
       01  HISTORY-SCAN-INDEX          PIC 9(4) VALUE ZERO.
       01  HISTORY-SLOT                PIC 9(4) VALUE ZERO.
       01  HISTORY-RECORDS-READ        PIC 9(7) VALUE ZERO.
       01  PARCELS-RESTATED-COUNT      PIC 9(6) VALUE ZERO.

      * THE RUN'S METRICS RECORDS, ONE ENTRY PER PARCEL. CA194M
      * APPENDS CORRECTED PARCELS' METRICS ONTO THE SAME FILE, SO A
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  AS-OF-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "ATTRIBUTES AS OF ".
           05  AHL-AS-OF-DATE          PIC X(8).
           05  FILLER                  PIC X(37) VALUE
               ", REBUILT FROM THE CA194AH HISTORY".
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "DISTRICT  ".

       MAIN-PROCEDURE.

           PERFORM LOAD-AS-OF-CARD.

           IF AS-OF-MODE
               PERFORM LOAD-ATTRIBUTE-HISTORY
           END-IF.

           PERFORM OPEN-PARCEL-METRICS-INPUT.
           PERFORM OPEN-ATTR-MASTER-INPUT.
           PERFORM OPEN-DISTRICT-EXTRACT-OUTPUT.
           PERFORM CLOSE-PARCEL-METRICS-INPUT.

           PERFORM MATCH-ATTRIBUTE-MASTER.

      * The deleted-since pass restates parcels through the master's
      * record area, so the master stays open until it is done.

           IF AS-OF-MODE
               PERFORM MATCH-PARCELS-DELETED-SINCE
               DISPLAY "CA194D - ATTRIBUTES AS OF " AS-OF-DATE ", "
                   PARCELS-RESTATED-COUNT
                   " PARCELS RESTATED FROM CA194AH"
           END-IF.

           PERFORM CLOSE-ATTR-MASTER-INPUT.

           PERFORM SORT-ROLLUP-TABLE.

           STOP RUN.

       LOAD-AS-OF-CARD.

      * No card, or a blank one, is the ordinary nightly roll-up off
      * the master as it stands. A date that is not a date stops the
      * run - rolling up today's attributes under an as-of heading
      * would be worse than no roll-up at all.

           OPEN INPUT AS-OF-CARD-FILE.

           IF AS-OF-CARD-STATUS = "00"

               READ AS-OF-CARD-FILE
                   AT END CONTINUE
               END-READ

               IF AS-OF-CARD-STATUS = "00"
                   AND CA194DA-AS-OF-DATE NOT = SPACES

                   IF CA194DA-AS-OF-DATE IS NUMERIC
                       SET AS-OF-MODE TO TRUE
                       MOVE CA194DA-AS-OF-DATE TO AS-OF-DATE
                   ELSE
                       DISPLAY "CA194D - AS-OF DATE ON CA194DA NOT "
                           "NUMERIC, RUN STOPPED"
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF

               END-IF

               CLOSE AS-OF-CARD-FILE

           END-IF.

       LOAD-ATTRIBUTE-HISTORY.

           OPEN INPUT ATTR-HISTORY-FILE.

           IF ATTR-HISTORY-STATUS NOT = "00"
               DISPLAY "CA194D - AS-OF ROLL-UP REQUESTED BUT UNABLE "
                   "TO OPEN CA194AH, STATUS " ATTR-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ ATTR-HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY

               ADD 1 TO HISTORY-RECORDS-READ
               PERFORM STORE-ONE-HISTORY-RECORD

               READ ATTR-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ

           END-PERFORM.

           CLOSE ATTR-HISTORY-FILE.

       STORE-ONE-HISTORY-RECORD.

           MOVE ZERO TO HISTORY-SLOT.

           PERFORM VARYING HISTORY-SCAN-INDEX FROM 1 BY 1
                   UNTIL HISTORY-SCAN-INDEX > HISTORY-PARCEL-COUNT
                   OR HISTORY-SLOT > ZERO

               IF HX-PARCEL-ID(HISTORY-SCAN-INDEX)
                       = CA194-AH-PARCEL-ID
                   MOVE HISTORY-SCAN-INDEX TO HISTORY-SLOT
               END-IF

           END-PERFORM.

      * Dropping a parcel's history would quietly roll it up under
      * today's attributes, so a full table stops the run instead.

           IF HISTORY-SLOT = ZERO

               IF HISTORY-PARCEL-COUNT < 3000
                   ADD 1 TO HISTORY-PARCEL-COUNT
                   MOVE HISTORY-PARCEL-COUNT TO HISTORY-SLOT
                   MOVE CA194-AH-PARCEL-ID
                       TO HX-PARCEL-ID(HISTORY-SLOT)
                   MOVE 'N' TO HX-ON-MASTER-SWITCH(HISTORY-SLOT)
                   MOVE 'N' TO HX-PRIOR-FLAG(HISTORY-SLOT)
                   MOVE 'N' TO HX-LATER-FLAG(HISTORY-SLOT)
               ELSE
                   DISPLAY "CA194D - OVER 3000 PARCELS ON CA194AH, "
                       "AS-OF ROLL-UP CANNOT BE BUILT, RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

           END-IF.

           IF CA194-AH-EFF-DATE NOT > AS-OF-DATE

               IF HX-PRIOR-FLAG(HISTORY-SLOT) NOT = 'Y'
                   OR CA194-AH-EFF-DATE
                       NOT < HX-PRIOR-EFF-DATE(HISTORY-SLOT)
                   MOVE 'Y' TO HX-PRIOR-FLAG(HISTORY-SLOT)
                   MOVE CA194-AH-EFF-DATE
                       TO HX-PRIOR-EFF-DATE(HISTORY-SLOT)
                   MOVE CA194-AH-AFTER TO HX-PRIOR-VALUES(HISTORY-SLOT)
                   IF CA194-AH-ACTION = 'D'
                       MOVE 'N' TO HX-PRIOR-PRESENT(HISTORY-SLOT)
                   ELSE
                       MOVE 'Y' TO HX-PRIOR-PRESENT(HISTORY-SLOT)
                   END-IF
               END-IF

           ELSE

               IF HX-LATER-FLAG(HISTORY-SLOT) NOT = 'Y'
                   OR CA194-AH-EFF-DATE
                       < HX-LATER-EFF-DATE(HISTORY-SLOT)
                   MOVE 'Y' TO HX-LATER-FLAG(HISTORY-SLOT)
                   MOVE CA194-AH-EFF-DATE
                       TO HX-LATER-EFF-DATE(HISTORY-SLOT)
                   MOVE CA194-AH-BEFORE
                       TO HX-LATER-VALUES(HISTORY-SLOT)
                   IF CA194-AH-ACTION = 'A'
                       MOVE 'N' TO HX-LATER-PRESENT(HISTORY-SLOT)
                   ELSE
                       MOVE 'Y' TO HX-LATER-PRESENT(HISTORY-SLOT)
                   END-IF
               END-IF

           END-IF.

       OPEN-PARCEL-METRICS-INPUT.

           OPEN INPUT PARCEL-METRICS-FILE.

           PERFORM UNTIL END-OF-ATTR-MASTER

               IF AS-OF-MODE
                   PERFORM RESTATE-MASTER-RECORD-AS-OF
               END-IF

               IF ATTR-PRESENT-AS-OF
                   PERFORM MATCH-ONE-ATTRIBUTE
               END-IF

               READ ATTR-MASTER-FILE
                   AT END SET END-OF-ATTR-MASTER TO TRUE

           END-PERFORM.

       RESTATE-MASTER-RECORD-AS-OF.

      * The master record in the buffer is overlaid with the
      * attributes the history says it had on the as-of date; the
      * next READ brings in a fresh record regardless.

           MOVE 'Y' TO ATTR-PRESENT-SWITCH.
           MOVE ZERO TO HISTORY-SLOT.

           PERFORM VARYING HISTORY-SCAN-INDEX FROM 1 BY 1
                   UNTIL HISTORY-SCAN-INDEX > HISTORY-PARCEL-COUNT
                   OR HISTORY-SLOT > ZERO

               IF HX-PARCEL-ID(HISTORY-SCAN-INDEX)
                       = CA194-AM-PARCEL-ID
                   MOVE HISTORY-SCAN-INDEX TO HISTORY-SLOT
               END-IF

           END-PERFORM.

           IF HISTORY-SLOT > ZERO
               MOVE 'Y' TO HX-ON-MASTER-SWITCH(HISTORY-SLOT)
               PERFORM APPLY-HISTORY-AS-OF
           END-IF.

       MATCH-PARCELS-DELETED-SINCE.

      * A parcel deleted from the master after the as-of date is on
      * the history only, but it was on the roll that day.

           PERFORM VARYING HISTORY-SLOT FROM 1 BY 1
                   UNTIL HISTORY-SLOT > HISTORY-PARCEL-COUNT

               IF HX-ON-MASTER-SWITCH(HISTORY-SLOT) NOT = 'Y'

                   MOVE HX-PARCEL-ID(HISTORY-SLOT)
                       TO CA194-AM-PARCEL-ID
                   PERFORM APPLY-HISTORY-AS-OF

                   IF ATTR-PRESENT-AS-OF
                       PERFORM MATCH-ONE-ATTRIBUTE
                   END-IF

               END-IF

           END-PERFORM.

       APPLY-HISTORY-AS-OF.

           ADD 1 TO PARCELS-RESTATED-COUNT.

           IF HX-PRIOR-FLAG(HISTORY-SLOT) = 'Y'
               MOVE HX-PRIOR-PRESENT(HISTORY-SLOT)
                   TO ATTR-PRESENT-SWITCH
               MOVE HX-PRIOR-OWNER(HISTORY-SLOT)
                   TO CA194-AM-OWNER-NAME
               MOVE HX-PRIOR-DISTRICT(HISTORY-SLOT)
                   TO CA194-AM-TAX-DISTRICT
               MOVE HX-PRIOR-LAND-USE(HISTORY-SLOT)
                   TO CA194-AM-LAND-USE
               MOVE HX-PRIOR-EXEMPT(HISTORY-SLOT)
                   TO CA194-AM-EXEMPT-FLAG
           ELSE
               MOVE HX-LATER-PRESENT(HISTORY-SLOT)
                   TO ATTR-PRESENT-SWITCH
               MOVE HX-LATER-OWNER(HISTORY-SLOT)
                   TO CA194-AM-OWNER-NAME
               MOVE HX-LATER-DISTRICT(HISTORY-SLOT)
                   TO CA194-AM-TAX-DISTRICT
               MOVE HX-LATER-LAND-USE(HISTORY-SLOT)
                   TO CA194-AM-LAND-USE
               MOVE HX-LATER-EXEMPT(HISTORY-SLOT)
                   TO CA194-AM-EXEMPT-FLAG
           END-IF.

       MATCH-ONE-ATTRIBUTE.

           MOVE ZERO TO METRICS-MATCH-INDEX.
       PRINT-ROLLUP-REPORT.

           PERFORM WRITE-PAGE-HEADING.

           IF AS-OF-MODE
               MOVE AS-OF-DATE TO AHL-AS-OF-DATE
               MOVE AS-OF-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE COLUMN-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-STAGING-AREA.
