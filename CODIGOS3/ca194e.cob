      * NO REPEAT AND AT LEAST THE MINIMUM POINTS - A SHORT OR
      * DOUBLED SPLIT DECK IS A SAME-DAY REJECTS-REPORT LINE, NOT A
      * NIGHT-RUN FAILURE.
      * EVERY CARD CARRIES THE ID OF THE OPERATOR WHO KEYED IT, AND
      * THE OPERATOR MUST BE ON THE CA194AU AUTHORITY TABLE. A
      * RETIRE, SPLIT OR MERGE, AND A CHANGE THAT MOVES A POINT
      * FARTHER THAN THE CA194CT APPROVAL DISTANCE, MUST ALSO CARRY
      * A MATCHING CA194AP APPROVAL CARD SIGNED BY A SUPERVISOR
      * OTHER THAN THE OPERATOR, OR IT IS REJECTED. EVERY CARD'S
      * OUTCOME IS APPENDED TO THE CA194OA OPERATOR ACTIVITY LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDIT-MAINT-TRANSACTIONS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT OPERATOR-AUTHORITY-FILE ASSIGN TO "CA194AU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-AUTHORITY-STATUS.

           SELECT APPROVAL-CARD-FILE ASSIGN TO "CA194AP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS APPROVAL-CARD-STATUS.

           SELECT ACTIVITY-LOG-FILE ASSIGN TO "CA194OA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAINT-TRANS-FILE.
           COPY CA194KM.

       FD  CLEAN-TRANS-FILE.
       01  CLEAN-TRANSACTION-RECORD        PIC X(50).

       FD  REJECTS-REPORT-FILE.
       01  REJECTS-PRINT-RECORD            PIC X(132).
       FD  RUN-CONTROL-FILE.
           COPY CA194CT.

       FD  OPERATOR-AUTHORITY-FILE.
           COPY CA194AU.

       FD  APPROVAL-CARD-FILE.
           COPY CA194AP.

       FD  ACTIVITY-LOG-FILE.
           COPY CA194OA.

       WORKING-STORAGE SECTION.

       01  MAINT-TRANS-STATUS          PIC X(2).
       01  CLEAN-TRANS-STATUS          PIC X(2).
       01  REJECTS-REPORT-STATUS       PIC X(2).
       01  RUN-CONTROL-STATUS          PIC X(2).
       01  OPERATOR-AUTHORITY-STATUS   PIC X(2).
       01  APPROVAL-CARD-STATUS        PIC X(2).
       01  ACTIVITY-LOG-STATUS         PIC X(2).
       01  END-OF-MAINT-TRANS-SWITCH   PIC X(1) VALUE 'N'.
           88  END-OF-MAINT-TRANS      VALUE 'Y'.
       01  CARD-VALID-SWITCH           PIC X(1) VALUE 'Y'.
       01  SPLIT-PRED-FOUND-SWITCH     PIC X(1) VALUE 'N'.
           88  SPLIT-PRED-FOUND        VALUE 'Y'.

      * PREDECESSORS WITH ANY 'S' CARD REJECTED AT THE CARD THIS
      * BATCH - A SUCCESSOR WHOSE CARDS NEVER GOT PAST THE EDIT HAS
      * NO POINT-SEQUENCE ENTRY TO FAIL, SO ITS PREDECESSOR IS NOTED
      * HERE AND EVERY SIBLING IS WITHHELD AT END OF BATCH.
       01  FAILED-SPLIT-PRED-TABLE.
           05  FAILED-SPLIT-PRED-ID OCCURS 200 TIMES PIC X(10).

       01  FAILED-SPLIT-PRED-COUNT     PIC 9(3) VALUE ZERO.
       01  FAILED-SPLIT-PRED-INDEX     PIC 9(3) VALUE ZERO.
       01  FAILED-SPLIT-FOUND-SWITCH   PIC X(1) VALUE 'N'.
           88  FAILED-SPLIT-FOUND      VALUE 'Y'.

      * POINT SEQUENCES SEEN PER SPLIT SUCCESSOR - A REPEAT SEQ
      * REJECTS AT THE CARD, AND THE END-OF-BATCH COVERAGE CHECK
      * REQUIRES THE SEQUENCES TO RUN 1 THROUGH N BEFORE THE
               10  SSEQ-CARD-COUNT     PIC 9(3).
               10  SSEQ-MAX-SEQ        PIC 9(3).
               10  SSEQ-OK-FLAG        PIC X(1).
               10  SSEQ-OPERATOR-ID    PIC X(8).
      *            OPERATOR ON THE SUCCESSOR'S FIRST CARD, AS CA194M
      *            CARRIES IT FOR THE SUCCESSOR'S POINTS.
               10  SSEQ-USED-FLAG OCCURS 500 TIMES PIC X(1).

       01  SPLIT-SEQ-ENTRY-COUNT       PIC 9(3) VALUE ZERO.
      * CHECK FLUSH TO THE CLEAN FILE, SO CA194MC NEVER CARRIES AN
      * INCOMPLETE SPLIT FOR THE NIGHT RUN TO TRIP OVER.
       01  HELD-SPLIT-CARD-TABLE.
           05  HELD-SPLIT-CARD OCCURS 200 TIMES PIC X(50).

       01  HELD-SPLIT-CARD-COUNT       PIC 9(3) VALUE ZERO.
       01  HELD-CARD-INDEX             PIC 9(3) VALUE ZERO.
      * NEVER SAW. ONLY THE POINT-COUNT LIMITS APPLY HERE.
       01  RUN-MIN-POINTS              PIC 9(3) VALUE 3.
       01  RUN-MAX-POINTS              PIC 9(3) VALUE 500.
       01  RUN-APPROVAL-DISTANCE       PIC 9(5)V99 VALUE 25.00.

      * THIS EDIT RUN'S STAMP FOR THE CA194OA ACTIVITY RECORDS.
       01  RUN-START-DATE              PIC X(8) VALUE SPACES.
       01  RUN-START-TIME              PIC X(6) VALUE SPACES.
       01  ACTIVITY-EVENT              PIC X(1) VALUE SPACE.

      * THE OPERATOR AUTHORITY TABLE, LOADED WHOLE FROM CA194AU.
      * THE TABLE IS REQUIRED - WITHOUT IT THE EDIT CANNOT TELL A
      * CLERK FROM A SUPERVISOR, AND AUTHORITY THAT SILENTLY LAPSES
      * WHEN A FILE GOES MISSING IS NO AUTHORITY AT ALL.
       01  AUTHORITY-TABLE.
           05  AUTHORITY-ENTRY OCCURS 100 TIMES.
               10  AT-OPERATOR-ID      PIC X(8).
               10  AT-AUTHORITY-LEVEL  PIC X(1).

       01  AUTHORITY-COUNT             PIC 9(3) VALUE ZERO.
       01  AUTHORITY-SCAN-INDEX        PIC 9(3) VALUE ZERO.
       01  AUTHORITY-FOUND-INDEX       PIC 9(3) VALUE ZERO.
       01  LOOKUP-OPERATOR-ID          PIC X(8) VALUE SPACES.
       01  END-OF-AUTHORITY-SWITCH     PIC X(1) VALUE 'N'.
           88  END-OF-AUTHORITY        VALUE 'Y'.

      * THE DAY'S SUPERVISOR APPROVAL CARDS, LOADED WHOLE FROM
      * CA194AP. THE FILE IS OPTIONAL - A DAY WITH NO APPROVALS
      * SIMPLY REJECTS EVERY CARD THAT NEEDS ONE.
       01  APPROVAL-TABLE.
           05  APPROVAL-ENTRY OCCURS 200 TIMES.
               10  AP-PARCEL-ID        PIC X(10).
               10  AP-ACTION           PIC X(1).
               10  AP-SEQ-NUM          PIC 9(3).
               10  AP-SUPERVISOR-ID    PIC X(8).

       01  APPROVAL-COUNT              PIC 9(3) VALUE ZERO.
       01  APPROVAL-SCAN-INDEX         PIC 9(3) VALUE ZERO.
       01  END-OF-APPROVAL-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-APPROVAL         VALUE 'Y'.
       01  APPROVAL-NEEDED-SWITCH      PIC X(1) VALUE 'N'.
           88  APPROVAL-NEEDED         VALUE 'Y'.
       01  APPROVAL-FOUND-SWITCH       PIC X(1) VALUE 'N'.
           88  APPROVAL-FOUND          VALUE 'Y'.
       01  APPROVAL-FAULT-TEXT         PIC X(44) VALUE SPACES.
       01  POINT-MOVE-DISTANCE         PIC 9(7)V99 VALUE ZERO.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
           05  FILLER                  PIC X(12) VALUE "PARCEL      ".
           05  FILLER                  PIC X(5) VALUE "ACT  ".
           05  FILLER                  PIC X(6) VALUE "SEQ   ".
           05  FILLER                  PIC X(10) VALUE "OPERATOR".
           05  FILLER                  PIC X(44) VALUE
               "REJECT REASON".
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  REJECT-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  RDL-SEQ-NUM             PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  RDL-OPERATOR-ID         PIC X(8).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  RDL-REASON              PIC X(44).
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.

       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-START-TIME.

           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-OPERATOR-AUTHORITY.
           PERFORM LOAD-SUPERVISOR-APPROVALS.

           PERFORM OPEN-MAINT-TRANS-INPUT.
           PERFORM OPEN-POINTS-MASTER-INPUT.
           PERFORM OPEN-CLEAN-TRANS-OUTPUT.
           PERFORM OPEN-REJECTS-REPORT-OUTPUT.
           PERFORM OPEN-ACTIVITY-LOG-APPEND.

           PERFORM WRITE-PAGE-HEADING.
           MOVE COLUMN-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM CLOSE-POINTS-MASTER-INPUT.
           PERFORM CLOSE-CLEAN-TRANS-OUTPUT.
           PERFORM CLOSE-REJECTS-REPORT-OUTPUT.
           PERFORM CLOSE-ACTIVITY-LOG.

           STOP RUN.

                   "DEFAULT KEPT"
           END-IF.

           IF CA194-CT-APPROVAL-DISTANCE IS NUMERIC
               MOVE CA194-CT-APPROVAL-DISTANCE
                   TO RUN-APPROVAL-DISTANCE
           ELSE
               DISPLAY "CA194E - APPROVAL DISTANCE ON CA194CT NOT "
                   "NUMERIC, DEFAULT KEPT"
           END-IF.

       LOAD-OPERATOR-AUTHORITY.

           OPEN INPUT OPERATOR-AUTHORITY-FILE.

           IF OPERATOR-AUTHORITY-STATUS NOT = "00"
               DISPLAY "CA194E - UNABLE TO OPEN CA194AU, STATUS "
                   OPERATOR-AUTHORITY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ OPERATOR-AUTHORITY-FILE
               AT END SET END-OF-AUTHORITY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-AUTHORITY

               IF AUTHORITY-COUNT < 100
                   ADD 1 TO AUTHORITY-COUNT
                   MOVE CA194-AU-OPERATOR-ID
                       TO AT-OPERATOR-ID(AUTHORITY-COUNT)
                   MOVE CA194-AU-AUTHORITY-LEVEL
                       TO AT-AUTHORITY-LEVEL(AUTHORITY-COUNT)
               ELSE
                   DISPLAY "CA194E - OPERATOR " CA194-AU-OPERATOR-ID
                       " DROPPED, OVER 100 ON CA194AU"
                   MOVE 8 TO RETURN-CODE
               END-IF

               READ OPERATOR-AUTHORITY-FILE
                   AT END SET END-OF-AUTHORITY TO TRUE
               END-READ

           END-PERFORM.

           CLOSE OPERATOR-AUTHORITY-FILE.

           IF AUTHORITY-COUNT = ZERO
               DISPLAY "CA194E - CA194AU AUTHORITY TABLE IS EMPTY, "
                   "EVERY CARD WILL REJECT"
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOAD-SUPERVISOR-APPROVALS.

           OPEN INPUT APPROVAL-CARD-FILE.

           IF APPROVAL-CARD-STATUS NOT = "00"
               DISPLAY "CA194E - NO CA194AP APPROVAL CARDS, CARDS "
                   "NEEDING APPROVAL WILL REJECT"
           ELSE

               READ APPROVAL-CARD-FILE
                   AT END SET END-OF-APPROVAL TO TRUE
               END-READ

               PERFORM UNTIL END-OF-APPROVAL

                   IF APPROVAL-COUNT < 200
                       ADD 1 TO APPROVAL-COUNT
                       MOVE CA194-AP-PARCEL-ID
                           TO AP-PARCEL-ID(APPROVAL-COUNT)
                       MOVE CA194-AP-ACTION
                           TO AP-ACTION(APPROVAL-COUNT)
                       MOVE CA194-AP-SEQ-NUM
                           TO AP-SEQ-NUM(APPROVAL-COUNT)
                       MOVE CA194-AP-SUPERVISOR-ID
                           TO AP-SUPERVISOR-ID(APPROVAL-COUNT)
                   ELSE
                       DISPLAY "CA194E - APPROVAL FOR PARCEL "
                           CA194-AP-PARCEL-ID
                           " DROPPED, OVER 200 ON CA194AP"
                       MOVE 8 TO RETURN-CODE
                   END-IF

                   READ APPROVAL-CARD-FILE
                       AT END SET END-OF-APPROVAL TO TRUE
                   END-READ

               END-PERFORM

               CLOSE APPROVAL-CARD-FILE

           END-IF.

       OPEN-MAINT-TRANS-INPUT.

           OPEN INPUT MAINT-TRANS-FILE.
               STOP RUN
           END-IF.

       OPEN-ACTIVITY-LOG-APPEND.

      * The activity log only ever grows - CA194E, CA194M and CA194B
      * all append to it, and the very first run creates it.

           OPEN EXTEND ACTIVITY-LOG-FILE.

           IF ACTIVITY-LOG-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF.

           IF ACTIVITY-LOG-STATUS NOT = "00"
               DISPLAY "CA194E - UNABLE TO OPEN CA194OA, STATUS "
                   ACTIVITY-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-MAINT-TRANS-INPUT.

           CLOSE MAINT-TRANS-FILE.

           CLOSE REJECTS-REPORT-FILE.

       CLOSE-ACTIVITY-LOG.

           CLOSE ACTIVITY-LOG-FILE.

       READ-NEXT-TRANS-RECORD.

           READ MAINT-TRANS-FILE
                   TO REJECT-REASON-TEXT
           END-IF.

           IF CARD-VALID
               AND CA194MT-OPERATOR-ID = SPACES
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE "NO OPERATOR ID ON CARD"
                   TO REJECT-REASON-TEXT
           END-IF.

           IF CARD-VALID
               MOVE CA194MT-OPERATOR-ID TO LOOKUP-OPERATOR-ID
               PERFORM FIND-AUTHORITY-ENTRY
               IF AUTHORITY-FOUND-INDEX = ZERO
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE "OPERATOR NOT ON AUTHORITY TABLE"
                       TO REJECT-REASON-TEXT
               END-IF
           END-IF.

           IF CARD-VALID
               IF CA194MT-ACTION = 'S'
                   PERFORM VALIDATE-SPLIT-CARD
               END-IF
           END-IF.

      * Authority is checked last, once the card is otherwise good -
      * a card the clerk must fix anyway is not sent for sign-off.

           IF CARD-VALID
               PERFORM CHECK-SUPERVISOR-APPROVAL
           END-IF.

       CHECK-SUPERVISOR-APPROVAL.

      * Every whole-parcel action needs a supervisor's approval, and
      * so does a change moving its point farther than the approval
      * distance from where the master has it. VALIDATE-POINT-CARD
      * has just read the card's parcel, so the master record in
      * the buffer is the one the move is measured against.

           MOVE 'N' TO APPROVAL-NEEDED-SWITCH.

           IF CA194MT-ACTION = 'R'
                   OR CA194MT-ACTION = 'S'
                   OR CA194MT-ACTION = 'M'
               SET APPROVAL-NEEDED TO TRUE
           END-IF.

           IF CA194MT-ACTION = 'C'
               COMPUTE POINT-MOVE-DISTANCE ROUNDED = FUNCTION SQRT(
                   (CA194MT-POINT-X
                       - CA194-KM-POINT-X(CA194MT-SEQ-NUM)) ** 2
                   + (CA194MT-POINT-Y
                       - CA194-KM-POINT-Y(CA194MT-SEQ-NUM)) ** 2)
               IF POINT-MOVE-DISTANCE > RUN-APPROVAL-DISTANCE
                   SET APPROVAL-NEEDED TO TRUE
               END-IF
           END-IF.

           IF APPROVAL-NEEDED
               PERFORM FIND-SUPERVISOR-APPROVAL
               IF NOT APPROVAL-FOUND
                   MOVE 'N' TO CARD-VALID-SWITCH
                   MOVE APPROVAL-FAULT-TEXT TO REJECT-REASON-TEXT
               END-IF
           END-IF.

       FIND-SUPERVISOR-APPROVAL.

      * Any one good approval is enough. When none is good, the
      * fault reported is the most telling one met - an approval
      * that exists but is unusable says more than none at all.

           MOVE 'N' TO APPROVAL-FOUND-SWITCH.

           IF CA194MT-ACTION = 'C'
               MOVE "MOVE OVER APPROVAL DISTANCE, NO APPROVAL"
                   TO APPROVAL-FAULT-TEXT
           ELSE
               MOVE "NO SUPERVISOR APPROVAL CARD FOR ACTION"
                   TO APPROVAL-FAULT-TEXT
           END-IF.

           PERFORM VARYING APPROVAL-SCAN-INDEX FROM 1 BY 1
                   UNTIL APPROVAL-SCAN-INDEX > APPROVAL-COUNT
                   OR APPROVAL-FOUND

               IF AP-PARCEL-ID(APPROVAL-SCAN-INDEX)
                       = CA194MT-PARCEL-ID
                   AND AP-ACTION(APPROVAL-SCAN-INDEX)
                       = CA194MT-ACTION
                   AND (CA194MT-ACTION NOT = 'C'
                       OR AP-SEQ-NUM(APPROVAL-SCAN-INDEX)
                           = CA194MT-SEQ-NUM)
                   PERFORM CHECK-ONE-APPROVAL
               END-IF

           END-PERFORM.

       CHECK-ONE-APPROVAL.

           MOVE AP-SUPERVISOR-ID(APPROVAL-SCAN-INDEX)
               TO LOOKUP-OPERATOR-ID.
           PERFORM FIND-AUTHORITY-ENTRY.

           IF AUTHORITY-FOUND-INDEX = ZERO
               OR AT-AUTHORITY-LEVEL(AUTHORITY-FOUND-INDEX) NOT = 'S'
               MOVE "APPROVER NOT A SUPERVISOR ON AUTHORITY TABLE"
                   TO APPROVAL-FAULT-TEXT
           ELSE
               IF AP-SUPERVISOR-ID(APPROVAL-SCAN-INDEX)
                       = CA194MT-OPERATOR-ID
                   MOVE "SUPERVISOR MAY NOT APPROVE OWN CARD"
                       TO APPROVAL-FAULT-TEXT
               ELSE
                   SET APPROVAL-FOUND TO TRUE
               END-IF
           END-IF.

       FIND-AUTHORITY-ENTRY.

           MOVE ZERO TO AUTHORITY-FOUND-INDEX.

           PERFORM VARYING AUTHORITY-SCAN-INDEX FROM 1 BY 1
                   UNTIL AUTHORITY-SCAN-INDEX > AUTHORITY-COUNT
                   OR AUTHORITY-FOUND-INDEX > ZERO

               IF AT-OPERATOR-ID(AUTHORITY-SCAN-INDEX)
                       = LOOKUP-OPERATOR-ID
                   MOVE AUTHORITY-SCAN-INDEX TO AUTHORITY-FOUND-INDEX
               END-IF

           END-PERFORM.

       VALIDATE-POINT-CARD.

           MOVE CA194MT-PARCEL-ID TO LOOKUP-PARCEL-ID.

               ADD 1 TO CARDS-ACCEPTED-COUNT

               MOVE 'A' TO ACTIVITY-EVENT
               PERFORM WRITE-ACTIVITY-RECORD

           END-IF.

       RECORD-ACCEPTED-SPLIT-CARD.
               MOVE ZERO TO SSEQ-CARD-COUNT(SPLIT-SEQ-FOUND-INDEX)
               MOVE ZERO TO SSEQ-MAX-SEQ(SPLIT-SEQ-FOUND-INDEX)
               MOVE 'Y' TO SSEQ-OK-FLAG(SPLIT-SEQ-FOUND-INDEX)
               MOVE CA194MT-OPERATOR-ID
                   TO SSEQ-OPERATOR-ID(SPLIT-SEQ-FOUND-INDEX)
           END-IF.

           IF SPLIT-SEQ-FOUND-INDEX > ZERO
      * leave the master with no card ever carrying it. Passing
      * groups' cards flush to the clean file; a failing group gets
      * its lines on the rejects report and its cards never leave
      * this job - the night run only ever sees whole splits. A
      * successor whose cards were all rejected at the card (no
      * approval, say) has no entry here to fail, so a predecessor
      * with any rejected 'S' card withholds its whole group too.

           PERFORM VARYING SPLIT-SEQ-SCAN-INDEX FROM 1 BY 1
                   UNTIL SPLIT-SEQ-SCAN-INDEX > SPLIT-SEQ-ENTRY-COUNT

           END-PERFORM.

           PERFORM VARYING SPLIT-GROUP-SCAN-INDEX FROM 1 BY 1
                   UNTIL SPLIT-GROUP-SCAN-INDEX
                       > SPLIT-SEQ-ENTRY-COUNT

               MOVE SSEQ-PRED-ID(SPLIT-GROUP-SCAN-INDEX)
                   TO LOOKUP-PARCEL-ID
               PERFORM FIND-FAILED-SPLIT-PRED

               IF FAILED-SPLIT-FOUND
                   AND SSEQ-OK-FLAG(SPLIT-GROUP-SCAN-INDEX) = 'Y'
                   MOVE 'W' TO SSEQ-OK-FLAG(SPLIT-GROUP-SCAN-INDEX)
                   PERFORM REPORT-WITHHELD-SUCCESSOR
               END-IF

           END-PERFORM.

           PERFORM VARYING SPLIT-SEQ-SCAN-INDEX FROM 1 BY 1
                   UNTIL SPLIT-SEQ-SCAN-INDEX > SPLIT-SEQ-ENTRY-COUNT

                   TO LOOKUP-PARCEL-ID
               PERFORM FIND-SPLIT-SEQ-ENTRY

               MOVE HELD-SPLIT-CARD(HELD-CARD-INDEX)
                   TO MAINT-TRANSACTION-RECORD

               IF SPLIT-SEQ-FOUND-INDEX > ZERO
                   AND SSEQ-OK-FLAG(SPLIT-SEQ-FOUND-INDEX) = 'Y'
                   MOVE HELD-SPLIT-CARD(HELD-CARD-INDEX)
                       TO CLEAN-TRANSACTION-RECORD
                   WRITE CLEAN-TRANSACTION-RECORD
                   ADD 1 TO CARDS-ACCEPTED-COUNT
                   MOVE 'A' TO ACTIVITY-EVENT
               ELSE
                   ADD 1 TO CARDS-REJECTED-COUNT
                   MOVE 'R' TO ACTIVITY-EVENT
               END-IF

               PERFORM WRITE-ACTIVITY-RECORD

           END-PERFORM.

       REJECT-SPLIT-SUCCESSOR.
               TO RDL-PARCEL-ID.
           MOVE 'S' TO RDL-ACTION.
           MOVE SSEQ-MAX-SEQ(SPLIT-SEQ-SCAN-INDEX) TO RDL-SEQ-NUM.
           MOVE SSEQ-OPERATOR-ID(SPLIT-SEQ-SCAN-INDEX)
               TO RDL-OPERATOR-ID.
           MOVE REJECT-REASON-TEXT TO RDL-REASON.
           MOVE REJECT-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
               TO RDL-PARCEL-ID.
           MOVE 'S' TO RDL-ACTION.
           MOVE SSEQ-MAX-SEQ(SPLIT-GROUP-SCAN-INDEX) TO RDL-SEQ-NUM.
           MOVE SSEQ-OPERATOR-ID(SPLIT-GROUP-SCAN-INDEX)
               TO RDL-OPERATOR-ID.
           MOVE REJECT-REASON-TEXT TO RDL-REASON.
           MOVE REJECT-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE CA194MT-PARCEL-ID TO RDL-PARCEL-ID.
           MOVE CA194MT-ACTION TO RDL-ACTION.
           MOVE CA194MT-SEQ-NUM TO RDL-SEQ-NUM.
           MOVE CA194MT-OPERATOR-ID TO RDL-OPERATOR-ID.
           MOVE REJECT-REASON-TEXT TO RDL-REASON.
           MOVE REJECT-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           ADD 1 TO CARDS-REJECTED-COUNT.
           MOVE 8 TO RETURN-CODE.

           MOVE 'R' TO ACTIVITY-EVENT.
           PERFORM WRITE-ACTIVITY-RECORD.

           IF CA194MT-ACTION = 'S'
               AND CA194MT-PARCEL-ID-2 NOT = SPACES
               PERFORM NOTE-FAILED-SPLIT-PRED
           END-IF.

       NOTE-FAILED-SPLIT-PRED.

           MOVE CA194MT-PARCEL-ID-2 TO LOOKUP-PARCEL-ID.
           PERFORM FIND-FAILED-SPLIT-PRED.

           IF NOT FAILED-SPLIT-FOUND
               IF FAILED-SPLIT-PRED-COUNT < 200
                   ADD 1 TO FAILED-SPLIT-PRED-COUNT
                   MOVE CA194MT-PARCEL-ID-2
                       TO FAILED-SPLIT-PRED-ID(FAILED-SPLIT-PRED-COUNT)
               ELSE
                   DISPLAY "CA194E - FAILED SPLIT OF "
                       CA194MT-PARCEL-ID-2
                       " NOT NOTED, OVER 200 - CHECK ITS SIBLINGS"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-FAILED-SPLIT-PRED.

           MOVE 'N' TO FAILED-SPLIT-FOUND-SWITCH.

           PERFORM VARYING FAILED-SPLIT-PRED-INDEX FROM 1 BY 1
                   UNTIL FAILED-SPLIT-PRED-INDEX
                       > FAILED-SPLIT-PRED-COUNT
                   OR FAILED-SPLIT-FOUND

               IF FAILED-SPLIT-PRED-ID(FAILED-SPLIT-PRED-INDEX)
                       = LOOKUP-PARCEL-ID
                   SET FAILED-SPLIT-FOUND TO TRUE
               END-IF

           END-PERFORM.

       WRITE-ACTIVITY-RECORD.

      * One record per card outcome, stamped with this edit run -
      * the apply stamp stays blank until CA194M applies the card.

           MOVE RUN-START-DATE TO CA194-OA-EVENT-DATE.
           MOVE RUN-START-TIME TO CA194-OA-EVENT-TIME.
           MOVE ACTIVITY-EVENT TO CA194-OA-EVENT.
           MOVE CA194MT-OPERATOR-ID TO CA194-OA-OPERATOR-ID.
           MOVE CA194MT-PARCEL-ID TO CA194-OA-PARCEL-ID.
           MOVE CA194MT-ACTION TO CA194-OA-ACTION.
           MOVE CA194MT-SEQ-NUM TO CA194-OA-SEQ-NUM.
           MOVE SPACES TO CA194-OA-APPLY-DATE.
           MOVE SPACES TO CA194-OA-APPLY-TIME.

           WRITE OPERATOR-ACTIVITY-RECORD.

           IF ACTIVITY-LOG-STATUS NOT = "00"
               DISPLAY "CA194E - WRITE TO CA194OA FAILED FOR PARCEL "
                   CA194MT-PARCEL-ID ", STATUS " ACTIVITY-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-EDIT-TOTALS.

           MOVE SPACES TO PRINT-STAGING-AREA.
