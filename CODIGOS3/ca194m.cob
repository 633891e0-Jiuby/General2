      * CA194B (BACKOUT-MAINT-RUN) REVERSES IT FROM THE CA194CJ
      * CORRECTION JOURNAL AND CLEARS THE STAMP - NOBODY
      * RECONSTRUCTS ANYTHING FROM A PRINTOUT ANY MORE.
      *
      * EVERY JOURNAL AND LINEAGE RECORD CARRIES THE OPERATOR ID OFF
      * THE CARD THAT CAUSED IT, AND EVERY CARD APPLIED IS LOGGED TO
      * THE CA194OA OPERATOR ACTIVITY LOG UNDER THIS RUN'S STAMP.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-HULL-POINTS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STAMP-STATUS.

           SELECT ACTIVITY-LOG-FILE ASSIGN TO "CA194OA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POINTS-MASTER-FILE.
       FD  RUN-STAMP-FILE.
           COPY CA194MK.

       FD  ACTIVITY-LOG-FILE.
           COPY CA194OA.

       WORKING-STORAGE SECTION.

       01  POINTS-MASTER-STATUS        PIC X(2).
       01  LINEAGE-STATUS              PIC X(2).
       01  RUN-CONTROL-STATUS          PIC X(2).
       01  RUN-STAMP-STATUS            PIC X(2).
       01  ACTIVITY-LOG-STATUS         PIC X(2).

      * FINGERPRINT OF THE TRANSACTION FILE BEING APPLIED, CHECKED
      * AGAINST THE CA194MK STAMP OF THE LAST COMPLETED RUN BEFORE
       01  BOUND-MIN-Y                 PIC S9(6)V99 VALUE ZERO.
       01  BOUND-MAX-Y                 PIC S9(6)V99 VALUE ZERO.

      * TRAVERSE (AS-WALKED) METRICS WORKING FIELDS - THE BOUNDARY IN
      * THE CREW'S POINT ORDER, TAKEN BEFORE THE HULL SORT REORDERS
      * THE POINT TABLE. A NOTCHED OR L-SHAPED PARCEL'S TRAVERSE AREA
      * COMES IN UNDER ITS HULL AREA BY THE GROUND THE HULL BRIDGES.
       01  TRAVERSE-INDEX              PIC 9(3) VALUE ZERO.
       01  TRAVERSE-NEXT-INDEX         PIC 9(3) VALUE ZERO.
       01  TRAVERSE-LEG-INDEX          PIC 9(3) VALUE ZERO.
       01  TRAVERSE-LEG-NEXT-INDEX     PIC 9(3) VALUE ZERO.
       01  TRAVERSE-LAST-START-INDEX   PIC 9(3) VALUE ZERO.
       01  TRAVERSE-SHOELACE-SUM       PIC S9(13)V9999 VALUE ZERO.
       01  TRAVERSE-AREA               PIC S9(13)V9999 VALUE ZERO.
       01  TRAVERSE-ACRES              PIC S9(9)V9999 VALUE ZERO.
       01  TRAVERSE-PERIMETER          PIC S9(9)V9999 VALUE ZERO.
       01  TRAVERSE-LEG-DX             PIC S9(7)V99 VALUE ZERO.
       01  TRAVERSE-LEG-DY             PIC S9(7)V99 VALUE ZERO.
       01  TRAVERSE-SIDE-1             PIC S9(13)V9999 VALUE ZERO.
       01  TRAVERSE-SIDE-2             PIC S9(13)V9999 VALUE ZERO.
       01  TRAVERSE-SIDE-3             PIC S9(13)V9999 VALUE ZERO.
       01  TRAVERSE-SIDE-4             PIC S9(13)V9999 VALUE ZERO.
       01  TRAVERSE-CROSS-SWITCH       PIC X(1) VALUE 'N'.
           88  TRAVERSE-CROSSES-ITSELF VALUE 'Y'.

      * SET WHILE A MERGE IS RE-DRIVEN - THE COMBINED POINT TABLE IS
      * TWO WALKED BOUNDARIES LAID END TO END, NOT ONE TRAVERSE, SO
      * NO TRAVERSE FIGURES ARE WORKED FOR IT.
       01  MERGED-POINT-SET-SWITCH     PIC X(1) VALUE 'N'.
           88  MERGED-POINT-SET        VALUE 'Y'.

      * MAINTENANCE TRANSACTION WORKING FIELDS.
       01  MAINT-TRANS-TABLE.
           05  MT-PARCEL-ID OCCURS 200 TIMES PIC X(10).
           05  MT-POINT-X   OCCURS 200 TIMES PIC S9(6)V99.
           05  MT-POINT-Y   OCCURS 200 TIMES PIC S9(6)V99.
           05  MT-PARCEL-ID-2 OCCURS 200 TIMES PIC X(10).
           05  MT-OPERATOR-ID OCCURS 200 TIMES PIC X(8).

       01  MAINT-TRANS-COUNT           PIC 9(3) VALUE ZERO.
       01  MAINT-TRANS-INDEX           PIC 9(3) VALUE ZERO.
           88  TRANSACTION-FOUND       VALUE 'Y'.

       01  TRANS-APPLIED-COUNT         PIC 9(4) VALUE ZERO.

      * THE CARD WHOSE APPLICATION IS BEING LOGGED TO CA194OA.
       01  ACTIVITY-CARD-INDEX         PIC 9(3) VALUE ZERO.
       01  TRANS-IGNORED-COUNT         PIC 9(4) VALUE ZERO.

      * THIS MAINTENANCE RUN'S OWN GENERATION STAMP FOR THE HULL
      * TRANSACTION.
       01  JOURNAL-PARCEL-ID           PIC X(10) VALUE SPACES.
       01  JOURNAL-ACTION              PIC X(1) VALUE SPACE.
       01  JOURNAL-OPERATOR-ID         PIC X(8) VALUE SPACES.
       01  WHOLE-PARCEL-POINT-INDEX    PIC 9(3) VALUE ZERO.
       01  MASTER-DELETE-OK-SWITCH     PIC X(1) VALUE 'N'.
           88  MASTER-DELETE-OK        VALUE 'Y'.
           PERFORM OPEN-CORRECTION-JOURNAL.
           PERFORM OPEN-LINEAGE-JOURNAL.
           PERFORM OPEN-HULL-HISTORY-APPEND.
           PERFORM OPEN-ACTIVITY-LOG-APPEND.

           PERFORM ECHO-RUN-PARAMETERS.

           PERFORM CLOSE-CORRECTION-JOURNAL.
           PERFORM CLOSE-LINEAGE-JOURNAL.
           PERFORM CLOSE-HULL-HISTORY.
           PERFORM CLOSE-ACTIVITY-LOG.

      * Stamp the run so a second attempt against the same CA194MC
      * file refuses to start.
               STOP RUN
           END-IF.

       OPEN-ACTIVITY-LOG-APPEND.

      * The activity log accumulates across runs - CA194E logs each
      * card it edits, this run each card it applies.

           OPEN EXTEND ACTIVITY-LOG-FILE.

           IF ACTIVITY-LOG-STATUS = "35"
               OPEN OUTPUT ACTIVITY-LOG-FILE
           END-IF.

           IF ACTIVITY-LOG-STATUS NOT = "00"
               DISPLAY "CA194M - UNABLE TO OPEN CA194OA, STATUS "
                   ACTIVITY-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-CONTROL.

      * The card is optional and each field falls back to its

           CLOSE HULL-HISTORY-FILE.

       CLOSE-ACTIVITY-LOG.

           CLOSE ACTIVITY-LOG-FILE.

       LOAD-MAINTENANCE-TRANSACTIONS.

           MOVE ZERO TO MAINT-TRANS-COUNT.
                       TO MT-POINT-Y(MAINT-TRANS-COUNT)
                   MOVE CA194MT-PARCEL-ID-2
                       TO MT-PARCEL-ID-2(MAINT-TRANS-COUNT)
                   MOVE CA194MT-OPERATOR-ID
                       TO MT-OPERATOR-ID(MAINT-TRANS-COUNT)

                   IF MAINT-TRANS-COUNT = 1
                       MOVE CA194MT-PARCEL-ID
       PROCESS-ONE-TRANSACTION.

           MOVE MT-PARCEL-ID(MAINT-TRANS-INDEX) TO CURRENT-PARCEL-ID.
           MOVE MT-OPERATOR-ID(MAINT-TRANS-INDEX)
               TO JOURNAL-OPERATOR-ID.

      * A split is driven whole by its predecessor's first 'S' card
      * - every later 'S' card of the same predecessor was consumed
                       " POINTS REMOVED FROM MASTER"

                   ADD 1 TO TRANS-APPLIED-COUNT
                   MOVE MAINT-TRANS-INDEX TO ACTIVITY-CARD-INDEX
                   PERFORM WRITE-APPLIED-ACTIVITY

                   MOVE ZERO TO HULL-VERTEX-COUNT
                   MOVE ZERO TO HULL-AREA

      * The group already validated whole, so the rebuild here
      * cannot fail its checks - the set is assembled again and
      * written as a new master record, journaled and lineaged
      * under the operator who keyed the successor's first card.

           MOVE MT-OPERATOR-ID(GROUP-CARD-INDEX)
               TO JOURNAL-OPERATOR-ID.

           PERFORM BUILD-SPLIT-SUCCESSOR-SET.

               PERFORM REDRIVE-CORRECTED-HULL
               ADD 1 TO TRANS-APPLIED-COUNT

      * Every 'S' card of the successor was applied with it, and
      * each goes on the activity log under its own operator.

               PERFORM VARYING ACTIVITY-CARD-INDEX FROM 1 BY 1
                       UNTIL ACTIVITY-CARD-INDEX > MAINT-TRANS-COUNT

                   IF MT-ACTION(ACTIVITY-CARD-INDEX) = 'S'
                       AND MT-PARCEL-ID(ACTIVITY-CARD-INDEX)
                           = CURRENT-PARCEL-ID
                       AND MT-PARCEL-ID-2(ACTIVITY-CARD-INDEX)
                           = SPLIT-PRED-WORK-ID
                       PERFORM WRITE-APPLIED-ACTIVITY
                   END-IF

               END-PERFORM

           ELSE
               ADD 1 TO TRANS-IGNORED-COUNT
           END-IF.
                       DISPLAY "PARCEL " ABSORBED-PARCEL-ID
                           " MERGED INTO " CURRENT-PARCEL-ID ", "
                           ABSORBED-POINT-COUNT " POINTS MOVED"
                       SET MERGED-POINT-SET TO TRUE
                       PERFORM REDRIVE-CORRECTED-HULL
                       MOVE 'N' TO MERGED-POINT-SET-SWITCH
                       ADD 1 TO TRANS-APPLIED-COUNT
                       MOVE MAINT-TRANS-INDEX TO ACTIVITY-CARD-INDEX
                       PERFORM WRITE-APPLIED-ACTIVITY
                   ELSE
                       ADD 1 TO TRANS-IGNORED-COUNT
                   END-IF
           MOVE JOURNAL-OLD-Y TO CA194-CJ-OLD-Y.
           MOVE JOURNAL-NEW-X TO CA194-CJ-NEW-X.
           MOVE JOURNAL-NEW-Y TO CA194-CJ-NEW-Y.
           MOVE JOURNAL-OPERATOR-ID TO CA194-CJ-OPERATOR-ID.

           WRITE CORRECTION-JOURNAL-RECORD.

           MOVE LINEAGE-ACTION TO CA194-LN-ACTION.
           MOVE LINEAGE-PRED-ID TO CA194-LN-PRED-ID.
           MOVE LINEAGE-SUCC-ID TO CA194-LN-SUCC-ID.
           MOVE JOURNAL-OPERATOR-ID TO CA194-LN-OPERATOR-ID.

           WRITE PARCEL-LINEAGE-RECORD.

       WRITE-APPLIED-ACTIVITY.

      * The apply stamp is this run's own - CA194B finds the cards
      * of a run it backs out by it.

           MOVE RUN-START-DATE TO CA194-OA-EVENT-DATE.
           MOVE RUN-START-TIME TO CA194-OA-EVENT-TIME.
           MOVE 'P' TO CA194-OA-EVENT.
           MOVE MT-OPERATOR-ID(ACTIVITY-CARD-INDEX)
               TO CA194-OA-OPERATOR-ID.
           MOVE MT-PARCEL-ID(ACTIVITY-CARD-INDEX)
               TO CA194-OA-PARCEL-ID.
           MOVE MT-ACTION(ACTIVITY-CARD-INDEX) TO CA194-OA-ACTION.
           MOVE MT-SEQ-NUM(ACTIVITY-CARD-INDEX) TO CA194-OA-SEQ-NUM.
           MOVE RUN-START-DATE TO CA194-OA-APPLY-DATE.
           MOVE RUN-START-TIME TO CA194-OA-APPLY-TIME.

           WRITE OPERATOR-ACTIVITY-RECORD.

       CHECK-DUPLICATE-TRANSACTION.

           MOVE 'N' TO DUPLICATE-TRANS-SWITCH.
                           PERFORM WRITE-CORRECTION-JOURNAL-RECORD
                           PERFORM REDRIVE-CORRECTED-HULL
                           ADD 1 TO TRANS-APPLIED-COUNT
                           MOVE MATCHED-TRANS-INDEX
                               TO ACTIVITY-CARD-INDEX
                           PERFORM WRITE-APPLIED-ACTIVITY
                       ELSE
                           ADD 1 TO TRANS-IGNORED-COUNT
                       END-IF

       REDRIVE-CORRECTED-HULL.

      * The traverse is measured first - the hull sort reorders the
      * point table the master record was staged into. A merged
      * parcel has no single traverse to measure.

           IF MERGED-POINT-SET
               PERFORM CLEAR-TRAVERSE-METRICS
           ELSE
               PERFORM COMPUTE-TRAVERSE-METRICS
           END-IF.
           PERFORM COMPUTE-CONVEX-HULL.

           PERFORM VARYING HULL-PRINT-INDEX FROM 1 BY 1
           DISPLAY "PARCEL " CURRENT-PARCEL-ID
               " CORRECTED AREA=" HULL-AREA
               " PERIMETER=" HULL-PERIMETER.
           DISPLAY "PARCEL " CURRENT-PARCEL-ID
               " CORRECTED TRAVERSE AREA=" TRAVERSE-AREA
               " PERIMETER=" TRAVERSE-PERIMETER.

      * The corrected parcel's metrics record replaces the figures
      * the tax roll picked up from the overnight run.
           MOVE JOURNAL-OLD-Y TO CA194-CJ-OLD-Y.
           MOVE JOURNAL-NEW-X TO CA194-CJ-NEW-X.
           MOVE JOURNAL-NEW-Y TO CA194-CJ-NEW-Y.
           MOVE MT-OPERATOR-ID(MATCHED-TRANS-INDEX)
               TO CA194-CJ-OPERATOR-ID.

           WRITE CORRECTION-JOURNAL-RECORD.

           MOVE POINTS-Y(CHAIN-INDEX)
               TO CONVEX-HULL-Y(HULL-VERTEX-COUNT).

       CLEAR-TRAVERSE-METRICS.

      * Zero figures under cross flag 'M' - CA194C lists the parcel
      * among those with no traverse figures instead of comparing a
      * meaningless area against the hull.

           MOVE ZERO TO TRAVERSE-AREA.
           MOVE ZERO TO TRAVERSE-ACRES.
           MOVE ZERO TO TRAVERSE-PERIMETER.
           MOVE 'M' TO TRAVERSE-CROSS-SWITCH.

       COMPUTE-TRAVERSE-METRICS.

      * Area by the shoelace formula and perimeter as the sum of the
      * leg lengths, walking the points in the order they were
      * surveyed and closing the last leg back to the first point.
      * This has to run before COMPUTE-CONVEX-HULL - the hull sort
      * reorders the point table in place.

           MOVE ZERO TO TRAVERSE-SHOELACE-SUM.
           MOVE ZERO TO TRAVERSE-PERIMETER.

           PERFORM VARYING TRAVERSE-INDEX FROM 1 BY 1
                   UNTIL TRAVERSE-INDEX > NUMBER-OF-POINTS

               COMPUTE TRAVERSE-NEXT-INDEX = TRAVERSE-INDEX + 1

               IF TRAVERSE-NEXT-INDEX > NUMBER-OF-POINTS
                   MOVE 1 TO TRAVERSE-NEXT-INDEX
               END-IF

               COMPUTE TRAVERSE-SHOELACE-SUM = TRAVERSE-SHOELACE-SUM
                   + (POINTS-X(TRAVERSE-INDEX)
                      * POINTS-Y(TRAVERSE-NEXT-INDEX))
                   - (POINTS-X(TRAVERSE-NEXT-INDEX)
                      * POINTS-Y(TRAVERSE-INDEX))

               COMPUTE SEGMENT-DX =
                   POINTS-X(TRAVERSE-NEXT-INDEX)
                   - POINTS-X(TRAVERSE-INDEX)

               COMPUTE SEGMENT-DY =
                   POINTS-Y(TRAVERSE-NEXT-INDEX)
                   - POINTS-Y(TRAVERSE-INDEX)

               COMPUTE TRAVERSE-PERIMETER ROUNDED = TRAVERSE-PERIMETER
                   + FUNCTION SQRT((SEGMENT-DX * SEGMENT-DX)
                                 + (SEGMENT-DY * SEGMENT-DY))

           END-PERFORM.

           COMPUTE TRAVERSE-AREA ROUNDED =
               FUNCTION ABS(TRAVERSE-SHOELACE-SUM) / 2.
           COMPUTE TRAVERSE-ACRES ROUNDED = TRAVERSE-AREA / 43560.

           PERFORM CHECK-TRAVERSE-CROSSINGS.

       CHECK-TRAVERSE-CROSSINGS.

      * Every pair of legs that do not share a point is tested for a
      * proper crossing - each leg's end points strictly on opposite
      * sides of the other leg. Legs that only touch at a point, or
      * run collinear, are not counted; a crossing means the points
      * are out of walking order or one is mis-keyed, and the
      * shoelace figure for a figure-eight is meaningless. The first
      * crossing found is enough.

           MOVE 'N' TO TRAVERSE-CROSS-SWITCH.
           COMPUTE TRAVERSE-LAST-START-INDEX = NUMBER-OF-POINTS - 2.

           PERFORM VARYING TRAVERSE-INDEX FROM 1 BY 1
                   UNTIL TRAVERSE-INDEX > TRAVERSE-LAST-START-INDEX
                   OR TRAVERSE-CROSSES-ITSELF

               COMPUTE TRAVERSE-NEXT-INDEX = TRAVERSE-INDEX + 1
               COMPUTE TRAVERSE-LEG-INDEX = TRAVERSE-INDEX + 2

               PERFORM VARYING TRAVERSE-LEG-INDEX
                       FROM TRAVERSE-LEG-INDEX BY 1
                       UNTIL TRAVERSE-LEG-INDEX > NUMBER-OF-POINTS
                       OR TRAVERSE-CROSSES-ITSELF

                   IF TRAVERSE-INDEX NOT = 1
                           OR TRAVERSE-LEG-INDEX NOT = NUMBER-OF-POINTS
                       PERFORM TEST-TRAVERSE-LEG-PAIR
                   END-IF

               END-PERFORM

           END-PERFORM.

       TEST-TRAVERSE-LEG-PAIR.

           COMPUTE TRAVERSE-LEG-NEXT-INDEX = TRAVERSE-LEG-INDEX + 1.

           IF TRAVERSE-LEG-NEXT-INDEX > NUMBER-OF-POINTS
               MOVE 1 TO TRAVERSE-LEG-NEXT-INDEX
           END-IF.

           COMPUTE TRAVERSE-LEG-DX =
               POINTS-X(TRAVERSE-NEXT-INDEX) - POINTS-X(TRAVERSE-INDEX).
           COMPUTE TRAVERSE-LEG-DY =
               POINTS-Y(TRAVERSE-NEXT-INDEX) - POINTS-Y(TRAVERSE-INDEX).

           COMPUTE TRAVERSE-SIDE-1 =
               (TRAVERSE-LEG-DX
                * (POINTS-Y(TRAVERSE-LEG-INDEX)
                   - POINTS-Y(TRAVERSE-INDEX)))
             - (TRAVERSE-LEG-DY
                * (POINTS-X(TRAVERSE-LEG-INDEX)
                   - POINTS-X(TRAVERSE-INDEX))).

           COMPUTE TRAVERSE-SIDE-2 =
               (TRAVERSE-LEG-DX
                * (POINTS-Y(TRAVERSE-LEG-NEXT-INDEX)
                   - POINTS-Y(TRAVERSE-INDEX)))
             - (TRAVERSE-LEG-DY
                * (POINTS-X(TRAVERSE-LEG-NEXT-INDEX)
                   - POINTS-X(TRAVERSE-INDEX))).

           COMPUTE TRAVERSE-LEG-DX =
               POINTS-X(TRAVERSE-LEG-NEXT-INDEX)
               - POINTS-X(TRAVERSE-LEG-INDEX).
           COMPUTE TRAVERSE-LEG-DY =
               POINTS-Y(TRAVERSE-LEG-NEXT-INDEX)
               - POINTS-Y(TRAVERSE-LEG-INDEX).

           COMPUTE TRAVERSE-SIDE-3 =
               (TRAVERSE-LEG-DX
                * (POINTS-Y(TRAVERSE-INDEX)
                   - POINTS-Y(TRAVERSE-LEG-INDEX)))
             - (TRAVERSE-LEG-DY
                * (POINTS-X(TRAVERSE-INDEX)
                   - POINTS-X(TRAVERSE-LEG-INDEX))).

           COMPUTE TRAVERSE-SIDE-4 =
               (TRAVERSE-LEG-DX
                * (POINTS-Y(TRAVERSE-NEXT-INDEX)
                   - POINTS-Y(TRAVERSE-LEG-INDEX)))
             - (TRAVERSE-LEG-DY
                * (POINTS-X(TRAVERSE-NEXT-INDEX)
                   - POINTS-X(TRAVERSE-LEG-INDEX))).

           IF ((TRAVERSE-SIDE-1 > ZERO AND TRAVERSE-SIDE-2 < ZERO)
                   OR (TRAVERSE-SIDE-1 < ZERO
                       AND TRAVERSE-SIDE-2 > ZERO))
               AND ((TRAVERSE-SIDE-3 > ZERO
                       AND TRAVERSE-SIDE-4 < ZERO)
                   OR (TRAVERSE-SIDE-3 < ZERO
                       AND TRAVERSE-SIDE-4 > ZERO))
               SET TRAVERSE-CROSSES-ITSELF TO TRUE
               DISPLAY "PARCEL " CURRENT-PARCEL-ID
                   " TRAVERSE CROSSES ITSELF - LEG FROM POINT "
                   TRAVERSE-INDEX " CROSSES LEG FROM POINT "
                   TRAVERSE-LEG-INDEX
           END-IF.

       COMPUTE-HULL-METRICS.

      * Area by the shoelace formula and perimeter as the sum of the
           MOVE BOUND-MAX-X TO CA194-ME-MAX-X.
           MOVE BOUND-MIN-Y TO CA194-ME-MIN-Y.
           MOVE BOUND-MAX-Y TO CA194-ME-MAX-Y.
           MOVE TRAVERSE-AREA TO CA194-ME-TRAVERSE-AREA.
           MOVE TRAVERSE-ACRES TO CA194-ME-TRAVERSE-ACRES.
           MOVE TRAVERSE-PERIMETER TO CA194-ME-TRAVERSE-PERIMETER.
           MOVE TRAVERSE-CROSS-SWITCH TO CA194-ME-TRAVERSE-CROSS-FLAG.

           WRITE PARCEL-METRICS-RECORD.

