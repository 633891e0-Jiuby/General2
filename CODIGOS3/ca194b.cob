      * CA194M DOES FOR CORRECTED PARCELS. THE CA194MK RUN STAMP IS
      * MARKED BACKED OUT SO THE NIGHT'S CARDS MAY BE DELIBERATELY
      * REAPPLIED WITHOUT TRIPPING THE RERUN GUARD.
      *
      * EVERY CARD THE BACKED-OUT RUN APPLIED, AS LOGGED BY CA194M ON
      * THE CA194OA OPERATOR ACTIVITY LOG, IS LOGGED AGAIN AS BACKED
      * OUT UNDER THE OPERATOR WHO KEYED IT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT-MAINT-RUN.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STAMP-STATUS.

           SELECT ACTIVITY-LOG-FILE ASSIGN TO "CA194OA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ACTIVITY-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKOUT-REQUEST-FILE.
       FD  RUN-STAMP-FILE.
           COPY CA194MK.

       FD  ACTIVITY-LOG-FILE.
           COPY CA194OA.

       WORKING-STORAGE SECTION.

       01  BACKOUT-REQUEST-STATUS      PIC X(2).
       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  HULL-HISTORY-STATUS         PIC X(2).
       01  RUN-STAMP-STATUS            PIC X(2).
       01  ACTIVITY-LOG-STATUS         PIC X(2).

       01  END-OF-JOURNAL-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-JOURNAL          VALUE 'Y'.
       01  PARCELS-REDRIVEN-COUNT      PIC 9(3) VALUE ZERO.
       01  PARCELS-REMOVED-COUNT       PIC 9(3) VALUE ZERO.

      * THE CARDS THE BACKED-OUT RUN APPLIED, OFF ITS 'P' RECORDS ON
      * THE CA194OA ACTIVITY LOG - CA194M APPLIES AT MOST 200 CARDS
      * A RUN. A RUN WHOSE BACKOUT IS ALREADY LOGGED IS NOT LOGGED
      * A SECOND TIME.
       01  BACKED-OUT-CARD-TABLE.
           05  BACKED-OUT-CARD OCCURS 200 TIMES PIC X(51).

       01  BACKED-OUT-CARD-COUNT       PIC 9(3) VALUE ZERO.
       01  BACKED-OUT-CARD-INDEX       PIC 9(3) VALUE ZERO.
       01  END-OF-ACTIVITY-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-ACTIVITY         VALUE 'Y'.
       01  BACKOUT-LOGGED-SWITCH       PIC X(1) VALUE 'N'.
           88  BACKOUT-ALREADY-LOGGED  VALUE 'Y'.

       01  NUMBER-OF-POINTS            PIC 9(3) VALUE ZERO.
       01  POINTS-INDEX                PIC 9(3) VALUE ZERO.

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

      * HEADER/TRAILER CONTROL RECORD MAINTENANCE FOR THE HULL AND
      * METRICS FILES THIS RUN EXTENDS, AS IN CA194M - THE FILES
      * ARE PRE-SCANNED FOR THEIR LAST TRAILER'S CUMULATIVE TOTALS

           PERFORM WRITE-APPEND-TRAILERS.

           PERFORM LOG-BACKED-OUT-CARDS.

           PERFORM MARK-RUN-STAMP-BACKED-OUT.

           DISPLAY "CA194B - " RECORDS-REVERSED-COUNT

               END-PERFORM

               PERFORM COMPUTE-TRAVERSE-METRICS
               PERFORM COMPUTE-CONVEX-HULL

               PERFORM VARYING HULL-PRINT-INDEX FROM 1 BY 1

           END-IF.

       LOG-BACKED-OUT-CARDS.

      * The run's applied cards are gathered first and appended
      * after, since the log cannot be read and extended at once.
      * A missing log only costs the activity report its backout
      * counts - the master is already restored - so it warns.

           OPEN INPUT ACTIVITY-LOG-FILE.

           IF ACTIVITY-LOG-STATUS NOT = "00"
               DISPLAY "CA194B - NO CA194OA ACTIVITY LOG, BACKED-OUT "
                   "CARDS NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           ELSE

               READ ACTIVITY-LOG-FILE
                   AT END SET END-OF-ACTIVITY TO TRUE
               END-READ

               PERFORM UNTIL END-OF-ACTIVITY

                   IF CA194-OA-APPLY-DATE = BACKOUT-RUN-DATE
                       AND CA194-OA-APPLY-TIME = BACKOUT-RUN-TIME

                       IF CA194-OA-EVENT = 'B'
                           SET BACKOUT-ALREADY-LOGGED TO TRUE
                       END-IF

                       IF CA194-OA-EVENT = 'P'
                           AND BACKED-OUT-CARD-COUNT < 200
                           ADD 1 TO BACKED-OUT-CARD-COUNT
                           MOVE OPERATOR-ACTIVITY-RECORD
                               TO BACKED-OUT-CARD(
                                   BACKED-OUT-CARD-COUNT)
                       END-IF

                   END-IF

                   READ ACTIVITY-LOG-FILE
                       AT END SET END-OF-ACTIVITY TO TRUE
                   END-READ

               END-PERFORM

               CLOSE ACTIVITY-LOG-FILE

               IF BACKOUT-ALREADY-LOGGED
                   DISPLAY "CA194B - BACKOUT OF RUN " BACKOUT-RUN-DATE
                       " " BACKOUT-RUN-TIME " ALREADY ON CA194OA, "
                       "NOT LOGGED AGAIN"
               ELSE
                   PERFORM APPEND-BACKED-OUT-CARDS
               END-IF

           END-IF.

       APPEND-BACKED-OUT-CARDS.

           OPEN EXTEND ACTIVITY-LOG-FILE.

           IF ACTIVITY-LOG-STATUS NOT = "00"
               DISPLAY "CA194B - UNABLE TO EXTEND CA194OA, STATUS "
                   ACTIVITY-LOG-STATUS ", BACKED-OUT CARDS NOT LOGGED"
               MOVE 8 TO RETURN-CODE
           ELSE

               PERFORM VARYING BACKED-OUT-CARD-INDEX FROM 1 BY 1
                       UNTIL BACKED-OUT-CARD-INDEX
                           > BACKED-OUT-CARD-COUNT

                   MOVE BACKED-OUT-CARD(BACKED-OUT-CARD-INDEX)
                       TO OPERATOR-ACTIVITY-RECORD
                   MOVE RUN-START-DATE TO CA194-OA-EVENT-DATE
                   MOVE RUN-START-TIME TO CA194-OA-EVENT-TIME
                   MOVE 'B' TO CA194-OA-EVENT
                   WRITE OPERATOR-ACTIVITY-RECORD

               END-PERFORM

               CLOSE ACTIVITY-LOG-FILE

               DISPLAY "CA194B - " BACKED-OUT-CARD-COUNT
                   " APPLIED CARDS LOGGED AS BACKED OUT ON CA194OA"

           END-IF.

       MARK-RUN-STAMP-BACKED-OUT.

      * Only a stamp naming the backed-out run is touched - a stamp
           MOVE POINTS-Y(CHAIN-INDEX)
               TO CONVEX-HULL-Y(HULL-VERTEX-COUNT).

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

