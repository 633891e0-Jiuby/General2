               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SELECTION-LIST-STATUS.

           SELECT SUSPECT-LIST-FILE ASSIGN TO "CA194HS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPECT-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POINTS-INPUT-FILE.
           COPY CA194CT.

       FD  TRIM-WORK-FILE.
       01  TRIM-WORK-RECORD                PIC X(160).

       FD  ENCROACHMENT-FILE.
           COPY CA194EN.
       01  SELECTION-LIST-RECORD.
           05  CA194SL-PARCEL-ID           PIC X(10).

       FD  SUSPECT-LIST-FILE.
       01  SUSPECT-LIST-RECORD.
           05  CA194HS-PARCEL-ID           PIC X(10).

       WORKING-STORAGE SECTION.

       01  POINTS-INPUT-STATUS         PIC X(2).
       01  TRIM-WORK-STATUS            PIC X(2).
       01  POINTS-MASTER-STATUS        PIC X(2).
       01  SELECTION-LIST-STATUS       PIC X(2).
       01  SUSPECT-LIST-STATUS         PIC X(2).
       01  END-OF-POINTS-SWITCH        PIC X(1) VALUE 'N'.
           88  END-OF-POINTS           VALUE 'Y'.
       01  END-OF-HISTORY-SWITCH       PIC X(1) VALUE 'N'.
           88  PARCEL-SELECTED         VALUE 'Y'.
       01  MASTER-SKIP-COUNT           PIC 9(6) VALUE ZERO.

      * SUSPECT-GROUP HOLD - WITH THE CA194CT HOLD-SUSPECTS SWITCH
      * ON, A FLAT-FEED GROUP THE CA194I PRE-SCREEN NAMED ON CA194HS
      * IS REJECTED (REASON '06') INSTEAD OF LOADED, SO A SUSPECT
      * POINT SET NEVER REACHES THE HULL, METRICS OR CA195 FILES
      * UNTIL SOMEONE HAS LOOKED AT IT. THE MASTER-DRIVEN PATH
      * REPROCESSES POINTS ALREADY ON FILE AND DOES NOT CONSULT IT.
       01  HOLD-SUSPECTS-SWITCH        PIC X(1) VALUE 'N'.
           88  HOLD-SUSPECTS           VALUE 'Y'.
       01  SUSPECT-LIST-TABLE.
           05  HS-PARCEL-ID OCCURS 600 TIMES PIC X(10).
       01  SUSPECT-LIST-COUNT          PIC 9(3) VALUE ZERO.
       01  SUSPECT-SCAN-INDEX          PIC 9(3) VALUE ZERO.
       01  PARCEL-HELD-SWITCH          PIC X(1) VALUE 'N'.
           88  PARCEL-HELD             VALUE 'Y'.

      * GENERATION KEYS FOR THE HULL HISTORY FILE - THIS RUN'S OWN
      * KEY (SO A RESTART'S PARTIAL RECORDS ARE NOT MISTAKEN FOR A
      * PRIOR GENERATION) AND THE GENERATION CURRENTLY BEING LOADED.
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

      * POINT-IN-HULL CHECK WORKING FIELDS.
       01  TEST-POINT-X                PIC S9(6)V99 VALUE ZERO.
       01  TEST-POINT-Y                PIC S9(6)V99 VALUE ZERO.
               PERFORM LOAD-SELECTION-LIST
               PERFORM OPEN-POINTS-MASTER-INPUT
           ELSE
               IF HOLD-SUSPECTS
                   PERFORM LOAD-SUSPECT-LIST
               END-IF
               PERFORM OPEN-POINTS-INPUT
           END-IF.


           IF VALID-POINT-SET

      * Measure the boundary as walked while the points are still in
      * survey order, then find the convex hull and print and file it.

               PERFORM COMPUTE-TRAVERSE-METRICS
               PERFORM COMPUTE-CONVEX-HULL

               PERFORM VARYING HULL-PRINT-INDEX FROM 1 BY 1
               DISPLAY "PARCEL " CURRENT-PARCEL-ID
                   " AREA=" HULL-AREA
                   " PERIMETER=" HULL-PERIMETER
               DISPLAY "PARCEL " CURRENT-PARCEL-ID
                   " TRAVERSE AREA=" TRAVERSE-AREA
                   " PERIMETER=" TRAVERSE-PERIMETER

      * The tax-roll system keys on one metrics record per accepted
      * parcel - centroid and bounding box included for the mapping

           END-IF.

       LOAD-SUSPECT-LIST.

      * Holding was asked for, so a missing list is not waved
      * through as "nothing to hold" - the pre-screen that writes it
      * has not run, and the night run stops instead.

           MOVE ZERO TO SUSPECT-LIST-COUNT.

           OPEN INPUT SUSPECT-LIST-FILE.

           IF SUSPECT-LIST-STATUS NOT = "00"
               DISPLAY "CA194 - HOLD OF SUSPECT GROUPS REQUESTED BUT "
                   "UNABLE TO OPEN CA194HS, STATUS "
                   SUSPECT-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM READ-NEXT-SUSPECT-CARD.

           PERFORM UNTIL SUSPECT-LIST-STATUS NOT = "00"

               IF CA194HS-PARCEL-ID NOT = SPACES

                   IF SUSPECT-LIST-COUNT < 600
                       ADD 1 TO SUSPECT-LIST-COUNT
                       MOVE CA194HS-PARCEL-ID
                           TO HS-PARCEL-ID(SUSPECT-LIST-COUNT)
                   ELSE
                       DISPLAY "CA194 - HOLD FOR PARCEL "
                           CA194HS-PARCEL-ID
                           " DROPPED, OVER 600 SUSPECT GROUPS"
                       MOVE 8 TO RETURN-CODE
                   END-IF

               END-IF

               PERFORM READ-NEXT-SUSPECT-CARD

           END-PERFORM.

           CLOSE SUSPECT-LIST-FILE.

           DISPLAY "CA194 - " SUSPECT-LIST-COUNT
               " SUSPECT PARCEL GROUPS HELD OUT OF THIS RUN".

       READ-NEXT-SUSPECT-CARD.

           READ SUSPECT-LIST-FILE
               AT END MOVE "10" TO SUSPECT-LIST-STATUS
           END-READ.

       CHECK-PARCEL-HELD.

           MOVE 'N' TO PARCEL-HELD-SWITCH.

           PERFORM VARYING SUSPECT-SCAN-INDEX FROM 1 BY 1
                   UNTIL SUSPECT-SCAN-INDEX > SUSPECT-LIST-COUNT
                   OR PARCEL-HELD

               IF HS-PARCEL-ID(SUSPECT-SCAN-INDEX)
                       = CURRENT-PARCEL-ID
                   SET PARCEL-HELD TO TRUE
               END-IF

           END-PERFORM.

       READ-NEXT-SELECTION-CARD.

           READ SELECTION-LIST-FILE
               END-IF
           END-IF.

      * Holding suspect groups is off unless the card turns it on -
      * an unreadable switch leaves it off, as before the pre-screen.

           IF CA194-CT-HOLD-SUSPECTS-SWITCH = 'Y'
               MOVE 'Y' TO HOLD-SUSPECTS-SWITCH
           ELSE
               IF CA194-CT-HOLD-SUSPECTS-SWITCH NOT = 'N'
                   AND CA194-CT-HOLD-SUSPECTS-SWITCH NOT = SPACE
                   DISPLAY "CA194 - HOLD SUSPECTS SWITCH ON CA194CT "
                       "NOT Y/N, NOTHING HELD"
               END-IF
           END-IF.

       ECHO-RUN-PARAMETERS.

           MOVE RUN-START-DATE TO CA194-LOG-RUN-DATE.
               DELIMITED BY SIZE INTO CA194-LOG-PARM-ECHO.
           PERFORM WRITE-PARM-ECHO-RECORD.

           MOVE SPACES TO CA194-LOG-PARM-ECHO.
           STRING "HOLD SUSPECT GROUPS " HOLD-SUSPECTS-SWITCH
               DELIMITED BY SIZE INTO CA194-LOG-PARM-ECHO.
           PERFORM WRITE-PARM-ECHO-RECORD.

       WRITE-PARM-ECHO-RECORD.

           WRITE AUDIT-LOG-RECORD.
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


           END-IF.

      * A group the pre-screen flagged is held out whatever else is
      * wrong with it - the suspect-points report says why.

           IF HOLD-SUSPECTS
                   AND NOT MASTER-DRIVEN-RUN
               PERFORM CHECK-PARCEL-HELD
               IF PARCEL-HELD
                   DISPLAY "PARCEL " CURRENT-PARCEL-ID
                       " REJECTED - HELD BY THE CA194I PRE-SCREEN, "
                       "SEE THE CA194IR SUSPECT-POINTS REPORT"
                   MOVE 'N' TO VALID-POINT-SET-SWITCH
                   IF REJECT-REASON-CODE = SPACES
                       MOVE '06' TO REJECT-REASON-CODE
                   END-IF
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       PROCESS-FOLLOWUP-RECORDS.

           PERFORM UNTIL END-OF-POINTS OR CA194-REC-TYPE NOT = 'F'
