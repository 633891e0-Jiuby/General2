      * CEILING (THE TABLE NOW HOLDS 600). THE EXCEPTIONS WRITTEN
      * FOR THE PAIRS THAT SURVIVE THE SCREEN ARE IDENTICAL TO THE
      * ONES THE FULL SWEEP PRODUCED.
      *
      * THE SAME SWEEP DERIVES TRUE ADJACENCY FROM THE HULLS INSTEAD
      * OF TRUSTING THE HAND-KEYED PLAT-BOOK LIST: A PAIR WHOSE
      * BOUNDARIES RUN ALONGSIDE EACH OTHER WITHIN THE GAP TOLERANCE
      * FOR AT LEAST THE MINIMUM SHARED RUN IS A TRUE NEIGHBOR, ONE
      * THAT ONLY MEETS AT A CORNER IS NOT. EVERY PAIR IN CONTACT GOES
      * TO CA195AD WITH ITS SHARED BOUNDARY LENGTH, AND CA195J SETS
      * THAT FILE AGAINST CA195AJ FOR THE PLAT-BOOK REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HULL-OVERLAP-CHECK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERLAP-EXCEPTIONS-STATUS.

           SELECT DERIVED-ADJACENCY-FILE ASSIGN TO "CA195AD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DERIVED-ADJACENCY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HULL-INPUT-FILE.
       FD  OVERLAP-EXCEPTIONS-FILE.
           COPY CA195EX.

       FD  DERIVED-ADJACENCY-FILE.
           COPY CA195AD.
       01  DERIVED-CONTROL-RECORD          PIC X(62).

       WORKING-STORAGE SECTION.

       01  HULL-INPUT-STATUS           PIC X(2).
       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  ADJACENCY-STATUS            PIC X(2).
       01  OVERLAP-EXCEPTIONS-STATUS   PIC X(2).
       01  DERIVED-ADJACENCY-STATUS    PIC X(2).
       01  END-OF-HULL-INPUT-SWITCH    PIC X(1) VALUE 'N'.
           88  END-OF-HULL-INPUT       VALUE 'Y'.
       01  END-OF-METRICS-SWITCH       PIC X(1) VALUE 'N'.
           88  LAST-RECORD-TRAILER     VALUE 'Y'.
       01  HULL-DATA-RECORDS-READ      PIC 9(9) VALUE ZERO.
       01  HULL-HEADER-RUN-DATE        PIC X(8) VALUE SPACES.
       01  HULL-HEADER-RUN-TIME        PIC X(6) VALUE SPACES.

      * THE SAME VERIFICATION OVER THE METRICS INPUT, PLUS THE
      * CROSS-CHECK THAT ITS HEADER NAMES THE SAME RUN DATE AS THE
       01  OVERLAP-EXCEPTION-COUNT     PIC 9(4) VALUE ZERO.
       01  GAP-EXCEPTION-COUNT         PIC 9(4) VALUE ZERO.

      * DERIVED ADJACENCY WORKING FIELDS. THE SHARED RUN IS MEASURED
      * ALONG PARCEL A'S HULL EDGES: FOR EACH EDGE OF A LYING WITHIN
      * FIVE DEGREES OF PARALLEL TO AN EDGE OF B, THE STRETCH OF IT
      * THAT IS BOTH WITHIN THE GAP TOLERANCE OF B'S EDGE LINE AND
      * ALONGSIDE B'S EDGE (ITS FOOT FALLING BETWEEN B'S ENDPOINTS)
      * COUNTS TOWARD THE RUN. THE PARALLEL TEST KEEPS THE CROSS
      * EDGES AT A CORNER FROM ADDING A TOLERANCE'S WORTH OF RUN
      * APIECE, SO TWO PARCELS MEETING AT ONE CORNER MEASURE NEAR
      * ZERO AND FALL UNDER THE MINIMUM SHARED RUN.
       01  SHARED-RUN-MINIMUM          PIC 9(4)V99 VALUE 1.00.
       01  PARALLEL-SINE-LIMIT         PIC 9V9999 VALUE 0.0872.
       01  SHARED-RUN-LENGTH           PIC S9(9)V9999 VALUE ZERO.
       01  ADJACENCY-RELATION          PIC X(1) VALUE SPACE.
       01  RUN-A-DX                    PIC S9(7)V99 VALUE ZERO.
       01  RUN-A-DY                    PIC S9(7)V99 VALUE ZERO.
       01  RUN-B-DX                    PIC S9(7)V99 VALUE ZERO.
       01  RUN-B-DY                    PIC S9(7)V99 VALUE ZERO.
       01  RUN-A-LENGTH                PIC S9(7)V9999 VALUE ZERO.
       01  RUN-B-LENGTH                PIC S9(7)V9999 VALUE ZERO.
       01  RUN-B-LENGTH-SQ             PIC S9(13)V9999 VALUE ZERO.
       01  RUN-EDGE-CROSS              PIC S9(13)V9999 VALUE ZERO.
       01  RUN-EDGE-SINE               PIC S9(3)V9(8) VALUE ZERO.
       01  RUN-OFFSET-START            PIC S9(9)V9(6) VALUE ZERO.
       01  RUN-OFFSET-END              PIC S9(9)V9(6) VALUE ZERO.
       01  RUN-FOOT-START              PIC S9(9)V9(6) VALUE ZERO.
       01  RUN-FOOT-END                PIC S9(9)V9(6) VALUE ZERO.
       01  RUN-T-LOW                   PIC S9(3)V9(8) VALUE ZERO.
       01  RUN-T-HIGH                  PIC S9(3)V9(8) VALUE ZERO.

      * ONE LINEAR MEASURE ALONG THE EDGE (OFFSET OR FOOT), CLIPPED
      * TO A BAND. THE CROSSING T IS ONLY COMPUTED FOR A BOUND LYING
      * BETWEEN THE TWO END VALUES, SO THE DIVISION NEVER LEAVES THE
      * ZERO-TO-ONE RANGE.
       01  CLIP-VALUE-START            PIC S9(9)V9(6) VALUE ZERO.
       01  CLIP-VALUE-END              PIC S9(9)V9(6) VALUE ZERO.
       01  CLIP-BAND-LOW               PIC S9(9)V9(6) VALUE ZERO.
       01  CLIP-BAND-HIGH              PIC S9(9)V9(6) VALUE ZERO.
       01  CLIP-T-START                PIC S9(3)V9(8) VALUE ZERO.
       01  CLIP-T-END                  PIC S9(3)V9(8) VALUE ZERO.

       01  DERIVED-RECORDS-WRITTEN     PIC 9(9) VALUE ZERO.
       01  DERIVED-NEIGHBOR-COUNT      PIC 9(6) VALUE ZERO.
       01  DERIVED-CORNER-COUNT        PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM OPEN-HULL-INPUT.
           PERFORM OPEN-EXCEPTIONS-OUTPUT.
           PERFORM OPEN-DERIVED-ADJACENCY-OUTPUT.
           PERFORM OPEN-ADJACENCY-INPUT.

      * Load the whole run's hulls into the pair table up front - the
           PERFORM LOAD-HULL-RUN.
           PERFORM CLOSE-HULL-INPUT.

      * The derived adjacency file is stamped with the hull file's
      * run, so CA195J can tell it belongs with the night's metrics.

           PERFORM WRITE-DERIVED-HEADER.

      * The metrics file rides alongside the hulls for each
      * parcel's bounding box - the pre-screen throws out pairs
      * whose boxes don't come within the gap tolerance of each
               " PAIRS TESTED, " PAIRS-SCREENED-OUT-COUNT
               " SCREENED OUT BY BOUNDING BOX".

           DISPLAY "CA195 - " DERIVED-NEIGHBOR-COUNT
               " NEIGHBOR PAIRS DERIVED, " DERIVED-CORNER-COUNT
               " CORNER CONTACTS ONLY".

           PERFORM WRITE-DERIVED-TRAILER.
           PERFORM CLOSE-DERIVED-ADJACENCY-OUTPUT.

      * The adjacency pair file is optional, like CA194's prior-run
      * hull file - with no plat-book pairs on hand there is nothing
      * to test gaps against, and only the overlap sweep runs.
               STOP RUN
           END-IF.

       OPEN-DERIVED-ADJACENCY-OUTPUT.

           OPEN OUTPUT DERIVED-ADJACENCY-FILE.

           IF DERIVED-ADJACENCY-STATUS NOT = "00"
               DISPLAY "CA195 - UNABLE TO OPEN CA195AD, STATUS "
                   DERIVED-ADJACENCY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ADJACENCY-INPUT.

           OPEN INPUT ADJACENCY-FILE.

           CLOSE OVERLAP-EXCEPTIONS-FILE.

       CLOSE-DERIVED-ADJACENCY-OUTPUT.

           CLOSE DERIVED-ADJACENCY-FILE.

       WRITE-DERIVED-HEADER.

           MOVE "*HEADER**" TO CA194-HT-RECORD-ID.
           MOVE HULL-HEADER-RUN-DATE TO CA194-HT-RUN-DATE.
           MOVE HULL-HEADER-RUN-TIME TO CA194-HT-RUN-TIME.
           MOVE ZERO TO CA194-HT-RECORD-COUNT.
           MOVE ZERO TO CA194-HT-PARCEL-COUNT.
           MOVE ZERO TO CA194-HT-TOTAL-AREA.
           WRITE DERIVED-CONTROL-RECORD FROM FILE-CONTROL-RECORD.

       WRITE-DERIVED-TRAILER.

           MOVE "*TRAILER*" TO CA194-HT-RECORD-ID.
           MOVE HULL-HEADER-RUN-DATE TO CA194-HT-RUN-DATE.
           MOVE HULL-HEADER-RUN-TIME TO CA194-HT-RUN-TIME.
           MOVE DERIVED-RECORDS-WRITTEN TO CA194-HT-RECORD-COUNT.
           MOVE HULL-RUN-PARCEL-COUNT TO CA194-HT-PARCEL-COUNT.
           MOVE ZERO TO CA194-HT-TOTAL-AREA.
           WRITE DERIVED-CONTROL-RECORD FROM FILE-CONTROL-RECORD.

       LOAD-HULL-RUN.

      * Reads the run's hull file (one row per vertex, grouped by
           IF NOT HULL-HEADER-SEEN
               SET HULL-HEADER-SEEN TO TRUE
               MOVE CA194-HT-RUN-DATE TO HULL-HEADER-RUN-DATE
               MOVE CA194-HT-RUN-TIME TO HULL-HEADER-RUN-TIME
           END-IF.

           MOVE 'N' TO LAST-RECORD-TRAILER-SWITCH.
           IF OVERLAP-POINT-COUNT > ZERO
               PERFORM COMPUTE-OVERLAP-AREA
               PERFORM WRITE-OVERLAP-EXCEPTION
               PERFORM WRITE-OVERLAP-ADJACENCY
           ELSE

      * Identical hulls - the headline two-parcels-claiming-the-same-

               IF HULL-CONTAINED
                   PERFORM WRITE-OVERLAP-EXCEPTION
                   PERFORM WRITE-OVERLAP-ADJACENCY
               ELSE
                   PERFORM DERIVE-PAIR-ADJACENCY
               END-IF

           END-IF.

           ADD 1 TO GAP-EXCEPTION-COUNT.
           MOVE 8 TO RETURN-CODE.

       WRITE-OVERLAP-ADJACENCY.

      * Overlapping parcels are neighbors whose line is in dispute -
      * they go on the derived file with no run measured.

           MOVE 'O' TO ADJACENCY-RELATION.
           MOVE ZERO TO SHARED-RUN-LENGTH.
           MOVE ZERO TO MIN-GAP-DISTANCE.
           PERFORM WRITE-DERIVED-ADJACENCY.

           ADD 1 TO DERIVED-NEIGHBOR-COUNT.

       DERIVE-PAIR-ADJACENCY.

      * A pair with no shared ground is in contact when its hulls come
      * within the gap tolerance; it is a true neighbor only when the
      * contact runs along the boundary for the minimum shared run.

           PERFORM COMPUTE-HULL-GAP-DISTANCE.

           IF MIN-GAP-DISTANCE NOT > GAP-TOLERANCE

               PERFORM COMPUTE-SHARED-RUN-LENGTH

               IF SHARED-RUN-LENGTH NOT < SHARED-RUN-MINIMUM
                   MOVE 'A' TO ADJACENCY-RELATION
                   ADD 1 TO DERIVED-NEIGHBOR-COUNT
               ELSE
                   MOVE 'C' TO ADJACENCY-RELATION
                   ADD 1 TO DERIVED-CORNER-COUNT
               END-IF

               PERFORM WRITE-DERIVED-ADJACENCY

           END-IF.

       COMPUTE-SHARED-RUN-LENGTH.

           MOVE ZERO TO SHARED-RUN-LENGTH.

           PERFORM VARYING EDGE-A-INDEX FROM 1 BY 1
                   UNTIL EDGE-A-INDEX > HR-VERTEX-COUNT(PAIR-A-INDEX)

               COMPUTE EDGE-A-NEXT-INDEX = EDGE-A-INDEX + 1

               IF EDGE-A-NEXT-INDEX > HR-VERTEX-COUNT(PAIR-A-INDEX)
                   MOVE 1 TO EDGE-A-NEXT-INDEX
               END-IF

               PERFORM VARYING EDGE-B-INDEX FROM 1 BY 1
                       UNTIL EDGE-B-INDEX
                           > HR-VERTEX-COUNT(PAIR-B-INDEX)

                   COMPUTE EDGE-B-NEXT-INDEX = EDGE-B-INDEX + 1

                   IF EDGE-B-NEXT-INDEX
                           > HR-VERTEX-COUNT(PAIR-B-INDEX)
                       MOVE 1 TO EDGE-B-NEXT-INDEX
                   END-IF

                   PERFORM MEASURE-ONE-EDGE-RUN

               END-PERFORM

           END-PERFORM.

       MEASURE-ONE-EDGE-RUN.

      * Edges shorter than the gap tolerance could add no more than
      * the tolerance to the run and are passed over, which also keeps
      * the foot positions below inside their fields.

           COMPUTE RUN-A-DX =
               HR-VERTEX-X(PAIR-A-INDEX, EDGE-A-NEXT-INDEX)
               - HR-VERTEX-X(PAIR-A-INDEX, EDGE-A-INDEX).
           COMPUTE RUN-A-DY =
               HR-VERTEX-Y(PAIR-A-INDEX, EDGE-A-NEXT-INDEX)
               - HR-VERTEX-Y(PAIR-A-INDEX, EDGE-A-INDEX).
           COMPUTE RUN-B-DX =
               HR-VERTEX-X(PAIR-B-INDEX, EDGE-B-NEXT-INDEX)
               - HR-VERTEX-X(PAIR-B-INDEX, EDGE-B-INDEX).
           COMPUTE RUN-B-DY =
               HR-VERTEX-Y(PAIR-B-INDEX, EDGE-B-NEXT-INDEX)
               - HR-VERTEX-Y(PAIR-B-INDEX, EDGE-B-INDEX).

           COMPUTE RUN-A-LENGTH ROUNDED = FUNCTION SQRT(
               (RUN-A-DX * RUN-A-DX) + (RUN-A-DY * RUN-A-DY)).
           COMPUTE RUN-B-LENGTH-SQ =
               (RUN-B-DX * RUN-B-DX) + (RUN-B-DY * RUN-B-DY).
           COMPUTE RUN-B-LENGTH ROUNDED =
               FUNCTION SQRT(RUN-B-LENGTH-SQ).

           IF RUN-A-LENGTH NOT < GAP-TOLERANCE
               AND RUN-B-LENGTH NOT < GAP-TOLERANCE

               COMPUTE RUN-EDGE-CROSS =
                   (RUN-A-DX * RUN-B-DY) - (RUN-A-DY * RUN-B-DX)
               COMPUTE RUN-EDGE-SINE ROUNDED =
                   FUNCTION ABS(RUN-EDGE-CROSS)
                   / (RUN-A-LENGTH * RUN-B-LENGTH)

               IF RUN-EDGE-SINE NOT > PARALLEL-SINE-LIMIT
                   PERFORM MEASURE-PARALLEL-EDGE-RUN
               END-IF

           END-IF.

       MEASURE-PARALLEL-EDGE-RUN.

      * Offset is the signed distance of A's edge ends from B's edge
      * line; foot is where each end projects onto B's edge, zero at
      * B's first vertex and one at its second.

           COMPUTE RUN-OFFSET-START ROUNDED =
               (RUN-B-DX
                * (HR-VERTEX-Y(PAIR-A-INDEX, EDGE-A-INDEX)
                   - HR-VERTEX-Y(PAIR-B-INDEX, EDGE-B-INDEX))
               - RUN-B-DY
                * (HR-VERTEX-X(PAIR-A-INDEX, EDGE-A-INDEX)
                   - HR-VERTEX-X(PAIR-B-INDEX, EDGE-B-INDEX)))
               / RUN-B-LENGTH.
           COMPUTE RUN-OFFSET-END ROUNDED =
               (RUN-B-DX
                * (HR-VERTEX-Y(PAIR-A-INDEX, EDGE-A-NEXT-INDEX)
                   - HR-VERTEX-Y(PAIR-B-INDEX, EDGE-B-INDEX))
               - RUN-B-DY
                * (HR-VERTEX-X(PAIR-A-INDEX, EDGE-A-NEXT-INDEX)
                   - HR-VERTEX-X(PAIR-B-INDEX, EDGE-B-INDEX)))
               / RUN-B-LENGTH.
           COMPUTE RUN-FOOT-START ROUNDED =
               (RUN-B-DX
                * (HR-VERTEX-X(PAIR-A-INDEX, EDGE-A-INDEX)
                   - HR-VERTEX-X(PAIR-B-INDEX, EDGE-B-INDEX))
               + RUN-B-DY
                * (HR-VERTEX-Y(PAIR-A-INDEX, EDGE-A-INDEX)
                   - HR-VERTEX-Y(PAIR-B-INDEX, EDGE-B-INDEX)))
               / RUN-B-LENGTH-SQ.
           COMPUTE RUN-FOOT-END ROUNDED =
               (RUN-B-DX
                * (HR-VERTEX-X(PAIR-A-INDEX, EDGE-A-NEXT-INDEX)
                   - HR-VERTEX-X(PAIR-B-INDEX, EDGE-B-INDEX))
               + RUN-B-DY
                * (HR-VERTEX-Y(PAIR-A-INDEX, EDGE-A-NEXT-INDEX)
                   - HR-VERTEX-Y(PAIR-B-INDEX, EDGE-B-INDEX)))
               / RUN-B-LENGTH-SQ.

           MOVE ZERO TO RUN-T-LOW.
           MOVE 1 TO RUN-T-HIGH.

           MOVE RUN-OFFSET-START TO CLIP-VALUE-START.
           MOVE RUN-OFFSET-END TO CLIP-VALUE-END.
           COMPUTE CLIP-BAND-LOW = ZERO - GAP-TOLERANCE.
           MOVE GAP-TOLERANCE TO CLIP-BAND-HIGH.
           PERFORM CLIP-EDGE-TO-BAND.

           MOVE RUN-FOOT-START TO CLIP-VALUE-START.
           MOVE RUN-FOOT-END TO CLIP-VALUE-END.
           MOVE ZERO TO CLIP-BAND-LOW.
           MOVE 1 TO CLIP-BAND-HIGH.
           PERFORM CLIP-EDGE-TO-BAND.

           IF RUN-T-HIGH > RUN-T-LOW
               COMPUTE SHARED-RUN-LENGTH ROUNDED = SHARED-RUN-LENGTH
                   + (RUN-T-HIGH - RUN-T-LOW) * RUN-A-LENGTH
           END-IF.

       CLIP-EDGE-TO-BAND.

      * Narrows RUN-T-LOW/RUN-T-HIGH to the stretch of A's edge over
      * which the measure stays inside the band. Both ends off the
      * same side of the band means no stretch at all.

           IF (CLIP-VALUE-START < CLIP-BAND-LOW
                   AND CLIP-VALUE-END < CLIP-BAND-LOW)
               OR (CLIP-VALUE-START > CLIP-BAND-HIGH
                   AND CLIP-VALUE-END > CLIP-BAND-HIGH)
               MOVE ZERO TO RUN-T-LOW
               MOVE ZERO TO RUN-T-HIGH
           ELSE
               PERFORM CLIP-EDGE-ENDS-TO-BAND
           END-IF.

       CLIP-EDGE-ENDS-TO-BAND.

           EVALUATE TRUE
               WHEN CLIP-VALUE-START < CLIP-BAND-LOW
                   COMPUTE CLIP-T-START ROUNDED =
                       (CLIP-BAND-LOW - CLIP-VALUE-START)
                       / (CLIP-VALUE-END - CLIP-VALUE-START)
               WHEN CLIP-VALUE-START > CLIP-BAND-HIGH
                   COMPUTE CLIP-T-START ROUNDED =
                       (CLIP-BAND-HIGH - CLIP-VALUE-START)
                       / (CLIP-VALUE-END - CLIP-VALUE-START)
               WHEN OTHER
                   MOVE ZERO TO CLIP-T-START
           END-EVALUATE.

           EVALUATE TRUE
               WHEN CLIP-VALUE-END < CLIP-BAND-LOW
                   COMPUTE CLIP-T-END ROUNDED =
                       (CLIP-BAND-LOW - CLIP-VALUE-START)
                       / (CLIP-VALUE-END - CLIP-VALUE-START)
               WHEN CLIP-VALUE-END > CLIP-BAND-HIGH
                   COMPUTE CLIP-T-END ROUNDED =
                       (CLIP-BAND-HIGH - CLIP-VALUE-START)
                       / (CLIP-VALUE-END - CLIP-VALUE-START)
               WHEN OTHER
                   MOVE 1 TO CLIP-T-END
           END-EVALUATE.

           IF CLIP-T-START > RUN-T-LOW
               MOVE CLIP-T-START TO RUN-T-LOW
           END-IF.

           IF CLIP-T-END < RUN-T-HIGH
               MOVE CLIP-T-END TO RUN-T-HIGH
           END-IF.

       WRITE-DERIVED-ADJACENCY.

           MOVE HR-PARCEL-ID(PAIR-A-INDEX) TO CA195-AD-PARCEL-A.
           MOVE HR-PARCEL-ID(PAIR-B-INDEX) TO CA195-AD-PARCEL-B.
           MOVE ADJACENCY-RELATION TO CA195-AD-RELATION.
           MOVE SHARED-RUN-LENGTH TO CA195-AD-SHARED-LENGTH.
           MOVE MIN-GAP-DISTANCE TO CA195-AD-GAP-DISTANCE.

           WRITE DERIVED-ADJACENCY-RECORD.

           ADD 1 TO DERIVED-RECORDS-WRITTEN.
