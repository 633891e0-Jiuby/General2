      ******************************************************************
      * CA194I - INPUT-POINT-PRE-SCREEN
      * DAYTIME PRE-SCREEN OVER THE CA194IN POINT FEED - THE FLAT
      * FEED AS KEYED, OR THE GRID FILE CA194G WRITES UNDER THE SAME
      * NAME FROM THE CREWS' GEODETIC UNITS. VALIDATE-POINT-SET IN
      * CA194 ONLY CATCHES COUNTS, RECORD-TYPE SLIPS AND ALL-SAME-
      * COORDINATE SETS, SO A TRANSPOSED DIGIT IN ONE POINT SAILS
      * THROUGH, STRETCHES THE HULL A THOUSAND FEET AND SURFACES DAYS
      * LATER AS A CA195 OVERLAP ACROSS THE COUNTY. EVERY PARCEL
      * GROUP IS CHECKED FOR
      *   - DUPLICATE POINTS, AND NEAR-DUPLICATES CLOSER THAN THE
      *     CA194CT DUPLICATE TOLERANCE;
      *   - OUTLIERS - POINTS FARTHER FROM THE GROUP'S MEDIAN CENTER
      *     THAN THE CA194CT OUTLIER FACTOR TIMES THE GROUP'S MEDIAN
      *     SPREAD;
      *   - POINTS OUTSIDE THE COUNTY GRID WINDOW ON THE CA194GC
      *     PROJECTION CARD, WHEN ONE IS SUPPLIED;
      *   - A BOUNDING BOX MOVED FROM THE PARCEL'S LAST CA194ME BOX
      *     BY MORE THAN THE CA194CT BOX-SHIFT TOLERANCE;
      *   - A HEADER COUNT THE DETAIL RECORDS DO NOT MATCH.
      * FLAGGED GROUPS ARE LISTED POINT BY POINT ON THE CA194IR
      * SUSPECT-POINTS REPORT AND NAMED ON THE CA194HS SUSPECT-GROUP
      * LIST - WHICH THE NIGHT CA194 RUN HONORS, HOLDING THOSE GROUPS
      * OUT, WHEN THE CA194CT HOLD-SUSPECTS SWITCH IS ON.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INPUT-POINT-PRE-SCREEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POINTS-INPUT-FILE ASSIGN TO "CA194IN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS POINTS-INPUT-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "CA194CT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT PROJECTION-CARD-FILE ASSIGN TO "CA194GC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROJECTION-CARD-STATUS.

           SELECT PARCEL-METRICS-FILE ASSIGN TO "CA194ME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCEL-METRICS-STATUS.

           SELECT SUSPECT-REPORT-FILE ASSIGN TO "CA194IR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPECT-REPORT-STATUS.

           SELECT SUSPECT-LIST-FILE ASSIGN TO "CA194HS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSPECT-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POINTS-INPUT-FILE.
           COPY CA194PT.

       FD  RUN-CONTROL-FILE.
           COPY CA194CT.

       FD  PROJECTION-CARD-FILE.
           COPY CA194GC.

       FD  PARCEL-METRICS-FILE.
           COPY CA194ME.
       01  METRICS-CONTROL-RECORD          PIC X(62).

       FD  SUSPECT-REPORT-FILE.
       01  SUSPECT-PRINT-RECORD            PIC X(132).

       FD  SUSPECT-LIST-FILE.
       01  SUSPECT-LIST-RECORD.
           05  CA194HS-PARCEL-ID           PIC X(10).

       WORKING-STORAGE SECTION.

       01  POINTS-INPUT-STATUS         PIC X(2).
       01  RUN-CONTROL-STATUS          PIC X(2).
       01  PROJECTION-CARD-STATUS      PIC X(2).
       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  SUSPECT-REPORT-STATUS       PIC X(2).
       01  SUSPECT-LIST-STATUS         PIC X(2).
       01  END-OF-POINTS-SWITCH        PIC X(1) VALUE 'N'.
           88  END-OF-POINTS           VALUE 'Y'.
       01  END-OF-METRICS-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-METRICS          VALUE 'Y'.
       01  DETAIL-TYPE-MISMATCH-SWITCH PIC X(1) VALUE 'N'.
           88  DETAIL-TYPE-MISMATCH    VALUE 'Y'.

      * SCREENING PARAMETERS IN EFFECT, PRELOADED WITH THE BUILT-IN
      * DEFAULTS AND OVERRIDDEN FIELD BY FIELD BY AN OPTIONAL
      * CA194CT CARD.
       01  DUPLICATE-TOLERANCE         PIC 9(2)V99 VALUE 0.50.
       01  OUTLIER-FACTOR              PIC 9(2)V9 VALUE 3.0.
       01  BOX-SHIFT-TOLERANCE         PIC 9(5)V99 VALUE 100.00.

      * THE COUNTY GRID WINDOW OFF THE CA194GC CARD. THE CARD IS
      * OPTIONAL HERE - A KEYED FLAT FEED NEED NOT HAVE COME THROUGH
      * CA194G - AND WITHOUT IT THE WINDOW CHECK IS SKIPPED.
       01  GRID-WINDOW-SWITCH          PIC X(1) VALUE 'N'.
           88  GRID-WINDOW-LOADED      VALUE 'Y'.
       01  GRID-MIN-X                  PIC S9(6)V99 VALUE ZERO.
       01  GRID-MAX-X                  PIC S9(6)V99 VALUE ZERO.
       01  GRID-MIN-Y                  PIC S9(6)V99 VALUE ZERO.
       01  GRID-MAX-Y                  PIC S9(6)V99 VALUE ZERO.

      * EACH PARCEL'S LAST BOUNDING BOX OFF THE PRIOR RUN'S METRICS.
      * CA194M AND CA194B APPEND CORRECTED PARCELS' METRICS ONTO THE
      * SAME FILE, SO THE LAST OCCURRENCE OF A PARCEL REPLACES THE
      * EARLIER ENTRY. THE FILE IS OPTIONAL - WITHOUT IT THE
      * BOX-SHIFT CHECK IS SKIPPED - BUT ONE THAT IS THERE IS
      * VERIFIED AGAINST ITS HEADER AND TRAILER AS IN CA194C.
       01  METRICS-LOADED-SWITCH       PIC X(1) VALUE 'N'.
           88  METRICS-LOADED          VALUE 'Y'.
       01  METRICS-TABLE.
           05  MX-ENTRY OCCURS 600 TIMES.
               10  MX-PARCEL-ID        PIC X(10).
               10  MX-MIN-X            PIC S9(6)V99.
               10  MX-MAX-X            PIC S9(6)V99.
               10  MX-MIN-Y            PIC S9(6)V99.
               10  MX-MAX-Y            PIC S9(6)V99.

       01  METRICS-PARCEL-COUNT        PIC 9(3) VALUE ZERO.
       01  METRICS-SCAN-INDEX          PIC 9(3) VALUE ZERO.
       01  METRICS-LOAD-SLOT           PIC 9(3) VALUE ZERO.
       01  METRICS-MATCH-INDEX         PIC 9(3) VALUE ZERO.

           COPY CA194HT.
       01  ME-HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
           88  ME-HEADER-SEEN          VALUE 'Y'.
       01  ME-LAST-TRAILER-SWITCH      PIC X(1) VALUE 'N'.
           88  ME-LAST-RECORD-TRAILER  VALUE 'Y'.
       01  ME-DATA-RECORDS-READ        PIC 9(9) VALUE ZERO.

      * THE GROUP BEING SCREENED.
       01  NUMBER-OF-POINTS            PIC 9(3) VALUE ZERO.
       01  POINTS-INDEX                PIC 9(3) VALUE ZERO.
       01  CURRENT-PARCEL-ID           PIC X(10) VALUE SPACES.

       01  POINTS-TABLE.
           05  POINTS-X OCCURS 500 TIMES PIC S9(6)V99.
           05  POINTS-Y OCCURS 500 TIMES PIC S9(6)V99.

      * PER-POINT FINDINGS - A POINT ALREADY FLAGGED AS A DUPLICATE
      * OF AN EARLIER POINT IS NOT FLAGGED AGAIN AGAINST A LATER ONE.
       01  DUPLICATE-FLAG-TABLE.
           05  PF-DUPLICATE OCCURS 500 TIMES PIC X(1).

      * MEDIAN WORK AREAS - THE MEDIAN CENTER AND MEDIAN SPREAD ARE
      * TAKEN INSTEAD OF THE MEAN AND STANDARD DEVIATION BECAUSE ONE
      * POINT A THOUSAND FEET OFF DRAGS A MEAN HALF WAY TO ITSELF AND
      * HIDES IN THE SPREAD IT INFLATES.
       01  MEDIAN-WORK-TABLE.
           05  MW-VALUE OCCURS 500 TIMES PIC S9(7)V99.
       01  CENTER-DISTANCE-TABLE.
           05  CD-DISTANCE OCCURS 500 TIMES PIC S9(7)V99.
       01  MEDIAN-RESULT               PIC S9(7)V99 VALUE ZERO.
       01  MEDIAN-MIDDLE               PIC 9(3) VALUE ZERO.
       01  MEDIAN-REMAINDER            PIC 9(1) VALUE ZERO.
       01  MEDIAN-SORT-INDEX           PIC 9(3) VALUE ZERO.
       01  MEDIAN-SORT-SCAN-INDEX      PIC 9(3) VALUE ZERO.
       01  MEDIAN-HOLD-VALUE           PIC S9(7)V99 VALUE ZERO.
       01  CENTER-X                    PIC S9(7)V99 VALUE ZERO.
       01  CENTER-Y                    PIC S9(7)V99 VALUE ZERO.
       01  MEDIAN-SPREAD               PIC S9(7)V99 VALUE ZERO.
       01  OUTLIER-LIMIT               PIC S9(9)V99 VALUE ZERO.
       01  OUTLIER-RATIO               PIC 9(5)V9 VALUE ZERO.

      * DISTANCE AND BOX WORKING FIELDS. CHECK-INDEX IS THE POINT
      * UNDER TEST, SCAN-INDEX THE POINT IT IS MEASURED AGAINST.
       01  GROUP-POINT-COUNT           PIC 9(3) VALUE ZERO.
       01  CHECK-INDEX                 PIC 9(3) VALUE ZERO.
       01  SCAN-INDEX                  PIC 9(3) VALUE ZERO.
       01  POINT-DX                    PIC S9(7)V99 VALUE ZERO.
       01  POINT-DY                    PIC S9(7)V99 VALUE ZERO.
       01  POINT-DISTANCE              PIC S9(7)V99 VALUE ZERO.
       01  GROUP-MIN-X                 PIC S9(6)V99 VALUE ZERO.
       01  GROUP-MAX-X                 PIC S9(6)V99 VALUE ZERO.
       01  GROUP-MIN-Y                 PIC S9(6)V99 VALUE ZERO.
       01  GROUP-MAX-Y                 PIC S9(6)V99 VALUE ZERO.
       01  BOX-SIDE-SHIFT              PIC S9(7)V99 VALUE ZERO.
       01  BOX-SHIFT                   PIC S9(7)V99 VALUE ZERO.

      * ONE GROUP'S FINDINGS - THE GROUP'S HEADING IS PRINTED AHEAD
      * OF ITS FIRST FINDING, AND A GROUP WITH ANY FINDING GOES ON
      * THE SUSPECT-GROUP LIST.
       01  GROUP-FLAGGED-SWITCH        PIC X(1) VALUE 'N'.
           88  GROUP-FLAGGED           VALUE 'Y'.

       01  GROUPS-READ-COUNT           PIC 9(6) VALUE ZERO.
       01  GROUPS-FLAGGED-COUNT        PIC 9(6) VALUE ZERO.
       01  POINTS-READ-COUNT           PIC 9(7) VALUE ZERO.
       01  DUPLICATE-COUNT             PIC 9(6) VALUE ZERO.
       01  NEAR-DUPLICATE-COUNT        PIC 9(6) VALUE ZERO.
       01  OUTLIER-COUNT               PIC 9(6) VALUE ZERO.
       01  OUTSIDE-WINDOW-COUNT        PIC 9(6) VALUE ZERO.
       01  BOX-MOVED-COUNT             PIC 9(6) VALUE ZERO.
       01  COUNT-FAULT-COUNT           PIC 9(6) VALUE ZERO.
       01  NO-PRIOR-BOX-COUNT          PIC 9(6) VALUE ZERO.

      * LEFT-JUSTIFIED FIGURES FOR THE FINDING TEXT.
       01  POINT-NUMBER-EDIT           PIC ZZ9.
       01  RATIO-EDIT                  PIC ZZZZ9.9.
       01  LEAD-SPACES-1               PIC 9(2) VALUE ZERO.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
       01  PRINT-STAGING-AREA          PIC X(132) VALUE SPACES.

      * REPORT LINE LAYOUTS.
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "CA194I SUSPECT POINTS REPORT          ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  PARAMETER-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  PRL-LABEL               PIC X(34).
           05  PRL-VALUE               PIC X(40).
           05  FILLER                  PIC X(55) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(6) VALUE "POINT ".
           05  FILLER                  PIC X(11) VALUE
               "          X".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE
               "          Y".
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               "    DISTANCE".
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE "FINDING".
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SHL-TITLE               PIC X(60).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  GROUP-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "PARCEL ".
           05  GHL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GHL-POINT-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(7) VALUE " POINTS".
           05  FILLER                  PIC X(99) VALUE SPACES.

       01  SUSPECT-POINT-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  SPL-POINT-NUMBER        PIC ZZ9.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SPL-X                   PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SPL-Y                   PIC -ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  SPL-DISTANCE            PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SPL-NOTE                PIC X(50).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  GROUP-NOTE-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "GROUP".
           05  FILLER                  PIC X(27) VALUE SPACES.
           05  GNL-DISTANCE            PIC Z,ZZZ,ZZ9.99
                                        BLANK WHEN ZERO.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  GNL-NOTE                PIC X(50).
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TTL-LABEL               PIC X(40).
           05  TTL-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-GRID-WINDOW.
           PERFORM LOAD-PRIOR-METRICS.

           PERFORM OPEN-POINTS-INPUT.
           PERFORM OPEN-SUSPECT-REPORT.
           PERFORM OPEN-SUSPECT-LIST.

           PERFORM WRITE-PAGE-HEADING.
           PERFORM PRINT-SCREEN-PARAMETERS.

           PERFORM READ-NEXT-INPUT-RECORD.

           PERFORM UNTIL END-OF-POINTS

               IF CA194-REC-TYPE = 'H'

                   MOVE CA194-PARCEL-ID TO CURRENT-PARCEL-ID
                   MOVE CA194-POINT-COUNT TO NUMBER-OF-POINTS
                   ADD 1 TO GROUPS-READ-COUNT

                   PERFORM READ-POINTS-LOOP
                   PERFORM SCREEN-PARCEL-GROUP

      * As in CA194, a non-'D' record that cut the points loop short
      * is already in the input area and is the next record to look
      * at - reading again here would skip it.

                   IF NOT DETAIL-TYPE-MISMATCH
                       PERFORM READ-NEXT-INPUT-RECORD
                   END-IF

      * Follow-up 'F' points are tested against the finished hull
      * at night and are not part of the boundary - they are passed
      * over here.

                   PERFORM UNTIL END-OF-POINTS
                           OR CA194-REC-TYPE NOT = 'F'
                       PERFORM READ-NEXT-INPUT-RECORD
                   END-PERFORM

               ELSE

                   DISPLAY "CA194I - UNEXPECTED RECORD TYPE '"
                       CA194-REC-TYPE "' SKIPPED"

                   PERFORM READ-NEXT-INPUT-RECORD

               END-IF

           END-PERFORM.

           PERFORM PRINT-SCREEN-TOTALS.

           DISPLAY "CA194I - " GROUPS-READ-COUNT " GROUPS SCREENED, "
               GROUPS-FLAGGED-COUNT " FLAGGED AND LISTED ON CA194HS".

           IF GROUPS-FLAGGED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM CLOSE-POINTS-INPUT.
           PERFORM CLOSE-SUSPECT-REPORT.
           PERFORM CLOSE-SUSPECT-LIST.

           STOP RUN.

       LOAD-RUN-CONTROL.

      * The card is optional - a missing card or an unusable field
      * keeps that field's built-in default, as in CA194.

           OPEN INPUT RUN-CONTROL-FILE.

           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "CA194I - NO RUN CONTROL CARD, USING DEFAULTS"
           ELSE

               READ RUN-CONTROL-FILE
                   AT END CONTINUE
               END-READ

               IF RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY "CA194I - RUN CONTROL CARD EMPTY, "
                       "USING DEFAULTS"
               ELSE
                   PERFORM APPLY-RUN-CONTROL-CARD
               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       APPLY-RUN-CONTROL-CARD.

           IF CA194-CT-DUPLICATE-TOLERANCE IS NUMERIC
               MOVE CA194-CT-DUPLICATE-TOLERANCE
                   TO DUPLICATE-TOLERANCE
           ELSE
               DISPLAY "CA194I - DUPLICATE TOLERANCE ON CA194CT NOT "
                   "NUMERIC, DEFAULT KEPT"
           END-IF.

      * A factor of 1 or less would flag half of every group - it is
      * treated as unusable rather than honored.

           IF CA194-CT-OUTLIER-FACTOR IS NUMERIC
                   AND CA194-CT-OUTLIER-FACTOR > 1
               MOVE CA194-CT-OUTLIER-FACTOR TO OUTLIER-FACTOR
           ELSE
               DISPLAY "CA194I - OUTLIER FACTOR ON CA194CT NOT "
                   "USABLE, DEFAULT KEPT"
           END-IF.

           IF CA194-CT-BOX-SHIFT-TOLERANCE IS NUMERIC
               MOVE CA194-CT-BOX-SHIFT-TOLERANCE
                   TO BOX-SHIFT-TOLERANCE
           ELSE
               DISPLAY "CA194I - BOX SHIFT TOLERANCE ON CA194CT NOT "
                   "NUMERIC, DEFAULT KEPT"
           END-IF.

       LOAD-GRID-WINDOW.

           OPEN INPUT PROJECTION-CARD-FILE.

           IF PROJECTION-CARD-STATUS NOT = "00"
               DISPLAY "CA194I - NO PROJECTION CARD CA194GC, GRID "
                   "WINDOW CHECK SKIPPED"
           ELSE

               READ PROJECTION-CARD-FILE
                   AT END CONTINUE
               END-READ

      * The same window tests CA194G applies to the card - an empty
      * or inverted window would flag every point in the county.

               IF PROJECTION-CARD-STATUS = "00"
                   AND CA194GC-GRID-MIN-X IS NUMERIC
                   AND CA194GC-GRID-MAX-X IS NUMERIC
                   AND CA194GC-GRID-MIN-Y IS NUMERIC
                   AND CA194GC-GRID-MAX-Y IS NUMERIC
                   AND CA194GC-GRID-MAX-X > CA194GC-GRID-MIN-X
                   AND CA194GC-GRID-MAX-Y > CA194GC-GRID-MIN-Y
                   SET GRID-WINDOW-LOADED TO TRUE
                   MOVE CA194GC-GRID-MIN-X TO GRID-MIN-X
                   MOVE CA194GC-GRID-MAX-X TO GRID-MAX-X
                   MOVE CA194GC-GRID-MIN-Y TO GRID-MIN-Y
                   MOVE CA194GC-GRID-MAX-Y TO GRID-MAX-Y
               ELSE
                   DISPLAY "CA194I - GRID WINDOW ON CA194GC EMPTY, "
                       "INVERTED OR UNREADABLE, CHECK SKIPPED"
                   MOVE 8 TO RETURN-CODE
               END-IF

               CLOSE PROJECTION-CARD-FILE

           END-IF.

       LOAD-PRIOR-METRICS.

           OPEN INPUT PARCEL-METRICS-FILE.

           IF PARCEL-METRICS-STATUS NOT = "00"
               DISPLAY "CA194I - NO PRIOR METRICS CA194ME, BOX SHIFT "
                   "CHECK SKIPPED"
           ELSE
               SET METRICS-LOADED TO TRUE
               PERFORM LOAD-METRICS-TABLE
               CLOSE PARCEL-METRICS-FILE
           END-IF.

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
               DISPLAY "CA194I - CA194ME CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT ME-LAST-RECORD-TRAILER
               DISPLAY "CA194I - CA194ME DOES NOT END WITH A "
                   "TRAILER CONTROL RECORD - PRODUCER DIED "
                   "MID-WRITE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       VERIFY-METRICS-TRAILER.

           MOVE METRICS-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF CA194-HT-RECORD-COUNT NOT = ME-DATA-RECORDS-READ
               DISPLAY "CA194I - CA194ME TRAILER COUNTS "
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
                   DISPLAY "CA194I - METRICS PARCEL "
                       CA194-ME-PARCEL-ID
                       " DROPPED, OVER 600 PARCELS ON FILE"
                   MOVE 8 TO RETURN-CODE
               END-IF

           END-IF.

           IF METRICS-LOAD-SLOT > ZERO
               MOVE CA194-ME-PARCEL-ID
                   TO MX-PARCEL-ID(METRICS-LOAD-SLOT)
               MOVE CA194-ME-MIN-X TO MX-MIN-X(METRICS-LOAD-SLOT)
               MOVE CA194-ME-MAX-X TO MX-MAX-X(METRICS-LOAD-SLOT)
               MOVE CA194-ME-MIN-Y TO MX-MIN-Y(METRICS-LOAD-SLOT)
               MOVE CA194-ME-MAX-Y TO MX-MAX-Y(METRICS-LOAD-SLOT)
           END-IF.

       OPEN-POINTS-INPUT.

           OPEN INPUT POINTS-INPUT-FILE.

           IF POINTS-INPUT-STATUS NOT = "00"
               DISPLAY "CA194I - UNABLE TO OPEN CA194IN, STATUS "
                   POINTS-INPUT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-SUSPECT-REPORT.

           OPEN OUTPUT SUSPECT-REPORT-FILE.

           IF SUSPECT-REPORT-STATUS NOT = "00"
               DISPLAY "CA194I - UNABLE TO OPEN CA194IR, STATUS "
                   SUSPECT-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * The list is rewritten every screen, empty when nothing is
      * flagged, so a night run holding suspects never holds groups
      * off an earlier day's feed.

       OPEN-SUSPECT-LIST.

           OPEN OUTPUT SUSPECT-LIST-FILE.

           IF SUSPECT-LIST-STATUS NOT = "00"
               DISPLAY "CA194I - UNABLE TO OPEN CA194HS, STATUS "
                   SUSPECT-LIST-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-POINTS-INPUT.

           CLOSE POINTS-INPUT-FILE.

       CLOSE-SUSPECT-REPORT.

           CLOSE SUSPECT-REPORT-FILE.

       CLOSE-SUSPECT-LIST.

           CLOSE SUSPECT-LIST-FILE.

       READ-NEXT-INPUT-RECORD.

           READ POINTS-INPUT-FILE
               AT END SET END-OF-POINTS TO TRUE
           END-READ.

       READ-POINTS-LOOP.

      * The same consumption rules as CA194's READ-POINTS-LOOP, so
      * the screen walks the feed exactly as the night run will.

           MOVE ZERO TO POINTS-INDEX.
           MOVE ZERO TO POINTS-TABLE.
           MOVE 'N' TO DETAIL-TYPE-MISMATCH-SWITCH.

           PERFORM NUMBER-OF-POINTS TIMES

               READ POINTS-INPUT-FILE
                   AT END SET END-OF-POINTS TO TRUE
               END-READ

               IF NOT END-OF-POINTS

                   IF CA194-REC-TYPE NOT = 'D'
                       SET DETAIL-TYPE-MISMATCH TO TRUE
                       EXIT PERFORM
                   END-IF

                   IF POINTS-INDEX < 500
                       ADD 1 TO POINTS-INDEX
                       MOVE CA194-POINT-X TO POINTS-X(POINTS-INDEX)
                       MOVE CA194-POINT-Y TO POINTS-Y(POINTS-INDEX)
                   END-IF

               END-IF

           END-PERFORM.

       SCREEN-PARCEL-GROUP.

      * The points actually read are what get screened - a short or
      * broken group is flagged for its count and its points are
      * still looked over, since the count fault is often the
      * keying slip that put a bad point in.

           MOVE 'N' TO GROUP-FLAGGED-SWITCH.
           MOVE POINTS-INDEX TO GROUP-POINT-COUNT.
           ADD GROUP-POINT-COUNT TO POINTS-READ-COUNT.

           IF DETAIL-TYPE-MISMATCH
                   OR POINTS-INDEX NOT = NUMBER-OF-POINTS
               ADD 1 TO COUNT-FAULT-COUNT
               MOVE ZERO TO GNL-DISTANCE
               MOVE SPACES TO GNL-NOTE
               MOVE GROUP-POINT-COUNT TO POINT-NUMBER-EDIT
               MOVE ZERO TO LEAD-SPACES-1
               INSPECT POINT-NUMBER-EDIT
                   TALLYING LEAD-SPACES-1 FOR LEADING SPACES
               STRING "HEADER COUNT NOT MATCHED - "
                   POINT-NUMBER-EDIT(LEAD-SPACES-1 + 1:)
                   " DETAIL RECORDS READ"
                   DELIMITED BY SIZE INTO GNL-NOTE
               PERFORM WRITE-GROUP-NOTE-LINE
           END-IF.

           IF GROUP-POINT-COUNT > 1
               PERFORM CHECK-DUPLICATE-POINTS
           END-IF.

      * With three points or fewer there is no "rest of the set" for
      * one point to stand apart from.

           IF GROUP-POINT-COUNT > 3
               PERFORM CHECK-OUTLYING-POINTS
           END-IF.

           IF GRID-WINDOW-LOADED
               PERFORM CHECK-GRID-WINDOW
           END-IF.

           IF METRICS-LOADED
                   AND GROUP-POINT-COUNT > ZERO
               PERFORM CHECK-BOX-SHIFT
           END-IF.

           IF GROUP-FLAGGED
               ADD 1 TO GROUPS-FLAGGED-COUNT
               MOVE CURRENT-PARCEL-ID TO CA194HS-PARCEL-ID
               WRITE SUSPECT-LIST-RECORD
               MOVE SPACES TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CHECK-DUPLICATE-POINTS.

      * Every later point is measured against every earlier one. A
      * point is flagged once, against the first earlier point it
      * sits on or next to.

           MOVE SPACES TO DUPLICATE-FLAG-TABLE.

           PERFORM VARYING CHECK-INDEX FROM 2 BY 1
                   UNTIL CHECK-INDEX > GROUP-POINT-COUNT

               PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                       UNTIL SCAN-INDEX NOT < CHECK-INDEX
                       OR PF-DUPLICATE(CHECK-INDEX) NOT = SPACE

                   PERFORM COMPARE-POINT-PAIR

               END-PERFORM

           END-PERFORM.

       COMPARE-POINT-PAIR.

           COMPUTE POINT-DX =
               POINTS-X(CHECK-INDEX) - POINTS-X(SCAN-INDEX).
           COMPUTE POINT-DY =
               POINTS-Y(CHECK-INDEX) - POINTS-Y(SCAN-INDEX).

           IF POINT-DX = ZERO AND POINT-DY = ZERO

               MOVE 'D' TO PF-DUPLICATE(CHECK-INDEX)
               ADD 1 TO DUPLICATE-COUNT
               MOVE ZERO TO POINT-DISTANCE
               MOVE SPACES TO SPL-NOTE
               MOVE SCAN-INDEX TO POINT-NUMBER-EDIT
               MOVE ZERO TO LEAD-SPACES-1
               INSPECT POINT-NUMBER-EDIT
                   TALLYING LEAD-SPACES-1 FOR LEADING SPACES
               STRING "DUPLICATE OF POINT "
                   POINT-NUMBER-EDIT(LEAD-SPACES-1 + 1:)
                   DELIMITED BY SIZE INTO SPL-NOTE
               PERFORM WRITE-SUSPECT-POINT-LINE

           ELSE

               IF FUNCTION ABS(POINT-DX) < DUPLICATE-TOLERANCE
                       AND FUNCTION ABS(POINT-DY)
                           < DUPLICATE-TOLERANCE

                   COMPUTE POINT-DISTANCE ROUNDED =
                       FUNCTION SQRT(POINT-DX * POINT-DX
                           + POINT-DY * POINT-DY)

                   IF POINT-DISTANCE < DUPLICATE-TOLERANCE
                       MOVE 'N' TO PF-DUPLICATE(CHECK-INDEX)
                       ADD 1 TO NEAR-DUPLICATE-COUNT
                       MOVE SPACES TO SPL-NOTE
                       MOVE SCAN-INDEX TO POINT-NUMBER-EDIT
                       MOVE ZERO TO LEAD-SPACES-1
                       INSPECT POINT-NUMBER-EDIT
                           TALLYING LEAD-SPACES-1 FOR LEADING SPACES
                       STRING "NEAR-DUPLICATE OF POINT "
                           POINT-NUMBER-EDIT(LEAD-SPACES-1 + 1:)
                           DELIMITED BY SIZE INTO SPL-NOTE
                       PERFORM WRITE-SUSPECT-POINT-LINE
                   END-IF

               END-IF

           END-IF.

       CHECK-OUTLYING-POINTS.

      * The median center is the median X and median Y of the group;
      * the median spread is the median of the points' distances
      * from it. On a clean boundary every point sits within a small
      * multiple of that spread - a transposed digit does not.

           PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > GROUP-POINT-COUNT
               MOVE POINTS-X(SCAN-INDEX) TO MW-VALUE(SCAN-INDEX)
           END-PERFORM.
           PERFORM TAKE-MEDIAN-OF-WORK-TABLE.
           MOVE MEDIAN-RESULT TO CENTER-X.

           PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > GROUP-POINT-COUNT
               MOVE POINTS-Y(SCAN-INDEX) TO MW-VALUE(SCAN-INDEX)
           END-PERFORM.
           PERFORM TAKE-MEDIAN-OF-WORK-TABLE.
           MOVE MEDIAN-RESULT TO CENTER-Y.

           PERFORM VARYING SCAN-INDEX FROM 1 BY 1
                   UNTIL SCAN-INDEX > GROUP-POINT-COUNT
               COMPUTE POINT-DX = POINTS-X(SCAN-INDEX) - CENTER-X
               COMPUTE POINT-DY = POINTS-Y(SCAN-INDEX) - CENTER-Y
               COMPUTE CD-DISTANCE(SCAN-INDEX) ROUNDED =
                   FUNCTION SQRT(POINT-DX * POINT-DX
                       + POINT-DY * POINT-DY)
               MOVE CD-DISTANCE(SCAN-INDEX) TO MW-VALUE(SCAN-INDEX)
           END-PERFORM.
           PERFORM TAKE-MEDIAN-OF-WORK-TABLE.
           MOVE MEDIAN-RESULT TO MEDIAN-SPREAD.

      * A spread of zero means most of the group sits on one spot -
      * the duplicate check has already said so.

           IF MEDIAN-SPREAD > ZERO

               COMPUTE OUTLIER-LIMIT = MEDIAN-SPREAD * OUTLIER-FACTOR

               PERFORM VARYING CHECK-INDEX FROM 1 BY 1
                       UNTIL CHECK-INDEX > GROUP-POINT-COUNT

                   IF CD-DISTANCE(CHECK-INDEX) > OUTLIER-LIMIT
                       ADD 1 TO OUTLIER-COUNT
                       COMPUTE OUTLIER-RATIO ROUNDED =
                           CD-DISTANCE(CHECK-INDEX) / MEDIAN-SPREAD
                           ON SIZE ERROR
                               MOVE 99999.9 TO OUTLIER-RATIO
                       END-COMPUTE
                       MOVE CD-DISTANCE(CHECK-INDEX)
                           TO POINT-DISTANCE
                       MOVE OUTLIER-RATIO TO RATIO-EDIT
                       MOVE ZERO TO LEAD-SPACES-1
                       INSPECT RATIO-EDIT
                           TALLYING LEAD-SPACES-1 FOR LEADING SPACES
                       MOVE SPACES TO SPL-NOTE
                       STRING "OUTLIER - "
                           RATIO-EDIT(LEAD-SPACES-1 + 1:)
                           " TIMES THE GROUP'S MEDIAN SPREAD"
                           DELIMITED BY SIZE INTO SPL-NOTE
                       PERFORM WRITE-SUSPECT-POINT-LINE
                   END-IF

               END-PERFORM

           END-IF.

       TAKE-MEDIAN-OF-WORK-TABLE.

      * Straight insertion sort of the first GROUP-POINT-COUNT
      * entries, then the middle entry - or the mean of the middle
      * two for an even count.

           PERFORM VARYING MEDIAN-SORT-INDEX FROM 2 BY 1
                   UNTIL MEDIAN-SORT-INDEX > GROUP-POINT-COUNT

               MOVE MW-VALUE(MEDIAN-SORT-INDEX) TO MEDIAN-HOLD-VALUE
               MOVE MEDIAN-SORT-INDEX TO MEDIAN-SORT-SCAN-INDEX

               PERFORM UNTIL MEDIAN-SORT-SCAN-INDEX = 1
                   OR MW-VALUE(MEDIAN-SORT-SCAN-INDEX - 1)
                       NOT > MEDIAN-HOLD-VALUE

                   MOVE MW-VALUE(MEDIAN-SORT-SCAN-INDEX - 1)
                       TO MW-VALUE(MEDIAN-SORT-SCAN-INDEX)
                   SUBTRACT 1 FROM MEDIAN-SORT-SCAN-INDEX

               END-PERFORM

               MOVE MEDIAN-HOLD-VALUE
                   TO MW-VALUE(MEDIAN-SORT-SCAN-INDEX)

           END-PERFORM.

           DIVIDE GROUP-POINT-COUNT BY 2 GIVING MEDIAN-MIDDLE
               REMAINDER MEDIAN-REMAINDER.

           IF MEDIAN-REMAINDER = 1
               ADD 1 TO MEDIAN-MIDDLE
               MOVE MW-VALUE(MEDIAN-MIDDLE) TO MEDIAN-RESULT
           ELSE
               COMPUTE MEDIAN-RESULT ROUNDED =
                   (MW-VALUE(MEDIAN-MIDDLE)
                   + MW-VALUE(MEDIAN-MIDDLE + 1)) / 2
           END-IF.

       CHECK-GRID-WINDOW.

           PERFORM VARYING CHECK-INDEX FROM 1 BY 1
                   UNTIL CHECK-INDEX > GROUP-POINT-COUNT

               IF POINTS-X(CHECK-INDEX) < GRID-MIN-X
                   OR POINTS-X(CHECK-INDEX) > GRID-MAX-X
                   OR POINTS-Y(CHECK-INDEX) < GRID-MIN-Y
                   OR POINTS-Y(CHECK-INDEX) > GRID-MAX-Y
                   ADD 1 TO OUTSIDE-WINDOW-COUNT
                   MOVE ZERO TO POINT-DISTANCE
                   MOVE "OUTSIDE THE CA194GC COUNTY GRID WINDOW"
                       TO SPL-NOTE
                   PERFORM WRITE-SUSPECT-POINT-LINE
               END-IF

           END-PERFORM.

       CHECK-BOX-SHIFT.

           MOVE ZERO TO METRICS-MATCH-INDEX.

           PERFORM VARYING METRICS-SCAN-INDEX FROM 1 BY 1
                   UNTIL METRICS-SCAN-INDEX > METRICS-PARCEL-COUNT
                   OR METRICS-MATCH-INDEX > ZERO

               IF MX-PARCEL-ID(METRICS-SCAN-INDEX)
                       = CURRENT-PARCEL-ID
                   MOVE METRICS-SCAN-INDEX TO METRICS-MATCH-INDEX
               END-IF

           END-PERFORM.

      * A parcel new to the roll has no box to have moved from.

           IF METRICS-MATCH-INDEX = ZERO
               ADD 1 TO NO-PRIOR-BOX-COUNT
           ELSE

               MOVE POINTS-X(1) TO GROUP-MIN-X
               MOVE POINTS-X(1) TO GROUP-MAX-X
               MOVE POINTS-Y(1) TO GROUP-MIN-Y
               MOVE POINTS-Y(1) TO GROUP-MAX-Y

               PERFORM VARYING SCAN-INDEX FROM 2 BY 1
                       UNTIL SCAN-INDEX > GROUP-POINT-COUNT

                   IF POINTS-X(SCAN-INDEX) < GROUP-MIN-X
                       MOVE POINTS-X(SCAN-INDEX) TO GROUP-MIN-X
                   END-IF
                   IF POINTS-X(SCAN-INDEX) > GROUP-MAX-X
                       MOVE POINTS-X(SCAN-INDEX) TO GROUP-MAX-X
                   END-IF
                   IF POINTS-Y(SCAN-INDEX) < GROUP-MIN-Y
                       MOVE POINTS-Y(SCAN-INDEX) TO GROUP-MIN-Y
                   END-IF
                   IF POINTS-Y(SCAN-INDEX) > GROUP-MAX-Y
                       MOVE POINTS-Y(SCAN-INDEX) TO GROUP-MAX-Y
                   END-IF

               END-PERFORM

      * The shift is the farthest any one side of the box moved - a
      * single stretched corner moves one side a long way while the
      * box's center barely shifts.

               COMPUTE BOX-SHIFT = FUNCTION ABS(GROUP-MIN-X
                   - MX-MIN-X(METRICS-MATCH-INDEX))
               COMPUTE BOX-SIDE-SHIFT = FUNCTION ABS(GROUP-MAX-X
                   - MX-MAX-X(METRICS-MATCH-INDEX))
               IF BOX-SIDE-SHIFT > BOX-SHIFT
                   MOVE BOX-SIDE-SHIFT TO BOX-SHIFT
               END-IF
               COMPUTE BOX-SIDE-SHIFT = FUNCTION ABS(GROUP-MIN-Y
                   - MX-MIN-Y(METRICS-MATCH-INDEX))
               IF BOX-SIDE-SHIFT > BOX-SHIFT
                   MOVE BOX-SIDE-SHIFT TO BOX-SHIFT
               END-IF
               COMPUTE BOX-SIDE-SHIFT = FUNCTION ABS(GROUP-MAX-Y
                   - MX-MAX-Y(METRICS-MATCH-INDEX))
               IF BOX-SIDE-SHIFT > BOX-SHIFT
                   MOVE BOX-SIDE-SHIFT TO BOX-SHIFT
               END-IF

               IF BOX-SHIFT > BOX-SHIFT-TOLERANCE
                   ADD 1 TO BOX-MOVED-COUNT
                   MOVE BOX-SHIFT TO GNL-DISTANCE
                   MOVE "BOUNDING BOX MOVED FROM THE LAST CA194ME BOX"
                       TO GNL-NOTE
                   PERFORM WRITE-GROUP-NOTE-LINE
               END-IF

           END-IF.

       WRITE-SUSPECT-POINT-LINE.

           PERFORM WRITE-GROUP-HEADING-ONCE.

           MOVE CHECK-INDEX TO SPL-POINT-NUMBER.
           MOVE POINTS-X(CHECK-INDEX) TO SPL-X.
           MOVE POINTS-Y(CHECK-INDEX) TO SPL-Y.
           MOVE POINT-DISTANCE TO SPL-DISTANCE.
           MOVE SUSPECT-POINT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       WRITE-GROUP-NOTE-LINE.

           PERFORM WRITE-GROUP-HEADING-ONCE.

           MOVE GROUP-NOTE-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       WRITE-GROUP-HEADING-ONCE.

           IF NOT GROUP-FLAGGED
               SET GROUP-FLAGGED TO TRUE
               MOVE CURRENT-PARCEL-ID TO GHL-PARCEL-ID
               MOVE NUMBER-OF-POINTS TO GHL-POINT-COUNT
               MOVE GROUP-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-SCREEN-PARAMETERS.

           MOVE "NEAR-DUPLICATE DISTANCE UNDER" TO PRL-LABEL.
           MOVE DUPLICATE-TOLERANCE TO SPL-DISTANCE.
           MOVE SPL-DISTANCE TO PRL-VALUE.
           MOVE PARAMETER-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "OUTLIER OVER MEDIAN SPREAD TIMES" TO PRL-LABEL.
           MOVE OUTLIER-FACTOR TO RATIO-EDIT.
           MOVE RATIO-EDIT TO PRL-VALUE.
           MOVE PARAMETER-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "BOX SHIFT FROM LAST CA194ME OVER" TO PRL-LABEL.
           IF METRICS-LOADED
               MOVE BOX-SHIFT-TOLERANCE TO SPL-DISTANCE
               MOVE SPL-DISTANCE TO PRL-VALUE
           ELSE
               MOVE "NOT CHECKED - NO CA194ME" TO PRL-VALUE
           END-IF.
           MOVE PARAMETER-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "COUNTY GRID WINDOW" TO PRL-LABEL.
           IF GRID-WINDOW-LOADED
               MOVE "FROM CA194GC" TO PRL-VALUE
           ELSE
               MOVE "NOT CHECKED - NO USABLE CA194GC" TO PRL-VALUE
           END-IF.
           MOVE PARAMETER-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "FLAGGED PARCEL GROUPS" TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE COLUMN-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-SCREEN-TOTALS.

           IF GROUPS-FLAGGED-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE "SCREEN TOTALS" TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "PARCEL GROUPS SCREENED" TO TTL-LABEL.
           MOVE GROUPS-READ-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "POINTS SCREENED" TO TTL-LABEL.
           MOVE POINTS-READ-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "PARCEL GROUPS FLAGGED, LISTED ON CA194HS"
               TO TTL-LABEL.
           MOVE GROUPS-FLAGGED-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "  DUPLICATE POINTS" TO TTL-LABEL.
           MOVE DUPLICATE-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "  NEAR-DUPLICATE POINTS" TO TTL-LABEL.
           MOVE NEAR-DUPLICATE-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "  OUTLYING POINTS" TO TTL-LABEL.
           MOVE OUTLIER-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "  POINTS OUTSIDE THE GRID WINDOW" TO TTL-LABEL.
           MOVE OUTSIDE-WINDOW-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "  GROUPS WITH BOUNDING BOX MOVED" TO TTL-LABEL.
           MOVE BOX-MOVED-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "  GROUPS WITH HEADER COUNT NOT MATCHED" TO TTL-LABEL.
           MOVE COUNT-FAULT-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

           MOVE "GROUPS WITH NO PRIOR BOX TO COMPARE" TO TTL-LABEL.
           MOVE NO-PRIOR-BOX-COUNT TO TTL-COUNT.
           PERFORM WRITE-TOTALS-LINE.

       WRITE-TOTALS-LINE.

           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HL1-RUN-DATE.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           IF PAGE-COUNT = 1
               WRITE SUSPECT-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE SUSPECT-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO SUSPECT-PRINT-RECORD.
           WRITE SUSPECT-PRINT-RECORD AFTER ADVANCING 1 LINE.

           MOVE 2 TO LINE-COUNT.

       WRITE-REPORT-LINE.

           IF LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF.

           WRITE SUSPECT-PRINT-RECORD FROM PRINT-STAGING-AREA
               AFTER ADVANCING 1 LINE.

           ADD 1 TO LINE-COUNT.
