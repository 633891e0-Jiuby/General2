      ******************************************************************
      * CA194S - SPLIT-MERGE-CONSERVATION
      * CHECKS THAT THE GROUND ADDS UP ACROSS EVERY 'S' SPLIT AND
      * 'M' MERGE CA194M APPLIED IN A DATE RANGE. THE CA194LN
      * LINEAGE FILE IS WALKED FOR THE RANGE ON THE OPTIONAL CA194SC
      * DATE-RANGE CARD AND EACH ACTION'S RECORDS ARE GATHERED INTO
      * ITS BEFORE AND AFTER PARCELS:
      *   - A SPLIT'S BEFORE SIDE IS THE PREDECESSOR, ITS AFTER SIDE
      *     THE SUCCESSORS,
      *   - A MERGE'S BEFORE SIDE IS EVERY PREDECESSOR (THE SURVIVOR
      *     INCLUDED), ITS AFTER SIDE THE SURVIVING PARCEL.
      * A BEFORE-SIDE PARCEL IS PRICED FROM ITS LAST HULL ON THE
      * CA194HH HISTORY IN A GENERATION EARLIER THAN THE ACTION'S
      * RUN; AN AFTER-SIDE PARCEL FROM ITS CA194ME METRICS RECORD.
      * AN ACTION WHOSE AFTER-SIDE AREA DIFFERS FROM ITS BEFORE-SIDE
      * AREA BY MORE THAN THE CA194CT CONSERVATION TOLERANCE PRINTS
      * ON THE CA194SP REPORT WITH THE ACRES MISSING OR GAINED, SO A
      * SPLIT DECK THAT DROPPED A SLIVER OR OVERLAPS THE NEIGHBOR IS
      * KICKED BACK TO THE SURVEYOR BEFORE THE SUCCESSORS GO ON THE
      * ROLL. AN ACTION THAT CANNOT BE PRICED ON BOTH SIDES PRINTS
      * AS AN EXCEPTION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPLIT-MERGE-CONSERVATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "CA194CT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT DATE-RANGE-FILE ASSIGN TO "CA194SC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATE-RANGE-STATUS.

           SELECT LINEAGE-FILE ASSIGN TO "CA194LN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LINEAGE-STATUS.

           SELECT HULL-HISTORY-FILE ASSIGN TO "CA194HH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HULL-HISTORY-STATUS.

           SELECT PARCEL-METRICS-FILE ASSIGN TO "CA194ME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCEL-METRICS-STATUS.

           SELECT CONSERVATION-REPORT-FILE ASSIGN TO "CA194SP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONSERVATION-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY CA194CT.

       FD  DATE-RANGE-FILE.
           COPY CA194DR.

       FD  LINEAGE-FILE.
           COPY CA194LN.

       FD  HULL-HISTORY-FILE.
           COPY CA194HH.

       FD  PARCEL-METRICS-FILE.
           COPY CA194ME.
       01  METRICS-CONTROL-RECORD          PIC X(62).

       FD  CONSERVATION-REPORT-FILE.
       01  CONSERVATION-PRINT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.

       01  RUN-CONTROL-STATUS          PIC X(2).
       01  DATE-RANGE-STATUS           PIC X(2).
       01  LINEAGE-STATUS              PIC X(2).
       01  HULL-HISTORY-STATUS         PIC X(2).
       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  CONSERVATION-REPORT-STATUS  PIC X(2).
       01  END-OF-LINEAGE-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-LINEAGE          VALUE 'Y'.
       01  END-OF-HISTORY-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-HISTORY          VALUE 'Y'.
       01  END-OF-METRICS-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-METRICS          VALUE 'Y'.

      * CONSERVATION TOLERANCE IN EFFECT, AS A PERCENT OF THE AREA
      * BEFORE THE ACTION - PRELOADED WITH THE BUILT-IN DEFAULT AND
      * OVERRIDDEN BY AN OPTIONAL CA194CT CARD.
       01  CONSERVE-TOLERANCE          PIC 9(3)V99 VALUE 0.50.

      * THE LINEAGE DATE RANGE IN EFFECT - OPEN AT BOTH ENDS UNLESS
      * THE CA194SC CARD CLOSES THEM.
       01  RANGE-FROM-DATE             PIC X(8) VALUE "00000000".
       01  RANGE-TO-DATE               PIC X(8) VALUE "99999999".

      * ONE ENTRY PER SPLIT OR MERGE IN THE RANGE. THE ACTION KEY IS
      * THE RUN STAMP CA194M PUT ON THE LINEAGE, WHICH IS ALSO THE
      * GENERATION KEY OF THE HULLS THAT RUN RE-DROVE.
       01  ACTION-TABLE.
           05  AC-ENTRY OCCURS 300 TIMES.
               10  AC-ACTION-KEY.
                   15  AC-EFF-DATE     PIC X(8).
                   15  AC-RUN-TIME     PIC X(6).
               10  AC-ACTION           PIC X(1).
               10  AC-KEY-PARCEL-ID    PIC X(10).
               10  AC-BEFORE-AREA      PIC S9(13)V9999.
               10  AC-AFTER-AREA       PIC S9(13)V9999.
               10  AC-PRICED-SWITCH    PIC X(1).

       01  ACTION-COUNT                PIC 9(3) VALUE ZERO.
       01  ACTION-INDEX                PIC 9(3) VALUE ZERO.
       01  ACTION-SCAN-INDEX           PIC 9(3) VALUE ZERO.
       01  ACTION-MATCH-INDEX          PIC 9(3) VALUE ZERO.
       01  ACTIONS-OUT-OF-TOLERANCE    PIC 9(3) VALUE ZERO.
       01  ACTIONS-WITHIN-TOLERANCE    PIC 9(3) VALUE ZERO.
       01  ACTIONS-NOT-PRICED          PIC 9(3) VALUE ZERO.

      * THE PARCELS ON EACH SIDE OF EACH ACTION. ROLE 'B' IS PRICED
      * OFF THE HULL HISTORY, ROLE 'A' OFF THE METRICS FILE.
       01  MEMBER-TABLE.
           05  MB-ENTRY OCCURS 1500 TIMES.
               10  MB-ACTION-INDEX     PIC 9(3).
               10  MB-ROLE             PIC X(1).
               10  MB-PARCEL-ID        PIC X(10).
               10  MB-FOUND-SWITCH     PIC X(1).
               10  MB-GEN-KEY          PIC X(14).
               10  MB-AREA             PIC S9(13)V9999.

       01  MEMBER-COUNT                PIC 9(4) VALUE ZERO.
       01  MEMBER-INDEX                PIC 9(4) VALUE ZERO.
       01  MEMBER-SCAN-INDEX           PIC 9(4) VALUE ZERO.
       01  MEMBER-MATCH-INDEX          PIC 9(4) VALUE ZERO.
       01  MEMBER-ROLE-WORK            PIC X(1) VALUE SPACE.
       01  MEMBER-PARCEL-WORK          PIC X(10) VALUE SPACES.

      * THE (GENERATION, PARCEL) VERTEX GROUP CURRENTLY BEING READ
      * OFF THE HULL HISTORY, AS IN CA194T.
       01  GROUP-ACTIVE-SWITCH         PIC X(1) VALUE 'N'.
           88  GROUP-ACTIVE            VALUE 'Y'.
       01  GROUP-GEN-KEY               PIC X(14) VALUE SPACES.
       01  GROUP-PARCEL-ID             PIC X(10) VALUE SPACES.
       01  GROUP-VERTEX-COUNT          PIC 9(3) VALUE ZERO.

       01  GROUP-VERTEX-TABLE.
           05  GV-X OCCURS 500 TIMES PIC S9(6)V99.
           05  GV-Y OCCURS 500 TIMES PIC S9(6)V99.

      * SHOELACE AREA WORKING FIELDS, AS IN CA194.
       01  GROUP-VERTEX-INDEX          PIC 9(3) VALUE ZERO.
       01  GROUP-NEXT-VERTEX-INDEX     PIC 9(3) VALUE ZERO.
       01  SHOELACE-SUM                PIC S9(13)V9999 VALUE ZERO.
       01  GROUP-AREA                  PIC S9(13)V9999 VALUE ZERO.

      * HEADER/TRAILER VERIFICATION OVER THE METRICS INPUT.
           COPY CA194HT.
       01  ME-HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
           88  ME-HEADER-SEEN          VALUE 'Y'.
       01  ME-LAST-TRAILER-SWITCH      PIC X(1) VALUE 'N'.
           88  ME-LAST-RECORD-TRAILER  VALUE 'Y'.
       01  ME-DATA-RECORDS-READ        PIC 9(9) VALUE ZERO.

      * CONSERVATION WORKING FIELDS.
       01  AREA-DIFFERENCE             PIC S9(13)V9999 VALUE ZERO.
       01  AREA-DIFFERENCE-ABS         PIC S9(13)V9999 VALUE ZERO.
       01  DIFFERENCE-PERCENT          PIC S9(7)V99 VALUE ZERO.
       01  BEFORE-ACRES                PIC S9(9)V9999 VALUE ZERO.
       01  AFTER-ACRES                 PIC S9(9)V9999 VALUE ZERO.
       01  DIFFERENCE-ACRES            PIC S9(9)V9999 VALUE ZERO.
       01  MEMBER-ACRES                PIC S9(9)V9999 VALUE ZERO.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
       01  PRINT-STAGING-AREA          PIC X(132) VALUE SPACES.

      * REPORT LINE LAYOUTS.
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "CA194S SPLIT/MERGE AREA CONSERVATION  ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  RANGE-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(19) VALUE
               "LINEAGE DATES FROM ".
           05  RHL-FROM-DATE           PIC X(8).
           05  FILLER                  PIC X(4) VALUE " TO ".
           05  RHL-TO-DATE             PIC X(8).
           05  FILLER                  PIC X(14) VALUE
               "   TOLERANCE ".
           05  RHL-TOLERANCE           PIC ZZ9.99.
           05  FILLER                  PIC X(9) VALUE " PERCENT".
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "EFFECTIVE/RUN    ".
           05  FILLER                  PIC X(8) VALUE "ACTION  ".
           05  FILLER                  PIC X(12) VALUE "PARCEL      ".
           05  FILLER                  PIC X(15) VALUE
               "   BEFORE ACRES".
           05  FILLER                  PIC X(17) VALUE
               "      AFTER ACRES".
           05  FILLER                  PIC X(17) VALUE
               "    ACRES MISSING".
           05  FILLER                  PIC X(17) VALUE
               "     ACRES GAINED".
           05  FILLER                  PIC X(10) VALUE
               "   PERCENT".
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  ACTION-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  ADL-EFF-DATE            PIC X(8).
           05  FILLER                  PIC X(1) VALUE "/".
           05  ADL-RUN-TIME            PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ADL-ACTION              PIC X(6).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  ADL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ADL-BEFORE-ACRES        PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ADL-AFTER-ACRES         PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ADL-ACRES-MISSING       PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ADL-ACRES-GAINED        PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(1) VALUE SPACES.
           05  ADL-PERCENT             PIC ZZZZZ9.99.
           05  FILLER                  PIC X(16) VALUE SPACES.

       01  MEMBER-DETAIL-LINE.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  MDL-ROLE                PIC X(12).
           05  MDL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  MDL-SOURCE              PIC X(32).
           05  MDL-ACRES               PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SHL-TITLE               PIC X(60).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TDL-LABEL               PIC X(34).
           05  TDL-COUNT               PIC ZZZ9.
           05  FILLER                  PIC X(91) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM LOAD-RUN-CONTROL.
           PERFORM LOAD-DATE-RANGE.

           PERFORM COLLECT-LINEAGE-ACTIONS.

           IF ACTION-COUNT = ZERO
               DISPLAY "CA194S - NO SPLITS OR MERGES ON CA194LN FROM "
                   RANGE-FROM-DATE " TO " RANGE-TO-DATE
           ELSE
               PERFORM PRICE-BEFORE-SIDE-FROM-HISTORY
               PERFORM PRICE-AFTER-SIDE-FROM-METRICS
           END-IF.

           PERFORM OPEN-CONSERVATION-REPORT.
           PERFORM PRINT-CONSERVATION-REPORT.
           PERFORM CLOSE-CONSERVATION-REPORT.

           DISPLAY "CA194S - " ACTION-COUNT " ACTIONS CHECKED, "
               ACTIONS-OUT-OF-TOLERANCE " OUT OF TOLERANCE, "
               ACTIONS-NOT-PRICED " COULD NOT BE PRICED".

           STOP RUN.

       LOAD-RUN-CONTROL.

      * The card is optional - a missing card or an unusable
      * tolerance keeps the built-in default, as in CA194.

           OPEN INPUT RUN-CONTROL-FILE.

           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "CA194S - NO RUN CONTROL CARD, USING DEFAULTS"
           ELSE

               READ RUN-CONTROL-FILE
                   AT END CONTINUE
               END-READ

               IF RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY "CA194S - RUN CONTROL CARD EMPTY, "
                       "USING DEFAULTS"
               ELSE
                   IF CA194-CT-CONSERVE-TOLERANCE IS NUMERIC
                       MOVE CA194-CT-CONSERVE-TOLERANCE
                           TO CONSERVE-TOLERANCE
                   ELSE
                       DISPLAY "CA194S - CONSERVATION TOLERANCE ON "
                           "CA194CT NOT NUMERIC, DEFAULT KEPT"
                   END-IF
               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       LOAD-DATE-RANGE.

      * The range card is optional - without it every split and
      * merge on the lineage file is checked.

           OPEN INPUT DATE-RANGE-FILE.

           IF DATE-RANGE-STATUS NOT = "00"
               DISPLAY "CA194S - NO CA194SC DATE RANGE CARD, WHOLE "
                   "LINEAGE FILE CHECKED"
           ELSE

               READ DATE-RANGE-FILE
                   AT END CONTINUE
               END-READ

               IF DATE-RANGE-STATUS = "00"

                   IF CA194-DR-FROM-DATE IS NUMERIC
                       MOVE CA194-DR-FROM-DATE TO RANGE-FROM-DATE
                   ELSE
                       IF CA194-DR-FROM-DATE NOT = SPACES
                           DISPLAY "CA194S - FROM DATE ON CA194SC "
                               "NOT NUMERIC, RANGE LEFT OPEN"
                       END-IF
                   END-IF

                   IF CA194-DR-TO-DATE IS NUMERIC
                       MOVE CA194-DR-TO-DATE TO RANGE-TO-DATE
                   ELSE
                       IF CA194-DR-TO-DATE NOT = SPACES
                           DISPLAY "CA194S - TO DATE ON CA194SC "
                               "NOT NUMERIC, RANGE LEFT OPEN"
                       END-IF
                   END-IF

               END-IF

               CLOSE DATE-RANGE-FILE

           END-IF.

       COLLECT-LINEAGE-ACTIONS.

           OPEN INPUT LINEAGE-FILE.

           IF LINEAGE-STATUS NOT = "00"
               DISPLAY "CA194S - UNABLE TO OPEN CA194LN, STATUS "
                   LINEAGE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ LINEAGE-FILE
               AT END SET END-OF-LINEAGE TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-LINEAGE

               IF CA194-LN-EFF-DATE NOT < RANGE-FROM-DATE
                   AND CA194-LN-EFF-DATE NOT > RANGE-TO-DATE
                   AND (CA194-LN-ACTION = 'S'
                       OR CA194-LN-ACTION = 'M')
                   PERFORM ADD-LINEAGE-TO-ACTION
               END-IF

               READ LINEAGE-FILE
                   AT END SET END-OF-LINEAGE TO TRUE
               END-READ

           END-PERFORM.

           CLOSE LINEAGE-FILE.

       ADD-LINEAGE-TO-ACTION.

      * A split is keyed on its predecessor, a merge on its
      * survivor - every lineage record of one action, within one
      * CA194M run, lands on the same entry.

           MOVE ZERO TO ACTION-MATCH-INDEX.

           PERFORM VARYING ACTION-SCAN-INDEX FROM 1 BY 1
                   UNTIL ACTION-SCAN-INDEX > ACTION-COUNT
                   OR ACTION-MATCH-INDEX > ZERO

               IF AC-EFF-DATE(ACTION-SCAN-INDEX) = CA194-LN-EFF-DATE
                   AND AC-RUN-TIME(ACTION-SCAN-INDEX)
                       = CA194-LN-RUN-TIME
                   AND AC-ACTION(ACTION-SCAN-INDEX) = CA194-LN-ACTION
                   AND ((CA194-LN-ACTION = 'S'
                       AND AC-KEY-PARCEL-ID(ACTION-SCAN-INDEX)
                           = CA194-LN-PRED-ID)
                     OR (CA194-LN-ACTION = 'M'
                       AND AC-KEY-PARCEL-ID(ACTION-SCAN-INDEX)
                           = CA194-LN-SUCC-ID))
                   MOVE ACTION-SCAN-INDEX TO ACTION-MATCH-INDEX
               END-IF

           END-PERFORM.

           IF ACTION-MATCH-INDEX = ZERO

               IF ACTION-COUNT < 300
                   ADD 1 TO ACTION-COUNT
                   MOVE ACTION-COUNT TO ACTION-MATCH-INDEX
                   MOVE CA194-LN-EFF-DATE
                       TO AC-EFF-DATE(ACTION-COUNT)
                   MOVE CA194-LN-RUN-TIME
                       TO AC-RUN-TIME(ACTION-COUNT)
                   MOVE CA194-LN-ACTION TO AC-ACTION(ACTION-COUNT)
                   IF CA194-LN-ACTION = 'S'
                       MOVE CA194-LN-PRED-ID
                           TO AC-KEY-PARCEL-ID(ACTION-COUNT)
                   ELSE
                       MOVE CA194-LN-SUCC-ID
                           TO AC-KEY-PARCEL-ID(ACTION-COUNT)
                   END-IF
                   MOVE ZERO TO AC-BEFORE-AREA(ACTION-COUNT)
                   MOVE ZERO TO AC-AFTER-AREA(ACTION-COUNT)
                   MOVE 'N' TO AC-PRICED-SWITCH(ACTION-COUNT)
               ELSE
                   DISPLAY "CA194S - " CA194-LN-ACTION
                       " ACTION ON " CA194-LN-EFF-DATE " FOR "
                       CA194-LN-PRED-ID
                       " DROPPED, OVER 300 ACTIONS IN RANGE"
                   MOVE 8 TO RETURN-CODE
               END-IF

           END-IF.

           IF ACTION-MATCH-INDEX > ZERO

               MOVE 'B' TO MEMBER-ROLE-WORK
               MOVE CA194-LN-PRED-ID TO MEMBER-PARCEL-WORK
               PERFORM ADD-ACTION-MEMBER

               MOVE 'A' TO MEMBER-ROLE-WORK
               MOVE CA194-LN-SUCC-ID TO MEMBER-PARCEL-WORK
               PERFORM ADD-ACTION-MEMBER

           END-IF.

       ADD-ACTION-MEMBER.

      * A parcel already on the same side of the action - the split
      * predecessor named on every successor record, the merge
      * survivor named on every predecessor record - is kept once.

           MOVE ZERO TO MEMBER-MATCH-INDEX.

           PERFORM VARYING MEMBER-SCAN-INDEX FROM 1 BY 1
                   UNTIL MEMBER-SCAN-INDEX > MEMBER-COUNT
                   OR MEMBER-MATCH-INDEX > ZERO

               IF MB-ACTION-INDEX(MEMBER-SCAN-INDEX)
                       = ACTION-MATCH-INDEX
                   AND MB-ROLE(MEMBER-SCAN-INDEX) = MEMBER-ROLE-WORK
                   AND MB-PARCEL-ID(MEMBER-SCAN-INDEX)
                       = MEMBER-PARCEL-WORK
                   MOVE MEMBER-SCAN-INDEX TO MEMBER-MATCH-INDEX
               END-IF

           END-PERFORM.

           IF MEMBER-MATCH-INDEX = ZERO

               IF MEMBER-COUNT < 1500
                   ADD 1 TO MEMBER-COUNT
                   MOVE ACTION-MATCH-INDEX
                       TO MB-ACTION-INDEX(MEMBER-COUNT)
                   MOVE MEMBER-ROLE-WORK TO MB-ROLE(MEMBER-COUNT)
                   MOVE MEMBER-PARCEL-WORK
                       TO MB-PARCEL-ID(MEMBER-COUNT)
                   MOVE 'N' TO MB-FOUND-SWITCH(MEMBER-COUNT)
                   MOVE SPACES TO MB-GEN-KEY(MEMBER-COUNT)
                   MOVE ZERO TO MB-AREA(MEMBER-COUNT)
               ELSE
                   DISPLAY "CA194S - PARCEL " MEMBER-PARCEL-WORK
                       " DROPPED FROM ITS ACTION, OVER 1500 "
                       "PARCELS IN RANGE"
                   MOVE 8 TO RETURN-CODE
               END-IF

           END-IF.

       PRICE-BEFORE-SIDE-FROM-HISTORY.

      * One pass over the hull history. Generations append in
      * chronological order, so the last qualifying group seen for
      * a before-side parcel is its hull just ahead of the action.

           OPEN INPUT HULL-HISTORY-FILE.

           IF HULL-HISTORY-STATUS NOT = "00"
               DISPLAY "CA194S - UNABLE TO OPEN CA194HH, STATUS "
                   HULL-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO GROUP-ACTIVE-SWITCH.
           MOVE SPACES TO GROUP-GEN-KEY.
           MOVE SPACES TO GROUP-PARCEL-ID.

           READ HULL-HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-HISTORY

               IF CA194-HH-GEN-KEY NOT = GROUP-GEN-KEY
                   OR CA194-HH-PARCEL-ID NOT = GROUP-PARCEL-ID

                   IF GROUP-ACTIVE
                       PERFORM FINALIZE-VERTEX-GROUP
                   END-IF

                   PERFORM START-VERTEX-GROUP

               END-IF

               IF GROUP-ACTIVE
                   AND GROUP-VERTEX-COUNT < 500

                   ADD 1 TO GROUP-VERTEX-COUNT
                   MOVE CA194-HH-X TO GV-X(GROUP-VERTEX-COUNT)
                   MOVE CA194-HH-Y TO GV-Y(GROUP-VERTEX-COUNT)

               END-IF

               READ HULL-HISTORY-FILE
                   AT END SET END-OF-HISTORY TO TRUE
               END-READ

           END-PERFORM.

           IF GROUP-ACTIVE
               PERFORM FINALIZE-VERTEX-GROUP
           END-IF.

           CLOSE HULL-HISTORY-FILE.

       START-VERTEX-GROUP.

      * Only a group that some action's before side wants, from a
      * generation ahead of that action, is collected and priced.

           MOVE CA194-HH-GEN-KEY TO GROUP-GEN-KEY.
           MOVE CA194-HH-PARCEL-ID TO GROUP-PARCEL-ID.
           MOVE ZERO TO GROUP-VERTEX-COUNT.
           MOVE 'N' TO GROUP-ACTIVE-SWITCH.

           PERFORM VARYING MEMBER-SCAN-INDEX FROM 1 BY 1
                   UNTIL MEMBER-SCAN-INDEX > MEMBER-COUNT
                   OR GROUP-ACTIVE

               MOVE MB-ACTION-INDEX(MEMBER-SCAN-INDEX)
                   TO ACTION-INDEX

               IF MB-ROLE(MEMBER-SCAN-INDEX) = 'B'
                   AND MB-PARCEL-ID(MEMBER-SCAN-INDEX)
                       = GROUP-PARCEL-ID
                   AND GROUP-GEN-KEY < AC-ACTION-KEY(ACTION-INDEX)
                   SET GROUP-ACTIVE TO TRUE
               END-IF

           END-PERFORM.

       FINALIZE-VERTEX-GROUP.

           MOVE ZERO TO SHOELACE-SUM.

           PERFORM VARYING GROUP-VERTEX-INDEX FROM 1 BY 1
                   UNTIL GROUP-VERTEX-INDEX > GROUP-VERTEX-COUNT

               COMPUTE GROUP-NEXT-VERTEX-INDEX =
                   GROUP-VERTEX-INDEX + 1

               IF GROUP-NEXT-VERTEX-INDEX > GROUP-VERTEX-COUNT
                   MOVE 1 TO GROUP-NEXT-VERTEX-INDEX
               END-IF

               COMPUTE SHOELACE-SUM = SHOELACE-SUM
                   + (GV-X(GROUP-VERTEX-INDEX)
                      * GV-Y(GROUP-NEXT-VERTEX-INDEX))
                   - (GV-X(GROUP-NEXT-VERTEX-INDEX)
                      * GV-Y(GROUP-VERTEX-INDEX))

           END-PERFORM.

           COMPUTE GROUP-AREA ROUNDED =
               FUNCTION ABS(SHOELACE-SUM) / 2.

           PERFORM VARYING MEMBER-SCAN-INDEX FROM 1 BY 1
                   UNTIL MEMBER-SCAN-INDEX > MEMBER-COUNT

               MOVE MB-ACTION-INDEX(MEMBER-SCAN-INDEX)
                   TO ACTION-INDEX

               IF MB-ROLE(MEMBER-SCAN-INDEX) = 'B'
                   AND MB-PARCEL-ID(MEMBER-SCAN-INDEX)
                       = GROUP-PARCEL-ID
                   AND GROUP-GEN-KEY < AC-ACTION-KEY(ACTION-INDEX)
                   MOVE 'Y' TO MB-FOUND-SWITCH(MEMBER-SCAN-INDEX)
                   MOVE GROUP-GEN-KEY TO MB-GEN-KEY(MEMBER-SCAN-INDEX)
                   MOVE GROUP-AREA TO MB-AREA(MEMBER-SCAN-INDEX)
               END-IF

           END-PERFORM.

       PRICE-AFTER-SIDE-FROM-METRICS.

      * The metrics file must be a complete run's file, as in the
      * other CA194ME readers; a parcel's last record on it wins.

           OPEN INPUT PARCEL-METRICS-FILE.

           IF PARCEL-METRICS-STATUS NOT = "00"
               DISPLAY "CA194S - UNABLE TO OPEN CA194ME, STATUS "
                   PARCEL-METRICS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

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
                       PERFORM MATCH-ONE-METRICS-RECORD
                   END-IF
               END-IF

               READ PARCEL-METRICS-FILE
                   AT END SET END-OF-METRICS TO TRUE
               END-READ

           END-PERFORM.

           CLOSE PARCEL-METRICS-FILE.

           IF NOT ME-HEADER-SEEN
               DISPLAY "CA194S - CA194ME CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT ME-LAST-RECORD-TRAILER
               DISPLAY "CA194S - CA194ME DOES NOT END WITH A "
                   "TRAILER CONTROL RECORD - PRODUCER DIED "
                   "MID-WRITE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       VERIFY-METRICS-TRAILER.

           MOVE METRICS-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF CA194-HT-RECORD-COUNT NOT = ME-DATA-RECORDS-READ
               DISPLAY "CA194S - CA194ME TRAILER COUNTS "
                   CA194-HT-RECORD-COUNT
                   " DATA RECORDS BUT " ME-DATA-RECORDS-READ
                   " WERE READ - FILE INCOMPLETE OR MIXED, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET ME-LAST-RECORD-TRAILER TO TRUE.

       MATCH-ONE-METRICS-RECORD.

           PERFORM VARYING MEMBER-SCAN-INDEX FROM 1 BY 1
                   UNTIL MEMBER-SCAN-INDEX > MEMBER-COUNT

               IF MB-ROLE(MEMBER-SCAN-INDEX) = 'A'
                   AND MB-PARCEL-ID(MEMBER-SCAN-INDEX)
                       = CA194-ME-PARCEL-ID
                   MOVE 'Y' TO MB-FOUND-SWITCH(MEMBER-SCAN-INDEX)
                   MOVE CA194-ME-AREA TO MB-AREA(MEMBER-SCAN-INDEX)
               END-IF

           END-PERFORM.

       OPEN-CONSERVATION-REPORT.

           OPEN OUTPUT CONSERVATION-REPORT-FILE.

           IF CONSERVATION-REPORT-STATUS NOT = "00"
               DISPLAY "CA194S - UNABLE TO OPEN CA194SP, STATUS "
                   CONSERVATION-REPORT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-CONSERVATION-REPORT.

           CLOSE CONSERVATION-REPORT-FILE.

       PRINT-CONSERVATION-REPORT.

           PERFORM WRITE-PAGE-HEADING.

           MOVE RANGE-FROM-DATE TO RHL-FROM-DATE.
           MOVE RANGE-TO-DATE TO RHL-TO-DATE.
           MOVE CONSERVE-TOLERANCE TO RHL-TOLERANCE.
           MOVE RANGE-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

      * Each action is totalled on both sides first, so the three
      * sections below only have to pick their actions.

           PERFORM VARYING ACTION-INDEX FROM 1 BY 1
                   UNTIL ACTION-INDEX > ACTION-COUNT
               PERFORM TOTAL-ONE-ACTION
           END-PERFORM.

           MOVE "OUT OF TOLERANCE - RETURN TO SURVEYOR" TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING ACTION-INDEX FROM 1 BY 1
                   UNTIL ACTION-INDEX > ACTION-COUNT

               IF AC-PRICED-SWITCH(ACTION-INDEX) = 'Y'
                   PERFORM COMPUTE-ACTION-DIFFERENCE
                   IF DIFFERENCE-PERCENT > CONSERVE-TOLERANCE
                       PERFORM PRINT-ACTION-LINE
                       PERFORM PRINT-ACTION-MEMBERS
                       MOVE SPACES TO PRINT-STAGING-AREA
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-IF

           END-PERFORM.

           IF ACTIONS-OUT-OF-TOLERANCE = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "WITHIN TOLERANCE" TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING ACTION-INDEX FROM 1 BY 1
                   UNTIL ACTION-INDEX > ACTION-COUNT

               IF AC-PRICED-SWITCH(ACTION-INDEX) = 'Y'
                   PERFORM COMPUTE-ACTION-DIFFERENCE
                   IF DIFFERENCE-PERCENT NOT > CONSERVE-TOLERANCE
                       PERFORM PRINT-ACTION-LINE
                   END-IF
               END-IF

           END-PERFORM.

           IF ACTIONS-WITHIN-TOLERANCE = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "EXCEPTIONS - ACTION COULD NOT BE PRICED ON BOTH SIDES"
               TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING ACTION-INDEX FROM 1 BY 1
                   UNTIL ACTION-INDEX > ACTION-COUNT

               IF AC-PRICED-SWITCH(ACTION-INDEX) NOT = 'Y'
                   PERFORM PRINT-ACTION-LINE
                   PERFORM PRINT-ACTION-MEMBERS
               END-IF

           END-PERFORM.

           IF ACTIONS-NOT-PRICED = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "SPLITS AND MERGES CHECKED" TO TDL-LABEL.
           MOVE ACTION-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "OUT OF TOLERANCE" TO TDL-LABEL.
           MOVE ACTIONS-OUT-OF-TOLERANCE TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "WITHIN TOLERANCE" TO TDL-LABEL.
           MOVE ACTIONS-WITHIN-TOLERANCE TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "COULD NOT BE PRICED" TO TDL-LABEL.
           MOVE ACTIONS-NOT-PRICED TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       TOTAL-ONE-ACTION.

      * An action is priced only when every parcel on both sides
      * was found - a missing before-hull or successor metrics
      * record would make the comparison meaningless.

           MOVE ZERO TO AC-BEFORE-AREA(ACTION-INDEX).
           MOVE ZERO TO AC-AFTER-AREA(ACTION-INDEX).
           MOVE 'Y' TO AC-PRICED-SWITCH(ACTION-INDEX).

           PERFORM VARYING MEMBER-SCAN-INDEX FROM 1 BY 1
                   UNTIL MEMBER-SCAN-INDEX > MEMBER-COUNT

               IF MB-ACTION-INDEX(MEMBER-SCAN-INDEX) = ACTION-INDEX

                   IF MB-FOUND-SWITCH(MEMBER-SCAN-INDEX) NOT = 'Y'
                       MOVE 'N' TO AC-PRICED-SWITCH(ACTION-INDEX)
                   END-IF

                   IF MB-ROLE(MEMBER-SCAN-INDEX) = 'B'
                       ADD MB-AREA(MEMBER-SCAN-INDEX)
                           TO AC-BEFORE-AREA(ACTION-INDEX)
                   ELSE
                       ADD MB-AREA(MEMBER-SCAN-INDEX)
                           TO AC-AFTER-AREA(ACTION-INDEX)
                   END-IF

               END-IF

           END-PERFORM.

           IF AC-PRICED-SWITCH(ACTION-INDEX) = 'Y'
               PERFORM COMPUTE-ACTION-DIFFERENCE
               IF DIFFERENCE-PERCENT > CONSERVE-TOLERANCE
                   ADD 1 TO ACTIONS-OUT-OF-TOLERANCE
               ELSE
                   ADD 1 TO ACTIONS-WITHIN-TOLERANCE
               END-IF
           ELSE
               ADD 1 TO ACTIONS-NOT-PRICED
           END-IF.

       COMPUTE-ACTION-DIFFERENCE.

      * A zero before-area with any after-area at all is as far out
      * of tolerance as the report can show.

           COMPUTE AREA-DIFFERENCE =
               AC-AFTER-AREA(ACTION-INDEX)
               - AC-BEFORE-AREA(ACTION-INDEX).

           IF AREA-DIFFERENCE < ZERO
               COMPUTE AREA-DIFFERENCE-ABS = ZERO - AREA-DIFFERENCE
           ELSE
               MOVE AREA-DIFFERENCE TO AREA-DIFFERENCE-ABS
           END-IF.

           IF AC-BEFORE-AREA(ACTION-INDEX) > ZERO
               COMPUTE DIFFERENCE-PERCENT ROUNDED =
                   AREA-DIFFERENCE-ABS * 100
                   / AC-BEFORE-AREA(ACTION-INDEX)
                   ON SIZE ERROR
                       MOVE 999999.99 TO DIFFERENCE-PERCENT
               END-COMPUTE
           ELSE
               IF AREA-DIFFERENCE-ABS > ZERO
                   MOVE 999999.99 TO DIFFERENCE-PERCENT
               ELSE
                   MOVE ZERO TO DIFFERENCE-PERCENT
               END-IF
           END-IF.

       PRINT-ACTION-LINE.

           MOVE AC-EFF-DATE(ACTION-INDEX) TO ADL-EFF-DATE.
           MOVE AC-RUN-TIME(ACTION-INDEX) TO ADL-RUN-TIME.

           IF AC-ACTION(ACTION-INDEX) = 'S'
               MOVE "SPLIT" TO ADL-ACTION
           ELSE
               MOVE "MERGE" TO ADL-ACTION
           END-IF.

           MOVE AC-KEY-PARCEL-ID(ACTION-INDEX) TO ADL-PARCEL-ID.

           COMPUTE BEFORE-ACRES ROUNDED =
               AC-BEFORE-AREA(ACTION-INDEX) / 43560.
           COMPUTE AFTER-ACRES ROUNDED =
               AC-AFTER-AREA(ACTION-INDEX) / 43560.
           MOVE BEFORE-ACRES TO ADL-BEFORE-ACRES.
           MOVE AFTER-ACRES TO ADL-AFTER-ACRES.
           MOVE ZERO TO ADL-ACRES-MISSING.
           MOVE ZERO TO ADL-ACRES-GAINED.
           MOVE ZERO TO ADL-PERCENT.

           IF AC-PRICED-SWITCH(ACTION-INDEX) = 'Y'

               PERFORM COMPUTE-ACTION-DIFFERENCE
               COMPUTE DIFFERENCE-ACRES ROUNDED =
                   AREA-DIFFERENCE-ABS / 43560

               IF AREA-DIFFERENCE < ZERO
                   MOVE DIFFERENCE-ACRES TO ADL-ACRES-MISSING
               ELSE
                   MOVE DIFFERENCE-ACRES TO ADL-ACRES-GAINED
               END-IF

               MOVE DIFFERENCE-PERCENT TO ADL-PERCENT

           END-IF.

           MOVE ACTION-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-ACTION-MEMBERS.

           PERFORM VARYING MEMBER-INDEX FROM 1 BY 1
                   UNTIL MEMBER-INDEX > MEMBER-COUNT

               IF MB-ACTION-INDEX(MEMBER-INDEX) = ACTION-INDEX
                   PERFORM PRINT-ONE-MEMBER
               END-IF

           END-PERFORM.

       PRINT-ONE-MEMBER.

           IF MB-ROLE(MEMBER-INDEX) = 'B'
               MOVE "BEFORE" TO MDL-ROLE
           ELSE
               MOVE "AFTER" TO MDL-ROLE
           END-IF.

           MOVE MB-PARCEL-ID(MEMBER-INDEX) TO MDL-PARCEL-ID.
           MOVE SPACES TO MDL-SOURCE.

           IF MB-FOUND-SWITCH(MEMBER-INDEX) = 'Y'

               IF MB-ROLE(MEMBER-INDEX) = 'B'
                   STRING "HULL HISTORY "
                       MB-GEN-KEY(MEMBER-INDEX)(1:8) "/"
                       MB-GEN-KEY(MEMBER-INDEX)(9:6)
                       DELIMITED BY SIZE INTO MDL-SOURCE
               ELSE
                   MOVE "PARCEL METRICS" TO MDL-SOURCE
               END-IF

               COMPUTE MEMBER-ACRES ROUNDED =
                   MB-AREA(MEMBER-INDEX) / 43560
               MOVE MEMBER-ACRES TO MDL-ACRES

           ELSE

               IF MB-ROLE(MEMBER-INDEX) = 'B'
                   MOVE "NO HULL BEFORE THE ACTION" TO MDL-SOURCE
               ELSE
                   MOVE "NO METRICS RECORD" TO MDL-SOURCE
               END-IF

               MOVE ZERO TO MDL-ACRES

           END-IF.

           MOVE MEMBER-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       WRITE-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HL1-RUN-DATE.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           IF PAGE-COUNT = 1
               WRITE CONSERVATION-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE CONSERVATION-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO CONSERVATION-PRINT-RECORD.
           WRITE CONSERVATION-PRINT-RECORD AFTER ADVANCING 1 LINE.

           MOVE 2 TO LINE-COUNT.

       WRITE-REPORT-LINE.

           IF LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF.

           WRITE CONSERVATION-PRINT-RECORD FROM PRINT-STAGING-AREA
               AFTER ADVANCING 1 LINE.

           ADD 1 TO LINE-COUNT.
