      ******************************************************************
      * CA194N - OWNER-NOTICE-LETTERS
      * PRINTS THE ENFORCEMENT TEAM'S LANDOWNER NOTICE LETTERS
      * (CA194NL) INSTEAD OF HAVING THEM TYPED ONE AT A TIME. TWO
      * KINDS OF ITEM ARE NOTICED:
      *   - A CA195 OVERLAP STILL OPEN ON THE CA195WK WORKLIST STATE
      *     FILE LONGER THAN THE NOTICE AGE THRESHOLD, UNLESS THE
      *     TEAM HAS PUT A SURVEY-ORDERED OR LEGAL-HOLD DISPOSITION
      *     ON IT - BOTH OWNERS OF THE PAIR ARE NOTICED, EACH NAMING
      *     THE OTHER PARCEL AND THE OVERLAP AREA FROM THE NIGHT'S
      *     CA195EX,
      *   - A CA194EN FOLLOW-UP POINT THAT CAME BACK SEVERITY 'V'
      *     (SETBACK VIOLATION), WITH ITS DISTANCE FROM THE BOUNDARY.
      * THE OWNER OF RECORD COMES OFF THE CA194AS ATTRIBUTE MASTER,
      * AND EACH OWNER GETS ONE LETTER LISTING ALL OF THEIR ITEMS.
      * THE NOTICE-SENT STATE FILE (CA194NS) REMEMBERS WHAT WENT TO
      * WHOM, SO THE SAME OWNER IS NOT NOTICED AGAIN FOR THE SAME
      * ITEM UNTIL THE FOLLOW-UP INTERVAL HAS PASSED; IT IS
      * REWRITTEN IN PLACE AT END OF RUN THE WAY CA195W REWRITES
      * CA195WK. THE AGE THRESHOLD, FOLLOW-UP INTERVAL AND A RERUN
      * DATE COME OFF THE OPTIONAL CA194CT RUN-CONTROL CARD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-NOTICE-LETTERS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "CA194CT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-CONTROL-STATUS.

           SELECT WORKLIST-STATE-FILE ASSIGN TO "CA195WK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WORKLIST-STATE-STATUS.

           SELECT OVERLAP-EXCEPTIONS-FILE ASSIGN TO "CA195EX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OVERLAP-EXCEPTIONS-STATUS.

           SELECT ENCROACHMENT-FILE ASSIGN TO "CA194EN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENCROACHMENT-STATUS.

           SELECT ATTR-MASTER-FILE ASSIGN TO "CA194AS"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CA194-AM-PARCEL-ID
               FILE STATUS IS ATTR-MASTER-STATUS.

           SELECT NOTICE-SENT-FILE ASSIGN TO "CA194NS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-SENT-STATUS.

           SELECT NOTICE-LETTER-FILE ASSIGN TO "CA194NL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-LETTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           COPY CA194CT.

       FD  WORKLIST-STATE-FILE.
           COPY CA195WK.

       FD  OVERLAP-EXCEPTIONS-FILE.
           COPY CA195EX.

       FD  ENCROACHMENT-FILE.
           COPY CA194EN.
       01  ENCROACH-CONTROL-RECORD         PIC X(62).

       FD  ATTR-MASTER-FILE.
           COPY CA194AM.

       FD  NOTICE-SENT-FILE.
           COPY CA194NS.

       FD  NOTICE-LETTER-FILE.
       01  NOTICE-LETTER-PRINT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01  RUN-CONTROL-STATUS          PIC X(2).
       01  WORKLIST-STATE-STATUS       PIC X(2).
       01  OVERLAP-EXCEPTIONS-STATUS   PIC X(2).
       01  ENCROACHMENT-STATUS         PIC X(2).
       01  ATTR-MASTER-STATUS          PIC X(2).
       01  NOTICE-SENT-STATUS          PIC X(2).
       01  NOTICE-LETTER-STATUS        PIC X(2).

       01  END-OF-STATE-SWITCH         PIC X(1) VALUE 'N'.
           88  END-OF-STATE            VALUE 'Y'.
       01  END-OF-OVERLAPS-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-OVERLAPS         VALUE 'Y'.
       01  END-OF-ENCROACH-SWITCH      PIC X(1) VALUE 'N'.
           88  END-OF-ENCROACH         VALUE 'Y'.
       01  END-OF-SENT-SWITCH          PIC X(1) VALUE 'N'.
           88  END-OF-SENT             VALUE 'Y'.
       01  OWNER-FOUND-SWITCH          PIC X(1) VALUE 'N'.
           88  OWNER-FOUND             VALUE 'Y'.

      * NOTICE PARAMETERS IN EFFECT, PRELOADED WITH THE BUILT-IN
      * DEFAULTS AND OVERRIDDEN BY AN OPTIONAL CA194CT CARD.
       01  NOTICE-AGE-DAYS             PIC 9(3) VALUE 30.
       01  NOTICE-FOLLOWUP-DAYS        PIC 9(3) VALUE 60.

       01  RUN-DATE-TODAY              PIC X(8) VALUE SPACES.
       01  TODAY-DAY-NUMBER            PIC S9(9) VALUE ZERO.
       01  FIRST-SEEN-DAY-NUMBER       PIC S9(9) VALUE ZERO.
       01  AGE-IN-DAYS                 PIC S9(5) VALUE ZERO.
       01  DATE-NUMERIC-WORK           PIC 9(8) VALUE ZERO.

      * A WORKLIST DISPOSITION THAT MEANS THE MATTER IS ALREADY IN
      * HAND - THE TEAM'S 'SURVEYORD' AND 'LEGALHOLD' CODES, AS THEY
      * LAND IN THE EIGHT-BYTE CA195WK CODE - STOPS THE NOTICE.
       01  DISPOSITION-CODE-CHECK      PIC X(8) VALUE SPACES.
           88  DISPOSITION-STOPS-NOTICE
                                       VALUE "SURVEYOR" "LEGALHOL".

      * THE NIGHT'S CA195EX OVERLAP AREAS, LOOKED UP BY PAIR - THE
      * WORKLIST STATE CARRIES THE PAIR BUT NOT THE MEASURE.
       01  OVERLAP-AREA-TABLE.
           05  OA-ENTRY OCCURS 2000 TIMES.
               10  OA-PARCEL-A         PIC X(10).
               10  OA-PARCEL-B         PIC X(10).
               10  OA-OVERLAP-AREA     PIC S9(13)V9999.

       01  OVERLAP-AREA-COUNT          PIC 9(4) VALUE ZERO.
       01  OVERLAP-SCAN-INDEX          PIC 9(4) VALUE ZERO.
       01  OVERLAP-MATCH-INDEX         PIC 9(4) VALUE ZERO.

      * THE PRIOR RUN'S NOTICE-SENT STATE, PLUS THE NOTICES SENT
      * THIS RUN, ONE ENTRY PER ITEM AND OWNER.
       01  NOTICE-SENT-TABLE.
           05  NS-ENTRY OCCURS 2000 TIMES.
               10  NS-TYPE             PIC X(8).
               10  NS-PARCEL-ID        PIC X(10).
               10  NS-OTHER-PARCEL     PIC X(10).
               10  NS-POINT-X          PIC S9(6)V99.
               10  NS-POINT-Y          PIC S9(6)V99.
               10  NS-OWNER-NAME       PIC X(30).
               10  NS-DATE-SENT        PIC X(8).

       01  NOTICE-SENT-COUNT           PIC 9(4) VALUE ZERO.
       01  SENT-SCAN-INDEX             PIC 9(4) VALUE ZERO.
       01  SENT-MATCH-INDEX            PIC 9(4) VALUE ZERO.
       01  SENT-RETAINED-COUNT         PIC 9(4) VALUE ZERO.
       01  SENT-DATE-CHECK             PIC X(8) VALUE SPACES.

      * THE ITEM BEING CONSIDERED FOR A NOTICE.
       01  CANDIDATE-TYPE              PIC X(8) VALUE SPACES.
       01  CANDIDATE-PARCEL-ID         PIC X(10) VALUE SPACES.
       01  CANDIDATE-OTHER-PARCEL      PIC X(10) VALUE SPACES.
       01  CANDIDATE-POINT-X           PIC S9(6)V99 VALUE ZERO.
       01  CANDIDATE-POINT-Y           PIC S9(6)V99 VALUE ZERO.
       01  CANDIDATE-MEASURE           PIC S9(13)V9999 VALUE ZERO.
       01  CANDIDATE-MEASURE-SWITCH    PIC X(1) VALUE 'N'.
           88  CANDIDATE-MEASURE-KNOWN VALUE 'Y'.
       01  CANDIDATE-FIRST-SEEN        PIC X(8) VALUE SPACES.
       01  CANDIDATE-AGE               PIC S9(5) VALUE ZERO.

      * THE ITEMS GOING OUT THIS RUN, SORTED ON OWNER AND PARCEL SO
      * EACH OWNER'S ITEMS FALL TOGETHER INTO ONE LETTER.
       01  NOTICE-ITEM-TABLE.
           05  NI-ENTRY OCCURS 2000 TIMES.
               10  NI-SORT-KEY.
                   15  NI-OWNER-NAME   PIC X(30).
                   15  NI-PARCEL-ID    PIC X(10).
                   15  NI-TYPE         PIC X(8).
                   15  NI-OTHER-PARCEL PIC X(10).
               10  NI-POINT-X          PIC S9(6)V99.
               10  NI-POINT-Y          PIC S9(6)V99.
               10  NI-MEASURE          PIC S9(13)V9999.
               10  NI-MEASURE-FLAG     PIC X(1).
               10  NI-FIRST-SEEN       PIC X(8).
               10  NI-AGE              PIC S9(5).

       01  NOTICE-ITEM-COUNT           PIC 9(4) VALUE ZERO.
       01  NOTICE-ITEM-INDEX           PIC 9(4) VALUE ZERO.
       01  NOTICE-SORT-INDEX           PIC 9(4) VALUE ZERO.
       01  NOTICE-SORT-SCAN-INDEX      PIC 9(4) VALUE ZERO.
       01  NOTICE-HOLD-ENTRY.
           05  NH-SORT-KEY.
               10  NH-OWNER-NAME       PIC X(30).
               10  NH-PARCEL-ID        PIC X(10).
               10  NH-TYPE             PIC X(8).
               10  NH-OTHER-PARCEL     PIC X(10).
           05  NH-POINT-X              PIC S9(6)V99.
           05  NH-POINT-Y              PIC S9(6)V99.
           05  NH-MEASURE              PIC S9(13)V9999.
           05  NH-MEASURE-FLAG         PIC X(1).
           05  NH-FIRST-SEEN           PIC X(8).
           05  NH-AGE                  PIC S9(5).

      * ITEMS WHOSE PARCEL HAS NO OWNER OF RECORD, LISTED ON THE
      * RUN SUMMARY PAGE FOR THE TEAM TO CHASE BY HAND.
       01  NO-OWNER-TABLE.
           05  NO-ENTRY OCCURS 500 TIMES.
               10  NO-PARCEL-ID        PIC X(10).
               10  NO-TYPE             PIC X(8).

       01  NO-OWNER-COUNT              PIC 9(3) VALUE ZERO.
       01  NO-OWNER-INDEX              PIC 9(3) VALUE ZERO.

       01  OVERLAPS-CONSIDERED-COUNT   PIC 9(4) VALUE ZERO.
       01  OVERLAPS-TOO-YOUNG-COUNT    PIC 9(4) VALUE ZERO.
       01  OVERLAPS-DISPOSED-COUNT     PIC 9(4) VALUE ZERO.
       01  SETBACKS-CONSIDERED-COUNT   PIC 9(4) VALUE ZERO.
       01  ITEMS-HELD-BACK-COUNT       PIC 9(4) VALUE ZERO.
       01  LETTER-COUNT                PIC 9(4) VALUE ZERO.
       01  CURRENT-OWNER-NAME          PIC X(30) VALUE SPACES.

      * HEADER/TRAILER VERIFICATION OVER THE ENCROACHMENT INPUT.
           COPY CA194HT.
       01  EN-HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
           88  EN-HEADER-SEEN          VALUE 'Y'.
       01  EN-LAST-TRAILER-SWITCH      PIC X(1) VALUE 'N'.
           88  EN-LAST-RECORD-TRAILER  VALUE 'Y'.
       01  EN-DATA-RECORDS-READ        PIC 9(9) VALUE ZERO.

       01  ACRES-WORK                  PIC S9(9)V9999 VALUE ZERO.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
       01  PRINT-STAGING-AREA          PIC X(132) VALUE SPACES.

      * LETTER LINE LAYOUTS.
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "CA194N OWNER NOTICE LETTERS           ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  LETTER-TEXT-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  LTL-TEXT                PIC X(70).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  NOTICE-NUMBER-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "NOTICE NUMBER ".
           05  NNL-LETTER-NUMBER       PIC 9(4).
           05  FILLER                  PIC X(33) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               "NOTICE DATE ".
           05  NNL-NOTICE-DATE         PIC X(8).
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  OWNER-NAME-LINE.
           05  FILLER                  PIC X(7) VALUE SPACES.
           05  ONL-OWNER-NAME          PIC X(30).
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  ITEM-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(7) VALUE "PARCEL ".
           05  IHL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  IHL-DESCRIPTION         PIC X(50).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  ITEM-AMOUNT-LINE.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  IAL-LABEL               PIC X(24).
           05  IAL-AMOUNT              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(1) VALUE SPACE.
           05  IAL-UNITS               PIC X(40).
           05  FILLER                  PIC X(36) VALUE SPACES.

       01  ITEM-POINT-LINE.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               "FOLLOW-UP SURVEY POINT".
           05  FILLER                  PIC X(2) VALUE "X=".
           05  IPL-POINT-X             PIC +ZZZZZ9.99.
           05  FILLER                  PIC X(4) VALUE "  Y=".
           05  IPL-POINT-Y             PIC +ZZZZZ9.99.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  ITEM-AGE-LINE.
           05  FILLER                  PIC X(9) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               "OUTSTANDING SINCE".
           05  IGL-FIRST-SEEN          PIC X(8).
           05  FILLER                  PIC X(2) VALUE " (".
           05  IGL-AGE                 PIC ZZZZ9.
           05  FILLER                  PIC X(6) VALUE " DAYS)".
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  SHL-TITLE               PIC X(60).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  EXCEPTION-DETAIL-LINE.
           05  FILLER                  PIC X(5) VALUE SPACES.
           05  XDL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(4) VALUE SPACES.
           05  XDL-NOTE                PIC X(44).
           05  FILLER                  PIC X(69) VALUE SPACES.

       01  TOTALS-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TDL-LABEL               PIC X(40).
           05  TDL-COUNT               PIC ZZZ9.
           05  FILLER                  PIC X(85) VALUE SPACES.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE-TODAY.
           PERFORM LOAD-RUN-CONTROL.
           MOVE RUN-DATE-TODAY TO DATE-NUMERIC-WORK.
           COMPUTE TODAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(DATE-NUMERIC-WORK).

           PERFORM LOAD-NOTICE-SENT-STATE.
           PERFORM LOAD-OVERLAP-AREAS.
           PERFORM OPEN-ATTR-MASTER-INPUT.

           PERFORM COLLECT-AGED-OVERLAPS.
           PERFORM COLLECT-SETBACK-VIOLATIONS.

           PERFORM CLOSE-ATTR-MASTER-INPUT.

           PERFORM SORT-NOTICE-ITEMS.

           PERFORM OPEN-NOTICE-LETTER-OUTPUT.
           PERFORM PRINT-NOTICE-LETTERS.
           PERFORM PRINT-RUN-SUMMARY.
           PERFORM CLOSE-NOTICE-LETTER-OUTPUT.

           PERFORM REWRITE-NOTICE-SENT-STATE.

           DISPLAY "CA194N - " LETTER-COUNT " LETTERS, "
               NOTICE-ITEM-COUNT " ITEMS NOTICED, "
               ITEMS-HELD-BACK-COUNT " HELD BACK INSIDE FOLLOW-UP, "
               NO-OWNER-COUNT " WITHOUT AN OWNER OF RECORD".

           STOP RUN.

       LOAD-RUN-CONTROL.

      * The card is optional - a missing card or an unusable field
      * keeps the built-in default, as in CA194.

           OPEN INPUT RUN-CONTROL-FILE.

           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "CA194N - NO RUN CONTROL CARD, USING DEFAULTS"
           ELSE

               READ RUN-CONTROL-FILE
                   AT END CONTINUE
               END-READ

               IF RUN-CONTROL-STATUS NOT = "00"
                   DISPLAY "CA194N - RUN CONTROL CARD EMPTY, "
                       "USING DEFAULTS"
               ELSE
                   PERFORM APPLY-RUN-CONTROL-CARD
               END-IF

               CLOSE RUN-CONTROL-FILE

           END-IF.

       APPLY-RUN-CONTROL-CARD.

           IF CA194-CT-NOTICE-AGE-DAYS IS NUMERIC
               MOVE CA194-CT-NOTICE-AGE-DAYS TO NOTICE-AGE-DAYS
           ELSE
               DISPLAY "CA194N - NOTICE AGE ON CA194CT NOT NUMERIC, "
                   "DEFAULT KEPT"
           END-IF.

           IF CA194-CT-NOTICE-FOLLOWUP-DAYS IS NUMERIC
                   AND CA194-CT-NOTICE-FOLLOWUP-DAYS > ZERO
               MOVE CA194-CT-NOTICE-FOLLOWUP-DAYS
                   TO NOTICE-FOLLOWUP-DAYS
           ELSE
               DISPLAY "CA194N - NOTICE FOLLOW-UP ON CA194CT NOT "
                   "NUMERIC, DEFAULT KEPT"
           END-IF.

           IF CA194-CT-RUN-DATE-OVERRIDE NOT = SPACES
                   AND CA194-CT-RUN-DATE-OVERRIDE NOT = "00000000"
               IF CA194-CT-RUN-DATE-OVERRIDE IS NUMERIC
                   MOVE CA194-CT-RUN-DATE-OVERRIDE TO RUN-DATE-TODAY
                   DISPLAY "CA194N - RUN DATE OVERRIDDEN TO "
                       RUN-DATE-TODAY " BY RUN CONTROL"
               ELSE
                   DISPLAY "CA194N - RUN DATE OVERRIDE ON CA194CT "
                       "NOT NUMERIC, SYSTEM DATE KEPT"
               END-IF
           END-IF.

       LOAD-NOTICE-SENT-STATE.

      * The state file is optional - the first run ever has none,
      * and every qualifying item that morning is simply noticed.

           OPEN INPUT NOTICE-SENT-FILE.

           IF NOTICE-SENT-STATUS NOT = "00"
               DISPLAY "CA194N - NO PRIOR NOTICE-SENT STATE ON FILE, "
                   "NO ITEMS HELD BACK"
           ELSE

               READ NOTICE-SENT-FILE
                   AT END SET END-OF-SENT TO TRUE
               END-READ

               PERFORM UNTIL END-OF-SENT

                   IF NOTICE-SENT-COUNT < 2000
                       ADD 1 TO NOTICE-SENT-COUNT
                       MOVE CA194-NS-TYPE
                           TO NS-TYPE(NOTICE-SENT-COUNT)
                       MOVE CA194-NS-PARCEL-ID
                           TO NS-PARCEL-ID(NOTICE-SENT-COUNT)
                       MOVE CA194-NS-OTHER-PARCEL
                           TO NS-OTHER-PARCEL(NOTICE-SENT-COUNT)
                       MOVE CA194-NS-POINT-X
                           TO NS-POINT-X(NOTICE-SENT-COUNT)
                       MOVE CA194-NS-POINT-Y
                           TO NS-POINT-Y(NOTICE-SENT-COUNT)
                       MOVE CA194-NS-OWNER-NAME
                           TO NS-OWNER-NAME(NOTICE-SENT-COUNT)
                       MOVE CA194-NS-DATE-SENT
                           TO NS-DATE-SENT(NOTICE-SENT-COUNT)
                   ELSE
                       DISPLAY "CA194N - NOTICE-SENT ENTRY FOR "
                           CA194-NS-PARCEL-ID
                           " DROPPED, OVER 2000 ENTRIES"
                       MOVE 8 TO RETURN-CODE
                   END-IF

                   READ NOTICE-SENT-FILE
                       AT END SET END-OF-SENT TO TRUE
                   END-READ

               END-PERFORM

               CLOSE NOTICE-SENT-FILE

           END-IF.

       LOAD-OVERLAP-AREAS.

      * CA195EX is optional here - without it the letters still go
      * out, with the overlap area shown as not available.

           OPEN INPUT OVERLAP-EXCEPTIONS-FILE.

           IF OVERLAP-EXCEPTIONS-STATUS NOT = "00"
               DISPLAY "CA194N - NO CA195EX ON FILE, OVERLAP AREAS "
                   "NOT AVAILABLE"
           ELSE

               READ OVERLAP-EXCEPTIONS-FILE
                   AT END SET END-OF-OVERLAPS TO TRUE
               END-READ

               PERFORM UNTIL END-OF-OVERLAPS

                   IF CA195-EX-TYPE = "OVERLAP"
                       IF OVERLAP-AREA-COUNT < 2000
                           ADD 1 TO OVERLAP-AREA-COUNT
                           MOVE CA195-EX-PARCEL-A
                               TO OA-PARCEL-A(OVERLAP-AREA-COUNT)
                           MOVE CA195-EX-PARCEL-B
                               TO OA-PARCEL-B(OVERLAP-AREA-COUNT)
                           MOVE CA195-EX-OVERLAP-AREA
                               TO OA-OVERLAP-AREA(OVERLAP-AREA-COUNT)
                       ELSE
                           DISPLAY "CA194N - OVERLAP AREA FOR "
                               CA195-EX-PARCEL-A " / "
                               CA195-EX-PARCEL-B
                               " DROPPED, OVER 2000 ENTRIES"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF

                   READ OVERLAP-EXCEPTIONS-FILE
                       AT END SET END-OF-OVERLAPS TO TRUE
                   END-READ

               END-PERFORM

               CLOSE OVERLAP-EXCEPTIONS-FILE

           END-IF.

       OPEN-ATTR-MASTER-INPUT.

           OPEN INPUT ATTR-MASTER-FILE.

           IF ATTR-MASTER-STATUS NOT = "00"
               DISPLAY "CA194N - UNABLE TO OPEN CA194AS, STATUS "
                   ATTR-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ATTR-MASTER-INPUT.

           CLOSE ATTR-MASTER-FILE.

       OPEN-NOTICE-LETTER-OUTPUT.

           OPEN OUTPUT NOTICE-LETTER-FILE.

           IF NOTICE-LETTER-STATUS NOT = "00"
               DISPLAY "CA194N - UNABLE TO OPEN CA194NL, STATUS "
                   NOTICE-LETTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-NOTICE-LETTER-OUTPUT.

           CLOSE NOTICE-LETTER-FILE.

       COLLECT-AGED-OVERLAPS.

      * The worklist state is optional - a site that has never run
      * CA195W simply has no overlaps to notice.

           OPEN INPUT WORKLIST-STATE-FILE.

           IF WORKLIST-STATE-STATUS NOT = "00"
               DISPLAY "CA194N - NO CA195WK WORKLIST STATE ON FILE, "
                   "NO OVERLAPS NOTICED"
           ELSE

               READ WORKLIST-STATE-FILE
                   AT END SET END-OF-STATE TO TRUE
               END-READ

               PERFORM UNTIL END-OF-STATE

                   IF CA195-WK-TYPE = "OVERLAP"
                       ADD 1 TO OVERLAPS-CONSIDERED-COUNT
                       PERFORM CONSIDER-ONE-OVERLAP
                   END-IF

                   READ WORKLIST-STATE-FILE
                       AT END SET END-OF-STATE TO TRUE
                   END-READ

               END-PERFORM

               CLOSE WORKLIST-STATE-FILE

           END-IF.

       CONSIDER-ONE-OVERLAP.

           MOVE CA195-WK-DISP-CODE TO DISPOSITION-CODE-CHECK.

           IF DISPOSITION-STOPS-NOTICE
               ADD 1 TO OVERLAPS-DISPOSED-COUNT
           ELSE

               MOVE ZERO TO AGE-IN-DAYS

               IF CA195-WK-FIRST-SEEN IS NUMERIC
                   MOVE CA195-WK-FIRST-SEEN TO DATE-NUMERIC-WORK
                   COMPUTE FIRST-SEEN-DAY-NUMBER =
                       FUNCTION INTEGER-OF-DATE(DATE-NUMERIC-WORK)
                   COMPUTE AGE-IN-DAYS =
                       TODAY-DAY-NUMBER - FIRST-SEEN-DAY-NUMBER
               END-IF

               IF AGE-IN-DAYS < NOTICE-AGE-DAYS
                   ADD 1 TO OVERLAPS-TOO-YOUNG-COUNT
               ELSE
                   PERFORM FIND-OVERLAP-AREA

      * Both landowners of the pair are noticed, each letter
      * naming the other parcel.

                   MOVE "OVERLAP" TO CANDIDATE-TYPE
                   MOVE ZERO TO CANDIDATE-POINT-X
                   MOVE ZERO TO CANDIDATE-POINT-Y
                   MOVE CA195-WK-FIRST-SEEN TO CANDIDATE-FIRST-SEEN
                   MOVE AGE-IN-DAYS TO CANDIDATE-AGE

                   MOVE CA195-WK-PARCEL-A TO CANDIDATE-PARCEL-ID
                   MOVE CA195-WK-PARCEL-B TO CANDIDATE-OTHER-PARCEL
                   PERFORM CONSIDER-NOTICE-CANDIDATE

                   MOVE CA195-WK-PARCEL-B TO CANDIDATE-PARCEL-ID
                   MOVE CA195-WK-PARCEL-A TO CANDIDATE-OTHER-PARCEL
                   PERFORM CONSIDER-NOTICE-CANDIDATE
               END-IF

           END-IF.

       FIND-OVERLAP-AREA.

      * The pair matches in either orientation, as in CA195W.

           MOVE ZERO TO OVERLAP-MATCH-INDEX.

           PERFORM VARYING OVERLAP-SCAN-INDEX FROM 1 BY 1
                   UNTIL OVERLAP-SCAN-INDEX > OVERLAP-AREA-COUNT
                   OR OVERLAP-MATCH-INDEX > ZERO

               IF (OA-PARCEL-A(OVERLAP-SCAN-INDEX)
                           = CA195-WK-PARCEL-A
                       AND OA-PARCEL-B(OVERLAP-SCAN-INDEX)
                           = CA195-WK-PARCEL-B)
                     OR (OA-PARCEL-A(OVERLAP-SCAN-INDEX)
                           = CA195-WK-PARCEL-B
                       AND OA-PARCEL-B(OVERLAP-SCAN-INDEX)
                           = CA195-WK-PARCEL-A)
                   MOVE OVERLAP-SCAN-INDEX TO OVERLAP-MATCH-INDEX
               END-IF

           END-PERFORM.

           IF OVERLAP-MATCH-INDEX > ZERO
               MOVE OA-OVERLAP-AREA(OVERLAP-MATCH-INDEX)
                   TO CANDIDATE-MEASURE
               SET CANDIDATE-MEASURE-KNOWN TO TRUE
           ELSE
               MOVE ZERO TO CANDIDATE-MEASURE
               MOVE 'N' TO CANDIDATE-MEASURE-SWITCH
           END-IF.

       COLLECT-SETBACK-VIOLATIONS.

      * CA194EN is optional - a night run with follow-up checking
      * switched off writes none. One that is present must be a
      * complete run's file, as in the other CA194 readers.

           OPEN INPUT ENCROACHMENT-FILE.

           IF ENCROACHMENT-STATUS NOT = "00"
               DISPLAY "CA194N - NO CA194EN ON FILE, NO SETBACK "
                   "VIOLATIONS NOTICED"
           ELSE

               READ ENCROACHMENT-FILE
                   AT END SET END-OF-ENCROACH TO TRUE
               END-READ

               PERFORM UNTIL END-OF-ENCROACH

                   IF CA194-EN-PARCEL-ID = "*HEADER**"
                       SET EN-HEADER-SEEN TO TRUE
                       MOVE 'N' TO EN-LAST-TRAILER-SWITCH
                   ELSE
                       IF CA194-EN-PARCEL-ID = "*TRAILER*"
                           PERFORM VERIFY-ENCROACH-TRAILER
                       ELSE
                           ADD 1 TO EN-DATA-RECORDS-READ
                           MOVE 'N' TO EN-LAST-TRAILER-SWITCH
                           IF CA194-EN-SEVERITY = 'V'
                               ADD 1 TO SETBACKS-CONSIDERED-COUNT
                               PERFORM CONSIDER-ONE-SETBACK
                           END-IF
                       END-IF
                   END-IF

                   READ ENCROACHMENT-FILE
                       AT END SET END-OF-ENCROACH TO TRUE
                   END-READ

               END-PERFORM

               CLOSE ENCROACHMENT-FILE

               IF NOT EN-HEADER-SEEN
                   DISPLAY "CA194N - CA194EN CARRIES NO HEADER "
                       "CONTROL RECORD - NOT A COMPLETE RUN'S FILE, "
                       "RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

               IF NOT EN-LAST-RECORD-TRAILER
                   DISPLAY "CA194N - CA194EN DOES NOT END WITH A "
                       "TRAILER CONTROL RECORD - PRODUCER DIED "
                       "MID-WRITE, RUN STOPPED"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF

           END-IF.

       VERIFY-ENCROACH-TRAILER.

           MOVE ENCROACH-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF CA194-HT-RECORD-COUNT NOT = EN-DATA-RECORDS-READ
               DISPLAY "CA194N - CA194EN TRAILER COUNTS "
                   CA194-HT-RECORD-COUNT
                   " DATA RECORDS BUT " EN-DATA-RECORDS-READ
                   " WERE READ - FILE INCOMPLETE OR MIXED, "
                   "RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           SET EN-LAST-RECORD-TRAILER TO TRUE.

       CONSIDER-ONE-SETBACK.

      * A setback point lies inside or on the boundary, so its
      * distance is zero or negative - the letter gives how far
      * inside the line it sits.

           MOVE "SETBACK" TO CANDIDATE-TYPE.
           MOVE CA194-EN-PARCEL-ID TO CANDIDATE-PARCEL-ID.
           MOVE SPACES TO CANDIDATE-OTHER-PARCEL.
           MOVE CA194-EN-POINT-X TO CANDIDATE-POINT-X.
           MOVE CA194-EN-POINT-Y TO CANDIDATE-POINT-Y.

           IF CA194-EN-DISTANCE < ZERO
               COMPUTE CANDIDATE-MEASURE = ZERO - CA194-EN-DISTANCE
           ELSE
               MOVE CA194-EN-DISTANCE TO CANDIDATE-MEASURE
           END-IF.

           SET CANDIDATE-MEASURE-KNOWN TO TRUE.
           MOVE SPACES TO CANDIDATE-FIRST-SEEN.
           MOVE ZERO TO CANDIDATE-AGE.

           PERFORM CONSIDER-NOTICE-CANDIDATE.

       CONSIDER-NOTICE-CANDIDATE.

           MOVE CANDIDATE-PARCEL-ID TO CA194-AM-PARCEL-ID.
           MOVE 'N' TO OWNER-FOUND-SWITCH.

           READ ATTR-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OWNER-FOUND TO TRUE
           END-READ.

           IF NOT OWNER-FOUND OR CA194-AM-OWNER-NAME = SPACES

               IF NO-OWNER-COUNT < 500
                   ADD 1 TO NO-OWNER-COUNT
                   MOVE CANDIDATE-PARCEL-ID
                       TO NO-PARCEL-ID(NO-OWNER-COUNT)
                   MOVE CANDIDATE-TYPE TO NO-TYPE(NO-OWNER-COUNT)
               ELSE
                   DISPLAY "CA194N - NO-OWNER EXCEPTION FOR PARCEL "
                       CANDIDATE-PARCEL-ID
                       " DROPPED, OVER 500 EXCEPTIONS"
               END-IF

               MOVE 8 TO RETURN-CODE

           ELSE
               PERFORM CHECK-NOTICE-ALREADY-SENT
           END-IF.

       CHECK-NOTICE-ALREADY-SENT.

      * The same item noticed to the same owner inside the
      * follow-up interval is held back; past the interval it goes
      * out again and the sent date moves up to today.

           MOVE ZERO TO SENT-MATCH-INDEX.

           PERFORM VARYING SENT-SCAN-INDEX FROM 1 BY 1
                   UNTIL SENT-SCAN-INDEX > NOTICE-SENT-COUNT
                   OR SENT-MATCH-INDEX > ZERO

               IF NS-TYPE(SENT-SCAN-INDEX) = CANDIDATE-TYPE
                   AND NS-PARCEL-ID(SENT-SCAN-INDEX)
                       = CANDIDATE-PARCEL-ID
                   AND NS-OTHER-PARCEL(SENT-SCAN-INDEX)
                       = CANDIDATE-OTHER-PARCEL
                   AND NS-POINT-X(SENT-SCAN-INDEX)
                       = CANDIDATE-POINT-X
                   AND NS-POINT-Y(SENT-SCAN-INDEX)
                       = CANDIDATE-POINT-Y
                   AND NS-OWNER-NAME(SENT-SCAN-INDEX)
                       = CA194-AM-OWNER-NAME
                   MOVE SENT-SCAN-INDEX TO SENT-MATCH-INDEX
               END-IF

           END-PERFORM.

           IF SENT-MATCH-INDEX > ZERO
               MOVE NS-DATE-SENT(SENT-MATCH-INDEX)
                   TO SENT-DATE-CHECK
               PERFORM COMPUTE-DAYS-SINCE-SENT
               IF AGE-IN-DAYS < NOTICE-FOLLOWUP-DAYS
                   ADD 1 TO ITEMS-HELD-BACK-COUNT
               ELSE
                   MOVE RUN-DATE-TODAY
                       TO NS-DATE-SENT(SENT-MATCH-INDEX)
                   PERFORM ADD-NOTICE-ITEM
               END-IF
           ELSE

               IF NOTICE-SENT-COUNT < 2000
                   ADD 1 TO NOTICE-SENT-COUNT
                   MOVE CANDIDATE-TYPE TO NS-TYPE(NOTICE-SENT-COUNT)
                   MOVE CANDIDATE-PARCEL-ID
                       TO NS-PARCEL-ID(NOTICE-SENT-COUNT)
                   MOVE CANDIDATE-OTHER-PARCEL
                       TO NS-OTHER-PARCEL(NOTICE-SENT-COUNT)
                   MOVE CANDIDATE-POINT-X
                       TO NS-POINT-X(NOTICE-SENT-COUNT)
                   MOVE CANDIDATE-POINT-Y
                       TO NS-POINT-Y(NOTICE-SENT-COUNT)
                   MOVE CA194-AM-OWNER-NAME
                       TO NS-OWNER-NAME(NOTICE-SENT-COUNT)
                   MOVE RUN-DATE-TODAY
                       TO NS-DATE-SENT(NOTICE-SENT-COUNT)
               ELSE
                   DISPLAY "CA194N - NOTICE-SENT ENTRY FOR "
                       CANDIDATE-PARCEL-ID
                       " NOT KEPT, OVER 2000 ENTRIES"
                   MOVE 8 TO RETURN-CODE
               END-IF

               PERFORM ADD-NOTICE-ITEM

           END-IF.

       COMPUTE-DAYS-SINCE-SENT.

      * An unreadable sent date counts as long past the interval,
      * so the item is noticed rather than silently held.

           MOVE 999 TO AGE-IN-DAYS.

           IF SENT-DATE-CHECK IS NUMERIC
               MOVE SENT-DATE-CHECK TO DATE-NUMERIC-WORK
               COMPUTE FIRST-SEEN-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(DATE-NUMERIC-WORK)
               COMPUTE AGE-IN-DAYS =
                   TODAY-DAY-NUMBER - FIRST-SEEN-DAY-NUMBER
           END-IF.

       ADD-NOTICE-ITEM.

           IF NOTICE-ITEM-COUNT < 2000
               ADD 1 TO NOTICE-ITEM-COUNT
               MOVE CA194-AM-OWNER-NAME
                   TO NI-OWNER-NAME(NOTICE-ITEM-COUNT)
               MOVE CANDIDATE-PARCEL-ID
                   TO NI-PARCEL-ID(NOTICE-ITEM-COUNT)
               MOVE CANDIDATE-TYPE TO NI-TYPE(NOTICE-ITEM-COUNT)
               MOVE CANDIDATE-OTHER-PARCEL
                   TO NI-OTHER-PARCEL(NOTICE-ITEM-COUNT)
               MOVE CANDIDATE-POINT-X
                   TO NI-POINT-X(NOTICE-ITEM-COUNT)
               MOVE CANDIDATE-POINT-Y
                   TO NI-POINT-Y(NOTICE-ITEM-COUNT)
               MOVE CANDIDATE-MEASURE
                   TO NI-MEASURE(NOTICE-ITEM-COUNT)
               MOVE CANDIDATE-MEASURE-SWITCH
                   TO NI-MEASURE-FLAG(NOTICE-ITEM-COUNT)
               MOVE CANDIDATE-FIRST-SEEN
                   TO NI-FIRST-SEEN(NOTICE-ITEM-COUNT)
               MOVE CANDIDATE-AGE TO NI-AGE(NOTICE-ITEM-COUNT)
           ELSE
               DISPLAY "CA194N - NOTICE ITEM FOR PARCEL "
                   CANDIDATE-PARCEL-ID
                   " DROPPED, OVER 2000 ITEMS"
               MOVE 8 TO RETURN-CODE
           END-IF.

       SORT-NOTICE-ITEMS.

      * Straight insertion sort on owner, parcel and item, so each
      * owner's items come together for one letter.

           PERFORM VARYING NOTICE-SORT-INDEX FROM 2 BY 1
                   UNTIL NOTICE-SORT-INDEX > NOTICE-ITEM-COUNT

               MOVE NI-ENTRY(NOTICE-SORT-INDEX) TO NOTICE-HOLD-ENTRY
               MOVE NOTICE-SORT-INDEX TO NOTICE-SORT-SCAN-INDEX

               PERFORM UNTIL NOTICE-SORT-SCAN-INDEX = 1
                   OR NI-SORT-KEY(NOTICE-SORT-SCAN-INDEX - 1)
                       NOT > NH-SORT-KEY

                   MOVE NI-ENTRY(NOTICE-SORT-SCAN-INDEX - 1)
                       TO NI-ENTRY(NOTICE-SORT-SCAN-INDEX)
                   SUBTRACT 1 FROM NOTICE-SORT-SCAN-INDEX

               END-PERFORM

               MOVE NOTICE-HOLD-ENTRY
                   TO NI-ENTRY(NOTICE-SORT-SCAN-INDEX)

           END-PERFORM.

       PRINT-NOTICE-LETTERS.

           MOVE SPACES TO CURRENT-OWNER-NAME.

           PERFORM VARYING NOTICE-ITEM-INDEX FROM 1 BY 1
                   UNTIL NOTICE-ITEM-INDEX > NOTICE-ITEM-COUNT

               IF NOTICE-ITEM-INDEX = 1
                   OR NI-OWNER-NAME(NOTICE-ITEM-INDEX)
                       NOT = CURRENT-OWNER-NAME

                   IF NOTICE-ITEM-INDEX > 1
                       PERFORM PRINT-LETTER-CLOSING
                   END-IF

                   MOVE NI-OWNER-NAME(NOTICE-ITEM-INDEX)
                       TO CURRENT-OWNER-NAME
                   PERFORM PRINT-LETTER-OPENING

               END-IF

               PERFORM PRINT-LETTER-ITEM

           END-PERFORM.

           IF NOTICE-ITEM-COUNT > ZERO
               PERFORM PRINT-LETTER-CLOSING
           END-IF.

       PRINT-LETTER-OPENING.

      * Every letter starts on a page of its own.

           ADD 1 TO LETTER-COUNT.
           PERFORM WRITE-PAGE-HEADING.

           MOVE LETTER-COUNT TO NNL-LETTER-NUMBER.
           MOVE RUN-DATE-TODAY TO NNL-NOTICE-DATE.
           MOVE NOTICE-NUMBER-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "TO THE OWNER OF RECORD:" TO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE CURRENT-OWNER-NAME TO ONL-OWNER-NAME.
           MOVE OWNER-NAME-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO LTL-TEXT.
           STRING "RE: NOTICE OF BOUNDARY CONDITIONS ON LAND HELD IN "
               "YOUR NAME"
               DELIMITED BY SIZE INTO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO LTL-TEXT.
           STRING "THE COUNTY'S PARCEL BOUNDARY RECORDS SHOW THE "
               "CONDITION(S) BELOW ON"
               DELIMITED BY SIZE INTO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO LTL-TEXT.
           STRING "THE PARCEL(S) YOU OWN. AN OVERLAP MEANS THE "
               "SURVEYED BOUNDARIES OF TWO"
               DELIMITED BY SIZE INTO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO LTL-TEXT.
           STRING "PARCELS CLAIM THE SAME GROUND; A SETBACK VIOLATION "
               "MEANS A SURVEYED"
               DELIMITED BY SIZE INTO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO LTL-TEXT.
           STRING "FEATURE STANDS CLOSER TO YOUR BOUNDARY THAN THE "
               "REQUIRED SETBACK."
               DELIMITED BY SIZE INTO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-LETTER-ITEM.

           MOVE NI-PARCEL-ID(NOTICE-ITEM-INDEX) TO IHL-PARCEL-ID.
           MOVE SPACES TO IHL-DESCRIPTION.

           IF NI-TYPE(NOTICE-ITEM-INDEX) = "OVERLAP"
               STRING "OVERLAPS PARCEL "
                   NI-OTHER-PARCEL(NOTICE-ITEM-INDEX)
                   DELIMITED BY SIZE INTO IHL-DESCRIPTION
           ELSE
               MOVE "SETBACK VIOLATION" TO IHL-DESCRIPTION
           END-IF.

           MOVE ITEM-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           IF NI-TYPE(NOTICE-ITEM-INDEX) = "OVERLAP"
               PERFORM PRINT-OVERLAP-ITEM-DETAIL
           ELSE
               PERFORM PRINT-SETBACK-ITEM-DETAIL
           END-IF.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-OVERLAP-ITEM-DETAIL.

           IF NI-MEASURE-FLAG(NOTICE-ITEM-INDEX) = 'Y'
               MOVE "OVERLAP AREA" TO IAL-LABEL
               MOVE NI-MEASURE(NOTICE-ITEM-INDEX) TO IAL-AMOUNT
               COMPUTE ACRES-WORK ROUNDED =
                   NI-MEASURE(NOTICE-ITEM-INDEX) / 43560
               MOVE "SQUARE FEET" TO IAL-UNITS
               MOVE ITEM-AMOUNT-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
               MOVE "OVERLAP ACREAGE" TO IAL-LABEL
               MOVE ACRES-WORK TO IAL-AMOUNT
               MOVE "ACRES" TO IAL-UNITS
               MOVE ITEM-AMOUNT-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "      OVERLAP AREA NOT AVAILABLE ON THIS RUN"
                   TO LTL-TEXT
               MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE NI-FIRST-SEEN(NOTICE-ITEM-INDEX) TO IGL-FIRST-SEEN.
           MOVE NI-AGE(NOTICE-ITEM-INDEX) TO IGL-AGE.
           MOVE ITEM-AGE-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-SETBACK-ITEM-DETAIL.

           MOVE NI-POINT-X(NOTICE-ITEM-INDEX) TO IPL-POINT-X.
           MOVE NI-POINT-Y(NOTICE-ITEM-INDEX) TO IPL-POINT-Y.
           MOVE ITEM-POINT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "DISTANCE FROM BOUNDARY" TO IAL-LABEL.
           MOVE NI-MEASURE(NOTICE-ITEM-INDEX) TO IAL-AMOUNT.
           MOVE "FEET INSIDE THE PARCEL LINE" TO IAL-UNITS.
           MOVE ITEM-AMOUNT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-LETTER-CLOSING.

           MOVE SPACES TO LTL-TEXT.
           STRING "PLEASE CONTACT THE ASSESSOR'S OFFICE WITHIN THIRTY "
               "DAYS OF THE NOTICE"
               DELIMITED BY SIZE INTO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO LTL-TEXT.
           STRING "DATE ABOVE, QUOTING THE NOTICE NUMBER, TO ARRANGE "
               "A BOUNDARY REVIEW."
               DELIMITED BY SIZE INTO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "COUNTY ASSESSOR - BOUNDARY ENFORCEMENT" TO LTL-TEXT.
           MOVE LETTER-TEXT-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-RUN-SUMMARY.

      * The summary goes on a page of its own after the last
      * letter, for the team's file copy rather than the mail.

           PERFORM WRITE-PAGE-HEADING.

           MOVE "RUN SUMMARY" TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "WORKLIST OVERLAPS CONSIDERED" TO TDL-LABEL.
           MOVE OVERLAPS-CONSIDERED-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "  NOT YET PAST THE NOTICE AGE" TO TDL-LABEL.
           MOVE OVERLAPS-TOO-YOUNG-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "  SURVEY ORDERED OR ON LEGAL HOLD" TO TDL-LABEL.
           MOVE OVERLAPS-DISPOSED-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "SETBACK VIOLATIONS CONSIDERED" TO TDL-LABEL.
           MOVE SETBACKS-CONSIDERED-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "ITEMS HELD BACK INSIDE FOLLOW-UP" TO TDL-LABEL.
           MOVE ITEMS-HELD-BACK-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "ITEMS NOTICED" TO TDL-LABEL.
           MOVE NOTICE-ITEM-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "LETTERS PRINTED" TO TDL-LABEL.
           MOVE LETTER-COUNT TO TDL-COUNT.
           MOVE TOTALS-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "EXCEPTIONS - NO OWNER OF RECORD, NOT NOTICED"
               TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING NO-OWNER-INDEX FROM 1 BY 1
                   UNTIL NO-OWNER-INDEX > NO-OWNER-COUNT

               MOVE NO-PARCEL-ID(NO-OWNER-INDEX) TO XDL-PARCEL-ID
               MOVE SPACES TO XDL-NOTE
               STRING NO-TYPE(NO-OWNER-INDEX)
                   " ITEM - NO OWNER ON CA194AS"
                   DELIMITED BY SIZE INTO XDL-NOTE
               MOVE EXCEPTION-DETAIL-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE

           END-PERFORM.

           IF NO-OWNER-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

       REWRITE-NOTICE-SENT-STATE.

      * Only entries still inside their follow-up interval are
      * kept - an older entry would hold nothing back, and the
      * file stays the size of the open workload.

           OPEN OUTPUT NOTICE-SENT-FILE.

           IF NOTICE-SENT-STATUS NOT = "00"
               DISPLAY "CA194N - UNABLE TO REWRITE CA194NS, STATUS "
                   NOTICE-SENT-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM VARYING SENT-SCAN-INDEX FROM 1 BY 1
                   UNTIL SENT-SCAN-INDEX > NOTICE-SENT-COUNT

               MOVE NS-DATE-SENT(SENT-SCAN-INDEX)
                   TO SENT-DATE-CHECK
               PERFORM COMPUTE-DAYS-SINCE-SENT

               IF AGE-IN-DAYS < NOTICE-FOLLOWUP-DAYS
                   MOVE NS-TYPE(SENT-SCAN-INDEX) TO CA194-NS-TYPE
                   MOVE NS-PARCEL-ID(SENT-SCAN-INDEX)
                       TO CA194-NS-PARCEL-ID
                   MOVE NS-OTHER-PARCEL(SENT-SCAN-INDEX)
                       TO CA194-NS-OTHER-PARCEL
                   MOVE NS-POINT-X(SENT-SCAN-INDEX)
                       TO CA194-NS-POINT-X
                   MOVE NS-POINT-Y(SENT-SCAN-INDEX)
                       TO CA194-NS-POINT-Y
                   MOVE NS-OWNER-NAME(SENT-SCAN-INDEX)
                       TO CA194-NS-OWNER-NAME
                   MOVE NS-DATE-SENT(SENT-SCAN-INDEX)
                       TO CA194-NS-DATE-SENT
                   WRITE NOTICE-SENT-RECORD
                   ADD 1 TO SENT-RETAINED-COUNT
               END-IF

           END-PERFORM.

           CLOSE NOTICE-SENT-FILE.

       WRITE-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE RUN-DATE-TODAY TO HL1-RUN-DATE.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           IF PAGE-COUNT = 1
               WRITE NOTICE-LETTER-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE NOTICE-LETTER-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO NOTICE-LETTER-PRINT-RECORD.
           WRITE NOTICE-LETTER-PRINT-RECORD AFTER ADVANCING 1 LINE.

           MOVE 2 TO LINE-COUNT.

       WRITE-REPORT-LINE.

           IF LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF.

           WRITE NOTICE-LETTER-PRINT-RECORD FROM PRINT-STAGING-AREA
               AFTER ADVANCING 1 LINE.

           ADD 1 TO LINE-COUNT.
