      ******************************************************************
      * CA194V - VALUATION-TAX-EXTRACT
      * RUNS AFTER THE NIGHTLY CA194 RUN ALONGSIDE THE CA194D ROLL-UP
      * AND PRICES EVERY PARCEL: THE PARCEL METRICS FILE (CA194ME)
      * GIVES THE ACREAGE, THE PARCEL ATTRIBUTE MASTER (CA194AS)
      * GIVES THE OWNER OF RECORD, TAX DISTRICT, LAND-USE CLASS AND
      * EXEMPTION FLAG, AND THE TREASURER'S LEVY RATE TABLE (CA194RT,
      * KEYED ON DISTRICT AND LAND USE) GIVES THE RATE PER ACRE, THE
      * MINIMUM CHARGE AND THE EXEMPTION PERCENTAGE. THE JOB WRITES A
      * PER-PARCEL TAX-BILL EXTRACT (CA194TB) FOR THE TREASURER'S
      * BILLING SYSTEM AND A HEADED, PAGINATED LEVY REGISTER
      * (CA194VR) WITH DISTRICT AND GRAND TOTALS, SO THE LEVY STOPS
      * BEING WORKED OUT BY HAND IN A SPREADSHEET. A PARCEL WITH NO
      * RATE-TABLE ENTRY FOR ITS CELL - OR ON ONE FILE BUT NOT THE
      * OTHER - IS LISTED AS AN EXCEPTION, NEVER BILLED AT ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALUATION-TAX-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEVY-RATE-FILE ASSIGN TO "CA194RT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEVY-RATE-STATUS.

           SELECT PARCEL-METRICS-FILE ASSIGN TO "CA194ME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARCEL-METRICS-STATUS.

           SELECT ATTR-MASTER-FILE ASSIGN TO "CA194AS"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CA194-AM-PARCEL-ID
               FILE STATUS IS ATTR-MASTER-STATUS.

           SELECT TAX-BILL-FILE ASSIGN TO "CA194TB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAX-BILL-STATUS.

           SELECT LEVY-REGISTER-FILE ASSIGN TO "CA194VR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LEVY-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LEVY-RATE-FILE.
           COPY CA194RT.

       FD  PARCEL-METRICS-FILE.
           COPY CA194ME.
       01  METRICS-CONTROL-RECORD          PIC X(62).

       FD  ATTR-MASTER-FILE.
           COPY CA194AM.

       FD  TAX-BILL-FILE.
           COPY CA194TB.

       FD  LEVY-REGISTER-FILE.
       01  LEVY-REGISTER-PRINT-RECORD      PIC X(132).

       WORKING-STORAGE SECTION.

       01  LEVY-RATE-STATUS            PIC X(2).
       01  PARCEL-METRICS-STATUS       PIC X(2).
       01  ATTR-MASTER-STATUS          PIC X(2).
       01  TAX-BILL-STATUS             PIC X(2).
       01  LEVY-REGISTER-STATUS        PIC X(2).
       01  END-OF-RATES-SWITCH         PIC X(1) VALUE 'N'.
           88  END-OF-RATES            VALUE 'Y'.
       01  END-OF-METRICS-SWITCH       PIC X(1) VALUE 'N'.
           88  END-OF-METRICS          VALUE 'Y'.
       01  END-OF-ATTR-MASTER-SWITCH   PIC X(1) VALUE 'N'.
           88  END-OF-ATTR-MASTER      VALUE 'Y'.

      * THE LEVY RATE TABLE, ONE ENTRY PER DISTRICT / LAND-USE CELL.
      * A DUPLICATE CELL OR AN UNUSABLE CARD IS REPORTED AND SKIPPED
      * - THE FIRST GOOD CARD FOR A CELL STANDS.
       01  RATE-TABLE.
           05  RT-ENTRY OCCURS 300 TIMES.
               10  RT-TAX-DISTRICT     PIC X(4).
               10  RT-LAND-USE         PIC X(3).
               10  RT-RATE-PER-ACRE    PIC 9(5)V99.
               10  RT-MINIMUM-CHARGE   PIC 9(7)V99.
               10  RT-EXEMPT-PERCENT   PIC 9(3)V99.

       01  RATE-ENTRY-COUNT            PIC 9(3) VALUE ZERO.
       01  RATE-SCAN-INDEX             PIC 9(3) VALUE ZERO.
       01  RATE-MATCH-INDEX            PIC 9(3) VALUE ZERO.
       01  RATE-CARDS-READ             PIC 9(4) VALUE ZERO.
       01  RATE-CARDS-REJECTED         PIC 9(4) VALUE ZERO.

      * THE RUN'S METRICS RECORDS, ONE ENTRY PER PARCEL - THE LAST
      * OCCURRENCE OF A PARCEL (A CA194M OR CA194B CORRECTION)
      * REPLACES THE EARLIER ENTRY, AS IN THE CA194D ROLL-UP.
       01  METRICS-TABLE.
           05  MX-ENTRY OCCURS 600 TIMES.
               10  MX-PARCEL-ID        PIC X(10).
               10  MX-ACRES            PIC S9(9)V9999.
               10  MX-MATCHED-SWITCH   PIC X(1).

       01  METRICS-PARCEL-COUNT        PIC 9(3) VALUE ZERO.
       01  METRICS-SCAN-INDEX          PIC 9(3) VALUE ZERO.
       01  METRICS-LOAD-SLOT           PIC 9(3) VALUE ZERO.
       01  METRICS-MATCH-INDEX         PIC 9(3) VALUE ZERO.

      * HEADER/TRAILER VERIFICATION OVER THE METRICS INPUT, AS IN
      * CA194D - A LEFTOVER OR HALF-WRITTEN CA194ME NEVER GETS BILLED.
           COPY CA194HT.
       01  ME-HEADER-SEEN-SWITCH       PIC X(1) VALUE 'N'.
           88  ME-HEADER-SEEN          VALUE 'Y'.
       01  ME-LAST-TRAILER-SWITCH      PIC X(1) VALUE 'N'.
           88  ME-LAST-RECORD-TRAILER  VALUE 'Y'.
       01  ME-DATA-RECORDS-READ        PIC 9(9) VALUE ZERO.

      * ONE ENTRY PER BILLED PARCEL, SORTED ON DISTRICT, LAND USE
      * AND PARCEL FOR THE EXTRACT AND THE REGISTER.
       01  BILL-TABLE.
           05  BL-ENTRY OCCURS 600 TIMES.
               10  BL-SORT-KEY.
                   15  BL-TAX-DISTRICT PIC X(4).
                   15  BL-LAND-USE     PIC X(3).
                   15  BL-PARCEL-ID    PIC X(10).
               10  BL-OWNER-NAME       PIC X(30).
               10  BL-EXEMPT-FLAG      PIC X(1).
               10  BL-ACRES            PIC S9(9)V9999.
               10  BL-RATE-PER-ACRE    PIC 9(5)V99.
               10  BL-GROSS-LEVY       PIC S9(9)V99.
               10  BL-EXEMPT-AMOUNT    PIC S9(9)V99.
               10  BL-NET-LEVY         PIC S9(9)V99.
               10  BL-MINIMUM-FLAG     PIC X(1).

       01  BILL-COUNT                  PIC 9(3) VALUE ZERO.
       01  BILL-INDEX                  PIC 9(3) VALUE ZERO.
       01  BILL-SORT-INDEX             PIC 9(3) VALUE ZERO.
       01  BILL-SORT-SCAN-INDEX        PIC 9(3) VALUE ZERO.
       01  BILL-HOLD-ENTRY.
           05  BH-SORT-KEY.
               10  BH-TAX-DISTRICT     PIC X(4).
               10  BH-LAND-USE         PIC X(3).
               10  BH-PARCEL-ID        PIC X(10).
           05  BH-OWNER-NAME           PIC X(30).
           05  BH-EXEMPT-FLAG          PIC X(1).
           05  BH-ACRES                PIC S9(9)V9999.
           05  BH-RATE-PER-ACRE        PIC 9(5)V99.
           05  BH-GROSS-LEVY           PIC S9(9)V99.
           05  BH-EXEMPT-AMOUNT        PIC S9(9)V99.
           05  BH-NET-LEVY             PIC S9(9)V99.
           05  BH-MINIMUM-FLAG         PIC X(1).

      * PARCELS THAT COULD NOT BE BILLED, HELD FOR THE EXCEPTION
      * SECTIONS AT THE BOTTOM OF THE REGISTER.
       01  NO-RATE-TABLE.
           05  NR-ENTRY OCCURS 600 TIMES.
               10  NR-PARCEL-ID        PIC X(10).
               10  NR-TAX-DISTRICT     PIC X(4).
               10  NR-LAND-USE         PIC X(3).

       01  NO-RATE-COUNT               PIC 9(3) VALUE ZERO.
       01  NO-RATE-INDEX               PIC 9(3) VALUE ZERO.

       01  ATTR-ORPHAN-TABLE.
           05  AO-ENTRY OCCURS 600 TIMES.
               10  AO-PARCEL-ID        PIC X(10).
               10  AO-TAX-DISTRICT     PIC X(4).

       01  ATTR-ORPHAN-COUNT           PIC 9(3) VALUE ZERO.
       01  ATTR-ORPHAN-INDEX           PIC 9(3) VALUE ZERO.
       01  METRICS-ORPHAN-COUNT        PIC 9(3) VALUE ZERO.

      * LEVY WORKING FIELDS.
       01  GROSS-LEVY                  PIC S9(9)V99 VALUE ZERO.
       01  EXEMPT-AMOUNT               PIC S9(9)V99 VALUE ZERO.
       01  MINIMUM-APPLIED-SWITCH      PIC X(1) VALUE 'N'.
           88  MINIMUM-APPLIED         VALUE 'Y'.

      * DISTRICT AND GRAND TOTALS ACCUMULATED WHILE PRINTING.
       01  CURRENT-DISTRICT            PIC X(4) VALUE SPACES.
       01  DISTRICT-PARCEL-COUNT       PIC 9(6) VALUE ZERO.
       01  DISTRICT-ACRES              PIC S9(11)V9999 VALUE ZERO.
       01  DISTRICT-GROSS-LEVY         PIC S9(11)V99 VALUE ZERO.
       01  DISTRICT-EXEMPT-AMOUNT      PIC S9(11)V99 VALUE ZERO.
       01  DISTRICT-NET-LEVY           PIC S9(11)V99 VALUE ZERO.
       01  GRAND-PARCEL-COUNT          PIC 9(6) VALUE ZERO.
       01  GRAND-ACRES                 PIC S9(11)V9999 VALUE ZERO.
       01  GRAND-GROSS-LEVY            PIC S9(11)V99 VALUE ZERO.
       01  GRAND-EXEMPT-AMOUNT         PIC S9(11)V99 VALUE ZERO.
       01  GRAND-NET-LEVY              PIC S9(11)V99 VALUE ZERO.

       01  LINE-COUNT                  PIC 9(2) VALUE ZERO.
       01  PAGE-COUNT                  PIC 9(3) VALUE ZERO.
       01  PRINT-STAGING-AREA          PIC X(132) VALUE SPACES.

      * REPORT LINE LAYOUTS.
       01  HEADING-LINE-1.
           05  FILLER                  PIC X(38) VALUE
               "CA194V LEVY REGISTER                  ".
           05  FILLER                  PIC X(9) VALUE "RUN DATE ".
           05  HL1-RUN-DATE            PIC X(8).
           05  FILLER                  PIC X(69) VALUE SPACES.
           05  FILLER                  PIC X(5) VALUE "PAGE ".
           05  HL1-PAGE-NUMBER         PIC ZZ9.

       01  COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "PARCEL      ".
           05  FILLER                  PIC X(32) VALUE
               "OWNER OF RECORD".
           05  FILLER                  PIC X(8) VALUE "USE EX  ".
           05  FILLER                  PIC X(16) VALUE
               "           ACRES".
           05  FILLER                  PIC X(16) VALUE
               "      GROSS LEVY".
           05  FILLER                  PIC X(17) VALUE
               "       EXEMPTION".
           05  FILLER                  PIC X(17) VALUE
               "        NET LEVY".
           05  FILLER                  PIC X(11) VALUE SPACES.

       01  BILL-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  BDL-PARCEL-ID           PIC X(10).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDL-OWNER-NAME          PIC X(30).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDL-LAND-USE            PIC X(3).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDL-EXEMPT-FLAG         PIC X(1).
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDL-ACRES               PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDL-GROSS-LEVY          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDL-EXEMPT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(2) VALUE SPACES.
           05  BDL-NET-LEVY            PIC ZZZ,ZZZ,ZZ9.99-.
           05  BDL-MINIMUM-NOTE        PIC X(4).
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  TOTAL-DETAIL-LINE.
           05  FILLER                  PIC X(3) VALUE SPACES.
           05  TDL-LABEL               PIC X(30).
           05  TDL-PARCEL-COUNT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.
           05  TDL-ACRES               PIC ZZ,ZZZ,ZZZ,ZZ9.9999.
           05  TDL-GROSS-LEVY          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  TDL-EXEMPT-AMOUNT       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  TDL-NET-LEVY            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(10) VALUE SPACES.

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

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           PERFORM OPEN-LEVY-RATE-INPUT.
           PERFORM OPEN-PARCEL-METRICS-INPUT.
           PERFORM OPEN-ATTR-MASTER-INPUT.
           PERFORM OPEN-TAX-BILL-OUTPUT.
           PERFORM OPEN-LEVY-REGISTER-OUTPUT.

           PERFORM LOAD-RATE-TABLE.
           PERFORM CLOSE-LEVY-RATE-INPUT.

      * Metrics go into the match table up front and the join is
      * driven off the attribute master, as in the CA194D roll-up,
      * so the unbilled parcels fall out on both sides.

           PERFORM LOAD-METRICS-TABLE.
           PERFORM CLOSE-PARCEL-METRICS-INPUT.

           PERFORM MATCH-ATTRIBUTE-MASTER.
           PERFORM CLOSE-ATTR-MASTER-INPUT.

           PERFORM SORT-BILL-TABLE.
           PERFORM WRITE-TAX-BILL-RECORDS.
           PERFORM PRINT-LEVY-REGISTER.

           DISPLAY "CA194V - " RATE-ENTRY-COUNT " RATE CELLS, "
               BILL-COUNT " PARCELS BILLED, " NO-RATE-COUNT
               " WITHOUT A RATE, " METRICS-ORPHAN-COUNT
               " METRICS WITHOUT ATTRIBUTES, " ATTR-ORPHAN-COUNT
               " ATTRIBUTES WITHOUT METRICS".

           PERFORM CLOSE-TAX-BILL-OUTPUT.
           PERFORM CLOSE-LEVY-REGISTER-OUTPUT.

           STOP RUN.

       OPEN-LEVY-RATE-INPUT.

      * Unlike the run-control card the rate table is not optional -
      * with no rates nothing can be billed.

           OPEN INPUT LEVY-RATE-FILE.

           IF LEVY-RATE-STATUS NOT = "00"
               DISPLAY "CA194V - UNABLE TO OPEN CA194RT, STATUS "
                   LEVY-RATE-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-PARCEL-METRICS-INPUT.

           OPEN INPUT PARCEL-METRICS-FILE.

           IF PARCEL-METRICS-STATUS NOT = "00"
               DISPLAY "CA194V - UNABLE TO OPEN CA194ME, STATUS "
                   PARCEL-METRICS-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-ATTR-MASTER-INPUT.

           OPEN INPUT ATTR-MASTER-FILE.

           IF ATTR-MASTER-STATUS NOT = "00"
               DISPLAY "CA194V - UNABLE TO OPEN CA194AS, STATUS "
                   ATTR-MASTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-TAX-BILL-OUTPUT.

           OPEN OUTPUT TAX-BILL-FILE.

           IF TAX-BILL-STATUS NOT = "00"
               DISPLAY "CA194V - UNABLE TO OPEN CA194TB, STATUS "
                   TAX-BILL-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       OPEN-LEVY-REGISTER-OUTPUT.

           OPEN OUTPUT LEVY-REGISTER-FILE.

           IF LEVY-REGISTER-STATUS NOT = "00"
               DISPLAY "CA194V - UNABLE TO OPEN CA194VR, STATUS "
                   LEVY-REGISTER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-LEVY-RATE-INPUT.

           CLOSE LEVY-RATE-FILE.

       CLOSE-PARCEL-METRICS-INPUT.

           CLOSE PARCEL-METRICS-FILE.

       CLOSE-ATTR-MASTER-INPUT.

           CLOSE ATTR-MASTER-FILE.

       CLOSE-TAX-BILL-OUTPUT.

           CLOSE TAX-BILL-FILE.

       CLOSE-LEVY-REGISTER-OUTPUT.

           CLOSE LEVY-REGISTER-FILE.

       LOAD-RATE-TABLE.

           READ LEVY-RATE-FILE
               AT END SET END-OF-RATES TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-RATES

               ADD 1 TO RATE-CARDS-READ
               PERFORM STORE-ONE-RATE-CARD

               READ LEVY-RATE-FILE
                   AT END SET END-OF-RATES TO TRUE
               END-READ

           END-PERFORM.

           IF RATE-ENTRY-COUNT = ZERO
               DISPLAY "CA194V - CA194RT CARRIES NO USABLE RATE "
                   "CARDS, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       STORE-ONE-RATE-CARD.

           IF CA194-RT-TAX-DISTRICT = SPACES
                   OR CA194-RT-LAND-USE = SPACES
                   OR CA194-RT-RATE-PER-ACRE IS NOT NUMERIC
                   OR CA194-RT-MINIMUM-CHARGE IS NOT NUMERIC
                   OR CA194-RT-EXEMPT-PERCENT IS NOT NUMERIC
               DISPLAY "CA194V - RATE CARD " RATE-CARDS-READ
                   " FOR DISTRICT " CA194-RT-TAX-DISTRICT
                   " LAND USE " CA194-RT-LAND-USE
                   " NOT USABLE, SKIPPED"
               ADD 1 TO RATE-CARDS-REJECTED
               MOVE 8 TO RETURN-CODE
           ELSE

               IF CA194-RT-EXEMPT-PERCENT > 100
                   DISPLAY "CA194V - RATE CARD FOR DISTRICT "
                       CA194-RT-TAX-DISTRICT " LAND USE "
                       CA194-RT-LAND-USE
                       " EXEMPTION OVER 100 PERCENT, SKIPPED"
                   ADD 1 TO RATE-CARDS-REJECTED
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM ADD-RATE-TABLE-ENTRY
               END-IF

           END-IF.

       ADD-RATE-TABLE-ENTRY.

           MOVE ZERO TO RATE-MATCH-INDEX.

           PERFORM VARYING RATE-SCAN-INDEX FROM 1 BY 1
                   UNTIL RATE-SCAN-INDEX > RATE-ENTRY-COUNT
                   OR RATE-MATCH-INDEX > ZERO

               IF RT-TAX-DISTRICT(RATE-SCAN-INDEX)
                       = CA194-RT-TAX-DISTRICT
                   AND RT-LAND-USE(RATE-SCAN-INDEX)
                       = CA194-RT-LAND-USE
                   MOVE RATE-SCAN-INDEX TO RATE-MATCH-INDEX
               END-IF

           END-PERFORM.

           IF RATE-MATCH-INDEX > ZERO
               DISPLAY "CA194V - DUPLICATE RATE CARD FOR DISTRICT "
                   CA194-RT-TAX-DISTRICT " LAND USE "
                   CA194-RT-LAND-USE ", FIRST CARD KEPT"
               ADD 1 TO RATE-CARDS-REJECTED
               MOVE 8 TO RETURN-CODE
           ELSE

               IF RATE-ENTRY-COUNT < 300
                   ADD 1 TO RATE-ENTRY-COUNT
                   MOVE CA194-RT-TAX-DISTRICT
                       TO RT-TAX-DISTRICT(RATE-ENTRY-COUNT)
                   MOVE CA194-RT-LAND-USE
                       TO RT-LAND-USE(RATE-ENTRY-COUNT)
                   MOVE CA194-RT-RATE-PER-ACRE
                       TO RT-RATE-PER-ACRE(RATE-ENTRY-COUNT)
                   MOVE CA194-RT-MINIMUM-CHARGE
                       TO RT-MINIMUM-CHARGE(RATE-ENTRY-COUNT)
                   MOVE CA194-RT-EXEMPT-PERCENT
                       TO RT-EXEMPT-PERCENT(RATE-ENTRY-COUNT)
               ELSE
                   DISPLAY "CA194V - RATE CARD FOR DISTRICT "
                       CA194-RT-TAX-DISTRICT " LAND USE "
                       CA194-RT-LAND-USE
                       " DROPPED, OVER 300 RATE CELLS"
                   ADD 1 TO RATE-CARDS-REJECTED
                   MOVE 8 TO RETURN-CODE
               END-IF

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
               DISPLAY "CA194V - CA194ME CARRIES NO HEADER CONTROL "
                   "RECORD - NOT A COMPLETE RUN'S FILE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF NOT ME-LAST-RECORD-TRAILER
               DISPLAY "CA194V - CA194ME DOES NOT END WITH A "
                   "TRAILER CONTROL RECORD - PRODUCER DIED "
                   "MID-WRITE, RUN STOPPED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       VERIFY-METRICS-TRAILER.

           MOVE METRICS-CONTROL-RECORD TO FILE-CONTROL-RECORD.

           IF CA194-HT-RECORD-COUNT NOT = ME-DATA-RECORDS-READ
               DISPLAY "CA194V - CA194ME TRAILER COUNTS "
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
                   DISPLAY "CA194V - METRICS PARCEL "
                       CA194-ME-PARCEL-ID
                       " DROPPED, OVER 600 PARCELS ON FILE"
                   MOVE 8 TO RETURN-CODE
               END-IF

           END-IF.

           IF METRICS-LOAD-SLOT > ZERO
               MOVE CA194-ME-PARCEL-ID
                   TO MX-PARCEL-ID(METRICS-LOAD-SLOT)
               MOVE CA194-ME-ACRES TO MX-ACRES(METRICS-LOAD-SLOT)
               MOVE 'N' TO MX-MATCHED-SWITCH(METRICS-LOAD-SLOT)
           END-IF.

       MATCH-ATTRIBUTE-MASTER.

           READ ATTR-MASTER-FILE
               AT END SET END-OF-ATTR-MASTER TO TRUE
           END-READ.

           PERFORM UNTIL END-OF-ATTR-MASTER

               PERFORM MATCH-ONE-ATTRIBUTE

               READ ATTR-MASTER-FILE
                   AT END SET END-OF-ATTR-MASTER TO TRUE
               END-READ

           END-PERFORM.

       MATCH-ONE-ATTRIBUTE.

           MOVE ZERO TO METRICS-MATCH-INDEX.

           PERFORM VARYING METRICS-SCAN-INDEX FROM 1 BY 1
                   UNTIL METRICS-SCAN-INDEX > METRICS-PARCEL-COUNT
                   OR METRICS-MATCH-INDEX > ZERO

               IF MX-PARCEL-ID(METRICS-SCAN-INDEX)
                       = CA194-AM-PARCEL-ID
                   MOVE METRICS-SCAN-INDEX TO METRICS-MATCH-INDEX
               END-IF

           END-PERFORM.

           IF METRICS-MATCH-INDEX > ZERO
               MOVE 'Y' TO MX-MATCHED-SWITCH(METRICS-MATCH-INDEX)
               PERFORM PRICE-ONE-PARCEL
           ELSE

               IF ATTR-ORPHAN-COUNT < 600
                   ADD 1 TO ATTR-ORPHAN-COUNT
                   MOVE CA194-AM-PARCEL-ID
                       TO AO-PARCEL-ID(ATTR-ORPHAN-COUNT)
                   MOVE CA194-AM-TAX-DISTRICT
                       TO AO-TAX-DISTRICT(ATTR-ORPHAN-COUNT)
               ELSE
                   DISPLAY "CA194V - ATTRIBUTE EXCEPTION FOR PARCEL "
                       CA194-AM-PARCEL-ID
                       " DROPPED, OVER 600 EXCEPTIONS"
               END-IF

           END-IF.

       PRICE-ONE-PARCEL.

           MOVE ZERO TO RATE-MATCH-INDEX.

           PERFORM VARYING RATE-SCAN-INDEX FROM 1 BY 1
                   UNTIL RATE-SCAN-INDEX > RATE-ENTRY-COUNT
                   OR RATE-MATCH-INDEX > ZERO

               IF RT-TAX-DISTRICT(RATE-SCAN-INDEX)
                       = CA194-AM-TAX-DISTRICT
                   AND RT-LAND-USE(RATE-SCAN-INDEX)
                       = CA194-AM-LAND-USE
                   MOVE RATE-SCAN-INDEX TO RATE-MATCH-INDEX
               END-IF

           END-PERFORM.

      * No rate for the parcel's cell means nobody has set a levy
      * for it - it goes on the exception list, not out at zero.

           IF RATE-MATCH-INDEX = ZERO

               IF NO-RATE-COUNT < 600
                   ADD 1 TO NO-RATE-COUNT
                   MOVE CA194-AM-PARCEL-ID
                       TO NR-PARCEL-ID(NO-RATE-COUNT)
                   MOVE CA194-AM-TAX-DISTRICT
                       TO NR-TAX-DISTRICT(NO-RATE-COUNT)
                   MOVE CA194-AM-LAND-USE
                       TO NR-LAND-USE(NO-RATE-COUNT)
               ELSE
                   DISPLAY "CA194V - NO-RATE EXCEPTION FOR PARCEL "
                       CA194-AM-PARCEL-ID
                       " DROPPED, OVER 600 EXCEPTIONS"
               END-IF

               MOVE 8 TO RETURN-CODE

           ELSE
               PERFORM COMPUTE-PARCEL-LEVY
           END-IF.

       COMPUTE-PARCEL-LEVY.

      * Gross levy is acreage times the cell's rate, floored at the
      * cell's minimum charge. The exemption share is taken off the
      * gross only for a parcel the attribute master flags exempt.

           MOVE 'N' TO MINIMUM-APPLIED-SWITCH.

           COMPUTE GROSS-LEVY ROUNDED =
               MX-ACRES(METRICS-MATCH-INDEX)
               * RT-RATE-PER-ACRE(RATE-MATCH-INDEX).

           IF GROSS-LEVY < RT-MINIMUM-CHARGE(RATE-MATCH-INDEX)
               MOVE RT-MINIMUM-CHARGE(RATE-MATCH-INDEX) TO GROSS-LEVY
               SET MINIMUM-APPLIED TO TRUE
           END-IF.

           IF CA194-AM-EXEMPT-FLAG = 'Y'
               COMPUTE EXEMPT-AMOUNT ROUNDED =
                   GROSS-LEVY * RT-EXEMPT-PERCENT(RATE-MATCH-INDEX)
                   / 100
           ELSE
               MOVE ZERO TO EXEMPT-AMOUNT
           END-IF.

           IF BILL-COUNT < 600
               ADD 1 TO BILL-COUNT
               MOVE CA194-AM-TAX-DISTRICT
                   TO BL-TAX-DISTRICT(BILL-COUNT)
               MOVE CA194-AM-LAND-USE TO BL-LAND-USE(BILL-COUNT)
               MOVE CA194-AM-PARCEL-ID TO BL-PARCEL-ID(BILL-COUNT)
               MOVE CA194-AM-OWNER-NAME TO BL-OWNER-NAME(BILL-COUNT)
               MOVE CA194-AM-EXEMPT-FLAG
                   TO BL-EXEMPT-FLAG(BILL-COUNT)
               MOVE MX-ACRES(METRICS-MATCH-INDEX)
                   TO BL-ACRES(BILL-COUNT)
               MOVE RT-RATE-PER-ACRE(RATE-MATCH-INDEX)
                   TO BL-RATE-PER-ACRE(BILL-COUNT)
               MOVE GROSS-LEVY TO BL-GROSS-LEVY(BILL-COUNT)
               MOVE EXEMPT-AMOUNT TO BL-EXEMPT-AMOUNT(BILL-COUNT)
               COMPUTE BL-NET-LEVY(BILL-COUNT) =
                   GROSS-LEVY - EXEMPT-AMOUNT
               MOVE MINIMUM-APPLIED-SWITCH
                   TO BL-MINIMUM-FLAG(BILL-COUNT)
           ELSE
               DISPLAY "CA194V - BILL FOR PARCEL " CA194-AM-PARCEL-ID
                   " DROPPED, OVER 600 BILLED PARCELS"
               MOVE 8 TO RETURN-CODE
           END-IF.

       SORT-BILL-TABLE.

      * Straight insertion sort on district, land use and parcel, so
      * the extract and the register come out grouped by district -
      * the same sort shape the CA194D roll-up cells use.

           PERFORM VARYING BILL-SORT-INDEX FROM 2 BY 1
                   UNTIL BILL-SORT-INDEX > BILL-COUNT

               MOVE BL-ENTRY(BILL-SORT-INDEX) TO BILL-HOLD-ENTRY
               MOVE BILL-SORT-INDEX TO BILL-SORT-SCAN-INDEX

               PERFORM UNTIL BILL-SORT-SCAN-INDEX = 1
                   OR BL-SORT-KEY(BILL-SORT-SCAN-INDEX - 1)
                       NOT > BH-SORT-KEY

                   MOVE BL-ENTRY(BILL-SORT-SCAN-INDEX - 1)
                       TO BL-ENTRY(BILL-SORT-SCAN-INDEX)
                   SUBTRACT 1 FROM BILL-SORT-SCAN-INDEX

               END-PERFORM

               MOVE BILL-HOLD-ENTRY TO BL-ENTRY(BILL-SORT-SCAN-INDEX)

           END-PERFORM.

       WRITE-TAX-BILL-RECORDS.

           PERFORM VARYING BILL-INDEX FROM 1 BY 1
                   UNTIL BILL-INDEX > BILL-COUNT

               MOVE BL-PARCEL-ID(BILL-INDEX) TO CA194-TB-PARCEL-ID
               MOVE BL-OWNER-NAME(BILL-INDEX) TO CA194-TB-OWNER-NAME
               MOVE BL-TAX-DISTRICT(BILL-INDEX)
                   TO CA194-TB-TAX-DISTRICT
               MOVE BL-LAND-USE(BILL-INDEX) TO CA194-TB-LAND-USE
               MOVE BL-EXEMPT-FLAG(BILL-INDEX)
                   TO CA194-TB-EXEMPT-FLAG
               MOVE BL-ACRES(BILL-INDEX) TO CA194-TB-ACRES
               MOVE BL-RATE-PER-ACRE(BILL-INDEX)
                   TO CA194-TB-RATE-PER-ACRE
               MOVE BL-GROSS-LEVY(BILL-INDEX) TO CA194-TB-GROSS-LEVY
               MOVE BL-EXEMPT-AMOUNT(BILL-INDEX)
                   TO CA194-TB-EXEMPT-AMOUNT
               MOVE BL-NET-LEVY(BILL-INDEX) TO CA194-TB-NET-LEVY
               MOVE BL-MINIMUM-FLAG(BILL-INDEX)
                   TO CA194-TB-MINIMUM-FLAG

               WRITE TAX-BILL-RECORD

           END-PERFORM.

       PRINT-LEVY-REGISTER.

           PERFORM WRITE-PAGE-HEADING.
           MOVE COLUMN-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO CURRENT-DISTRICT.

           PERFORM VARYING BILL-INDEX FROM 1 BY 1
                   UNTIL BILL-INDEX > BILL-COUNT

               IF BL-TAX-DISTRICT(BILL-INDEX) NOT = CURRENT-DISTRICT

                   IF CURRENT-DISTRICT NOT = SPACES
                       PERFORM PRINT-DISTRICT-TOTAL
                   END-IF

                   MOVE BL-TAX-DISTRICT(BILL-INDEX)
                       TO CURRENT-DISTRICT
                   MOVE ZERO TO DISTRICT-PARCEL-COUNT
                   MOVE ZERO TO DISTRICT-ACRES
                   MOVE ZERO TO DISTRICT-GROSS-LEVY
                   MOVE ZERO TO DISTRICT-EXEMPT-AMOUNT
                   MOVE ZERO TO DISTRICT-NET-LEVY

                   MOVE SPACES TO SHL-TITLE
                   STRING "TAX DISTRICT " CURRENT-DISTRICT
                       DELIMITED BY SIZE INTO SHL-TITLE
                   MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
                   PERFORM WRITE-REPORT-LINE

               END-IF

               PERFORM PRINT-BILL-LINE

           END-PERFORM.

           IF CURRENT-DISTRICT NOT = SPACES
               PERFORM PRINT-DISTRICT-TOTAL
           END-IF.

           IF BILL-COUNT = ZERO
               MOVE "  (NO PARCELS BILLED THIS RUN)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "GRAND TOTAL" TO TDL-LABEL.
           MOVE GRAND-PARCEL-COUNT TO TDL-PARCEL-COUNT.
           MOVE GRAND-ACRES TO TDL-ACRES.
           MOVE GRAND-GROSS-LEVY TO TDL-GROSS-LEVY.
           MOVE GRAND-EXEMPT-AMOUNT TO TDL-EXEMPT-AMOUNT.
           MOVE GRAND-NET-LEVY TO TDL-NET-LEVY.
           MOVE TOTAL-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM PRINT-EXCEPTION-SECTIONS.

       PRINT-BILL-LINE.

           MOVE BL-PARCEL-ID(BILL-INDEX) TO BDL-PARCEL-ID.
           MOVE BL-OWNER-NAME(BILL-INDEX) TO BDL-OWNER-NAME.
           MOVE BL-LAND-USE(BILL-INDEX) TO BDL-LAND-USE.
           MOVE BL-EXEMPT-FLAG(BILL-INDEX) TO BDL-EXEMPT-FLAG.
           MOVE BL-ACRES(BILL-INDEX) TO BDL-ACRES.
           MOVE BL-GROSS-LEVY(BILL-INDEX) TO BDL-GROSS-LEVY.
           MOVE BL-EXEMPT-AMOUNT(BILL-INDEX) TO BDL-EXEMPT-AMOUNT.
           MOVE BL-NET-LEVY(BILL-INDEX) TO BDL-NET-LEVY.

           IF BL-MINIMUM-FLAG(BILL-INDEX) = 'Y'
               MOVE " MIN" TO BDL-MINIMUM-NOTE
           ELSE
               MOVE SPACES TO BDL-MINIMUM-NOTE
           END-IF.

           MOVE BILL-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           ADD 1 TO DISTRICT-PARCEL-COUNT.
           ADD BL-ACRES(BILL-INDEX) TO DISTRICT-ACRES.
           ADD BL-GROSS-LEVY(BILL-INDEX) TO DISTRICT-GROSS-LEVY.
           ADD BL-EXEMPT-AMOUNT(BILL-INDEX) TO DISTRICT-EXEMPT-AMOUNT.
           ADD BL-NET-LEVY(BILL-INDEX) TO DISTRICT-NET-LEVY.
           ADD 1 TO GRAND-PARCEL-COUNT.
           ADD BL-ACRES(BILL-INDEX) TO GRAND-ACRES.
           ADD BL-GROSS-LEVY(BILL-INDEX) TO GRAND-GROSS-LEVY.
           ADD BL-EXEMPT-AMOUNT(BILL-INDEX) TO GRAND-EXEMPT-AMOUNT.
           ADD BL-NET-LEVY(BILL-INDEX) TO GRAND-NET-LEVY.

       PRINT-DISTRICT-TOTAL.

           MOVE SPACES TO TDL-LABEL.
           STRING "DISTRICT " CURRENT-DISTRICT " TOTAL"
               DELIMITED BY SIZE INTO TDL-LABEL.
           MOVE DISTRICT-PARCEL-COUNT TO TDL-PARCEL-COUNT.
           MOVE DISTRICT-ACRES TO TDL-ACRES.
           MOVE DISTRICT-GROSS-LEVY TO TDL-GROSS-LEVY.
           MOVE DISTRICT-EXEMPT-AMOUNT TO TDL-EXEMPT-AMOUNT.
           MOVE DISTRICT-NET-LEVY TO TDL-NET-LEVY.
           MOVE TOTAL-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

       PRINT-EXCEPTION-SECTIONS.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "EXCEPTIONS - NO RATE-TABLE ENTRY, NOT BILLED"
               TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING NO-RATE-INDEX FROM 1 BY 1
                   UNTIL NO-RATE-INDEX > NO-RATE-COUNT

               MOVE NR-PARCEL-ID(NO-RATE-INDEX) TO XDL-PARCEL-ID
               MOVE SPACES TO XDL-NOTE
               STRING "NO RATE FOR DISTRICT "
                   NR-TAX-DISTRICT(NO-RATE-INDEX)
                   " LAND USE " NR-LAND-USE(NO-RATE-INDEX)
                   DELIMITED BY SIZE INTO XDL-NOTE
               MOVE EXCEPTION-DETAIL-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE

           END-PERFORM.

           IF NO-RATE-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "EXCEPTIONS - METRICS RECORD WITHOUT ATTRIBUTE RECORD"
               TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE ZERO TO METRICS-ORPHAN-COUNT.

           PERFORM VARYING METRICS-SCAN-INDEX FROM 1 BY 1
                   UNTIL METRICS-SCAN-INDEX > METRICS-PARCEL-COUNT

               IF MX-MATCHED-SWITCH(METRICS-SCAN-INDEX) NOT = 'Y'

                   ADD 1 TO METRICS-ORPHAN-COUNT
                   MOVE MX-PARCEL-ID(METRICS-SCAN-INDEX)
                       TO XDL-PARCEL-ID
                   MOVE "NOT ON ATTRIBUTE MASTER, NOT BILLED"
                       TO XDL-NOTE
                   MOVE EXCEPTION-DETAIL-LINE TO PRINT-STAGING-AREA
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE

               END-IF

           END-PERFORM.

           IF METRICS-ORPHAN-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

           MOVE SPACES TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "EXCEPTIONS - ATTRIBUTE RECORD WITHOUT METRICS RECORD"
               TO SHL-TITLE.
           MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           PERFORM VARYING ATTR-ORPHAN-INDEX FROM 1 BY 1
                   UNTIL ATTR-ORPHAN-INDEX > ATTR-ORPHAN-COUNT

               MOVE AO-PARCEL-ID(ATTR-ORPHAN-INDEX) TO XDL-PARCEL-ID
               MOVE SPACES TO XDL-NOTE
               STRING "NO METRICS THIS RUN, DISTRICT "
                   AO-TAX-DISTRICT(ATTR-ORPHAN-INDEX)
                   DELIMITED BY SIZE INTO XDL-NOTE
               MOVE EXCEPTION-DETAIL-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE

           END-PERFORM.

           IF ATTR-ORPHAN-COUNT = ZERO
               MOVE "  (NONE)" TO SHL-TITLE
               MOVE SECTION-HEADING-LINE TO PRINT-STAGING-AREA
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-PAGE-HEADING.

           ADD 1 TO PAGE-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HL1-RUN-DATE.
           MOVE PAGE-COUNT TO HL1-PAGE-NUMBER.

           IF PAGE-COUNT = 1
               WRITE LEVY-REGISTER-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE LEVY-REGISTER-PRINT-RECORD FROM HEADING-LINE-1
                   AFTER ADVANCING PAGE
           END-IF.

           MOVE SPACES TO LEVY-REGISTER-PRINT-RECORD.
           WRITE LEVY-REGISTER-PRINT-RECORD AFTER ADVANCING 1 LINE.

           MOVE 2 TO LINE-COUNT.

       WRITE-REPORT-LINE.

           IF LINE-COUNT > 55
               PERFORM WRITE-PAGE-HEADING
           END-IF.

           WRITE LEVY-REGISTER-PRINT-RECORD FROM PRINT-STAGING-AREA
               AFTER ADVANCING 1 LINE.

           ADD 1 TO LINE-COUNT.
