      * CHANGES RIDE 'C'/'D' CARDS THE SAME WAY CA194M MAINTAINS
      * SINGLE PARCELS IN PLACE. CA194D JOINS THIS FILE TO THE
      * NIGHTLY CA194ME METRICS FILE FOR THE DISTRICT ROLL-UP.
      * EVERY CARD APPLIED IS ALSO APPENDED TO THE CA194AH ATTRIBUTE
      * HISTORY WITH ITS EFFECTIVE DATE AND THE PARCEL'S ATTRIBUTES
      * BEFORE AND AFTER, SINCE THE MASTER ITSELF IS OVERWRITTEN IN
      * PLACE AND KEEPS NO PAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAINTAIN-ATTR-MASTER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTR-TRANS-STATUS.

           SELECT ATTR-HISTORY-FILE ASSIGN TO "CA194AH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ATTR-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTR-MASTER-FILE.
       FD  ATTR-TRANS-FILE.
           COPY CA194AC.

       FD  ATTR-HISTORY-FILE.
           COPY CA194AH.

       WORKING-STORAGE SECTION.

       01  ATTR-MASTER-STATUS          PIC X(2).
       01  ATTR-TRANS-STATUS           PIC X(2).
       01  ATTR-HISTORY-STATUS         PIC X(2).
       01  END-OF-ATTR-TRANS-SWITCH    PIC X(1) VALUE 'N'.
           88  END-OF-ATTR-TRANS       VALUE 'Y'.
       01  MASTER-RECORD-FOUND-SWITCH  PIC X(1) VALUE 'N'.
       01  CARDS-READ-COUNT            PIC 9(6) VALUE ZERO.
       01  CARDS-APPLIED-COUNT         PIC 9(6) VALUE ZERO.
       01  CARDS-REJECTED-COUNT        PIC 9(6) VALUE ZERO.
       01  HISTORY-RECORDS-WRITTEN     PIC 9(6) VALUE ZERO.

       01  RUN-START-DATE              PIC X(8) VALUE SPACES.
       01  RUN-START-TIME              PIC X(6) VALUE SPACES.

      * THE PARCEL'S ATTRIBUTES AS THEY STOOD BEFORE THE CARD, SAVED
      * OFF THE MASTER FOR THE HISTORY RECORD.
       01  BEFORE-ATTRIBUTES.
           05  BEFORE-OWNER-NAME       PIC X(30).
           05  BEFORE-TAX-DISTRICT     PIC X(4).
           05  BEFORE-LAND-USE         PIC X(3).
           05  BEFORE-EXEMPT-FLAG      PIC X(1).

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-START-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-START-TIME.

           PERFORM OPEN-ATTR-MASTER.
           PERFORM OPEN-ATTR-TRANS-INPUT.
           PERFORM OPEN-ATTR-HISTORY-OUTPUT.

           PERFORM READ-NEXT-ATTR-CARD.


           DISPLAY "CA194A - " CARDS-READ-COUNT " CARDS READ, "
               CARDS-APPLIED-COUNT " APPLIED, "
               CARDS-REJECTED-COUNT " REJECTED, "
               HISTORY-RECORDS-WRITTEN " HISTORY RECORDS WRITTEN".

           PERFORM CLOSE-ATTR-MASTER.
           PERFORM CLOSE-ATTR-TRANS-INPUT.
           PERFORM CLOSE-ATTR-HISTORY-OUTPUT.

           STOP RUN.

               STOP RUN
           END-IF.

       OPEN-ATTR-HISTORY-OUTPUT.

      * The history only ever grows - each run appends, and the very
      * first run creates it, the same way CA194M opens CA194HH.

           OPEN EXTEND ATTR-HISTORY-FILE.

           IF ATTR-HISTORY-STATUS = "35"
               OPEN OUTPUT ATTR-HISTORY-FILE
           END-IF.

           IF ATTR-HISTORY-STATUS NOT = "00"
               DISPLAY "CA194A - UNABLE TO OPEN CA194AH, STATUS "
                   ATTR-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       CLOSE-ATTR-MASTER.

           CLOSE ATTR-MASTER-FILE.

           CLOSE ATTR-TRANS-FILE.

       CLOSE-ATTR-HISTORY-OUTPUT.

           CLOSE ATTR-HISTORY-FILE.

       READ-NEXT-ATTR-CARD.

           READ ATTR-TRANS-FILE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * A blank effective date means the run date; anything else must
      * be a real CCYYMMDD date, or the history would carry a date no
      * as-of roll-up could ever compare.

           IF CARD-VALID
               AND CA194AC-EFF-DATE NOT = SPACES
               AND CA194AC-EFF-DATE IS NOT NUMERIC
               DISPLAY "CA194A - PARCEL " CA194AC-PARCEL-ID
                   " CARD REJECTED - EFFECTIVE DATE NOT NUMERIC"
               MOVE 'N' TO CARD-VALID-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF.

       APPLY-ATTR-CARD.

           IF CA194AC-ACTION = 'A'
                   ADD 1 TO CARDS-REJECTED-COUNT
               NOT INVALID KEY
                   ADD 1 TO CARDS-APPLIED-COUNT
                   MOVE SPACES TO BEFORE-ATTRIBUTES
                   PERFORM WRITE-ATTR-HISTORY-RECORD
           END-WRITE.

       CHANGE-ATTR-RECORD.

           IF MASTER-RECORD-FOUND

               PERFORM SAVE-BEFORE-ATTRIBUTES

               MOVE CA194AC-OWNER-NAME TO CA194-AM-OWNER-NAME
               MOVE CA194AC-TAX-DISTRICT TO CA194-AM-TAX-DISTRICT
               MOVE CA194AC-LAND-USE TO CA194-AM-LAND-USE
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO CARDS-APPLIED-COUNT
                       PERFORM WRITE-ATTR-HISTORY-RECORD
               END-REWRITE

           ELSE

       DELETE-ATTR-RECORD.

      * The record is read first so the history keeps what the
      * parcel carried up to the delete.

           PERFORM READ-MASTER-BY-PARCEL-ID.

           IF MASTER-RECORD-FOUND

               PERFORM SAVE-BEFORE-ATTRIBUTES

               DELETE ATTR-MASTER-FILE
                   INVALID KEY
                       DISPLAY "CA194A - PARCEL " CA194AC-PARCEL-ID
                           " DELETE FAILED, STATUS "
                           ATTR-MASTER-STATUS
                       MOVE 12 TO RETURN-CODE
                       ADD 1 TO CARDS-REJECTED-COUNT
                   NOT INVALID KEY
                       ADD 1 TO CARDS-APPLIED-COUNT
                       MOVE SPACES TO CA194-AM-OWNER-NAME
                       MOVE SPACES TO CA194-AM-TAX-DISTRICT
                       MOVE SPACES TO CA194-AM-LAND-USE
                       MOVE SPACES TO CA194-AM-EXEMPT-FLAG
                       PERFORM WRITE-ATTR-HISTORY-RECORD
               END-DELETE

           ELSE
               DISPLAY "CA194A - PARCEL " CA194AC-PARCEL-ID
                   " DELETE REJECTED - NOT ON ATTRIBUTE MASTER"
               MOVE 8 TO RETURN-CODE
               ADD 1 TO CARDS-REJECTED-COUNT
           END-IF.

       SAVE-BEFORE-ATTRIBUTES.

           MOVE CA194-AM-OWNER-NAME TO BEFORE-OWNER-NAME.
           MOVE CA194-AM-TAX-DISTRICT TO BEFORE-TAX-DISTRICT.
           MOVE CA194-AM-LAND-USE TO BEFORE-LAND-USE.
           MOVE CA194-AM-EXEMPT-FLAG TO BEFORE-EXEMPT-FLAG.

       WRITE-ATTR-HISTORY-RECORD.

      * The after side is the master record as the card left it
      * (blanked by the caller for a delete).

           IF CA194AC-EFF-DATE = SPACES
               MOVE RUN-START-DATE TO CA194-AH-EFF-DATE
           ELSE
               MOVE CA194AC-EFF-DATE TO CA194-AH-EFF-DATE
           END-IF.

           MOVE RUN-START-DATE TO CA194-AH-RUN-DATE.
           MOVE RUN-START-TIME TO CA194-AH-RUN-TIME.
           MOVE CA194AC-PARCEL-ID TO CA194-AH-PARCEL-ID.
           MOVE CA194AC-ACTION TO CA194-AH-ACTION.
           MOVE BEFORE-OWNER-NAME TO CA194-AH-BEFORE-OWNER.
           MOVE BEFORE-TAX-DISTRICT TO CA194-AH-BEFORE-DISTRICT.
           MOVE BEFORE-LAND-USE TO CA194-AH-BEFORE-LAND-USE.
           MOVE BEFORE-EXEMPT-FLAG TO CA194-AH-BEFORE-EXEMPT.
           MOVE CA194-AM-OWNER-NAME TO CA194-AH-AFTER-OWNER.
           MOVE CA194-AM-TAX-DISTRICT TO CA194-AH-AFTER-DISTRICT.
           MOVE CA194-AM-LAND-USE TO CA194-AH-AFTER-LAND-USE.
           MOVE CA194-AM-EXEMPT-FLAG TO CA194-AH-AFTER-EXEMPT.

           WRITE ATTR-HISTORY-RECORD.

           IF ATTR-HISTORY-STATUS NOT = "00"
               DISPLAY "CA194A - WRITE TO CA194AH FAILED FOR PARCEL "
                   CA194AC-PARCEL-ID ", STATUS " ATTR-HISTORY-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO HISTORY-RECORDS-WRITTEN.

       READ-MASTER-BY-PARCEL-ID.

