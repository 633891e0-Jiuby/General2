      *****************************************************************
      *  CA194OA - OPERATOR ACTIVITY LOG RECORD
      *  ONE RECORD PER MAINTENANCE CARD PER STEP IT PASSES THROUGH,
      *  APPENDED BY THE JOB THAT TOOK THE STEP - CA194E AS IT
      *  ACCEPTS OR REJECTS EACH CA194MT CARD, CA194M AS IT APPLIES
      *  EACH CARD TO THE POINTS MASTER, AND CA194B AS IT BACKS OUT
      *  A CA194M RUN. CA194K SUMMARIZES IT BY OPERATOR FOR THE
      *  MONTHLY ACTIVITY REPORT THE AUDITORS ASK FOR.
      *****************************************************************
       01  OPERATOR-ACTIVITY-RECORD.
           05  CA194-OA-EVENT-DATE     PIC X(8).
           05  CA194-OA-EVENT-TIME     PIC X(6).
      *        RUN DATE AND TIME OF THE JOB THAT WROTE THE RECORD.
           05  CA194-OA-EVENT          PIC X(1).
      *        'A' = ACCEPTED BY CA194E TO THE CA194MC CLEAN FILE.
      *        'R' = REJECTED BY CA194E TO THE CA194RJ REPORT.
      *        'P' = APPLIED TO THE POINTS MASTER BY CA194M.
      *        'B' = BACKED OUT BY CA194B.
           05  CA194-OA-OPERATOR-ID    PIC X(8).
           05  CA194-OA-PARCEL-ID      PIC X(10).
           05  CA194-OA-ACTION         PIC X(1).
           05  CA194-OA-SEQ-NUM        PIC 9(3).
           05  CA194-OA-APPLY-DATE     PIC X(8).
           05  CA194-OA-APPLY-TIME     PIC X(6).
      *        FOR 'P' AND 'B', THE RUN STAMP OF THE CA194M RUN THAT
      *        APPLIED THE CARD - HOW CA194B FINDS THE CARDS OF THE
      *        RUN IT BACKS OUT. SPACES FOR 'A' AND 'R'.
