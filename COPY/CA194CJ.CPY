      *  OLD AND ITS NEW X/Y AT SEQ-NUM - SO A RUN'S FULL EFFECT ON
      *  EVERY TOUCHED PARCEL CAN BE RECONSTRUCTED, OR BACKED OUT,
      *  FROM THE JOURNAL ALONE.
      *  OPERATOR-ID IS THE OPERATOR WHO KEYED THE CARD THAT CAUSED
      *  THE CHANGE - FOR A SPLIT, THE OPERATOR ON THE SUCCESSOR'S
      *  FIRST CARD FOR THE POINTS LOADED AND ON THE GROUP'S FIRST
      *  CARD FOR THE PREDECESSOR'S POINTS REMOVED.
      *****************************************************************
       01  CORRECTION-JOURNAL-RECORD.
           05  CA194-CJ-RUN-DATE       PIC X(8).
                                        SIGN IS LEADING SEPARATE.
           05  CA194-CJ-NEW-Y          PIC S9(6)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194-CJ-OPERATOR-ID    PIC X(8).
