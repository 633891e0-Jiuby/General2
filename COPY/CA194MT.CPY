      *  POINT ON CA194CJ AND LEAVES A CA194LN LINEAGE RECORD, SO A
      *  CURRENT PARCEL CAN BE TRACED BACK TO THE PARCEL IT WAS
      *  CARVED FROM.
      *  EVERY CARD CARRIES THE ID OF THE OPERATOR WHO KEYED IT, AS
      *  LISTED ON THE CA194AU OPERATOR AUTHORITY TABLE. THE ID RIDES
      *  THROUGH TO EVERY CA194CJ AND CA194LN RECORD THE CARD LEAVES.
      *****************************************************************
       01  MAINT-TRANSACTION-RECORD.
           05  CA194MT-PARCEL-ID       PIC X(10).
           05  CA194MT-POINT-Y         PIC S9(6)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194MT-PARCEL-ID-2     PIC X(10).
           05  CA194MT-OPERATOR-ID     PIC X(8).
