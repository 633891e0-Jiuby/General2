      *****************************************************************
      *  CA194AP - SUPERVISOR APPROVAL CARD FOR CA194E
      *  (EDIT-MAINT-TRANSACTIONS)
      *  ONE CARD PER MAINTENANCE CARD THAT NEEDS A SUPERVISOR'S
      *  SIGN-OFF: EVERY RETIRE ('R'), SPLIT ('S') OR MERGE ('M'),
      *  AND EVERY CHANGE ('C') THAT MOVES A POINT FARTHER THAN THE
      *  CA194CT APPROVAL DISTANCE. AN APPROVAL MATCHES A CA194MT
      *  CARD ON PARCEL-ID AND ACTION, AND FOR A 'C' ON SEQ-NUM AS
      *  WELL; FOR A SPLIT, PARCEL-ID IS THE SUCCESSOR AND ONE
      *  APPROVAL COVERS ALL OF THAT SUCCESSOR'S 'S' CARDS, SEQ-NUM
      *  NOT USED. EVERY SUCCESSOR OF THE SPLIT NEEDS ITS OWN CARD -
      *  A SUCCESSOR REFUSED AT THE CARD, FOR WANT OF APPROVAL OR
      *  ANYTHING ELSE, WITHHOLDS EVERY SUCCESSOR OF THE SAME
      *  PREDECESSOR, SO THE SPLIT IS APPLIED WHOLE OR NOT AT ALL.
      *  THE SUPERVISOR MUST BE ON THE CA194AU AUTHORITY
      *  TABLE AT SUPERVISOR LEVEL AND MAY NOT BE THE OPERATOR WHO
      *  KEYED THE CARD BEING APPROVED.
      *****************************************************************
       01  SUPERVISOR-APPROVAL-RECORD.
           05  CA194-AP-PARCEL-ID      PIC X(10).
           05  CA194-AP-ACTION         PIC X(1).
           05  CA194-AP-SEQ-NUM        PIC 9(3).
           05  CA194-AP-SUPERVISOR-ID  PIC X(8).
