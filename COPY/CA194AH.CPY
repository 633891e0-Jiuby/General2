      *****************************************************************
      *  CA194AH - PARCEL ATTRIBUTE HISTORY RECORD FOR CA194A
      *  (MAINTAIN-ATTR-MASTER)
      *  ONE RECORD PER CA194AC CARD APPLIED TO THE ATTRIBUTE MASTER,
      *  APPENDED AS THE CARD IS APPLIED, CARRYING THE PARCEL'S
      *  ATTRIBUTES BEFORE AND AFTER THE CARD AND THE DATE THE CHANGE
      *  TOOK EFFECT - SO THE OWNER, DISTRICT OR LAND USE A PARCEL
      *  HAD ON ANY PAST DATE (THE JANUARY 1 ASSESSMENT DATE ABOVE
      *  ALL) CAN BE REBUILT AFTER CA194AS HAS BEEN OVERWRITTEN.
      *  CA194D'S AS-OF ROLL-UP AND THE CA194O OWNERSHIP-TRANSFER
      *  REPORT READ IT. RECORDS APPEAR IN THE ORDER THEY WERE
      *  APPLIED, WHICH NEED NOT BE EFFECTIVE-DATE ORDER.
      *  AN ADD HAS NO BEFORE VALUES AND A DELETE NO AFTER VALUES -
      *  THE MISSING SIDE IS LEFT BLANK.
      *****************************************************************
       01  ATTR-HISTORY-RECORD.
           05  CA194-AH-EFF-DATE       PIC X(8).
           05  CA194-AH-RUN-DATE       PIC X(8).
           05  CA194-AH-RUN-TIME       PIC X(6).
      *        RUN THAT APPLIED THE CARD.
           05  CA194-AH-PARCEL-ID      PIC X(10).
           05  CA194-AH-ACTION         PIC X(1).
      *        'A' = ADD, 'C' = CHANGE, 'D' = DELETE.
           05  CA194-AH-BEFORE.
               10  CA194-AH-BEFORE-OWNER    PIC X(30).
               10  CA194-AH-BEFORE-DISTRICT PIC X(4).
               10  CA194-AH-BEFORE-LAND-USE PIC X(3).
               10  CA194-AH-BEFORE-EXEMPT   PIC X(1).
           05  CA194-AH-AFTER.
               10  CA194-AH-AFTER-OWNER     PIC X(30).
               10  CA194-AH-AFTER-DISTRICT  PIC X(4).
               10  CA194-AH-AFTER-LAND-USE  PIC X(3).
               10  CA194-AH-AFTER-EXEMPT    PIC X(1).
