      *****************************************************************
      *  CA194DR - DATE-RANGE SELECTION CARD
      *  ONE CARD NAMING THE FIRST AND LAST BUSINESS DATES (YYYYMMDD,
      *  INCLUSIVE) A PERIOD REPORT IS TO COVER. EACH REPORT READS ITS
      *  OWN CARD FILE IN THIS LAYOUT. THE CARD IS OPTIONAL - A
      *  MISSING CARD, OR A BLANK OR NON-NUMERIC DATE, LEAVES THAT END
      *  OF THE RANGE OPEN. CA194K, A MONTHLY REPORT, TAKES A MISSING
      *  CARD AS THE PREVIOUS CALENDAR MONTH INSTEAD.
      *****************************************************************
       01  DATE-RANGE-CARD.
           05  CA194-DR-FROM-DATE      PIC X(8).
           05  CA194-DR-TO-DATE        PIC X(8).
