           05  CA194AC-TAX-DISTRICT    PIC X(4).
           05  CA194AC-LAND-USE        PIC X(3).
           05  CA194AC-EXEMPT-FLAG     PIC X(1).
           05  CA194AC-EFF-DATE        PIC X(8).
      *        DATE THE CHANGE TOOK EFFECT (CCYYMMDD) - THE DEED OR
      *        DISTRICT-CHANGE DATE, WHICH MAY BE EARLIER THAN THE
      *        RUN THAT KEYS IT. BLANK = THE RUN DATE.
