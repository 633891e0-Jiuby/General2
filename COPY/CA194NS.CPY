      *****************************************************************
      *  CA194NS - NOTICE-SENT STATE RECORD FOR CA194N
      *  (OWNER-NOTICE-LETTERS)
      *  ONE RECORD PER NOTICE LETTER ITEM SENT TO AN OWNER OF
      *  RECORD, KEYED ON THE ITEM (TYPE, PARCEL, OTHER PARCEL OR
      *  SURVEY POINT) AND THE OWNER IT WENT TO, CARRYING THE DATE
      *  IT WAS SENT. CA194N READS THE PRIOR RUN'S STATE, HOLDS BACK
      *  ANY ITEM NOTICED TO THE SAME OWNER WITHIN THE FOLLOW-UP
      *  INTERVAL, AND REWRITES THE FILE WITH THE ENTRIES STILL
      *  INSIDE THEIR INTERVAL - SO A LANDOWNER GETS ONE LETTER PER
      *  INTERVAL FOR AN OPEN ITEM, NOT ONE EVERY MORNING. A PARCEL
      *  THAT CHANGES HANDS IS NOTICED AFRESH TO THE NEW OWNER.
      *****************************************************************
       01  NOTICE-SENT-RECORD.
           05  CA194-NS-TYPE           PIC X(8).
      *        'OVERLAP ' - A CA195WK OVERLAP PAIR.
      *        'SETBACK ' - A CA194EN SEVERITY 'V' FOLLOW-UP POINT.
           05  CA194-NS-PARCEL-ID      PIC X(10).
      *        THE OWNER'S PARCEL THE ITEM WAS NOTICED AGAINST.
           05  CA194-NS-OTHER-PARCEL   PIC X(10).
      *        THE OTHER PARCEL OF AN OVERLAP; SPACES FOR A SETBACK.
           05  CA194-NS-POINT-X        PIC S9(6)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194-NS-POINT-Y        PIC S9(6)V99
                                        SIGN IS LEADING SEPARATE.
      *        THE FOLLOW-UP POINT OF A SETBACK; ZERO FOR AN OVERLAP.
           05  CA194-NS-OWNER-NAME     PIC X(30).
           05  CA194-NS-DATE-SENT      PIC X(8).
      *        YYYYMMDD RUN DATE OF THE LETTER.
