      *****************************************************************
      *  CA194TB - TAX-BILL EXTRACT RECORD FOR CA194V
      *  (VALUATION-TAX-EXTRACT)
      *  ONE FIXED-WIDTH RECORD PER BILLED PARCEL FOR THE TREASURER'S
      *  BILLING SYSTEM: THE OWNER OF RECORD AND CELL FROM THE CA194AS
      *  ATTRIBUTE MASTER, THE ACREAGE FROM CA194ME, THE CA194RT
      *  RATE APPLIED, AND THE GROSS LEVY, EXEMPTION AND NET AMOUNT
      *  BILLED. PARCELS WITH NO RATE-TABLE ENTRY ARE NOT WRITTEN -
      *  THEY PRINT AS EXCEPTIONS ON THE LEVY REGISTER INSTEAD OF
      *  GOING OUT BILLED AT ZERO.
      *****************************************************************
       01  TAX-BILL-RECORD.
           05  CA194-TB-PARCEL-ID      PIC X(10).
           05  CA194-TB-OWNER-NAME     PIC X(30).
           05  CA194-TB-TAX-DISTRICT   PIC X(4).
           05  CA194-TB-LAND-USE       PIC X(3).
           05  CA194-TB-EXEMPT-FLAG    PIC X(1).
           05  CA194-TB-ACRES          PIC S9(9)V9999
                                        SIGN IS LEADING SEPARATE.
           05  CA194-TB-RATE-PER-ACRE  PIC 9(5)V99.
           05  CA194-TB-GROSS-LEVY     PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
      *        ACRES TIMES RATE, RAISED TO THE CELL'S MINIMUM CHARGE.
           05  CA194-TB-EXEMPT-AMOUNT  PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194-TB-NET-LEVY       PIC S9(9)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194-TB-MINIMUM-FLAG   PIC X(1).
      *        'Y' = THE MINIMUM CHARGE WAS BILLED IN PLACE OF THE
      *              ACREAGE LEVY.
