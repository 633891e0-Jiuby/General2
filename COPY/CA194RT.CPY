      *****************************************************************
      *  CA194RT - LEVY RATE TABLE RECORD FOR CA194V
      *  (VALUATION-TAX-EXTRACT)
      *  ONE RECORD PER TAX DISTRICT / LAND-USE CLASS COMBINATION,
      *  KEYED THE SAME WAY AS THE CA194AS ATTRIBUTE MASTER AND THE
      *  CA194DX ROLL-UP CELLS, CARRYING WHAT THE LEVY IS WORKED OUT
      *  FROM: THE RATE PER ACRE, THE MINIMUM CHARGE ANY PARCEL IN
      *  THE CELL IS BILLED, AND THE SHARE OF THE LEVY FORGIVEN ON A
      *  PARCEL FLAGGED EXEMPT ON THE ATTRIBUTE MASTER. THE TABLE IS
      *  KEPT BY THE TREASURER'S OFFICE AND REPLACES THE LEVY
      *  SPREADSHEET.
      *****************************************************************
       01  LEVY-RATE-RECORD.
           05  CA194-RT-TAX-DISTRICT   PIC X(4).
           05  CA194-RT-LAND-USE       PIC X(3).
           05  CA194-RT-RATE-PER-ACRE  PIC 9(5)V99.
      *        LEVY IN DOLLARS PER ACRE OF CA194ME ACREAGE.
           05  CA194-RT-MINIMUM-CHARGE PIC 9(7)V99.
      *        FLOOR ON THE GROSS LEVY FOR ANY PARCEL IN THE CELL.
           05  CA194-RT-EXEMPT-PERCENT PIC 9(3)V99.
      *        PERCENT OF THE GROSS LEVY FORGIVEN WHEN THE PARCEL'S
      *        CA194-AM-EXEMPT-FLAG IS 'Y' - 100.00 IS A FULL
      *        EXEMPTION. IGNORED FOR TAXABLE PARCELS.
