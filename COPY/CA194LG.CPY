      *        '04' = FEWER DETAIL RECORDS THAN THE HEADER PROMISED.
      *        '05' = DEGENERATE POINT SET, EVERY POINT SHARES ONE
      *               COORDINATE.
      *        '06' = HELD OUT BY THE CA194I PRE-SCREEN (CA194HS
      *               SUSPECT-GROUP LIST, CA194CT HOLD SWITCH ON).
      *        SPACES WHEN THE PARCEL WAS ACCEPTED.
               10  CA194-LOG-AREA      PIC S9(13)V9999
                                        SIGN IS LEADING SEPARATE.
