                                        SIGN IS LEADING SEPARATE.
           05  CA194-ME-MAX-Y          PIC S9(6)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194-ME-TRAVERSE-AREA  PIC S9(13)V9999
                                        SIGN IS LEADING SEPARATE.
           05  CA194-ME-TRAVERSE-ACRES PIC S9(9)V9999
                                        SIGN IS LEADING SEPARATE.
           05  CA194-ME-TRAVERSE-PERIMETER
                                       PIC S9(9)V9999
                                        SIGN IS LEADING SEPARATE.
           05  CA194-ME-TRAVERSE-CROSS-FLAG
                                       PIC X(1).
      *        'Y' = TWO NON-ADJACENT TRAVERSE LEGS CROSS - THE
      *              POINTS ARE OUT OF WALKING ORDER OR MIS-KEYED
      *              AND THE TRAVERSE AREA CANNOT BE TRUSTED.
      *        'N' = THE TRAVERSE IS A SIMPLE CLOSED FIGURE.
      *        'M' = MERGED PARCEL RE-DRIVEN BY CA194M - ITS POINTS
      *              ARE TWO WALKED BOUNDARIES END TO END, NOT ONE
      *              TRAVERSE, AND THE TRAVERSE FIGURES ARE ZERO.
