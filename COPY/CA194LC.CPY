      *****************************************************************
      *  CA194LC - LEGAL-DESCRIPTION COURSE RECORD FOR CA194P
      *  (LEGAL-DESCRIPTION-WRITER)
      *  ONE RECORD PER COURSE OF A PARCEL'S METES-AND-BOUNDS
      *  DESCRIPTION, IN THE ORDER THE PRINTED DOCUMENT RUNS THEM -
      *  FROM THE POINT OF BEGINNING (HULL VERTEX 1) AROUND THE HULL
      *  AND BACK. THE LAST COURSE OF EACH PARCEL IS THE CLOSING
      *  COURSE. THE BEARING IS CARRIED BROKEN OUT INTO ITS QUADRANT
      *  LETTERS AND DEGREES/MINUTES/SECONDS SO THE RECORDER'S OFFICE
      *  SYSTEM LOADS IT WITHOUT PARSING THE PRINTED TEXT.
      *****************************************************************
       01  LEGAL-COURSE-RECORD.
           05  CA194-LC-PARCEL-ID      PIC X(10).
           05  CA194-LC-COURSE-NUM     PIC 9(3).
           05  CA194-LC-FROM-SEQ       PIC 9(3).
           05  CA194-LC-TO-SEQ         PIC 9(3).
      *        HULL VERTEX SEQUENCE NUMBERS AT EACH END OF THE COURSE.
           05  CA194-LC-NORTH-SOUTH    PIC X(1).
      *        'N' OR 'S'.
           05  CA194-LC-DEGREES        PIC 9(2).
           05  CA194-LC-MINUTES        PIC 9(2).
           05  CA194-LC-SECONDS        PIC 9(2).
           05  CA194-LC-EAST-WEST      PIC X(1).
      *        'E' OR 'W'.
           05  CA194-LC-DISTANCE       PIC 9(7)V99.
      *        GRID DISTANCE IN FEET.
           05  CA194-LC-FROM-X         PIC S9(6)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194-LC-FROM-Y         PIC S9(6)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194-LC-TO-X           PIC S9(6)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194-LC-TO-Y           PIC S9(6)V99
                                        SIGN IS LEADING SEPARATE.
           05  CA194-LC-CLOSING-FLAG   PIC X(1).
      *        'Y' = CLOSING COURSE BACK TO THE POINT OF BEGINNING.
