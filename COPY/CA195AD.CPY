      *****************************************************************
      *  CA195AD - DERIVED ADJACENCY PAIR RECORD FOR CA195
      *  (HULL-OVERLAP-CHECK)
      *  ONE RECORD PER PAIR OF PARCEL HULLS FOUND IN CONTACT IN THE
      *  PAIR SWEEP, WORKED OUT FROM THE HULLS THEMSELVES RATHER THAN
      *  KEYED FROM THE PLAT BOOK, SO CA195J CAN SET IT AGAINST THE
      *  HAND-KEYED CA195AJ LIST IN BOTH DIRECTIONS.
      *  RELATION TELLS WHAT KIND OF CONTACT THE PAIR HAS:
      *    'A' - TRUE NEIGHBORS. THE TWO BOUNDARIES RUN ALONGSIDE
      *          EACH OTHER, WITHIN THE GAP TOLERANCE, FOR AT LEAST
      *          THE MINIMUM SHARED RUN.
      *    'C' - CORNER CONTACT ONLY. THE HULLS COME WITHIN THE GAP
      *          TOLERANCE BUT SHARE NO REAL RUN OF BOUNDARY - NOT
      *          NEIGHBORS, CARRIED SO A PLAT-BOOK PAIR THAT ONLY
      *          MEETS AT A CORNER CAN BE REPORTED AS SUCH.
      *    'O' - OVERLAPPING. THE PAIR IS ALSO ON CA195EX AS AN
      *          OVERLAP - THE PARCELS ARE NEIGHBORS WHOSE SHARED
      *          LINE IS IN DISPUTE, AND NO RUN IS MEASURED.
      *  SHARED-LENGTH IS THE LENGTH OF PARCEL A'S HULL BOUNDARY
      *  LYING WITHIN THE GAP TOLERANCE OF, AND ALONGSIDE, PARCEL B'S,
      *  IN GRID UNITS. GAP-DISTANCE IS THE CLOSEST APPROACH BETWEEN
      *  THE TWO HULLS (ZERO FOR AN OVERLAP).
      *  THE FILE CARRIES CA194HT HEADER/TRAILER CONTROL RECORDS,
      *  STAMPED WITH THE RUN DATE/TIME OFF THE CA194OU HEADER.
      *****************************************************************
       01  DERIVED-ADJACENCY-RECORD.
           05  CA195-AD-PARCEL-A       PIC X(10).
           05  CA195-AD-PARCEL-B       PIC X(10).
           05  CA195-AD-RELATION       PIC X(1).
           05  CA195-AD-SHARED-LENGTH  PIC S9(9)V9999
                                        SIGN IS LEADING SEPARATE.
           05  CA195-AD-GAP-DISTANCE   PIC S9(9)V9999
                                        SIGN IS LEADING SEPARATE.
