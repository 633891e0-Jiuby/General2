      *****************************************************************
      *  CA194XP - GIS INTERCHANGE POLYGON RECORD FOR CA194X
      *  (GIS-POLYGON-EXPORT)
      *  ONE RECORD PER PARCEL, CARRYING THE PARCEL'S LATEST HULL AS
      *  A CLOSED RING IN WELL-KNOWN-TEXT POLYGON FORM TOGETHER WITH
      *  ITS CA194ME MEASUREMENTS AND CA194AS ATTRIBUTES, SO THE GIS
      *  OFFICE LOADS PARCEL POLYGONS DIRECTLY INSTEAD OF REBUILDING
      *  THEM FROM THE CA194OU VERTEX RECORDS AND JOINING THE METRICS
      *  AND OWNERSHIP BY HAND.
      *  THE SAME LAYOUT SERVES BOTH COPIES OF THE EXPORT:
      *    CA194XG - COUNTY GRID COORDINATES (SURVEY FEET), RING
      *              WRITTEN AS 'X Y' PAIRS.
      *    CA194XL - GEOGRAPHIC DEGREES FOR THE STATE PARCEL PORTAL
      *              AND THE CREWS' GPS UNITS, CONVERTED BACK THROUGH
      *              THE CA194GC PROJECTION AND WRITTEN AS
      *              'LONGITUDE LATITUDE' PAIRS, THE WELL-KNOWN-TEXT
      *              AXIS ORDER.
      *  THE RING STARTS AT HULL VERTEX 1, RUNS IN CA194'S
      *  COUNTERCLOCKWISE HULL ORDER AND REPEATS VERTEX 1 TO CLOSE:
      *    POLYGON ((X1 Y1, X2 Y2, ..., XN YN, X1 Y1))
      *  AREA AND ACRES ARE THE CA194ME FIGURES IN BOTH COPIES; ONLY
      *  THE CENTROID AND THE RING CHANGE COORDINATE SYSTEM.
      *  BOTH FILES CARRY CA194HT HEADER/TRAILER CONTROL RECORDS,
      *  STAMPED WITH THE RUN DATE/TIME OFF THE CA194OU HEADER.
      *****************************************************************
       01  POLYGON-EXPORT-RECORD.
           05  CA194-XP-PARCEL-ID      PIC X(10).
           05  CA194-XP-COORD-SYSTEM   PIC X(1).
      *        'G' = COUNTY GRID, 'L' = LATITUDE/LONGITUDE.
           05  CA194-XP-HULL-GEN-KEY.
               10  CA194-XP-HULL-GEN-DATE
                                       PIC X(8).
               10  CA194-XP-HULL-GEN-TIME
                                       PIC X(6).
      *        RUN GENERATION THE HULL CAME FROM - THE CA194OU RUN,
      *        OR A LATER CA194HH GENERATION (A CA194M CORRECTION).
           05  CA194-XP-AREA           PIC S9(13)V9999
                                        SIGN IS LEADING SEPARATE.
           05  CA194-XP-ACRES          PIC S9(9)V9999
                                        SIGN IS LEADING SEPARATE.
           05  CA194-XP-CENTROID-X     PIC S9(6)V9(7)
                                        SIGN IS LEADING SEPARATE.
      *        GRID X, OR LONGITUDE IN DEGREES ON CA194XL.
           05  CA194-XP-CENTROID-Y     PIC S9(6)V9(7)
                                        SIGN IS LEADING SEPARATE.
      *        GRID Y, OR LATITUDE IN DEGREES ON CA194XL.
           05  CA194-XP-OWNER-NAME     PIC X(30).
           05  CA194-XP-TAX-DISTRICT   PIC X(4).
           05  CA194-XP-LAND-USE       PIC X(3).
           05  CA194-XP-ATTR-FLAG      PIC X(1).
      *        'Y' = ATTRIBUTES FROM CA194AS, 'N' = PARCEL NOT ON
      *              CA194AS - OWNER, DISTRICT AND LAND USE BLANK.
           05  CA194-XP-RING-POINTS    PIC 9(3).
      *        POINTS IN THE RING, CLOSING POINT INCLUDED.
           05  CA194-XP-WKT-LENGTH     PIC 9(5).
           05  CA194-XP-WKT            PIC X(12600).
