      *              'F' POINT TESTING IS A FLAT-FEED-ONLY FEATURE.
      *        'N' (THE DEFAULT) = READ THE CA194IN FLAT FEED.
      *        CA194 ONLY.
           05  CA194-CT-CONCAVITY-TOLERANCE
                                       PIC 9(3)V99.
      *        HULL OVERSTATEMENT TOLERANCE, AS A PERCENT OF THE
      *        TRAVERSE AREA - A PARCEL WHOSE HULL AREA EXCEEDS ITS
      *        TRAVERSE AREA BY MORE THAN THIS IS LISTED ON THE
      *        CA194C HULL OVERSTATEMENT REPORT. DEFAULT 1.00.
      *        CA194C ONLY.
           05  CA194-CT-NOTICE-AGE-DAYS
                                       PIC 9(3).
      *        DAYS A CA195WK OVERLAP MUST HAVE BEEN OPEN BEFORE ITS
      *        OWNERS ARE SENT A NOTICE LETTER. DEFAULT 30.
      *        CA194N ONLY.
           05  CA194-CT-NOTICE-FOLLOWUP-DAYS
                                       PIC 9(3).
      *        DAYS AFTER A NOTICE IS SENT BEFORE THE SAME OWNER IS
      *        NOTICED AGAIN FOR THE SAME ITEM. DEFAULT 60.
      *        CA194N ONLY.
           05  CA194-CT-CONSERVE-TOLERANCE
                                       PIC 9(3)V99.
      *        SPLIT/MERGE AREA-CONSERVATION TOLERANCE, AS A
      *        PERCENT OF THE AREA BEFORE THE ACTION - A SPLIT OR
      *        MERGE WHOSE AREA AFTER DIFFERS FROM ITS AREA BEFORE
      *        BY MORE THAN THIS IS REPORTED. DEFAULT 0.50.
      *        CA194S ONLY.
           05  CA194-CT-DUPLICATE-TOLERANCE
                                       PIC 9(2)V99.
      *        NEAR-DUPLICATE DISTANCE IN GRID UNITS - TWO POINTS OF
      *        ONE PARCEL GROUP CLOSER THAN THIS (BUT NOT IDENTICAL)
      *        ARE FLAGGED AS A PROBABLE DOUBLE SHOT OR RE-KEY.
      *        DEFAULT 0.50. CA194I ONLY.
           05  CA194-CT-OUTLIER-FACTOR PIC 9(2)V9.
      *        A POINT FARTHER FROM THE MEDIAN CENTER OF ITS GROUP
      *        THAN THIS MANY TIMES THE GROUP'S MEDIAN SPREAD IS
      *        FLAGGED AS AN OUTLIER - THE TRANSPOSED-DIGIT CASE.
      *        DEFAULT 3.0. CA194I ONLY.
           05  CA194-CT-BOX-SHIFT-TOLERANCE
                                       PIC 9(5)V99.
      *        GRID UNITS ANY SIDE OF A GROUP'S BOUNDING BOX MAY SIT
      *        FROM THE PARCEL'S LAST CA194ME BOX BEFORE THE GROUP
      *        IS FLAGGED AS MOVED. DEFAULT 100.00. CA194I ONLY.
           05  CA194-CT-HOLD-SUSPECTS-SWITCH
                                       PIC X(1).
      *        'Y' = CA194 REJECTS EVERY FLAT-FEED PARCEL GROUP NAMED
      *              ON THE CA194HS SUSPECT-GROUP LIST THE CA194I
      *              PRE-SCREEN WROTE, SO A FLAGGED GROUP STAYS OUT
      *              OF THE NIGHT RUN UNTIL IT IS CHECKED.
      *        'N' (THE DEFAULT) = THE LIST IS NOT READ.
      *        CA194 ONLY.
           05  CA194-CT-APPROVAL-DISTANCE
                                       PIC 9(5)V99.
      *        GRID UNITS A 'C' CARD MAY MOVE A POINT FROM WHERE IT
      *        STANDS ON THE POINTS MASTER BEFORE THE CARD NEEDS A
      *        MATCHING SUPERVISOR APPROVAL CARD ON CA194AP.
      *        DEFAULT 25.00. CA194E ONLY.
