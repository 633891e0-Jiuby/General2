      *****************************************************************
      *  CA194AU - OPERATOR AUTHORITY TABLE RECORD FOR CA194E
      *  (EDIT-MAINT-TRANSACTIONS)
      *  ONE RECORD PER OPERATOR ALLOWED TO KEY BOUNDARY MAINTENANCE
      *  CARDS. A CA194MT CARD WHOSE OPERATOR IS NOT ON THE TABLE IS
      *  REJECTED, AND ONLY AN OPERATOR HELD HERE AT SUPERVISOR LEVEL
      *  MAY SIGN A CA194AP APPROVAL CARD - AND NEVER FOR A CARD THE
      *  SAME OPERATOR KEYED. CA194K READS THE TABLE FOR THE NAMES
      *  ON THE MONTHLY OPERATOR ACTIVITY REPORT.
      *****************************************************************
       01  OPERATOR-AUTHORITY-RECORD.
           05  CA194-AU-OPERATOR-ID    PIC X(8).
           05  CA194-AU-OPERATOR-NAME  PIC X(30).
           05  CA194-AU-AUTHORITY-LEVEL
                                       PIC X(1).
      *        'K' = KEYING CLERK - MAY KEY CARDS ONLY.
      *        'S' = SUPERVISOR - MAY KEY CARDS AND APPROVE CARDS
      *              KEYED BY ANY OTHER OPERATOR.
