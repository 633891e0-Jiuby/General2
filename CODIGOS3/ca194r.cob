       01  PARCELS-ACCEPTED-COUNT      PIC 9(6) VALUE ZERO.
       01  PARCELS-REJECTED-COUNT      PIC 9(6) VALUE ZERO.
       01  REJECT-REASON-TABLE.
           05  REJECT-REASON-COUNT OCCURS 6 TIMES PIC 9(6).
       01  REJECT-OTHER-COUNT          PIC 9(6) VALUE ZERO.
       01  REASON-SUB                  PIC 9(2) VALUE ZERO.
       01  EXCEPTION-RECORD-COUNT      PIC 9(6) VALUE ZERO.
                       MOVE ZERO TO REASON-SUB
                   END-IF

                   IF REASON-SUB > ZERO AND REASON-SUB < 7
                       ADD 1 TO REJECT-REASON-COUNT(REASON-SUB)
                   ELSE
                       ADD 1 TO REJECT-OTHER-COUNT
           MOVE COUNT-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           MOVE "  HELD BY INPUT PRE-SCREEN" TO CDL-LABEL.
           MOVE REJECT-REASON-COUNT(6) TO CDL-COUNT.
           MOVE COUNT-DETAIL-LINE TO PRINT-STAGING-AREA.
           PERFORM WRITE-REPORT-LINE.

           IF REJECT-OTHER-COUNT > ZERO
               MOVE "  REASON NOT CODED" TO CDL-LABEL
               MOVE REJECT-OTHER-COUNT TO CDL-COUNT
