      *        'R' = RETIRE, 'S' = SPLIT, 'M' = MERGE.
           05  CA194-LN-PRED-ID        PIC X(10).
           05  CA194-LN-SUCC-ID        PIC X(10).
           05  CA194-LN-OPERATOR-ID    PIC X(8).
      *        OPERATOR WHO KEYED THE CARD THAT CAUSED THE ACTION.
