           05     FILLER                   PIC X(1).
           05     WRL-AMOUNT-BASE          PIC 9(12)V99.
           05     FILLER                   PIC X(1).
           05     WRL-TRANSACTION-DETAIL   PIC X(400).
