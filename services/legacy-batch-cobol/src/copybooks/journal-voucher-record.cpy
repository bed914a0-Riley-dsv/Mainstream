      * legal entity -- every voucher pair belongs to exactly one.
           05     FILLER                 PIC X(1).
           05     JVD-ENTITY             PIC X(4).
      * The transaction a voucher pair was raised for, where the pair
      * books one item rather than a bucket -- an interest claim ties
      * back to its line on the claims register by this. Spaces on
      * the run voucher's bucket pairs.
           05     FILLER                 PIC X(1).
           05     JVD-REFERENCE          PIC X(32).
           05     FILLER                 PIC X(11).
       01  JVT-RECORD REDEFINES JVR-RAW-RECORD.
           05     JVT-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
