      * One gateway payment cut-off: the latest TR-OPERATION-TIME
      * (HHMMSS) at which a PAY in this currency can still settle on
      * the value date it asked for. CUT-BANK-ID is keyed the same
      * way bank-limits.dat keys a bank (IBAN country code plus the
      * four-character bank code); left blank, the entry is the
      * currency-wide cut-off, and a bank-specific entry for the
      * same currency wins over it. A currency with no entry at all
      * has no cut-off. Maintained by treasury operations and loaded
      * by batch-transaction-reader at run start.
       01  CUT-RECORD.
           05     CUT-CURRENCY             PIC X(3).
           05     FILLER                   PIC X(1).
           05     CUT-BANK-ID              PIC X(6).
           05     FILLER                   PIC X(1).
           05     CUT-LATEST-TIME          PIC 9(6).
