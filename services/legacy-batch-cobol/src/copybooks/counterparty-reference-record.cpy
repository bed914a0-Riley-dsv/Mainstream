               88 CPR-IS-DORMANT           VALUE 'DORMANT'.
           05     FILLER                   PIC X(1).
           05     CPR-EFFECTIVE-DATE       PIC 9(8).
      * The legal entity that owns the IBAN when it is one of our own
      * accounts rather than an outside counterparty's -- spaces for
      * every outside IBAN. A movement between two own accounts under
      * different entity codes is intercompany: it stays out of bank
      * limit usage and posts to due-to/due-from, not settlement.
           05     FILLER                   PIC X(1).
           05     CPR-OWN-ENTITY           PIC X(4).
