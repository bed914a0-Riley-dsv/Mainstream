      * One change a run has staged against a keyed store, held on
      * the keyed-store pending file (INDEXED, keyed on store and
      * record key, with the store and alternate key as a second key
      * with duplicates) until the orchestrator's finalize commits it
      * or a restart or dry run throws it away. There is one record
      * per store key: the change as it stands now (write this image,
      * or delete the key) and the generation it was staged in. The
      * first time a key is staged again after a checkpoint MARK, the
      * change as it stood at that checkpoint is kept alongside
      * (KSP-MARK-ACTION 'N' -- nothing was staged yet), so a restart
      * can put every key back the way the last checkpoint left it.
       01  KSP-RECORD.
           05     KSP-KEY.
               10 KSP-STORE-ID             PIC X(12).
               10 KSP-STORE-KEY            PIC X(32).
           05     KSP-ALT-KEY.
               10 KSP-ALT-STORE-ID         PIC X(12).
               10 KSP-ALT-VALUE            PIC X(27).
           05     KSP-GENERATION           PIC 9(6).
           05     KSP-ACTION               PIC X(1).
               88 KSP-STAGED-WRITE         VALUE 'W'.
               88 KSP-STAGED-DELETE        VALUE 'D'.
           05     KSP-IMAGE                PIC X(420).
           05     KSP-MARK-GENERATION      PIC 9(6).
           05     KSP-MARK-ACTION          PIC X(1).
               88 KSP-MARK-WRITE           VALUE 'W'.
               88 KSP-MARK-DELETE          VALUE 'D'.
               88 KSP-MARK-NONE            VALUE 'N'.
           05     KSP-MARK-IMAGE           PIC X(420).
