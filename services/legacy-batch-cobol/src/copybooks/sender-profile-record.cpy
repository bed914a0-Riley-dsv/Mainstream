      * One sender's payment behaviour, as learned from its own
      * settled PAYs on the transaction master -- held on the INDEXED
      * sender profile store (keyed-store, store SENDER-PROF) keyed
      * on the sender IBAN. sender-profile-builder rolls each run's
      * settled PAYs into it after the run; anomaly-monitor reads it
      * during the run and scores each settled PAY against it.
      * Amounts are USD equivalent (the master's amount base), so a
      * sender paying in several currencies has one range. The
      * active-day count and the running count for the latest day
      * give the normal and peak number of payments a day. The
      * currency, receiving-country and receiver tables keep the
      * sender's most used entries: when one is full, a new entry
      * takes the place of the least used.
       01  SPR-RECORD.
           05     SPR-SENDER-IBAN          PIC X(27).
           05     FILLER                   PIC X(1).
           05     SPR-FIRST-DATE           PIC 9(8).
           05     FILLER                   PIC X(1).
           05     SPR-LAST-DATE            PIC 9(8).
           05     FILLER                   PIC X(1).
           05     SPR-THROUGH-RUN-ID       PIC 9(6).
           05     FILLER                   PIC X(1).
           05     SPR-PAYMENT-COUNT        PIC 9(7).
           05     FILLER                   PIC X(1).
           05     SPR-ACTIVE-DAYS          PIC 9(5).
           05     FILLER                   PIC X(1).
           05     SPR-LAST-DAY-COUNT       PIC 9(5).
           05     FILLER                   PIC X(1).
           05     SPR-PEAK-DAY-COUNT       PIC 9(5).
           05     FILLER                   PIC X(1).
           05     SPR-AMOUNT-LOW           PIC 9(12)V99.
           05     FILLER                   PIC X(1).
           05     SPR-AMOUNT-HIGH          PIC 9(12)V99.
           05     FILLER                   PIC X(1).
           05     SPR-AMOUNT-TOTAL         PIC 9(14)V99.
           05     FILLER                   PIC X(1).
           05     SPR-CURRENCY-COUNT       PIC 9(1).
           05     SPR-CURRENCY-ENTRY       OCCURS 5 TIMES.
               10 SPR-CCY-CODE             PIC X(3).
               10 SPR-CCY-USES             PIC 9(5).
           05     FILLER                   PIC X(1).
           05     SPR-COUNTRY-COUNT        PIC 9(1).
           05     SPR-COUNTRY-ENTRY        OCCURS 8 TIMES.
               10 SPR-CTY-CODE             PIC X(2).
               10 SPR-CTY-USES             PIC 9(5).
           05     FILLER                   PIC X(1).
           05     SPR-RECEIVER-COUNT       PIC 9(1).
           05     SPR-RECEIVER-ENTRY       OCCURS 6 TIMES.
               10 SPR-RCV-IBAN             PIC X(27).
               10 SPR-RCV-USES             PIC 9(5).
           05     FILLER                   PIC X(1).
