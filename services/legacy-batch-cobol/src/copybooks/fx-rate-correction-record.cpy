      * One treasury rate correction -- a rate on the FX rate feed
      * (fx-rate-feed.dat) that was wrong when a run converted with
      * it. Names the currency and the effective date of the feed
      * entry being corrected, the rate the runs used and the rate
      * they should have used, in the feed's own 9(2)V9999 form.
      * fx-rate-restatement finds every master record converted at
      * the superseded rate and restates it. Keyed by treasury with
      * the keying operator and a different approving operator on
      * the line -- a restatement moves booked USD equivalents and
      * is maker-checker like every other operator input.
       01  FXC-RECORD.
           05     FXC-CURRENCY             PIC X(3).
           05     FILLER                   PIC X(1).
           05     FXC-EFFECTIVE-DATE       PIC 9(8).
           05     FILLER                   PIC X(1).
           05     FXC-OLD-RATE             PIC 9(2)V9999.
           05     FILLER                   PIC X(1).
           05     FXC-NEW-RATE             PIC 9(2)V9999.
           05     FILLER                   PIC X(1).
           05     FXC-KEYER-ID             PIC X(8).
           05     FILLER                   PIC X(1).
           05     FXC-AUTHORIZER-ID        PIC X(8).
