      * One maintained interest-compensation rate -- the per-currency
      * rate treasury agrees interest claims at, effective from
      * IRT-EFFECTIVE-DATE until a later entry for the same currency
      * takes over. IRT-ANNUAL-RATE is the rate per annum in percent
      * with four implied decimals (0032500 is 3.25%); IRT-DAY-COUNT
      * is the convention the currency's market claims under, ACT/360
      * or ACT/365; a computed claim under IRT-MINIMUM-CLAIM (in the
      * currency, two implied decimals) is too small to raise or pay
      * and is listed but not booked. interest-claim-writer picks the
      * latest entry effective on or before the requested value date.
       01  IRT-RECORD.
           05     IRT-CURRENCY             PIC X(3).
           05     FILLER                   PIC X(1).
           05     IRT-EFFECTIVE-DATE       PIC 9(8).
           05     FILLER                   PIC X(1).
           05     IRT-ANNUAL-RATE          PIC 9(3)V9(4).
           05     FILLER                   PIC X(1).
           05     IRT-DAY-COUNT            PIC X(7).
               88 IRT-ACT-360              VALUE 'ACT/360'.
               88 IRT-ACT-365              VALUE 'ACT/365'.
           05     FILLER                   PIC X(1).
           05     IRT-MINIMUM-CLAIM        PIC 9(8)V99.
