      * One line of the maintained fee tariff file
      * (sample-data/fee-tariff.dat) -- the rate we charge per settled
      * item of a transaction type, replacing the compiled-in fee
      * schedule. FTF-TARIFF-ID names the tariff version the line
      * belongs to and is printed against every invoice line priced
      * from it. A line is in force from FTF-EFFECTIVE-FROM through
      * FTF-EFFECTIVE-TO inclusive (zero leaves it open-ended),
      * matched against the transaction's value date. Currency '***',
      * border flag '*' and source system '*' match anything; of the
      * lines that fit, the most specific wins -- a source-specific
      * line over a general one, then a named currency, then a named
      * border flag (D domestic, X cross-border) -- and among equals
      * the later effective-from, so a new version need only end-date
      * the lines it replaces. FTF-TIER-FROM/TO bound the source's
      * monthly item count (value-date month) the line prices: a
      * source whose month has reached a tier is priced at that
      * tier's rate. FTF-TIER-TO of zero leaves the top tier open.
      * The rate is a fraction of the USD-equivalent amount, PIC
      * 9(1)V9999 as on the old schedule ('00025' is 0.0025); the
      * minimum and maximum charge per item are USD equivalent, zero
      * meaning no floor or no cap.
       01  FTF-RECORD.
           05     FTF-TARIFF-ID            PIC X(8).
           05     FILLER                   PIC X(1).
           05     FTF-EFFECTIVE-FROM       PIC 9(8).
           05     FILLER                   PIC X(1).
           05     FTF-EFFECTIVE-TO         PIC 9(8).
           05     FILLER                   PIC X(1).
           05     FTF-TYPE-CODE            PIC X(3).
           05     FILLER                   PIC X(1).
           05     FTF-CURRENCY-CODE        PIC X(3).
           05     FILLER                   PIC X(1).
           05     FTF-BORDER-FLAG          PIC X(1).
           05     FILLER                   PIC X(1).
           05     FTF-SOURCE-SYSTEM        PIC X(8).
           05     FILLER                   PIC X(1).
           05     FTF-TIER-NO              PIC 9(2).
           05     FILLER                   PIC X(1).
           05     FTF-TIER-FROM            PIC 9(7).
           05     FILLER                   PIC X(1).
           05     FTF-TIER-TO              PIC 9(7).
           05     FILLER                   PIC X(1).
           05     FTF-RATE                 PIC 9(1)V9999.
           05     FILLER                   PIC X(1).
           05     FTF-MIN-CHARGE           PIC 9(7)V99.
           05     FILLER                   PIC X(1).
           05     FTF-MAX-CHARGE           PIC 9(7)V99.
