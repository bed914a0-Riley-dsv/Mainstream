      * One item to price, passed to fee-tariff-pricer by
      * fee-reconciliation-reporter and fee-invoice-writer so the two
      * cannot price the same item differently. The caller fills in
      * the item's type, currency, border flag (D domestic, X
      * cross-border), source system, value date, USD-equivalent
      * amount and the source's item count for the value-date month;
      * the pricer hands back the fee with the tariff version, tier
      * and rate it came from, and which charge limit (if either)
      * bound it. FTQ-NOT-PRICED means no tariff line fits the item
      * or there is no tariff file, and the fee is zero.
       01  FTQ-REQUEST.
           05     FTQ-TRANSACTION-TYPE     PIC X(3).
           05     FTQ-CURRENCY             PIC X(3).
           05     FTQ-BORDER-FLAG          PIC X(1).
           05     FTQ-SOURCE-SYSTEM        PIC X(8).
           05     FTQ-VALUE-DATE           PIC 9(8).
           05     FTQ-MONTH-VOLUME         PIC 9(7).
           05     FTQ-AMOUNT-BASE          PIC 9(12)V99.
           05     FTQ-PRICED-SW            PIC X(1).
               88 FTQ-PRICED               VALUE 'Y'.
               88 FTQ-NOT-PRICED           VALUE 'N'.
           05     FTQ-TARIFF-ID            PIC X(8).
           05     FTQ-TIER-NO              PIC 9(2).
           05     FTQ-RATE                 PIC 9(1)V9999.
           05     FTQ-CHARGE-LIMIT         PIC X(1).
               88 FTQ-MINIMUM-APPLIED      VALUE 'N'.
               88 FTQ-MAXIMUM-APPLIED      VALUE 'X'.
               88 FTQ-NO-LIMIT-APPLIED     VALUE ' '.
           05     FTQ-FEE                  PIC 9(12)V99.
