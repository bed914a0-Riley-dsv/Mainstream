      * Persistent record of one payment reference (TR-REFERENCE of a
      * PAY) this shop has settled, held on the INDEXED payment
      * reference store keyed on the reference (keyed-store, store
      * PAYMENT-REFS) -- the reversal matcher's equivalent of the
      * seen-ID store. A REV arriving days after its original PAY can
      * still be tied back to it instead of being flagged as an orphan
      * just because the payment settled in an earlier run. A REV
      * carries the payment's reference behind its own four-character
      * prefix, so the part behind the prefix (PRF-REF-MATCH) is the
      * store's alternate key, with duplicates.
      * PRF-ORIGINAL-AMOUNT is the payment's original-currency amount
      * and PRF-REVERSED-AMOUNT the cumulative amount reversed against
      * it so far, so partial reversals net at amount level and a
      * before the amounts existed reads back spaces there and is
      * treated as amount-unknown (matched by reference only, never
      * over-reversal-checked).
      * PRF-RECORDED-DATE is the day the reference was recorded,
      * which retention-housekeeper ages the store by.
       01  PRF-RECORD.
           05     PRF-REFERENCE.
               10 PRF-REF-PREFIX           PIC X(4).
               10 PRF-REF-MATCH            PIC X(16).
           05     FILLER                   PIC X(1).
           05     PRF-ORIGINAL-AMOUNT     PIC 9(10)V99.
           05     FILLER                   PIC X(1).
           05     PRF-REVERSED-AMOUNT     PIC 9(10)V99.
           05     FILLER                   PIC X(1).
           05     PRF-RECORDED-DATE        PIC 9(8).
