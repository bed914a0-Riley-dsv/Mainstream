      * Persistent record of one transaction ID the reader has already
      * accepted as processed, held on the INDEXED seen-ID store keyed
      * on the ID (keyed-store, store SEEN-IDS). The reader looks each
      * incoming ID up by key and stages the IDs it accepts, so a
      * transaction ID that has already gone through -- whether
      * earlier in this run or in a previous one -- is caught as a
      * duplicate instead of being processed twice. SID-RECORDED-DATE
      * is the day the ID was recorded, which retention-housekeeper
      * ages the store by.
       01  SID-RECORD.
           05     SID-TRANSACTION-ID       PIC X(32).
           05     FILLER                   PIC X(1).
           05     SID-RECORDED-DATE        PIC 9(8).
