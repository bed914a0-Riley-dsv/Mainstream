      * One warehoused forward-dated payment -- a valid PAY whose
      * TR-VALUE-DATE is still in the future on the day its extract
      * arrives, parked here instead of being settled early. The
      * orchestrator's release step browses the INDEXED warehouse
      * store (keyed-store, store WAREHOUSE, keyed on the transaction
      * ID) at the start of every run and pulls any entry whose value
      * date has arrived into that day's settlement flow; the rest
      * stay where they are, next to the day's newly warehoused items,
      * so the warehouse survives across runs as the pending-settlement
      * balance. The USD-equivalent amount is carried alongside the
      * raw detail row (the full 400-byte record, extended-layout tail
      * included) because the FX rate was in force on the day the
      * payment was accepted -- re-converting at release time would
      * value the payment at the wrong day's rate.
       01  WHS-RECORD.
           05     WHS-AMOUNT-BASE          PIC 9(12)V99.
           05     FILLER                   PIC X(1).
           05     WHS-TRANSACTION-DETAIL.
               10 WHS-TRANSACTION-ID       PIC X(32).
               10 FILLER                   PIC X(368).
