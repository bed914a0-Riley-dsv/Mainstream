      * item for the compliance reviewer instead of a line that dies
      * with the next run's report rewrite. Carries the matched list
      * entry, which side matched, the USD-equivalent amount and the
      * raw detail row (both IBANs ride inside it, and the extended
      * layout's names and remittance after byte 166) exactly as
      * held.
      * The queue is a carry-over worklist like reject-queue.dat:
      * the orchestrator appends, and only screening-review ever
      * removes an entry -- released records go out on the
           05     FILLER                   PIC X(1).
           05     SHQ-AMOUNT-BASE          PIC 9(12)V99.
           05     FILLER                   PIC X(1).
           05     SHQ-TRANSACTION-DETAIL   PIC X(400).
