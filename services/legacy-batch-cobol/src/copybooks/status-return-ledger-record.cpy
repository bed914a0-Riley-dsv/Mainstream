      * What each source system was last told about one transaction,
      * keyed on SRL-TRANSACTION-ID (ORGANIZATION INDEXED) and kept
      * by status-return-writer. SRL-MASTER-DISPOSITION and
      * SRL-MASTER-RUN-ID are the master's state when it was last
      * reported; a master record that no longer matches them has
      * changed since, and goes out again as an update line.
      * SRL-REPORTED-STATUS is the status actually sent, which can
      * differ from the master's (RESUBMITTED for a reject the repair
      * step has put back in the stream).
       01  SRL-RECORD.
           05     SRL-TRANSACTION-ID       PIC X(32).
           05     SRL-MASTER-RUN-ID        PIC 9(6).
           05     SRL-MASTER-DISPOSITION   PIC X(12).
           05     SRL-REPORTED-STATUS      PIC X(12).
           05     SRL-RETURN-DATE          PIC 9(8).
           05     SRL-RETURN-RUN-ID        PIC 9(6).
