      * disposition note. Anything not yet CLEARED carries forward
      * onto the next day's worklist, with its age in days printed at
      * the top -- the evidence our auditors asked for at the last
      * inspection. CSE-ALERT-TYPE is the kind of alert that raised
      * the case -- LARGE-TXN for the fixed-threshold check, ANOMALY
      * for a departure from the sender's own profile; a case raised
      * before the type was kept has it blank and is a LARGE-TXN.
       01  CSE-RECORD.
           05     CSE-CASE-ID              PIC 9(6).
           05     FILLER                   PIC X(1).
           05     CSE-SOURCE-SYSTEM        PIC X(8).
           05     FILLER                   PIC X(1).
           05     CSE-NOTE                 PIC X(40).
           05     FILLER                   PIC X(1).
           05     CSE-ALERT-TYPE           PIC X(12).
