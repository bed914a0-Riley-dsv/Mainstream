      * One entry of the maintained operator authority file -- who
      * may key and who may approve each kind of operator action
      * that changes money or compliance state. An operator holds
      * one line per action type; OPA-MAY-KEY lets them key the
      * entry, OPA-MAY-AUTHORIZE lets them approve someone else's.
      * Action types: REJECT-REPAIR (reject-repair corrections),
      * SCREEN-RELEASE and SCREEN-CONFIRM (screening-review
      * dispositions), RECALL (settlement-recall-processor
      * requests), CASE-STATUS (compliance-case-maintenance),
      * RUN-BACKOUT (run-backout), FX-RESTATE (fx-rate-restatement)
      * and RESEAL (integrity-reseal). An operator with no line for an
      * action type has no authority for it at all. Loaded by
      * operator-authorization on its first CALL.
       01  OPA-RECORD.
           05     OPA-OPERATOR-ID          PIC X(8).
           05     FILLER                   PIC X(1).
           05     OPA-ACTION-TYPE          PIC X(14).
           05     FILLER                   PIC X(1).
           05     OPA-MAY-KEY              PIC X(1).
               88 OPA-CAN-KEY              VALUE 'Y'.
           05     FILLER                   PIC X(1).
           05     OPA-MAY-AUTHORIZE        PIC X(1).
               88 OPA-CAN-AUTHORIZE        VALUE 'Y'.
           05     FILLER                   PIC X(1).
           05     OPA-OPERATOR-NAME        PIC X(30).
