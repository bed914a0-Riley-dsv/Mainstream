      * consumed by settlement-recall-processor, which verifies the
      * instruction actually exists in the outbound file, that its
      * section has not already been acknowledged by the gateway, and
      * then emits the sequenced SIC cancellation record. Each line
      * names the operator who keyed the recall and the different
      * operator who approved it -- a recall without an authorized
      * pair is refused before the instruction is even looked up.
       01  RCL-RECORD.
           05     RCL-TRANSACTION-ID       PIC X(32).
           05     FILLER                   PIC X(1).
           05     RCL-KEYER-ID             PIC X(8).
           05     FILLER                   PIC X(1).
           05     RCL-AUTHORIZER-ID        PIC X(8).
