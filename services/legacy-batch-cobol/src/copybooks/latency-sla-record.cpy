      * One entry of the maintained processing latency targets -- the
      * elapsed minutes one leg of a settled payment's journey may
      * take before the latency report counts it as a breach. The
      * legs are OPER-TO-RUN (operation timestamp to the start of the
      * settlement run that took it), RUN-TO-INSTR (run start to the
      * instruction section being written) and INSTR-TO-ACK
      * (instruction written to the gateway's answer being
      * processed). A leg with no entry here is measured but never
      * flagged.
       01  LSL-RECORD.
           05     LSL-LEG                  PIC X(12).
           05     FILLER                   PIC X(1).
           05     LSL-TARGET-MINUTES       PIC 9(5).
           05     FILLER                   PIC X(1).
           05     LSL-DESCRIPTION          PIC X(40).
