      * Bilateral netting schedule -- reports/netting-schedule.dat,
      * written by settlement-instruction-writer alongside the
      * instruction file every run. One NSN summary per net position
      * (one entity, one counterparty bank under a netting agreement,
      * one value date, one currency): the outbound PAYs to the bank
      * and the inbound PAYs from it, their totals, and the result.
      * PAY means we owe the bank the net amount and it is
      * instructed as a single net SID under the section sequence
      * shown; RECEIVE means the bank owes us the net amount and FLAT
      * that the flows cancel -- neither is instructed, the section
      * sequence is zero, and gateway-ack-processor confirms their
      * outbound payments off this schedule. Each NSN is followed by
      * one NSC per underlying transaction, OUT or IN, so
      * settlement-recall-processor and gateway-ack-processor can
      * trace a net instruction back to the payments in it. The net
      * ID is the SID transaction ID of the net instruction.
       01  NSS-RAW-RECORD                PIC X(140).
       01  NSS-RAW-TAG REDEFINES NSS-RAW-RECORD.
           05     NSS-RECORD-TAG         PIC X(3).
           05     FILLER                 PIC X(137).
       01  NSN-RECORD REDEFINES NSS-RAW-RECORD.
           05     NSN-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     NSN-NET-ID             PIC X(32).
           05     FILLER                 PIC X(1).
           05     NSN-ENTITY             PIC X(4).
           05     FILLER                 PIC X(1).
           05     NSN-BANK-ID            PIC X(6).
           05     FILLER                 PIC X(1).
           05     NSN-VALUE-DATE         PIC 9(8).
           05     FILLER                 PIC X(1).
           05     NSN-CURRENCY           PIC X(3).
           05     FILLER                 PIC X(1).
           05     NSN-SECTION-SEQ        PIC 9(4).
           05     FILLER                 PIC X(1).
           05     NSN-OUTBOUND-COUNT     PIC 9(5).
           05     FILLER                 PIC X(1).
           05     NSN-OUTBOUND-TOTAL     PIC 9(12)V99.
           05     FILLER                 PIC X(1).
           05     NSN-INBOUND-COUNT      PIC 9(5).
           05     FILLER                 PIC X(1).
           05     NSN-INBOUND-TOTAL      PIC 9(12)V99.
           05     FILLER                 PIC X(1).
           05     NSN-NET-AMOUNT         PIC 9(12)V99.
           05     FILLER                 PIC X(1).
           05     NSN-NET-RESULT         PIC X(7).
               88 NSN-WE-PAY             VALUE "PAY".
               88 NSN-WE-RECEIVE         VALUE "RECEIVE".
               88 NSN-FLAT               VALUE "FLAT".
           05     FILLER                 PIC X(9).
       01  NSC-RECORD REDEFINES NSS-RAW-RECORD.
           05     NSC-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     NSC-NET-ID             PIC X(32).
           05     FILLER                 PIC X(1).
           05     NSC-DIRECTION          PIC X(3).
               88 NSC-OUTBOUND           VALUE "OUT".
               88 NSC-INBOUND            VALUE "IN".
           05     FILLER                 PIC X(1).
           05     NSC-TRANSACTION-ID     PIC X(32).
           05     FILLER                 PIC X(1).
           05     NSC-AMOUNT             PIC 9(10)V99.
           05     FILLER                 PIC X(1).
           05     NSC-COUNTERPARTY-IBAN  PIC X(27).
           05     FILLER                 PIC X(1).
           05     NSC-REFERENCE          PIC X(20).
           05     FILLER                 PIC X(5).
