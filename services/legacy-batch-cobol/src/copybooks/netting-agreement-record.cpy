      * One bilateral netting agreement with a counterparty bank,
      * keyed the same way bank-limits.dat keys a bank (IBAN country
      * code plus the four-character bank code). While an agreement
      * is in force for a PAY's value date, settlement-instruction-
      * writer does not instruct that bank's PAYs gross: per value
      * date and currency it nets them against the PAYs the same
      * bank sends us, and instructs only a net amount we owe it.
      * NAG-EFFECTIVE-TO of zero leaves the agreement open-ended; a
      * bank with no agreement in force is instructed gross, as
      * before. Maintained by treasury operations.
       01  NAG-RECORD.
           05     NAG-BANK-ID              PIC X(6).
           05     FILLER                   PIC X(1).
           05     NAG-EFFECTIVE-FROM       PIC 9(8).
           05     FILLER                   PIC X(1).
           05     NAG-EFFECTIVE-TO         PIC 9(8).
