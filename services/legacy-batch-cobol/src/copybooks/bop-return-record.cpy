      * Fixed-format monthly balance-of-payments return for the
      * central bank, built by bop-return-writer from the period's
      * settled cross-border PAY and RTN activity on the transaction
      * master. A BRH header names the reporter, the reporting
      * country and currency, the month and both thresholds; one BRA
      * record per direction, partner country, currency and purpose
      * code carries the item count, the original-currency total and
      * the reporting-currency total; one BRI record per payment
      * above the itemization threshold lists it on its own (it is
      * in its BRA aggregate as well); a BRT trailer restates the
      * record counts and the inward and outward totals. Direction is
      * INW for money into the reporting country, OUT for money out
      * of it; purpose is the payment's purpose code, UNCLASSIFIED
      * where it carried none. All four lay over the same raw
      * buffer, like the regulatory submission records.
       01  BOP-RAW-RECORD                PIC X(200).
       01  BOP-RAW-TAG REDEFINES BOP-RAW-RECORD.
           05     BOP-RECORD-TAG         PIC X(3).
           05     FILLER                 PIC X(197).
       01  BRH-RECORD REDEFINES BOP-RAW-RECORD.
           05     BRH-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     BRH-REPORTER-ID        PIC X(8).
           05     FILLER                 PIC X(1).
           05     BRH-REPORTING-COUNTRY  PIC X(2).
           05     FILLER                 PIC X(1).
           05     BRH-PERIOD-MONTH       PIC 9(6).
           05     FILLER                 PIC X(1).
           05     BRH-REPORTING-CURRENCY PIC X(3).
           05     FILLER                 PIC X(1).
           05     BRH-BUILD-DATE         PIC 9(8).
           05     FILLER                 PIC X(1).
           05     BRH-REPORTING-THRESHOLD PIC 9(10)V99.
           05     FILLER                 PIC X(1).
           05     BRH-ITEMIZE-THRESHOLD  PIC 9(10)V99.
           05     FILLER                 PIC X(139).
       01  BRA-RECORD REDEFINES BOP-RAW-RECORD.
           05     BRA-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     BRA-DIRECTION          PIC X(3).
           05     FILLER                 PIC X(1).
           05     BRA-PARTNER-COUNTRY    PIC X(2).
           05     FILLER                 PIC X(1).
           05     BRA-CURRENCY           PIC X(3).
           05     FILLER                 PIC X(1).
           05     BRA-PURPOSE            PIC X(12).
           05     FILLER                 PIC X(1).
           05     BRA-ITEM-COUNT         PIC 9(7).
           05     FILLER                 PIC X(1).
           05     BRA-AMOUNT             PIC 9(14)V99.
           05     FILLER                 PIC X(1).
           05     BRA-REPORTING-AMOUNT   PIC 9(14)V99.
           05     FILLER                 PIC X(131).
       01  BRI-RECORD REDEFINES BOP-RAW-RECORD.
           05     BRI-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     BRI-DIRECTION          PIC X(3).
           05     FILLER                 PIC X(1).
           05     BRI-PARTNER-COUNTRY    PIC X(2).
           05     FILLER                 PIC X(1).
           05     BRI-CURRENCY           PIC X(3).
           05     FILLER                 PIC X(1).
           05     BRI-PURPOSE            PIC X(12).
           05     FILLER                 PIC X(1).
           05     BRI-TRANSACTION-ID     PIC X(32).
           05     FILLER                 PIC X(1).
           05     BRI-VALUE-DATE         PIC 9(8).
           05     FILLER                 PIC X(1).
           05     BRI-AMOUNT             PIC 9(10)V99.
           05     FILLER                 PIC X(1).
           05     BRI-REPORTING-AMOUNT   PIC 9(14)V99.
           05     FILLER                 PIC X(1).
           05     BRI-PARTNER-IBAN       PIC X(27).
           05     FILLER                 PIC X(1).
           05     BRI-PARTNER-NAME       PIC X(35).
           05     FILLER                 PIC X(37).
       01  BRT-RECORD REDEFINES BOP-RAW-RECORD.
           05     BRT-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     BRT-AGGREGATE-COUNT    PIC 9(6).
           05     FILLER                 PIC X(1).
           05     BRT-ITEMIZED-COUNT     PIC 9(6).
           05     FILLER                 PIC X(1).
           05     BRT-PAYMENT-COUNT      PIC 9(7).
           05     FILLER                 PIC X(1).
           05     BRT-INWARD-TOTAL       PIC 9(14)V99.
           05     FILLER                 PIC X(1).
           05     BRT-OUTWARD-TOTAL      PIC 9(14)V99.
           05     FILLER                 PIC X(141).
