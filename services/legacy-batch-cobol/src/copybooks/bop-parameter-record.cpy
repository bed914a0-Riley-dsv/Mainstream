      * The central bank's balance-of-payments reporting parameters,
      * one line kept by finance: the reporter code the central bank
      * assigned us, the reporting country (the IBAN country code
      * that makes a payment inbound or outbound -- a payment with
      * neither side in it is no part of our return), the currency
      * the return is made in, the reporting threshold (a payment at
      * or below it, converted to the reporting currency, is left
      * out of the return) and the itemization threshold (a payment
      * above it is also listed on its own). Both thresholds are in
      * the reporting currency.
       01  BPP-RECORD.
           05     BPP-REPORTER-ID          PIC X(8).
           05     FILLER                   PIC X(1).
           05     BPP-REPORTING-COUNTRY    PIC X(2).
           05     FILLER                   PIC X(1).
           05     BPP-REPORTING-CURRENCY   PIC X(3).
           05     FILLER                   PIC X(1).
           05     BPP-REPORTING-THRESHOLD  PIC 9(10)V99.
           05     FILLER                   PIC X(1).
           05     BPP-ITEMIZE-THRESHOLD    PIC 9(10)V99.
