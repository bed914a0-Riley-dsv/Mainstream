      * and the dates, no decimal point or dashes). Field names:
      * TRANSACTION-ID, OPERATION-DATE, OPERATION-TIME, VALUE-DATE,
      * TYPE, AMOUNT, CURRENCY, SENDER-IBAN, RECEIVER-IBAN, REFERENCE,
      * SOURCE-SYSTEM, ORDERING-NAME, BENEFICIARY, REMITTANCE,
      * PURPOSE-CODE, CHARGE-BEARER -- TRANSACTION-ID itself is
      * correctable because the right repair for a genuine
      * duplicate is a fresh ID. A transaction may have any number
      * of correction lines; they apply in file order, matched
      * against the ID as originally rejected. Every line carries
      * the operator who keyed it and a different operator who
      * approved it; operator-authorization judges the pair against
      * the operator authority file before the correction is
      * applied. A value longer than 32 bytes (a name or remittance
      * information) continues in COR-NEW-VALUE-CONT after the
      * authorizer.
       01  COR-RECORD.
           05     COR-TRANSACTION-ID       PIC X(32).
           05     FILLER                   PIC X(1).
           05     COR-FIELD-NAME           PIC X(14).
           05     FILLER                   PIC X(1).
           05     COR-NEW-VALUE            PIC X(32).
           05     FILLER                   PIC X(1).
           05     COR-KEYER-ID             PIC X(8).
           05     FILLER                   PIC X(1).
           05     COR-AUTHORIZER-ID        PIC X(8).
           05     FILLER                   PIC X(1).
           05     COR-NEW-VALUE-CONT       PIC X(108).
