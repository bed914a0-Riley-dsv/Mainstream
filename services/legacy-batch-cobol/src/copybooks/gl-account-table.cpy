      * Debit/credit account pair per GL posting class -- the chart
      * names finance asked for, shared by every program that writes
      * a journal voucher so an adjusting voucher lands on the same
      * accounts the run voucher used. A class not listed posts to
      * the suspense pair so nothing ever falls off a voucher. The
      * intercompany classes (IC-FROM-<entity>, IC-TO-<entity>) are
      * not listed: their due-from/due-to account carries the other
      * entity's code and is built by the writer.
       01  GLA-ACCOUNT-VALUES.
           05     FILLER PIC X(12) VALUE "SETTLED-PAY".
           05     FILLER PIC X(20) VALUE "SETTLEMENT-CLEARING".
           05     FILLER PIC X(20) VALUE "NOSTRO-CASH".
           05     FILLER PIC X(12) VALUE "FEE-INCOME".
           05     FILLER PIC X(20) VALUE "NOSTRO-CASH".
           05     FILLER PIC X(20) VALUE "FEE-INCOME".
           05     FILLER PIC X(12) VALUE "REVERSAL".
           05     FILLER PIC X(20) VALUE "NOSTRO-CASH".
           05     FILLER PIC X(20) VALUE "SETTLEMENT-CLEARING".
           05     FILLER PIC X(12) VALUE "SCREENED".
           05     FILLER PIC X(20) VALUE "SCREENING-SUSPENSE".
           05     FILLER PIC X(20) VALUE "SETTLEMENT-PAYABLE".
           05     FILLER PIC X(12) VALUE "WAREHOUSED".
           05     FILLER PIC X(20) VALUE "WAREHOUSE-PENDING".
           05     FILLER PIC X(20) VALUE "SETTLEMENT-PAYABLE".
           05     FILLER PIC X(12) VALUE "RETURN".
           05     FILLER PIC X(20) VALUE "NOSTRO-CASH".
           05     FILLER PIC X(20) VALUE "SETTLEMENT-CLEARING".
           05     FILLER PIC X(12) VALUE "REF-HELD".
           05     FILLER PIC X(20) VALUE "COUNTERPARTY-SUSPNSE".
           05     FILLER PIC X(20) VALUE "SETTLEMENT-PAYABLE".
           05     FILLER PIC X(12) VALUE "LIMIT-HELD".
           05     FILLER PIC X(20) VALUE "WAREHOUSE-PENDING".
           05     FILLER PIC X(20) VALUE "SETTLEMENT-PAYABLE".
       01  GLA-ACCOUNT-TABLE REDEFINES GLA-ACCOUNT-VALUES.
           05     GLA-ENTRY OCCURS 8 TIMES
                  INDEXED BY GLA-IDX.
                  10 GLA-CLASS             PIC X(12).
                  10 GLA-DEBIT             PIC X(20).
                  10 GLA-CREDIT            PIC X(20).
