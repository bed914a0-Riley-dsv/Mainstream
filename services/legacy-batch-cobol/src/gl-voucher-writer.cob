       PROGRAM-ID. gl-voucher-writer.
       AUTHOR. Riley.
              DATE-WRITTEN. 01092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 01092026.
      *> 15102026 Riley - the posting-class chart of accounts moved
      *> to gl-account-table.cpy, unchanged, so the FX restatement
      *> voucher posts its adjustments to the same accounts.
      *> 15102026 Riley - intercompany posting classes. The
      *> orchestrator posts an item between two of our own entities
      *> as IC-FROM-<entity> (money paid to that entity: Dr its
      *> due-from account, Cr NOSTRO-CASH) or IC-TO-<entity> (money
      *> received from it: Dr NOSTRO-CASH, Cr its due-to account),
      *> so intercompany flows stay off the external settlement
      *> accounts and each entity pairing has its own GL account.
      *> 02092026 Riley - voucher pairs are now segregated per
      *> legal entity: the orchestrator passes each record's entity
      *> code, the buckets key on it, and the JVD carries it so
       01 WS-BKT-FOUND-SW PIC X(1).
           88 WS-BKT-FOUND VALUE 'Y' FALSE 'N'.

      *> The chart of accounts per posting class.
       COPY "gl-account-table".
       01 WS-DEBIT-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-CREDIT-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-LEG-DEBIT-CREDIT PIC X(1) VALUE SPACE.
       01 WS-LEG-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-IC-OTHER-ENTITY PIC X(4) VALUE SPACES.

       01 WS-LINE-COUNT PIC 9(6) VALUE 0.

       920-LOOKUP-ACCOUNT-PAIR.
           MOVE "GL-SUSPENSE-DR" TO WS-DEBIT-ACCOUNT
           MOVE "GL-SUSPENSE-CR" TO WS-CREDIT-ACCOUNT
           SET GLA-IDX TO 1
           SEARCH GLA-ENTRY
              AT END CONTINUE
              WHEN GLA-CLASS (GLA-IDX)
                 = WS-BKT-CLASS (WS-BUCKET-SUB)
                 MOVE GLA-DEBIT (GLA-IDX)
                    TO WS-DEBIT-ACCOUNT
                 MOVE GLA-CREDIT (GLA-IDX)
                    TO WS-CREDIT-ACCOUNT
           END-SEARCH
           EVALUATE TRUE
              WHEN WS-BKT-CLASS (WS-BUCKET-SUB) (1:8) = "IC-FROM-"
                 MOVE WS-BKT-CLASS (WS-BUCKET-SUB) (9:4)
                    TO WS-IC-OTHER-ENTITY
                 MOVE SPACES TO WS-DEBIT-ACCOUNT
                 STRING "IC-DUE-FROM-" WS-IC-OTHER-ENTITY
                    DELIMITED BY SIZE INTO WS-DEBIT-ACCOUNT
                 END-STRING
                 MOVE "NOSTRO-CASH" TO WS-CREDIT-ACCOUNT
              WHEN WS-BKT-CLASS (WS-BUCKET-SUB) (1:6) = "IC-TO-"
                 MOVE WS-BKT-CLASS (WS-BUCKET-SUB) (7:4)
                    TO WS-IC-OTHER-ENTITY
                 MOVE "NOSTRO-CASH" TO WS-DEBIT-ACCOUNT
                 MOVE SPACES TO WS-CREDIT-ACCOUNT
                 STRING "IC-DUE-TO-" WS-IC-OTHER-ENTITY
                    DELIMITED BY SIZE INTO WS-CREDIT-ACCOUNT
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> WS-LEG-DEBIT-CREDIT and WS-LEG-ACCOUNT are set by the
      *> calling paragraph; everything else comes off the bucket
