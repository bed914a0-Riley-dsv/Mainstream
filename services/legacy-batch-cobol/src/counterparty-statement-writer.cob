      *> Periodic activity statement per counterparty IBAN. This is a
      *> standalone batch program, not CALLed from
      *> main-cobol-orchestrator -- it answers the corporate
      *> counterparties who want a statement of everything we moved
      *> for their account in a period, which until now was built by
      *> hand from grep output. The source of truth is the
      *> transaction master: every PAY, FEE, REV and RTN that
      *> settled (or that the gateway has since confirmed, the same
      *> rule fee-invoice-writer bills on) with its value date in the
      *> period is listed where the IBAN is the sender (a debit to
      *> the counterparty's account) or the receiver (a credit), with
      *> value date, reference and the original amount and currency.
      *> A REV carries the parties of the PAY it reverses, so its
      *> side is swapped -- a credit back to that PAY's sender, a
      *> debit to its receiver -- and the pair cancels on the
      *> statement, as the intercompany classification in main.cob
      *> treats it. An RTN is stated the way it is recorded.
      *> Totals are per currency: the opening net movement (every
      *> earlier value date on the master), the period's debits and
      *> credits, and the closing net movement, net being credits
      *> less debits from the counterparty's side. Each statement is
      *> headed with the CPR-NAME off counterparty-reference.dat.
      *> Set STATEMENT_PERIOD_START and STATEMENT_PERIOD_END
      *> (YYYYMMDD, inclusive, matched against the value date), and
      *> STATEMENT_IBAN for one counterparty's statement on request
      *> (whatever its reference status); left blank, every ACTIVE
      *> counterparty gets one, which is the period-close run. All
      *> statements of a run go to one file, one after another, the
      *> way fee-invoice-writer lays out its invoices.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. counterparty-statement-writer.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-MASTER-FILE
                  ASSIGN TO WS-MASTER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TMF-TRANSACTION-ID
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT COUNTERPARTY-REF-FILE
                  ASSIGN TO WS-CPTY-REF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CPTY-REF-STATUS.
           SELECT STATEMENT-FILE
                  ASSIGN TO WS-STATEMENT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD COUNTERPARTY-REF-FILE.
       COPY "counterparty-reference-record".

       FD STATEMENT-FILE.
       01 STM-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-CPTY-REF-PATH PIC X(255) VALUE
                   "../../../sample-data/counterparty-reference.dat".
       01 WS-CPTY-REF-OVERRIDE PIC X(255).
       01 WS-CPTY-REF-STATUS PIC X(2) VALUE '00'.
       01 WS-STATEMENT-PATH PIC X(255) VALUE
                       "../../../reports/counterparty-statements.dat".
       01 WS-STATEMENT-OVERRIDE PIC X(255).
       01 WS-STATEMENT-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".

       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-CPTY-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-CPTY-EOF VALUE 'Y' FALSE 'N'.
       01 WS-PERIOD-START PIC X(8) VALUE SPACES.
       01 WS-PERIOD-END PIC X(8) VALUE SPACES.
       01 WS-REQUESTED-IBAN PIC X(27) VALUE SPACES.
       01 WS-VALUE-DATE PIC X(8) VALUE SPACES.
       01 WS-STATEMENTS-WRITTEN PIC 9(3) VALUE 0.
       01 WS-LINES-WRITTEN PIC 9(7) VALUE 0.

      *> The counterparties to state, off the reference master.
       01 WS-CPTY-MAX PIC 9(3) VALUE 200.
       01 WS-CPTY-COUNT PIC 9(3) VALUE 0.
       01 WS-CPTY-SUB PIC 9(3) VALUE 0.
       01 WS-CPTY-TABLE.
           05 WS-CPT-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-CPT-IDX.
                 10 WS-CPT-IBAN   PIC X(27).
                 10 WS-CPT-NAME   PIC X(30).
                 10 WS-CPT-STATUS PIC X(8).

      *> Per-currency totals of the statement in hand. Amounts are in
      *> the transaction currency, signed from the counterparty's
      *> side: credits add, debits subtract.
       01 WS-CCY-MAX PIC 9(2) VALUE 20.
       01 WS-CCY-COUNT PIC 9(2) VALUE 0.
       01 WS-CCY-SUB PIC 9(2) VALUE 0.
       01 WS-CCY-TABLE.
           05 WS-CCY-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-CCY-IDX.
                 10 WS-CCY-CODE      PIC X(3).
                 10 WS-CCY-OPENING   PIC S9(13)V99.
                 10 WS-CCY-DEBITS    PIC 9(13)V99.
                 10 WS-CCY-CREDITS   PIC 9(13)V99.
       01 WS-CCY-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-CCY-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-CLOSING-NET PIC S9(13)V99 VALUE 0.
       01 WS-PERIOD-LINES PIC 9(7) VALUE 0.

      *> D when the statement's IBAN sent the money, C when it
      *> received it.
       01 WS-DIRECTION PIC X(1) VALUE SPACE.
           88 WS-DIRECTION-DEBIT VALUE 'D'.
           88 WS-DIRECTION-CREDIT VALUE 'C'.

       01 STM-LINE-DETAIL.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 STM-DTL-VALUE-DATE      PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 STM-DTL-TYPE            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 STM-DTL-DIRECTION       PIC X(2).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 STM-DTL-REFERENCE       PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 STM-DTL-AMOUNT          PIC Z(9)9.99.
           05 FILLER                  PIC X(1) VALUE SPACE.
           05 STM-DTL-CURRENCY        PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 STM-DTL-COUNTERPARTY    PIC X(27).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 STM-DTL-TRANSACTION-ID  PIC X(32).

       01 STM-LINE-TOTAL.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 STM-TOT-CURRENCY        PIC X(3).
           05 FILLER                  PIC X(10) VALUE "  OPENING ".
           05 STM-TOT-OPENING         PIC -(13)9.99.
           05 FILLER                  PIC X(9) VALUE "  DEBITS ".
           05 STM-TOT-DEBITS          PIC Z(13)9.99.
           05 FILLER                  PIC X(10) VALUE "  CREDITS ".
           05 STM-TOT-CREDITS         PIC Z(13)9.99.
           05 FILLER                  PIC X(10) VALUE "  CLOSING ".
           05 STM-TOT-CLOSING         PIC -(13)9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting counterparty statements"
           PERFORM 050-DETERMINE-PERIOD
           PERFORM 100-LOAD-COUNTERPARTIES
           IF WS-CPTY-COUNT = 0
              IF WS-REQUESTED-IBAN NOT = SPACES
                 DISPLAY "IBAN " WS-REQUESTED-IBAN " is not on the "
                    "counterparty reference master - no statement"
              ELSE
                 DISPLAY "No ACTIVE counterparty on the reference "
                    "master - no statements written"
              END-IF
              STOP RUN
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-STATUS NOT = '00'
              DISPLAY "counterparty-statement-writer: file status "
                 WS-STATEMENT-STATUS
              STOP RUN
           END-IF
           PERFORM 200-WRITE-ONE-STATEMENT
              VARYING WS-CPTY-SUB FROM 1 BY 1
              UNTIL WS-CPTY-SUB > WS-CPTY-COUNT
           CLOSE STATEMENT-FILE
           DISPLAY "Counterparty statements complete: "
              WS-STATEMENTS-WRITTEN " statement(s), "
              WS-LINES-WRITTEN " movement line(s)"
           STOP RUN.

       050-DETERMINE-PERIOD.
           ACCEPT WS-PERIOD-START
              FROM ENVIRONMENT "STATEMENT_PERIOD_START"
           ACCEPT WS-PERIOD-END
              FROM ENVIRONMENT "STATEMENT_PERIOD_END"
           IF WS-PERIOD-START = SPACES OR WS-PERIOD-END = SPACES
              OR WS-PERIOD-START IS NOT NUMERIC
              OR WS-PERIOD-END IS NOT NUMERIC
              DISPLAY "Set STATEMENT_PERIOD_START and "
                 "STATEMENT_PERIOD_END (YYYYMMDD) before running "
                 "statements"
              STOP RUN
           END-IF
           ACCEPT WS-REQUESTED-IBAN
              FROM ENVIRONMENT "STATEMENT_IBAN"
           MOVE SPACES TO WS-STATEMENT-OVERRIDE
           ACCEPT WS-STATEMENT-OVERRIDE
              FROM ENVIRONMENT "STATEMENT_OUTPUT_PATH"
           IF WS-STATEMENT-OVERRIDE NOT = SPACES
              MOVE WS-STATEMENT-OVERRIDE TO WS-STATEMENT-PATH
           END-IF
           DISPLAY "Statement period " WS-PERIOD-START " through "
              WS-PERIOD-END.

      *> Same file and override the orchestrator loads. A missing
      *> reference master leaves nobody to state.
       100-LOAD-COUNTERPARTIES.
           MOVE SPACES TO WS-CPTY-REF-OVERRIDE
           ACCEPT WS-CPTY-REF-OVERRIDE
              FROM ENVIRONMENT "COUNTERPARTY_REFERENCE_PATH"
           IF WS-CPTY-REF-OVERRIDE NOT = SPACES
              MOVE WS-CPTY-REF-OVERRIDE TO WS-CPTY-REF-PATH
           END-IF
           OPEN INPUT COUNTERPARTY-REF-FILE
           IF WS-CPTY-REF-STATUS NOT = '00'
              DISPLAY "Counterparty reference master not available, "
                 "status " WS-CPTY-REF-STATUS
           ELSE
              PERFORM 110-READ-CPTY-ENTRY
                 UNTIL WS-CPTY-EOF
                    OR WS-CPTY-COUNT = WS-CPTY-MAX
              IF NOT WS-CPTY-EOF
                 DISPLAY "*** COUNTERPARTY TABLE FULL AT "
                    WS-CPTY-MAX " - later entries get no statement "
                    "this run ***"
              END-IF
              CLOSE COUNTERPARTY-REF-FILE
           END-IF.

       110-READ-CPTY-ENTRY.
           READ COUNTERPARTY-REF-FILE
              AT END SET WS-CPTY-EOF TO TRUE
              NOT AT END
                 IF WS-REQUESTED-IBAN NOT = SPACES
                    IF CPR-IBAN = WS-REQUESTED-IBAN
                       PERFORM 120-TAKE-CPTY-ENTRY
                    END-IF
                 ELSE
                    IF CPR-IS-ACTIVE
                       PERFORM 120-TAKE-CPTY-ENTRY
                    END-IF
                 END-IF
           END-READ.

       120-TAKE-CPTY-ENTRY.
           ADD 1 TO WS-CPTY-COUNT
           MOVE CPR-IBAN TO WS-CPT-IBAN (WS-CPTY-COUNT)
           MOVE CPR-NAME TO WS-CPT-NAME (WS-CPTY-COUNT)
           MOVE CPR-STATUS TO WS-CPT-STATUS (WS-CPTY-COUNT).

      *> One pass of the master per counterparty: movements before
      *> the period build the opening, movements inside it are
      *> listed, later ones are ignored. Lines come out in master
      *> (transaction ID) order.
       200-WRITE-ONE-STATEMENT.
           SET WS-CPT-IDX TO WS-CPTY-SUB
           MOVE 0 TO WS-CCY-COUNT WS-PERIOD-LINES
           MOVE SPACES TO STM-REPORT-LINE
           STRING "STATEMENT  IBAN " WS-CPT-IBAN (WS-CPT-IDX)
              "  " WS-CPT-NAME (WS-CPT-IDX)
              "  PERIOD " WS-PERIOD-START "-" WS-PERIOD-END
              DELIMITED BY SIZE INTO STM-REPORT-LINE
           END-STRING
           WRITE STM-REPORT-LINE
           IF WS-CPT-STATUS (WS-CPT-IDX) NOT = "ACTIVE"
              MOVE SPACES TO STM-REPORT-LINE
              STRING "  REFERENCE STATUS " WS-CPT-STATUS (WS-CPT-IDX)
                 DELIMITED BY SIZE INTO STM-REPORT-LINE
              END-STRING
              WRITE STM-REPORT-LINE
           END-IF
           MOVE SPACES TO STM-REPORT-LINE
           STRING "  VALUE DT  TYP  DC  REFERENCE             "
              "      AMOUNT CCY  COUNTERPARTY IBAN            "
              "TRANSACTION ID"
              DELIMITED BY SIZE INTO STM-REPORT-LINE
           END-STRING
           WRITE STM-REPORT-LINE
           PERFORM 210-START-MASTER
           PERFORM 220-STATE-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE TRANSACTION-MASTER-FILE
           IF WS-PERIOD-LINES = 0
              MOVE SPACES TO STM-REPORT-LINE
              MOVE "  NO MOVEMENT IN THE PERIOD" TO STM-REPORT-LINE
              WRITE STM-REPORT-LINE
           END-IF
           PERFORM 300-WRITE-CURRENCY-TOTAL
              VARYING WS-CCY-SUB FROM 1 BY 1
              UNTIL WS-CCY-SUB > WS-CCY-COUNT
           MOVE SPACES TO STM-REPORT-LINE
           WRITE STM-REPORT-LINE
           ADD 1 TO WS-STATEMENTS-WRITTEN.

       210-START-MASTER.
           SET WS-MASTER-EOF TO FALSE
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "Transaction master not available, status "
                 WS-MASTER-STATUS
              CLOSE STATEMENT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO TMF-TRANSACTION-ID
           START TRANSACTION-MASTER-FILE
              KEY NOT < TMF-TRANSACTION-ID
           END-START
           IF WS-MASTER-STATUS NOT = '00'
              SET WS-MASTER-EOF TO TRUE
           END-IF.

       220-STATE-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                 MOVE TMF-TRANSACTION-DETAIL (50:8) TO WS-VALUE-DATE
                 IF (TMF-DISPOSITION = "SETTLED"
                    OR TMF-DISPOSITION = "CONFIRMED")
                    AND WS-VALUE-DATE NOT > WS-PERIOD-END
                    IF TR-SENDER-IBAN = WS-CPT-IBAN (WS-CPT-IDX)
                       IF TR-TRANSACTION-TYPE = "REV"
                          SET WS-DIRECTION-CREDIT TO TRUE
                       ELSE
                          SET WS-DIRECTION-DEBIT TO TRUE
                       END-IF
                       PERFORM 230-POST-MOVEMENT
                    END-IF
                    IF TR-RECEIVER-IBAN = WS-CPT-IBAN (WS-CPT-IDX)
                       IF TR-TRANSACTION-TYPE = "REV"
                          SET WS-DIRECTION-DEBIT TO TRUE
                       ELSE
                          SET WS-DIRECTION-CREDIT TO TRUE
                       END-IF
                       PERFORM 230-POST-MOVEMENT
                    END-IF
                 END-IF
           END-READ.

       230-POST-MOVEMENT.
           PERFORM 240-FIND-CURRENCY
           IF WS-CCY-FOUND
              IF WS-VALUE-DATE < WS-PERIOD-START
                 IF WS-DIRECTION-DEBIT
                    SUBTRACT TR-AMOUNT FROM WS-CCY-OPENING (WS-CCY-IDX)
                 ELSE
                    ADD TR-AMOUNT TO WS-CCY-OPENING (WS-CCY-IDX)
                 END-IF
              ELSE
                 IF WS-DIRECTION-DEBIT
                    ADD TR-AMOUNT TO WS-CCY-DEBITS (WS-CCY-IDX)
                 ELSE
                    ADD TR-AMOUNT TO WS-CCY-CREDITS (WS-CCY-IDX)
                 END-IF
                 PERFORM 250-WRITE-MOVEMENT-LINE
              END-IF
           END-IF.

       240-FIND-CURRENCY.
           SET WS-CCY-FOUND TO FALSE
           SET WS-CCY-IDX TO 1
           SEARCH WS-CCY-ENTRY VARYING WS-CCY-IDX
              AT END CONTINUE
              WHEN WS-CCY-IDX > WS-CCY-COUNT
                 CONTINUE
              WHEN WS-CCY-CODE (WS-CCY-IDX) = TR-CURRENCY
                 SET WS-CCY-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-CCY-FOUND
              IF WS-CCY-COUNT < WS-CCY-MAX
                 ADD 1 TO WS-CCY-COUNT
                 SET WS-CCY-IDX TO WS-CCY-COUNT
                 MOVE TR-CURRENCY TO WS-CCY-CODE (WS-CCY-IDX)
                 MOVE 0 TO WS-CCY-OPENING (WS-CCY-IDX)
                    WS-CCY-DEBITS (WS-CCY-IDX)
                    WS-CCY-CREDITS (WS-CCY-IDX)
                 SET WS-CCY-FOUND TO TRUE
              ELSE
                 DISPLAY "counterparty-statement-writer: currency "
                    "table full, " TR-CURRENCY " movement for "
                    WS-CPT-IBAN (WS-CPT-IDX) " NOT stated"
              END-IF
           END-IF.

       250-WRITE-MOVEMENT-LINE.
           MOVE WS-VALUE-DATE TO STM-DTL-VALUE-DATE
           MOVE TR-TRANSACTION-TYPE TO STM-DTL-TYPE
           IF WS-DIRECTION-DEBIT
              MOVE "DR" TO STM-DTL-DIRECTION
              MOVE TR-RECEIVER-IBAN TO STM-DTL-COUNTERPARTY
           ELSE
              MOVE "CR" TO STM-DTL-DIRECTION
              MOVE TR-SENDER-IBAN TO STM-DTL-COUNTERPARTY
           END-IF
           MOVE TR-REFERENCE TO STM-DTL-REFERENCE
           MOVE TR-AMOUNT TO STM-DTL-AMOUNT
           MOVE TR-CURRENCY TO STM-DTL-CURRENCY
           MOVE TR-TRANSACTION-ID TO STM-DTL-TRANSACTION-ID
           MOVE STM-LINE-DETAIL TO STM-REPORT-LINE
           WRITE STM-REPORT-LINE
           ADD 1 TO WS-PERIOD-LINES
           ADD 1 TO WS-LINES-WRITTEN.

       300-WRITE-CURRENCY-TOTAL.
           SET WS-CCY-IDX TO WS-CCY-SUB
           COMPUTE WS-CLOSING-NET = WS-CCY-OPENING (WS-CCY-IDX)
              + WS-CCY-CREDITS (WS-CCY-IDX)
              - WS-CCY-DEBITS (WS-CCY-IDX)
           MOVE WS-CCY-CODE (WS-CCY-IDX) TO STM-TOT-CURRENCY
           MOVE WS-CCY-OPENING (WS-CCY-IDX) TO STM-TOT-OPENING
           MOVE WS-CCY-DEBITS (WS-CCY-IDX) TO STM-TOT-DEBITS
           MOVE WS-CCY-CREDITS (WS-CCY-IDX) TO STM-TOT-CREDITS
           MOVE WS-CLOSING-NET TO STM-TOT-CLOSING
           MOVE STM-LINE-TOTAL TO STM-REPORT-LINE
           WRITE STM-REPORT-LINE.
