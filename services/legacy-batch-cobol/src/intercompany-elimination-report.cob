      *> Period-end intercompany elimination report. This is a
      *> standalone batch program, not CALLed from
      *> main-cobol-orchestrator -- the controllers run it at period
      *> close before consolidating the entities. An item is
      *> intercompany when its sender and receiver IBANs are both
      *> own accounts on the counterparty reference master
      *> (CPR-OWN-ENTITY) under different entity codes; the
      *> orchestrator posts each one to due-from/due-to instead of
      *> the external settlement accounts, and this report shows,
      *> per entity pair and currency, what each side of the pair
      *> recorded. The recording entity is the one the record's
      *> source system maps to on the entity map, and it recorded a
      *> due-from when it paid the other entity, a due-to when the
      *> other entity paid it (a reversal runs the other way) --
      *> the same rule the orchestrator posts by. On consolidation
      *> one entity's due-from must cancel the other's due-to
      *> exactly; a pair and currency whose two sides do not net to
      *> zero is flagged, usually a movement only one entity's feed
      *> carried. Items are SETTLED records on the transaction
      *> master -- or CONFIRMED, once the gateway has acked them --
      *> whose settling run's business date (off
      *> audit-log.dat) falls between INTERCOMPANY_PERIOD_START and
      *> INTERCOMPANY_PERIOD_END (YYYYMMDD, inclusive). Amounts are
      *> in the original currency. Output is
      *> reports/intercompany-elimination.dat (override via
      *> INTERCOMPANY_ELIMINATION_PATH); the return code is 4 when
      *> any pair is flagged, 12 when the report cannot run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. intercompany-elimination-report.
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
           SELECT AUDIT-LOG-FILE
                  ASSIGN TO WS-AUDIT-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT COUNTERPARTY-REF-FILE
                  ASSIGN TO WS-CPTY-REF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CPTY-REF-STATUS.
           SELECT ENTITY-MAP-FILE
                  ASSIGN TO WS-ENTITY-MAP-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENTITY-MAP-STATUS.
           SELECT ELIMINATION-FILE
                  ASSIGN TO WS-ELIMINATION-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ELIMINATION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD AUDIT-LOG-FILE.
       COPY "audit-run-record".

       FD COUNTERPARTY-REF-FILE.
       COPY "counterparty-reference-record".

       FD ENTITY-MAP-FILE.
       COPY "entity-map-record".

       FD ELIMINATION-FILE.
       01 ICE-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-LOG-PATH PIC X(255) VALUE
                       "../../../reports/audit-log.dat".
       01 WS-AUDIT-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-CPTY-REF-PATH PIC X(255) VALUE
                   "../../../sample-data/counterparty-reference.dat".
       01 WS-CPTY-REF-OVERRIDE PIC X(255).
       01 WS-CPTY-REF-STATUS PIC X(2) VALUE '00'.
       01 WS-ENTITY-MAP-PATH PIC X(255) VALUE
                       "../../../sample-data/entity-map.dat".
       01 WS-ENTITY-MAP-OVERRIDE PIC X(255).
       01 WS-ENTITY-MAP-STATUS PIC X(2) VALUE '00'.
       01 WS-ELIMINATION-PATH PIC X(255) VALUE
                   "../../../reports/intercompany-elimination.dat".
       01 WS-ELIMINATION-OVERRIDE PIC X(255).
       01 WS-ELIMINATION-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".

       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-AUDIT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-AUDIT-EOF VALUE 'Y' FALSE 'N'.
       01 WS-CPTY-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-CPTY-EOF VALUE 'Y' FALSE 'N'.
       01 WS-ENTITY-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ENTITY-EOF VALUE 'Y' FALSE 'N'.
       01 WS-PERIOD-START PIC X(8) VALUE SPACES.
       01 WS-PERIOD-END PIC X(8) VALUE SPACES.
       01 WS-PERIOD-START-DATE PIC 9(8) VALUE 0.
       01 WS-PERIOD-END-DATE PIC 9(8) VALUE 0.

      *> Runs whose business date falls in the period.
       01 WS-RUN-MAX PIC 9(4) VALUE 1000.
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 1000 TIMES
                 INDEXED BY WS-RUN-IDX.
                 10 WS-RUN-ID            PIC 9(6).
       01 WS-RUN-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-RUN-FULL VALUE 'Y' FALSE 'N'.
       01 WS-AUDIT-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-IN-PERIOD-SW PIC X(1) VALUE 'N'.
           88 WS-RUN-IN-PERIOD VALUE 'Y' FALSE 'N'.

      *> Own accounts only -- an outside IBAN is never looked up.
       01 WS-OWN-MAX PIC 9(3) VALUE 200.
       01 WS-OWN-COUNT PIC 9(3) VALUE 0.
       01 WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-OWN-IDX.
                 10 WS-OWN-IBAN          PIC X(27).
                 10 WS-OWN-ENTITY        PIC X(4).
       01 WS-OWN-LOOKUP-IBAN PIC X(27) VALUE SPACES.
       01 WS-OWN-FOUND-ENTITY PIC X(4) VALUE SPACES.

       01 WS-ENTITY-MAX PIC 9(3) VALUE 50.
       01 WS-ENTITY-COUNT PIC 9(3) VALUE 0.
       01 WS-ENTITY-TABLE.
           05 WS-ENT-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-ENT-IDX.
                 10 WS-ENT-SOURCE        PIC X(8).
                 10 WS-ENT-CODE          PIC X(4).

      *> One row per entity pair per currency, the pair held with the
      *> lower entity code first. Each side's due-from and due-to
      *> accumulate separately so the report can show both.
       01 WS-PAIR-MAX PIC 9(3) VALUE 200.
       01 WS-PAIR-COUNT PIC 9(3) VALUE 0.
       01 WS-PAIR-SUB PIC 9(3) VALUE 0.
       01 WS-PAIR-TABLE.
           05 WS-PAR-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-PAR-IDX.
                 10 WS-PAR-ENTITY-A      PIC X(4).
                 10 WS-PAR-ENTITY-B      PIC X(4).
                 10 WS-PAR-CURRENCY      PIC X(3).
                 10 WS-PAR-A-DUE-FROM    PIC 9(14)V99.
                 10 WS-PAR-A-DUE-TO      PIC 9(14)V99.
                 10 WS-PAR-B-DUE-FROM    PIC 9(14)V99.
                 10 WS-PAR-B-DUE-TO      PIC 9(14)V99.
                 10 WS-PAR-ITEMS         PIC 9(6).
       01 WS-PAIR-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-PAIR-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-PAIR-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-PAIR-FULL VALUE 'Y' FALSE 'N'.

      *> One master record under evaluation.
       01 WS-SENDER-ENTITY PIC X(4) VALUE SPACES.
       01 WS-RECEIVER-ENTITY PIC X(4) VALUE SPACES.
       01 WS-FROM-ENTITY PIC X(4) VALUE SPACES.
       01 WS-TO-ENTITY PIC X(4) VALUE SPACES.
       01 WS-RECORDING-ENTITY PIC X(4) VALUE SPACES.
       01 WS-OTHER-ENTITY PIC X(4) VALUE SPACES.
       01 WS-RECORDED-SIDE PIC X(4) VALUE SPACES.
           88 WS-RECORDED-DUE-FROM VALUE 'FROM'.
           88 WS-RECORDED-DUE-TO VALUE 'TO'.
       01 WS-KEY-ENTITY-A PIC X(4) VALUE SPACES.
       01 WS-KEY-ENTITY-B PIC X(4) VALUE SPACES.

       01 WS-ITEM-COUNT PIC 9(6) VALUE 0.
       01 WS-UNMAPPED-COUNT PIC 9(6) VALUE 0.
       01 WS-FLAGGED-COUNT PIC 9(3) VALUE 0.
       01 WS-A-NET PIC S9(14)V99 VALUE 0.
       01 WS-B-NET PIC S9(14)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(14)V99 VALUE 0.

       01 ICE-HEADING-LINE.
           05 FILLER PIC X(4)  VALUE "ENTA".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE "ENTB".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE "CCY".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE " ITEMS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "   A DUE-FROM B".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "     A DUE-TO B".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "   B DUE-FROM A".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "     B DUE-TO A".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(16) VALUE "      DIFFERENCE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(17) VALUE "STATUS".

       01 ICE-DETAIL-LINE.
           05 ICE-ENTITY-A            PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICE-ENTITY-B            PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICE-CURRENCY            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICE-ITEMS               PIC Z(5)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICE-A-DUE-FROM          PIC Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICE-A-DUE-TO            PIC Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICE-B-DUE-FROM          PIC Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICE-B-DUE-TO            PIC Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICE-DIFFERENCE          PIC -Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICE-STATUS              PIC X(17).

       01 WS-COUNT-DISPLAY PIC Z(5)9.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting intercompany elimination report"
           PERFORM 050-DETERMINE-PERIOD
           PERFORM 100-LOAD-OWN-ACCOUNTS
           PERFORM 120-LOAD-PERIOD-RUNS
           PERFORM 160-LOAD-ENTITY-MAP
           PERFORM 200-SCAN-MASTER
           PERFORM 400-WRITE-REPORT
           DISPLAY "Intercompany elimination complete: "
              WS-ITEM-COUNT " item(s), " WS-PAIR-COUNT
              " pair/currency row(s), " WS-FLAGGED-COUNT
              " not netting to zero"
           IF WS-FLAGGED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       050-DETERMINE-PERIOD.
           ACCEPT WS-PERIOD-START
              FROM ENVIRONMENT "INTERCOMPANY_PERIOD_START"
           ACCEPT WS-PERIOD-END
              FROM ENVIRONMENT "INTERCOMPANY_PERIOD_END"
           IF WS-PERIOD-START = SPACES OR WS-PERIOD-END = SPACES
              OR WS-PERIOD-START IS NOT NUMERIC
              OR WS-PERIOD-END IS NOT NUMERIC
              DISPLAY "Set INTERCOMPANY_PERIOD_START and "
                 "INTERCOMPANY_PERIOD_END (YYYYMMDD) before "
                 "running the elimination report"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-PERIOD-START TO WS-PERIOD-START-DATE
           MOVE WS-PERIOD-END TO WS-PERIOD-END-DATE
           DISPLAY "Elimination period " WS-PERIOD-START " through "
              WS-PERIOD-END.

      *> Without the reference master nothing can be recognised as
      *> our own, and an empty report would read as "nothing to
      *> eliminate" -- so that is a refusal, not a blank page.
       100-LOAD-OWN-ACCOUNTS.
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
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 110-READ-CPTY-ENTRY UNTIL WS-CPTY-EOF
           CLOSE COUNTERPARTY-REF-FILE
           DISPLAY "Own entity accounts loaded: " WS-OWN-COUNT.

       110-READ-CPTY-ENTRY.
           READ COUNTERPARTY-REF-FILE
              AT END SET WS-CPTY-EOF TO TRUE
              NOT AT END
                 IF CPR-OWN-ENTITY NOT = SPACES
                    IF WS-OWN-COUNT < WS-OWN-MAX
                       ADD 1 TO WS-OWN-COUNT
                       MOVE CPR-IBAN TO WS-OWN-IBAN (WS-OWN-COUNT)
                       MOVE CPR-OWN-ENTITY
                          TO WS-OWN-ENTITY (WS-OWN-COUNT)
                    ELSE
                       DISPLAY "*** OWN ACCOUNT TABLE FULL AT "
                          WS-OWN-MAX " - " CPR-IBAN " is treated as "
                          "an outside IBAN ***"
                    END-IF
                 END-IF
           END-READ.

      *> Business date per run, same fallback day-end-summary uses
      *> for a record written before the field existed.
       120-LOAD-PERIOD-RUNS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = '00'
              DISPLAY "Audit log not available, status "
                 WS-AUDIT-LOG-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 130-READ-AUDIT-RUN UNTIL WS-AUDIT-EOF
           CLOSE AUDIT-LOG-FILE
           IF WS-RUN-FULL
              DISPLAY "*** MORE THAN " WS-RUN-MAX " RUNS IN THE "
                 "PERIOD - later runs are NOT on this report; run a "
                 "shorter period ***"
           END-IF.

       130-READ-AUDIT-RUN.
           READ AUDIT-LOG-FILE
              AT END SET WS-AUDIT-EOF TO TRUE
              NOT AT END
                 IF AUD-BUSINESS-DATE IS NUMERIC
                    AND AUD-BUSINESS-DATE NOT = 0
                    MOVE AUD-BUSINESS-DATE TO WS-AUDIT-BUSINESS-DATE
                 ELSE
                    MOVE AUD-RUN-END-DATE TO WS-AUDIT-BUSINESS-DATE
                 END-IF
                 IF WS-AUDIT-BUSINESS-DATE NOT < WS-PERIOD-START-DATE
                    AND WS-AUDIT-BUSINESS-DATE
                       NOT > WS-PERIOD-END-DATE
                    IF WS-RUN-COUNT < WS-RUN-MAX
                       ADD 1 TO WS-RUN-COUNT
                       MOVE AUD-RUN-ID TO WS-RUN-ID (WS-RUN-COUNT)
                    ELSE
                       SET WS-RUN-FULL TO TRUE
                    END-IF
                 END-IF
           END-READ.

       160-LOAD-ENTITY-MAP.
           MOVE SPACES TO WS-ENTITY-MAP-OVERRIDE
           ACCEPT WS-ENTITY-MAP-OVERRIDE
              FROM ENVIRONMENT "ENTITY_MAP_PATH"
           IF WS-ENTITY-MAP-OVERRIDE NOT = SPACES
              MOVE WS-ENTITY-MAP-OVERRIDE TO WS-ENTITY-MAP-PATH
           END-IF
           OPEN INPUT ENTITY-MAP-FILE
           IF WS-ENTITY-MAP-STATUS NOT = '00'
              DISPLAY "Entity map not available, status "
                 WS-ENTITY-MAP-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 170-READ-ENTITY-ENTRY
              UNTIL WS-ENTITY-EOF
                 OR WS-ENTITY-COUNT = WS-ENTITY-MAX
           CLOSE ENTITY-MAP-FILE.

       170-READ-ENTITY-ENTRY.
           READ ENTITY-MAP-FILE
              AT END SET WS-ENTITY-EOF TO TRUE
              NOT AT END
                 IF ENT-SOURCE-SYSTEM NOT = SPACES
                    ADD 1 TO WS-ENTITY-COUNT
                    MOVE ENT-SOURCE-SYSTEM
                       TO WS-ENT-SOURCE (WS-ENTITY-COUNT)
                    MOVE ENT-ENTITY-CODE
                       TO WS-ENT-CODE (WS-ENTITY-COUNT)
                 END-IF
           END-READ.

       200-SCAN-MASTER.
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "Transaction master not available, status "
                 WS-MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO TMF-TRANSACTION-ID
           START TRANSACTION-MASTER-FILE
              KEY NOT < TMF-TRANSACTION-ID
           END-START
           IF WS-MASTER-STATUS NOT = '00'
              SET WS-MASTER-EOF TO TRUE
           END-IF
           PERFORM 210-EVALUATE-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE TRANSACTION-MASTER-FILE
           IF WS-UNMAPPED-COUNT > 0
              DISPLAY "*** " WS-UNMAPPED-COUNT " intercompany item(s) "
                 "from a source with no entity mapping are NOT on "
                 "this report ***"
           END-IF
           IF WS-PAIR-FULL
              DISPLAY "*** PAIR TABLE FULL AT " WS-PAIR-MAX
                 " - later pairs are NOT on this report ***"
           END-IF.

       210-EVALUATE-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 IF TMF-DISPOSITION = "SETTLED"
                    OR TMF-DISPOSITION = "CONFIRMED"
                    PERFORM 220-CHECK-RUN-IN-PERIOD
                    IF WS-RUN-IN-PERIOD
                       MOVE TMF-TRANSACTION-DETAIL
                          TO TRANSACTION-RECORD
                       PERFORM 230-CLASSIFY-ITEM
                    END-IF
                 END-IF
           END-READ.

       220-CHECK-RUN-IN-PERIOD.
           SET WS-RUN-IN-PERIOD TO FALSE
           SET WS-RUN-IDX TO 1
           SEARCH WS-RUN-ENTRY
              AT END CONTINUE
              WHEN WS-RUN-IDX > WS-RUN-COUNT
                 CONTINUE
              WHEN WS-RUN-ID (WS-RUN-IDX) = TMF-RUN-ID
                 SET WS-RUN-IN-PERIOD TO TRUE
           END-SEARCH.

      *> Same rule the orchestrator posts by: both sides own, the
      *> owning entities different; money flows sender to receiver
      *> except on a reversal.
       230-CLASSIFY-ITEM.
           MOVE TR-SENDER-IBAN TO WS-OWN-LOOKUP-IBAN
           PERFORM 240-FIND-OWN-ENTITY
           MOVE WS-OWN-FOUND-ENTITY TO WS-SENDER-ENTITY
           MOVE TR-RECEIVER-IBAN TO WS-OWN-LOOKUP-IBAN
           PERFORM 240-FIND-OWN-ENTITY
           MOVE WS-OWN-FOUND-ENTITY TO WS-RECEIVER-ENTITY
           IF WS-SENDER-ENTITY NOT = SPACES
              AND WS-RECEIVER-ENTITY NOT = SPACES
              AND WS-SENDER-ENTITY NOT = WS-RECEIVER-ENTITY
              PERFORM 250-FIND-RECORDING-ENTITY
              IF WS-RECORDING-ENTITY = SPACES
                 ADD 1 TO WS-UNMAPPED-COUNT
              ELSE
                 ADD 1 TO WS-ITEM-COUNT
                 PERFORM 260-DETERMINE-SIDE
                 PERFORM 270-POST-TO-PAIR
              END-IF
           END-IF.

       240-FIND-OWN-ENTITY.
           MOVE SPACES TO WS-OWN-FOUND-ENTITY
           SET WS-OWN-IDX TO 1
           SEARCH WS-OWN-ENTRY
              AT END CONTINUE
              WHEN WS-OWN-IDX > WS-OWN-COUNT
                 CONTINUE
              WHEN WS-OWN-IBAN (WS-OWN-IDX) = WS-OWN-LOOKUP-IBAN
                 MOVE WS-OWN-ENTITY (WS-OWN-IDX)
                    TO WS-OWN-FOUND-ENTITY
           END-SEARCH.

       250-FIND-RECORDING-ENTITY.
           MOVE SPACES TO WS-RECORDING-ENTITY
           SET WS-ENT-IDX TO 1
           SEARCH WS-ENT-ENTRY
              AT END CONTINUE
              WHEN WS-ENT-IDX > WS-ENTITY-COUNT
                 CONTINUE
              WHEN WS-ENT-SOURCE (WS-ENT-IDX) = TR-SOURCE-SYSTEM
                 MOVE WS-ENT-CODE (WS-ENT-IDX) TO WS-RECORDING-ENTITY
           END-SEARCH.

      *> The entity that received the money recorded a due-to against
      *> the payer; any other recording entity recorded a due-from
      *> against the receiver.
       260-DETERMINE-SIDE.
           IF TR-TRANSACTION-TYPE = "REV"
              MOVE WS-RECEIVER-ENTITY TO WS-FROM-ENTITY
              MOVE WS-SENDER-ENTITY TO WS-TO-ENTITY
           ELSE
              MOVE WS-SENDER-ENTITY TO WS-FROM-ENTITY
              MOVE WS-RECEIVER-ENTITY TO WS-TO-ENTITY
           END-IF
           IF WS-RECORDING-ENTITY = WS-TO-ENTITY
              SET WS-RECORDED-DUE-TO TO TRUE
              MOVE WS-FROM-ENTITY TO WS-OTHER-ENTITY
           ELSE
              SET WS-RECORDED-DUE-FROM TO TRUE
              MOVE WS-TO-ENTITY TO WS-OTHER-ENTITY
           END-IF
           IF WS-RECORDING-ENTITY < WS-OTHER-ENTITY
              MOVE WS-RECORDING-ENTITY TO WS-KEY-ENTITY-A
              MOVE WS-OTHER-ENTITY TO WS-KEY-ENTITY-B
           ELSE
              MOVE WS-OTHER-ENTITY TO WS-KEY-ENTITY-A
              MOVE WS-RECORDING-ENTITY TO WS-KEY-ENTITY-B
           END-IF.

       270-POST-TO-PAIR.
           SET WS-PAIR-FOUND TO FALSE
           SET WS-PAR-IDX TO 1
           SEARCH WS-PAR-ENTRY
              AT END CONTINUE
              WHEN WS-PAR-IDX > WS-PAIR-COUNT
                 CONTINUE
              WHEN WS-PAR-ENTITY-A (WS-PAR-IDX) = WS-KEY-ENTITY-A
                 AND WS-PAR-ENTITY-B (WS-PAR-IDX) = WS-KEY-ENTITY-B
                 AND WS-PAR-CURRENCY (WS-PAR-IDX) = TR-CURRENCY
                 SET WS-PAIR-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-PAIR-FOUND
              IF WS-PAIR-COUNT < WS-PAIR-MAX
                 ADD 1 TO WS-PAIR-COUNT
                 MOVE WS-KEY-ENTITY-A
                    TO WS-PAR-ENTITY-A (WS-PAIR-COUNT)
                 MOVE WS-KEY-ENTITY-B
                    TO WS-PAR-ENTITY-B (WS-PAIR-COUNT)
                 MOVE TR-CURRENCY TO WS-PAR-CURRENCY (WS-PAIR-COUNT)
                 MOVE 0 TO WS-PAR-A-DUE-FROM (WS-PAIR-COUNT)
                 MOVE 0 TO WS-PAR-A-DUE-TO (WS-PAIR-COUNT)
                 MOVE 0 TO WS-PAR-B-DUE-FROM (WS-PAIR-COUNT)
                 MOVE 0 TO WS-PAR-B-DUE-TO (WS-PAIR-COUNT)
                 MOVE 0 TO WS-PAR-ITEMS (WS-PAIR-COUNT)
                 SET WS-PAR-IDX TO WS-PAIR-COUNT
                 SET WS-PAIR-FOUND TO TRUE
              ELSE
                 SET WS-PAIR-FULL TO TRUE
              END-IF
           END-IF
           IF WS-PAIR-FOUND
              ADD 1 TO WS-PAR-ITEMS (WS-PAR-IDX)
              EVALUATE TRUE
                 WHEN WS-RECORDING-ENTITY = WS-KEY-ENTITY-A
                    AND WS-RECORDED-DUE-FROM
                    ADD TR-AMOUNT TO WS-PAR-A-DUE-FROM (WS-PAR-IDX)
                 WHEN WS-RECORDING-ENTITY = WS-KEY-ENTITY-A
                    ADD TR-AMOUNT TO WS-PAR-A-DUE-TO (WS-PAR-IDX)
                 WHEN WS-RECORDED-DUE-FROM
                    ADD TR-AMOUNT TO WS-PAR-B-DUE-FROM (WS-PAR-IDX)
                 WHEN OTHER
                    ADD TR-AMOUNT TO WS-PAR-B-DUE-TO (WS-PAR-IDX)
              END-EVALUATE
           END-IF.

       400-WRITE-REPORT.
           MOVE SPACES TO WS-ELIMINATION-OVERRIDE
           ACCEPT WS-ELIMINATION-OVERRIDE
              FROM ENVIRONMENT "INTERCOMPANY_ELIMINATION_PATH"
           IF WS-ELIMINATION-OVERRIDE NOT = SPACES
              MOVE WS-ELIMINATION-OVERRIDE TO WS-ELIMINATION-PATH
           END-IF
           OPEN OUTPUT ELIMINATION-FILE
           IF WS-ELIMINATION-STATUS NOT = '00'
              DISPLAY "intercompany-elimination-report: file status "
                 WS-ELIMINATION-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO ICE-REPORT-LINE
           STRING "INTERCOMPANY ELIMINATION  PERIOD "
              WS-PERIOD-START "-" WS-PERIOD-END
              "  (ORIGINAL CURRENCY)"
              DELIMITED BY SIZE INTO ICE-REPORT-LINE
           END-STRING
           WRITE ICE-REPORT-LINE
           MOVE SPACES TO ICE-REPORT-LINE
           WRITE ICE-REPORT-LINE
           MOVE ICE-HEADING-LINE TO ICE-REPORT-LINE
           WRITE ICE-REPORT-LINE
           IF WS-PAIR-COUNT = 0
              MOVE "NO INTERCOMPANY ITEMS SETTLED IN THE PERIOD"
                 TO ICE-REPORT-LINE
              WRITE ICE-REPORT-LINE
           END-IF
           PERFORM 410-WRITE-ONE-PAIR
              VARYING WS-PAIR-SUB FROM 1 BY 1
              UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
           MOVE SPACES TO ICE-REPORT-LINE
           WRITE ICE-REPORT-LINE
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO ICE-REPORT-LINE
           STRING "PAIR/CURRENCY ROWS NOT NETTING TO ZERO: "
              WS-COUNT-DISPLAY
              DELIMITED BY SIZE INTO ICE-REPORT-LINE
           END-STRING
           WRITE ICE-REPORT-LINE
           CLOSE ELIMINATION-FILE.

      *> A's due-from B must equal B's due-to A and the other way
      *> round, so A's net claim on B plus B's net claim on A is
      *> zero when the pair eliminates cleanly.
       410-WRITE-ONE-PAIR.
           COMPUTE WS-A-NET = WS-PAR-A-DUE-FROM (WS-PAIR-SUB)
              - WS-PAR-A-DUE-TO (WS-PAIR-SUB)
           COMPUTE WS-B-NET = WS-PAR-B-DUE-FROM (WS-PAIR-SUB)
              - WS-PAR-B-DUE-TO (WS-PAIR-SUB)
           COMPUTE WS-DIFFERENCE = WS-A-NET + WS-B-NET
           MOVE SPACES TO ICE-DETAIL-LINE
           MOVE WS-PAR-ENTITY-A (WS-PAIR-SUB) TO ICE-ENTITY-A
           MOVE WS-PAR-ENTITY-B (WS-PAIR-SUB) TO ICE-ENTITY-B
           MOVE WS-PAR-CURRENCY (WS-PAIR-SUB) TO ICE-CURRENCY
           MOVE WS-PAR-ITEMS (WS-PAIR-SUB) TO ICE-ITEMS
           MOVE WS-PAR-A-DUE-FROM (WS-PAIR-SUB) TO ICE-A-DUE-FROM
           MOVE WS-PAR-A-DUE-TO (WS-PAIR-SUB) TO ICE-A-DUE-TO
           MOVE WS-PAR-B-DUE-FROM (WS-PAIR-SUB) TO ICE-B-DUE-FROM
           MOVE WS-PAR-B-DUE-TO (WS-PAIR-SUB) TO ICE-B-DUE-TO
           MOVE WS-DIFFERENCE TO ICE-DIFFERENCE
           IF WS-DIFFERENCE = 0
              MOVE "ELIMINATES" TO ICE-STATUS
           ELSE
              MOVE "*** DOES NOT NET" TO ICE-STATUS
              ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE ICE-DETAIL-LINE TO ICE-REPORT-LINE
           WRITE ICE-REPORT-LINE.
