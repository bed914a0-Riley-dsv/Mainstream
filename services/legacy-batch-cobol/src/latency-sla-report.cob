      *> Payment processing latency and service-level report. This is
      *> a standalone report program, not CALLed from
      *> main-cobol-orchestrator -- it is run at month end to show
      *> the source systems and the gateway desk where the time goes
      *> between a payment being keyed and the gateway answering for
      *> it. Every settled PAY on the transaction master (SETTLED,
      *> CONFIRMED or GTWY-FAILED -- a payment the gateway failed
      *> still answered, and its time counts) is timed over three
      *> legs, in minutes:
      *>   OPER-TO-RUN   TR-OPERATION-DATE/TIME to the start of the
      *>                 run that settled it (audit-log.dat, found by
      *>                 the master's run ID),
      *>   RUN-TO-INSTR  that run start to the moment its instruction
      *>                 section was written (the SIH written stamp,
      *>                 carried onto the gateway ack history),
      *>   INSTR-TO-ACK  instruction written to the gateway's answer
      *>                 being processed by gateway-ack-processor
      *>                 (checkpoints/gateway-ack-history.dat).
      *> The ack history is never pruned, so it is not loaded whole:
      *> a first pass over the master lists the payments this report
      *> covers, in key order, and only their answers are taken off
      *> the history.
      *> A leg that cannot be timed -- the run fell off the audit log,
      *> the gateway has not answered yet, or the instruction file
      *> pre-dates the SIH stamp -- is simply not counted, and the
      *> totals at the end say how many. A payment netted off in a
      *> RECEIVE or FLAT net (confirmed by gateway-ack-processor with
      *> reason NETTED OFF) was never instructed: it has no gateway
      *> legs and is counted on its own line, not as unanswered.
      *> Results go to reports/latency-sla-report.dat for all payments,
      *> then per TR-SOURCE-SYSTEM, per receiver bank (IBAN country code
      *> plus bank code, the same identifier the instruction sections
      *> key on) and per currency: count, average and worst elapsed
      *> minutes per leg and the count over the leg's target on the
      *> maintained latency target table (sample-data/latency-sla.dat,
      *> override via LATENCY_SLA_PATH). LATENCY_PERIOD (YYYYMM) limits
      *> the report to payments whose settling run's business date falls
      *> in that month; without it every settled PAY on the master is
      *> reported. Return code 4 when any leg breached its target.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. latency-sla-report.
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
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TMF-TRANSACTION-ID
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT AUDIT-LOG-FILE
                  ASSIGN TO WS-AUDIT-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT ACK-HISTORY-FILE
                  ASSIGN TO WS-ACK-HISTORY-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-HISTORY-STATUS.
           SELECT LATENCY-SLA-FILE
                  ASSIGN TO WS-SLA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SLA-STATUS.
           SELECT LATENCY-REPORT-FILE
                  ASSIGN TO WS-REPORT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD AUDIT-LOG-FILE.
       COPY "audit-run-record".

       FD ACK-HISTORY-FILE.
       COPY "gateway-ack-history-record".

       FD LATENCY-SLA-FILE.
       COPY "latency-sla-record".

       FD LATENCY-REPORT-FILE.
       01 LAT-REPORT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-LOG-PATH PIC X(255) VALUE
                       "../../../reports/audit-log.dat".
       01 WS-AUDIT-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-ACK-HISTORY-PATH PIC X(255) VALUE
                       "../../../checkpoints/gateway-ack-history.dat".
       01 WS-ACK-HISTORY-STATUS PIC X(2) VALUE '00'.
       01 WS-SLA-PATH PIC X(255) VALUE
                       "../../../sample-data/latency-sla.dat".
       01 WS-SLA-OVERRIDE PIC X(255).
       01 WS-SLA-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-PATH PIC X(255) VALUE
                       "../../../reports/latency-sla-report.dat".
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-PERIOD PIC X(6) VALUE SPACES.
       01 WS-PERIOD-SW PIC X(1) VALUE 'N'.
           88 WS-PERIOD-GIVEN VALUE 'Y' FALSE 'N'.
       01 WS-FILE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

      *> The three legs, in report order. The target comes off the
      *> latency target table; a leg with no entry has no target.
       01 WS-LEG-NAME-VALUES.
           05 FILLER PIC X(12) VALUE "OPER-TO-RUN".
           05 FILLER PIC X(12) VALUE "RUN-TO-INSTR".
           05 FILLER PIC X(12) VALUE "INSTR-TO-ACK".
       01 WS-LEG-NAME-TABLE REDEFINES WS-LEG-NAME-VALUES.
           05 WS-LEG-NAME PIC X(12) OCCURS 3 TIMES.
       01 WS-LEG-TABLE.
           05 WS-LEG-ENTRY OCCURS 3 TIMES.
                 10 WS-LEG-TARGET-SW     PIC X(1).
                 10 WS-LEG-TARGET        PIC 9(5).
                 10 WS-LEG-DESCRIPTION   PIC X(40).
                 10 WS-LEG-MEASURED-SW   PIC X(1).
                 10 WS-LEG-MINUTES       PIC 9(7).
       01 WS-LEG-SUB PIC 9(1) VALUE 0.

      *> Run start and business date per run off the audit log.
       01 WS-RUN-MAX PIC 9(4) VALUE 2000.
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES
                 INDEXED BY WS-RUN-IDX.
                 10 WS-RUN-ID            PIC 9(6).
                 10 WS-RUN-START-DATE    PIC 9(8).
                 10 WS-RUN-START-TIME    PIC 9(6).
                 10 WS-RUN-BUSINESS-DATE PIC 9(8).
       01 WS-RUN-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-RUN-FULL VALUE 'Y' FALSE 'N'.
       01 WS-CURRENT-RUN PIC 9(4) VALUE 0.

      *> One entry per payment the report covers, in transaction ID
      *> order as the master hands them over, with the instructed and
      *> answered stamps off the gateway ack history. A payment
      *> answered twice (re-instructed after a gateway failure) keeps
      *> its latest answer. Unused entries hold HIGH-VALUES so the
      *> binary search never stops in them.
       01 WS-ACK-MAX PIC 9(5) VALUE 50000.
       01 WS-ACK-COUNT PIC 9(5) VALUE 0.
       01 WS-ACK-TABLE.
           05 WS-ACK-ENTRY OCCURS 50000 TIMES
                 ASCENDING KEY IS WS-ACK-TRANSACTION-ID
                 INDEXED BY WS-ACK-IDX.
                 10 WS-ACK-TRANSACTION-ID PIC X(32).
                 10 WS-ACK-ANSWERED-SW   PIC X(1).
                 10 WS-ACK-INSTR-DATE    PIC 9(8).
                 10 WS-ACK-INSTR-TIME    PIC 9(6).
                 10 WS-ACK-ANSWER-DATE   PIC 9(8).
                 10 WS-ACK-ANSWER-TIME   PIC 9(6).
       01 WS-ACK-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-ACK-FULL VALUE 'Y' FALSE 'N'.
       01 WS-CURRENT-ACK PIC 9(5) VALUE 0.
       01 WS-IN-PERIOD-SW PIC X(1) VALUE 'N'.
           88 WS-IN-PERIOD VALUE 'Y' FALSE 'N'.
       01 WS-LOOKUP-TRANSACTION-ID PIC X(32) VALUE SPACES.

      *> One accumulator per reporting group: dimension 0 is the
      *> all-payments line, 1 source system, 2 receiver bank,
      *> 3 currency.
       01 WS-GRP-MAX PIC 9(3) VALUE 300.
       01 WS-GRP-COUNT PIC 9(3) VALUE 0.
       01 WS-GRP-SUB PIC 9(3) VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 300 TIMES
                 INDEXED BY WS-GRP-IDX.
                 10 WS-GRP-DIMENSION     PIC 9(1).
                 10 WS-GRP-KEY           PIC X(8).
                 10 WS-GRP-PAYMENTS      PIC 9(6).
                 10 WS-GRP-LEG OCCURS 3 TIMES.
                    15 WS-GRP-LEG-COUNT    PIC 9(6).
                    15 WS-GRP-LEG-TOTAL    PIC 9(11).
                    15 WS-GRP-LEG-WORST    PIC 9(7).
                    15 WS-GRP-LEG-BREACHES PIC 9(6).
       01 WS-GRP-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-GRP-FULL VALUE 'Y' FALSE 'N'.
       01 WS-LOOKUP-DIMENSION PIC 9(1) VALUE 0.
       01 WS-LOOKUP-KEY PIC X(8) VALUE SPACES.
       01 WS-CURRENT-GROUP PIC 9(3) VALUE 0.
       01 WS-REPORT-DIMENSION PIC 9(1) VALUE 0.
       01 WS-RECEIVER-BANK PIC X(6) VALUE SPACES.

       01 WS-PAYMENT-COUNT PIC 9(6) VALUE 0.
       01 WS-NO-RUN-COUNT PIC 9(6) VALUE 0.
       01 WS-UNANSWERED-COUNT PIC 9(6) VALUE 0.
       01 WS-UNSTAMPED-COUNT PIC 9(6) VALUE 0.
       01 WS-NETTED-OFF-COUNT PIC 9(6) VALUE 0.
       01 WS-BREACH-COUNT PIC 9(6) VALUE 0.
       01 WS-PERIOD-DATE PIC 9(8) VALUE 0.

      *> Elapsed-time work: the caller sets the from and to stamps,
      *> 600-COMPUTE-ELAPSED answers in whole minutes. A stamp that is
      *> not a real date and time leaves the leg untimed; an answer
      *> earlier than its start (clocks on two machines) counts as
      *> zero.
       01 WS-FROM-DATE PIC 9(8) VALUE 0.
       01 WS-FROM-TIME PIC 9(6) VALUE 0.
       01 WS-TO-DATE PIC 9(8) VALUE 0.
       01 WS-TO-TIME PIC 9(6) VALUE 0.
       01 WS-ELAPSED-MINUTES PIC 9(7) VALUE 0.
       01 WS-ELAPSED-WORK PIC S9(9) VALUE 0.
       01 WS-FROM-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-FROM-DAY-MINUTE PIC 9(4) VALUE 0.
       01 WS-ELAPSED-SW PIC X(1) VALUE 'N'.
           88 WS-ELAPSED-VALID VALUE 'Y' FALSE 'N'.
       01 WS-CHECK-DATE PIC 9(8) VALUE 0.
       01 WS-CHECK-TIME PIC 9(6) VALUE 0.
       01 WS-CHECK-TIME-VIEW REDEFINES WS-CHECK-TIME.
           05 WS-CHECK-HOUR PIC 9(2).
           05 WS-CHECK-MINUTE PIC 9(2).
           05 WS-CHECK-SECOND PIC 9(2).
       01 WS-DAY-MINUTE PIC 9(4) VALUE 0.
       01 WS-STAMP-SW PIC X(1) VALUE 'N'.
           88 WS-STAMP-VALID VALUE 'Y' FALSE 'N'.
       01 WS-AVERAGE-MINUTES PIC 9(7) VALUE 0.

      *> Day-number machinery, same shape as the aged inventory's.
       01 WS-DATE-YEAR PIC 9(4).
       01 WS-DATE-MONTH PIC 9(2).
       01 WS-DATE-DAY PIC 9(2).
       01 WS-DAYS-IN-MONTH-VALUES.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 28.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
           05 FILLER PIC 9(2) VALUE 30.
           05 FILLER PIC 9(2) VALUE 31.
       01 WS-DAYS-IN-MONTH-TABLE REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05 WS-DAYS-IN-MONTH PIC 9(2) OCCURS 12 TIMES.
       01 WS-LEAP-YEAR-SW PIC X(1) VALUE 'N'.
           88 WS-LEAP-YEAR VALUE 'Y' FALSE 'N'.
       01 WS-YEAR-DIV-4 PIC 9(4).
       01 WS-YEAR-REM-4 PIC 9(4).
       01 WS-YEAR-DIV-100 PIC 9(4).
       01 WS-YEAR-REM-100 PIC 9(4).
       01 WS-YEAR-DIV-400 PIC 9(4).
       01 WS-YEAR-REM-400 PIC 9(4).
       01 WS-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-DN-LEAP-COUNT PIC 9(5) VALUE 0.
       01 WS-DN-YEAR-PRIOR PIC 9(4) VALUE 0.
       01 WS-DN-DIV-WORK PIC 9(5) VALUE 0.
       01 WS-DN-MONTH-SUB PIC 9(2) VALUE 0.

       01 LAT-TITLE-LINE.
           05 FILLER PIC X(40)
                 VALUE "PAYMENT PROCESSING LATENCY - PERIOD ".
           05 LAT-TITLE-PERIOD        PIC X(11).
           05 FILLER PIC X(12) VALUE "  PRODUCED ".
           05 LAT-TITLE-DATE          PIC 9(8).
           05 FILLER PIC X(20) VALUE "  (ELAPSED MINUTES)".

       01 LAT-TARGET-LINE.
           05 FILLER PIC X(8) VALUE "TARGET  ".
           05 LAT-TGT-LEG             PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 LAT-TGT-MINUTES         PIC Z(4)9.
           05 LAT-TGT-MINUTES-TEXT REDEFINES LAT-TGT-MINUTES
                                      PIC X(5).
           05 FILLER PIC X(6) VALUE " MIN  ".
           05 LAT-TGT-DESCRIPTION     PIC X(40).

       01 LAT-SECTION-LINE.
           05 FILLER PIC X(3) VALUE "-- ".
           05 LAT-SECTION-TITLE       PIC X(30).

       01 LAT-HEADING-1.
           05 FILLER PIC X(8)  VALUE "KEY".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "PAYMTS".
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(29) VALUE "---- OPERATION TO RUN -------".
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(29) VALUE "---- RUN TO INSTRUCTION -----".
           05 FILLER PIC X(3)  VALUE SPACES.
           05 FILLER PIC X(29) VALUE "---- INSTRUCTION TO ANSWER --".

       01 LAT-HEADING-2.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(32)
                 VALUE "    COUNT AVERAGE   WORST BREACH".
           05 FILLER PIC X(32)
                 VALUE "    COUNT AVERAGE   WORST BREACH".
           05 FILLER PIC X(32)
                 VALUE "    COUNT AVERAGE   WORST BREACH".

       01 LAT-DETAIL-LINE.
           05 LAT-KEY                 PIC X(8).
           05 FILLER                  PIC X(2).
           05 LAT-PAYMENTS            PIC Z(5)9.
           05 LAT-LEG OCCURS 3 TIMES.
                 10 FILLER            PIC X(3).
                 10 LAT-LEG-COUNT     PIC Z(5)9.
                 10 FILLER            PIC X(1).
                 10 LAT-LEG-AVERAGE   PIC Z(6)9.
                 10 FILLER            PIC X(1).
                 10 LAT-LEG-WORST     PIC Z(6)9.
                 10 FILLER            PIC X(1).
                 10 LAT-LEG-BREACHES  PIC Z(5)9.

       01 LAT-COUNT-LINE.
           05 LAT-COUNT-LABEL         PIC X(50).
           05 LAT-COUNT-VALUE         PIC Z(5)9.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting latency report"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-PERIOD FROM ENVIRONMENT "LATENCY_PERIOD"
           IF WS-PERIOD IS NUMERIC
              SET WS-PERIOD-GIVEN TO TRUE
           END-IF
           PERFORM 100-LOAD-TARGETS
           PERFORM 120-LOAD-RUNS
           PERFORM 130-LIST-PAYMENTS
           PERFORM 140-LOAD-ACK-HISTORY
           MOVE 0 TO WS-LOOKUP-DIMENSION
           MOVE "ALL" TO WS-LOOKUP-KEY
           PERFORM 310-FIND-OR-ADD-GROUP
           PERFORM 200-SCAN-MASTER
           PERFORM 500-WRITE-REPORT
           DISPLAY "Latency report complete: " WS-PAYMENT-COUNT
              " settled payment(s), " WS-BREACH-COUNT
              " leg(s) over target"
           IF WS-BREACH-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-LOAD-TARGETS.
           MOVE SPACES TO WS-SLA-OVERRIDE
           ACCEPT WS-SLA-OVERRIDE FROM ENVIRONMENT "LATENCY_SLA_PATH"
           IF WS-SLA-OVERRIDE NOT = SPACES
              MOVE WS-SLA-OVERRIDE TO WS-SLA-PATH
           END-IF
           PERFORM 102-CLEAR-LEG
              VARYING WS-LEG-SUB FROM 1 BY 1 UNTIL WS-LEG-SUB > 3
           OPEN INPUT LATENCY-SLA-FILE
           IF WS-SLA-STATUS NOT = '00'
              DISPLAY "*** LATENCY TARGETS NOT AVAILABLE - legs are "
                 "measured but nothing is flagged ***"
           ELSE
              SET WS-FILE-EOF TO FALSE
              PERFORM 105-READ-TARGET UNTIL WS-FILE-EOF
              CLOSE LATENCY-SLA-FILE
           END-IF.

       102-CLEAR-LEG.
           MOVE 'N' TO WS-LEG-TARGET-SW (WS-LEG-SUB)
           MOVE 0 TO WS-LEG-TARGET (WS-LEG-SUB)
           MOVE SPACES TO WS-LEG-DESCRIPTION (WS-LEG-SUB).

       105-READ-TARGET.
           READ LATENCY-SLA-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 IF LSL-TARGET-MINUTES IS NUMERIC
                    PERFORM 107-MATCH-TARGET-LEG
                       VARYING WS-LEG-SUB FROM 1 BY 1
                       UNTIL WS-LEG-SUB > 3
                 END-IF
           END-READ.

       107-MATCH-TARGET-LEG.
           IF LSL-LEG = WS-LEG-NAME (WS-LEG-SUB)
              MOVE 'Y' TO WS-LEG-TARGET-SW (WS-LEG-SUB)
              MOVE LSL-TARGET-MINUTES TO WS-LEG-TARGET (WS-LEG-SUB)
              MOVE LSL-DESCRIPTION
                 TO WS-LEG-DESCRIPTION (WS-LEG-SUB)
           END-IF.

       120-LOAD-RUNS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = '00'
              DISPLAY "*** AUDIT LOG NOT AVAILABLE - no payment can "
                 "be timed to its run ***"
           ELSE
              SET WS-FILE-EOF TO FALSE
              PERFORM 125-READ-AUDIT-RUN UNTIL WS-FILE-EOF
              CLOSE AUDIT-LOG-FILE
              IF WS-RUN-FULL
                 DISPLAY "*** MORE THAN " WS-RUN-MAX " RUNS ON THE "
                    "AUDIT LOG - payments from later runs are not "
                    "timed ***"
              END-IF
           END-IF.

       125-READ-AUDIT-RUN.
           READ AUDIT-LOG-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 IF WS-RUN-COUNT < WS-RUN-MAX
                    ADD 1 TO WS-RUN-COUNT
                    MOVE AUD-RUN-ID TO WS-RUN-ID (WS-RUN-COUNT)
                    MOVE AUD-RUN-START-DATE
                       TO WS-RUN-START-DATE (WS-RUN-COUNT)
                    MOVE AUD-RUN-START-TIME
                       TO WS-RUN-START-TIME (WS-RUN-COUNT)
                    IF AUD-BUSINESS-DATE IS NUMERIC
                       AND AUD-BUSINESS-DATE NOT = 0
                       MOVE AUD-BUSINESS-DATE
                          TO WS-RUN-BUSINESS-DATE (WS-RUN-COUNT)
                    ELSE
                       MOVE AUD-RUN-END-DATE
                          TO WS-RUN-BUSINESS-DATE (WS-RUN-COUNT)
                    END-IF
                 ELSE
                    SET WS-RUN-FULL TO TRUE
                 END-IF
           END-READ.

      *> First pass over the master: the payments this report
      *> covers, picked by the same rule 210/220 time them on.
       130-LIST-PAYMENTS.
           MOVE HIGH-VALUES TO WS-ACK-TABLE
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "*** TRANSACTION MASTER UNAVAILABLE (status "
                 WS-MASTER-STATUS ") - nothing to report ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 135-LIST-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE TRANSACTION-MASTER-FILE
           SET WS-MASTER-EOF TO FALSE
           IF WS-ACK-FULL
              DISPLAY "*** MORE THAN " WS-ACK-MAX " PAYMENTS IN THE "
                 "PERIOD - the gateway legs of the later ones are "
                 "not timed; set LATENCY_PERIOD ***"
           END-IF.

       135-LIST-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 IF TMF-DISPOSITION = "SETTLED"
                    OR TMF-DISPOSITION = "CONFIRMED"
                    OR TMF-DISPOSITION = "GTWY-FAILED"
                    MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                    IF TR-TRANSACTION-TYPE = "PAY"
                       PERFORM 215-PLACE-IN-PERIOD
                       IF WS-IN-PERIOD
                          PERFORM 137-LIST-PAYMENT
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       137-LIST-PAYMENT.
           IF WS-ACK-COUNT < WS-ACK-MAX
              ADD 1 TO WS-ACK-COUNT
              MOVE TR-TRANSACTION-ID
                 TO WS-ACK-TRANSACTION-ID (WS-ACK-COUNT)
              MOVE 'N' TO WS-ACK-ANSWERED-SW (WS-ACK-COUNT)
              MOVE 0 TO WS-ACK-INSTR-DATE (WS-ACK-COUNT)
                 WS-ACK-INSTR-TIME (WS-ACK-COUNT)
                 WS-ACK-ANSWER-DATE (WS-ACK-COUNT)
                 WS-ACK-ANSWER-TIME (WS-ACK-COUNT)
           ELSE
              SET WS-ACK-FULL TO TRUE
           END-IF.

       140-LOAD-ACK-HISTORY.
           OPEN INPUT ACK-HISTORY-FILE
           IF WS-ACK-HISTORY-STATUS NOT = '00'
              DISPLAY "No gateway ack history found - the gateway "
                 "legs are not timed"
           ELSE
              SET WS-FILE-EOF TO FALSE
              PERFORM 145-READ-ACK-HISTORY UNTIL WS-FILE-EOF
              CLOSE ACK-HISTORY-FILE
           END-IF.

       145-READ-ACK-HISTORY.
           READ ACK-HISTORY-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 PERFORM 147-STORE-ACK
           END-READ.

      *> Answers for payments outside the report are passed over.
       147-STORE-ACK.
           MOVE GAH-TRANSACTION-ID TO WS-LOOKUP-TRANSACTION-ID
           PERFORM 240-FIND-ACK
           IF WS-CURRENT-ACK > 0
              MOVE 'Y' TO WS-ACK-ANSWERED-SW (WS-CURRENT-ACK)
              MOVE GAH-INSTRUCTED-DATE
                 TO WS-ACK-INSTR-DATE (WS-CURRENT-ACK)
              MOVE GAH-INSTRUCTED-TIME
                 TO WS-ACK-INSTR-TIME (WS-CURRENT-ACK)
              MOVE GAH-ACK-DATE TO WS-ACK-ANSWER-DATE (WS-CURRENT-ACK)
              MOVE GAH-ACK-TIME TO WS-ACK-ANSWER-TIME (WS-CURRENT-ACK)
           END-IF.

       200-SCAN-MASTER.
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "*** TRANSACTION MASTER UNAVAILABLE (status "
                 WS-MASTER-STATUS ") - nothing to report ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 210-VET-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE TRANSACTION-MASTER-FILE.

       210-VET-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 IF TMF-DISPOSITION = "SETTLED"
                    OR TMF-DISPOSITION = "CONFIRMED"
                    OR TMF-DISPOSITION = "GTWY-FAILED"
                    MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                    IF TR-TRANSACTION-TYPE = "PAY"
                       PERFORM 220-MEASURE-PAYMENT
                    END-IF
                 END-IF
           END-READ.

      *> The period is decided on the settling run's business date;
      *> a payment whose run is not on the audit log falls back to
      *> its operation date.
       215-PLACE-IN-PERIOD.
           PERFORM 230-FIND-RUN
           IF WS-CURRENT-RUN > 0
              MOVE WS-RUN-BUSINESS-DATE (WS-CURRENT-RUN)
                 TO WS-PERIOD-DATE
           ELSE
              MOVE TR-OPERATION-DATE TO WS-PERIOD-DATE
           END-IF
           IF WS-PERIOD-GIVEN
              AND WS-PERIOD-DATE (1:6) NOT = WS-PERIOD
              SET WS-IN-PERIOD TO FALSE
           ELSE
              SET WS-IN-PERIOD TO TRUE
           END-IF.

       220-MEASURE-PAYMENT.
           PERFORM 215-PLACE-IN-PERIOD
           IF WS-IN-PERIOD
              PERFORM 225-TIME-PAYMENT
           END-IF.

       225-TIME-PAYMENT.
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE TR-TRANSACTION-ID TO WS-LOOKUP-TRANSACTION-ID
           PERFORM 240-FIND-ACK
           IF WS-CURRENT-ACK > 0
              AND WS-ACK-ANSWERED-SW (WS-CURRENT-ACK) NOT = 'Y'
              MOVE 0 TO WS-CURRENT-ACK
           END-IF
           MOVE 'N' TO WS-LEG-MEASURED-SW (1)
           MOVE 'N' TO WS-LEG-MEASURED-SW (2)
           MOVE 'N' TO WS-LEG-MEASURED-SW (3)
           IF WS-CURRENT-RUN = 0
              ADD 1 TO WS-NO-RUN-COUNT
           ELSE
              MOVE TR-OPERATION-DATE TO WS-FROM-DATE
              MOVE TR-OPERATION-TIME TO WS-FROM-TIME
              MOVE WS-RUN-START-DATE (WS-CURRENT-RUN) TO WS-TO-DATE
              MOVE WS-RUN-START-TIME (WS-CURRENT-RUN) TO WS-TO-TIME
              MOVE 1 TO WS-LEG-SUB
              PERFORM 250-TIME-ONE-LEG
           END-IF
           EVALUATE TRUE
              WHEN WS-CURRENT-ACK = 0
                 AND TMF-VALIDATION-REASON (1:10) = "NETTED OFF"
                 ADD 1 TO WS-NETTED-OFF-COUNT
              WHEN WS-CURRENT-ACK = 0
                 ADD 1 TO WS-UNANSWERED-COUNT
              WHEN OTHER
                 IF WS-ACK-INSTR-DATE (WS-CURRENT-ACK) = 0
                    ADD 1 TO WS-UNSTAMPED-COUNT
                 ELSE
                    IF WS-CURRENT-RUN > 0
                       MOVE WS-RUN-START-DATE (WS-CURRENT-RUN)
                          TO WS-FROM-DATE
                       MOVE WS-RUN-START-TIME (WS-CURRENT-RUN)
                          TO WS-FROM-TIME
                       MOVE WS-ACK-INSTR-DATE (WS-CURRENT-ACK)
                          TO WS-TO-DATE
                       MOVE WS-ACK-INSTR-TIME (WS-CURRENT-ACK)
                          TO WS-TO-TIME
                       MOVE 2 TO WS-LEG-SUB
                       PERFORM 250-TIME-ONE-LEG
                    END-IF
                    MOVE WS-ACK-INSTR-DATE (WS-CURRENT-ACK)
                       TO WS-FROM-DATE
                    MOVE WS-ACK-INSTR-TIME (WS-CURRENT-ACK)
                       TO WS-FROM-TIME
                    MOVE WS-ACK-ANSWER-DATE (WS-CURRENT-ACK)
                       TO WS-TO-DATE
                    MOVE WS-ACK-ANSWER-TIME (WS-CURRENT-ACK)
                       TO WS-TO-TIME
                    MOVE 3 TO WS-LEG-SUB
                    PERFORM 250-TIME-ONE-LEG
                 END-IF
           END-EVALUATE
           PERFORM 300-ACCUMULATE-PAYMENT.

       230-FIND-RUN.
           MOVE 0 TO WS-CURRENT-RUN
           SET WS-RUN-IDX TO 1
           SEARCH WS-RUN-ENTRY
              AT END CONTINUE
              WHEN WS-RUN-IDX > WS-RUN-COUNT
                 CONTINUE
              WHEN WS-RUN-ID (WS-RUN-IDX) = TMF-RUN-ID
                 SET WS-CURRENT-RUN TO WS-RUN-IDX
           END-SEARCH.

       240-FIND-ACK.
           SET WS-FOUND TO FALSE
           MOVE 0 TO WS-CURRENT-ACK
           SEARCH ALL WS-ACK-ENTRY
              AT END CONTINUE
              WHEN WS-ACK-TRANSACTION-ID (WS-ACK-IDX)
                 = WS-LOOKUP-TRANSACTION-ID
                 SET WS-FOUND TO TRUE
                 SET WS-CURRENT-ACK TO WS-ACK-IDX
           END-SEARCH.

       250-TIME-ONE-LEG.
           PERFORM 600-COMPUTE-ELAPSED
           IF WS-ELAPSED-VALID
              MOVE 'Y' TO WS-LEG-MEASURED-SW (WS-LEG-SUB)
              MOVE WS-ELAPSED-MINUTES TO WS-LEG-MINUTES (WS-LEG-SUB)
              IF WS-LEG-TARGET-SW (WS-LEG-SUB) = 'Y'
                 AND WS-ELAPSED-MINUTES > WS-LEG-TARGET (WS-LEG-SUB)
                 ADD 1 TO WS-BREACH-COUNT
              END-IF
           END-IF.

      *> Every payment lands in four groups: all payments, its source
      *> system, its receiver bank and its currency.
       300-ACCUMULATE-PAYMENT.
           MOVE SPACES TO WS-RECEIVER-BANK
           MOVE TR-RECEIVER-IBAN (1:2) TO WS-RECEIVER-BANK (1:2)
           MOVE TR-RECEIVER-IBAN (5:4) TO WS-RECEIVER-BANK (3:4)
           MOVE 0 TO WS-LOOKUP-DIMENSION
           MOVE "ALL" TO WS-LOOKUP-KEY
           PERFORM 320-ADD-TO-GROUP
           MOVE 1 TO WS-LOOKUP-DIMENSION
           MOVE TR-SOURCE-SYSTEM TO WS-LOOKUP-KEY
           PERFORM 320-ADD-TO-GROUP
           MOVE 2 TO WS-LOOKUP-DIMENSION
           MOVE WS-RECEIVER-BANK TO WS-LOOKUP-KEY
           PERFORM 320-ADD-TO-GROUP
           MOVE 3 TO WS-LOOKUP-DIMENSION
           MOVE TR-CURRENCY TO WS-LOOKUP-KEY
           PERFORM 320-ADD-TO-GROUP.

       310-FIND-OR-ADD-GROUP.
           MOVE 0 TO WS-CURRENT-GROUP
           SET WS-GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY
              AT END CONTINUE
              WHEN WS-GRP-IDX > WS-GRP-COUNT
                 CONTINUE
              WHEN WS-GRP-DIMENSION (WS-GRP-IDX) = WS-LOOKUP-DIMENSION
                 AND WS-GRP-KEY (WS-GRP-IDX) = WS-LOOKUP-KEY
                 SET WS-CURRENT-GROUP TO WS-GRP-IDX
           END-SEARCH
           IF WS-CURRENT-GROUP = 0
              IF WS-GRP-COUNT < WS-GRP-MAX
                 ADD 1 TO WS-GRP-COUNT
                 MOVE WS-GRP-COUNT TO WS-CURRENT-GROUP
                 INITIALIZE WS-GRP-ENTRY (WS-CURRENT-GROUP)
                 MOVE WS-LOOKUP-DIMENSION
                    TO WS-GRP-DIMENSION (WS-CURRENT-GROUP)
                 MOVE WS-LOOKUP-KEY TO WS-GRP-KEY (WS-CURRENT-GROUP)
              ELSE
                 IF NOT WS-GRP-FULL
                    DISPLAY "*** MORE THAN " WS-GRP-MAX " REPORT "
                       "GROUPS - later keys are in the all-payments "
                       "line only ***"
                    SET WS-GRP-FULL TO TRUE
                 END-IF
              END-IF
           END-IF.

       320-ADD-TO-GROUP.
           PERFORM 310-FIND-OR-ADD-GROUP
           IF WS-CURRENT-GROUP > 0
              ADD 1 TO WS-GRP-PAYMENTS (WS-CURRENT-GROUP)
              PERFORM 330-ADD-ONE-LEG
                 VARYING WS-LEG-SUB FROM 1 BY 1 UNTIL WS-LEG-SUB > 3
           END-IF.

       330-ADD-ONE-LEG.
           IF WS-LEG-MEASURED-SW (WS-LEG-SUB) = 'Y'
              ADD 1 TO WS-GRP-LEG-COUNT (WS-CURRENT-GROUP, WS-LEG-SUB)
              ADD WS-LEG-MINUTES (WS-LEG-SUB)
                 TO WS-GRP-LEG-TOTAL (WS-CURRENT-GROUP, WS-LEG-SUB)
              IF WS-LEG-MINUTES (WS-LEG-SUB)
                 > WS-GRP-LEG-WORST (WS-CURRENT-GROUP, WS-LEG-SUB)
                 MOVE WS-LEG-MINUTES (WS-LEG-SUB)
                    TO WS-GRP-LEG-WORST (WS-CURRENT-GROUP, WS-LEG-SUB)
              END-IF
              IF WS-LEG-TARGET-SW (WS-LEG-SUB) = 'Y'
                 AND WS-LEG-MINUTES (WS-LEG-SUB)
                    > WS-LEG-TARGET (WS-LEG-SUB)
                 ADD 1 TO WS-GRP-LEG-BREACHES
                    (WS-CURRENT-GROUP, WS-LEG-SUB)
              END-IF
           END-IF.

       500-WRITE-REPORT.
           OPEN OUTPUT LATENCY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY "*** LATENCY REPORT STATUS " WS-REPORT-STATUS
                 " - report not written ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-PERIOD-GIVEN
              MOVE WS-PERIOD TO LAT-TITLE-PERIOD
           ELSE
              MOVE "ALL PERIODS" TO LAT-TITLE-PERIOD
           END-IF
           MOVE WS-TODAY-DATE TO LAT-TITLE-DATE
           WRITE LAT-REPORT-LINE FROM LAT-TITLE-LINE
           PERFORM 505-WRITE-TARGET
              VARYING WS-LEG-SUB FROM 1 BY 1 UNTIL WS-LEG-SUB > 3
           MOVE 0 TO WS-REPORT-DIMENSION
           MOVE "ALL SETTLED PAYMENTS" TO LAT-SECTION-TITLE
           PERFORM 510-WRITE-DIMENSION
           MOVE 1 TO WS-REPORT-DIMENSION
           MOVE "BY SOURCE SYSTEM" TO LAT-SECTION-TITLE
           PERFORM 510-WRITE-DIMENSION
           MOVE 2 TO WS-REPORT-DIMENSION
           MOVE "BY RECEIVER BANK" TO LAT-SECTION-TITLE
           PERFORM 510-WRITE-DIMENSION
           MOVE 3 TO WS-REPORT-DIMENSION
           MOVE "BY CURRENCY" TO LAT-SECTION-TITLE
           PERFORM 510-WRITE-DIMENSION
           MOVE SPACES TO LAT-REPORT-LINE
           WRITE LAT-REPORT-LINE
           MOVE "SETTLED PAYMENTS REPORTED" TO LAT-COUNT-LABEL
           MOVE WS-PAYMENT-COUNT TO LAT-COUNT-VALUE
           WRITE LAT-REPORT-LINE FROM LAT-COUNT-LINE
           MOVE "  RUN NOT ON THE AUDIT LOG (NOT TIMED)"
              TO LAT-COUNT-LABEL
           MOVE WS-NO-RUN-COUNT TO LAT-COUNT-VALUE
           WRITE LAT-REPORT-LINE FROM LAT-COUNT-LINE
           MOVE "  NO GATEWAY ANSWER YET (GATEWAY LEGS NOT TIMED)"
              TO LAT-COUNT-LABEL
           MOVE WS-UNANSWERED-COUNT TO LAT-COUNT-VALUE
           WRITE LAT-REPORT-LINE FROM LAT-COUNT-LINE
           MOVE "  INSTRUCTED BEFORE THE SECTION STAMP (NOT TIMED)"
              TO LAT-COUNT-LABEL
           MOVE WS-UNSTAMPED-COUNT TO LAT-COUNT-VALUE
           WRITE LAT-REPORT-LINE FROM LAT-COUNT-LINE
           MOVE "  NETTED OFF, NEVER INSTRUCTED (NOT TIMED)"
              TO LAT-COUNT-LABEL
           MOVE WS-NETTED-OFF-COUNT TO LAT-COUNT-VALUE
           WRITE LAT-REPORT-LINE FROM LAT-COUNT-LINE
           MOVE "LEGS OVER TARGET" TO LAT-COUNT-LABEL
           MOVE WS-BREACH-COUNT TO LAT-COUNT-VALUE
           WRITE LAT-REPORT-LINE FROM LAT-COUNT-LINE
           CLOSE LATENCY-REPORT-FILE.

       505-WRITE-TARGET.
           MOVE WS-LEG-NAME (WS-LEG-SUB) TO LAT-TGT-LEG
           IF WS-LEG-TARGET-SW (WS-LEG-SUB) = 'Y'
              MOVE WS-LEG-TARGET (WS-LEG-SUB) TO LAT-TGT-MINUTES
              MOVE WS-LEG-DESCRIPTION (WS-LEG-SUB)
                 TO LAT-TGT-DESCRIPTION
           ELSE
              MOVE " NONE" TO LAT-TGT-MINUTES-TEXT
              MOVE "NO TARGET MAINTAINED - NEVER FLAGGED"
                 TO LAT-TGT-DESCRIPTION
           END-IF
           WRITE LAT-REPORT-LINE FROM LAT-TARGET-LINE.

       510-WRITE-DIMENSION.
           MOVE SPACES TO LAT-REPORT-LINE
           WRITE LAT-REPORT-LINE
           WRITE LAT-REPORT-LINE FROM LAT-SECTION-LINE
           WRITE LAT-REPORT-LINE FROM LAT-HEADING-1
           WRITE LAT-REPORT-LINE FROM LAT-HEADING-2
           PERFORM 520-WRITE-GROUP
              VARYING WS-GRP-SUB FROM 1 BY 1
              UNTIL WS-GRP-SUB > WS-GRP-COUNT.

       520-WRITE-GROUP.
           IF WS-GRP-DIMENSION (WS-GRP-SUB) = WS-REPORT-DIMENSION
              MOVE SPACES TO LAT-DETAIL-LINE
              MOVE WS-GRP-KEY (WS-GRP-SUB) TO LAT-KEY
              MOVE WS-GRP-PAYMENTS (WS-GRP-SUB) TO LAT-PAYMENTS
              PERFORM 530-FORMAT-LEG
                 VARYING WS-LEG-SUB FROM 1 BY 1 UNTIL WS-LEG-SUB > 3
              WRITE LAT-REPORT-LINE FROM LAT-DETAIL-LINE
           END-IF.

       530-FORMAT-LEG.
           MOVE WS-GRP-LEG-COUNT (WS-GRP-SUB, WS-LEG-SUB)
              TO LAT-LEG-COUNT (WS-LEG-SUB)
           MOVE 0 TO WS-AVERAGE-MINUTES
           IF WS-GRP-LEG-COUNT (WS-GRP-SUB, WS-LEG-SUB) > 0
              COMPUTE WS-AVERAGE-MINUTES ROUNDED =
                 WS-GRP-LEG-TOTAL (WS-GRP-SUB, WS-LEG-SUB)
                 / WS-GRP-LEG-COUNT (WS-GRP-SUB, WS-LEG-SUB)
           END-IF
           MOVE WS-AVERAGE-MINUTES TO LAT-LEG-AVERAGE (WS-LEG-SUB)
           MOVE WS-GRP-LEG-WORST (WS-GRP-SUB, WS-LEG-SUB)
              TO LAT-LEG-WORST (WS-LEG-SUB)
           MOVE WS-GRP-LEG-BREACHES (WS-GRP-SUB, WS-LEG-SUB)
              TO LAT-LEG-BREACHES (WS-LEG-SUB).

      *> Whole minutes from WS-FROM-DATE/TIME to WS-TO-DATE/TIME,
      *> seconds dropped.
       600-COMPUTE-ELAPSED.
           SET WS-ELAPSED-VALID TO FALSE
           MOVE 0 TO WS-ELAPSED-MINUTES
           MOVE WS-FROM-DATE TO WS-CHECK-DATE
           MOVE WS-FROM-TIME TO WS-CHECK-TIME
           PERFORM 610-CHECK-STAMP
           IF WS-STAMP-VALID
              MOVE WS-DAY-NUMBER TO WS-FROM-DAY-NUMBER
              MOVE WS-DAY-MINUTE TO WS-FROM-DAY-MINUTE
              MOVE WS-TO-DATE TO WS-CHECK-DATE
              MOVE WS-TO-TIME TO WS-CHECK-TIME
              PERFORM 610-CHECK-STAMP
           END-IF
           IF WS-STAMP-VALID
              COMPUTE WS-ELAPSED-WORK =
                 (WS-DAY-NUMBER - WS-FROM-DAY-NUMBER) * 1440
                 + WS-DAY-MINUTE - WS-FROM-DAY-MINUTE
              IF WS-ELAPSED-WORK < 0
                 MOVE 0 TO WS-ELAPSED-WORK
              END-IF
              IF WS-ELAPSED-WORK > 9999999
                 MOVE 9999999 TO WS-ELAPSED-WORK
              END-IF
              MOVE WS-ELAPSED-WORK TO WS-ELAPSED-MINUTES
              SET WS-ELAPSED-VALID TO TRUE
           END-IF.

      *> Vets WS-CHECK-DATE/TIME and turns them into a day number
      *> and a minute of the day.
       610-CHECK-STAMP.
           SET WS-STAMP-VALID TO FALSE
           IF WS-CHECK-DATE IS NUMERIC
              AND WS-CHECK-TIME IS NUMERIC
              MOVE WS-CHECK-DATE (1:4) TO WS-DATE-YEAR
              MOVE WS-CHECK-DATE (5:2) TO WS-DATE-MONTH
              MOVE WS-CHECK-DATE (7:2) TO WS-DATE-DAY
              IF WS-DATE-YEAR > 1900
                 AND WS-DATE-MONTH > 0 AND WS-DATE-MONTH < 13
                 AND WS-DATE-DAY > 0 AND WS-DATE-DAY < 32
                 AND WS-CHECK-HOUR < 24 AND WS-CHECK-MINUTE < 60
                 PERFORM 950-COMPUTE-DAY-NUMBER
                 COMPUTE WS-DAY-MINUTE =
                    WS-CHECK-HOUR * 60 + WS-CHECK-MINUTE
                 SET WS-STAMP-VALID TO TRUE
              END-IF
           END-IF.

       950-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DN-YEAR-PRIOR = WS-DATE-YEAR - 1
           DIVIDE WS-DN-YEAR-PRIOR BY 4 GIVING WS-DN-DIV-WORK
           MOVE WS-DN-DIV-WORK TO WS-DN-LEAP-COUNT
           DIVIDE WS-DN-YEAR-PRIOR BY 100 GIVING WS-DN-DIV-WORK
           SUBTRACT WS-DN-DIV-WORK FROM WS-DN-LEAP-COUNT
           DIVIDE WS-DN-YEAR-PRIOR BY 400 GIVING WS-DN-DIV-WORK
           ADD WS-DN-DIV-WORK TO WS-DN-LEAP-COUNT
           SUBTRACT 460 FROM WS-DN-LEAP-COUNT
           COMPUTE WS-DAY-NUMBER =
              (WS-DATE-YEAR - 1900) * 365
              + WS-DN-LEAP-COUNT + WS-DATE-DAY - 1
           PERFORM 955-ADD-MONTH-DAYS
              VARYING WS-DN-MONTH-SUB FROM 1 BY 1
              UNTIL WS-DN-MONTH-SUB = WS-DATE-MONTH
           IF WS-DATE-MONTH > 2
              PERFORM 958-CHECK-LEAP-YEAR
              IF WS-LEAP-YEAR
                 ADD 1 TO WS-DAY-NUMBER
              END-IF
           END-IF.

       955-ADD-MONTH-DAYS.
           ADD WS-DAYS-IN-MONTH (WS-DN-MONTH-SUB) TO WS-DAY-NUMBER.

       958-CHECK-LEAP-YEAR.
           DIVIDE WS-DATE-YEAR BY 4
              GIVING WS-YEAR-DIV-4 REMAINDER WS-YEAR-REM-4
           DIVIDE WS-DATE-YEAR BY 100
              GIVING WS-YEAR-DIV-100 REMAINDER WS-YEAR-REM-100
           DIVIDE WS-DATE-YEAR BY 400
              GIVING WS-YEAR-DIV-400 REMAINDER WS-YEAR-REM-400
           IF WS-YEAR-REM-4 = 0
              AND (WS-YEAR-REM-100 NOT = 0 OR WS-YEAR-REM-400 = 0)
              SET WS-LEAP-YEAR TO TRUE
           ELSE
              SET WS-LEAP-YEAR TO FALSE
           END-IF.
