      *> Aged inventory of unfinished transactions. This is a
      *> standalone report program, not CALLed from
      *> main-cobol-orchestrator -- it answers "what is stuck, where,
      *> and for how long?" in one place. Items park in half a dozen
      *> files: REF-HELD on the master when the counterparty
      *> reference says DORMANT or BLOCKED, SCREENED on the screening
      *> hold queue, LIMIT-HELD and WAREHOUSED in the payment
      *> warehouse, rejects on the repair queue, settled payments the
      *> gateway has not yet acknowledged, gateway failures, and
      *> releases (screening or counterparty) still waiting for the
      *> run that takes them back in. The program scans the
      *> transaction master and matches each unfinished record to
      *> the hold or queue file that holds it; a queue or warehouse
      *> entry with no master record is listed too, marked NOT ON
      *> MASTER. A rejected record no longer on the repair queue has
      *> been repaired or abandoned and is finished as far as this
      *> inventory is concerned. One line per item on
      *> reports/aged-inventory.dat: hold type, the business date it
      *> was stuck from (its run's business date off the audit log,
      *> the operation date when the run is not on it -- and for a
      *> warehoused payment its value date, since it is only stuck
      *> once that has passed), its age in business days to the
      *> as-of date (today, override via INVENTORY_AS_OF_DATE;
      *> weekends and the holiday calendar skipped as the reader
      *> skips them), amount, USD equivalent, counterparty IBAN and
      *> name, the reason it is stuck, and a BREACH flag when the age
      *> exceeds the hold type's SLA on the maintained SLA table
      *> (sample-data/hold-sla.dat, override via HOLD_SLA_PATH). A
      *> summary per hold type follows. Return code 4 when any item
      *> is in breach.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. aged-inventory-report.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
      *> 15102026 Riley - the payment warehouse is read from the keyed
      *> warehouse store through keyed-store: held records look their
      *> entry up by key and the unclaimed pass browses the store,
      *> so the inventory is no longer cut off at 500 entries.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-MASTER-FILE
                  ASSIGN TO WS-MASTER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TMF-TRANSACTION-ID
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT REJECT-QUEUE-FILE
                  ASSIGN TO WS-REJECT-QUEUE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REJECT-QUEUE-STATUS.
           SELECT SCREENING-HOLD-FILE
                  ASSIGN TO WS-HOLD-QUEUE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HOLD-QUEUE-STATUS.
           SELECT HOLD-SLA-FILE
                  ASSIGN TO WS-SLA-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SLA-STATUS.
           SELECT HOLIDAY-CALENDAR-FILE
                  ASSIGN TO WS-HOLIDAY-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT COUNTERPARTY-REF-FILE
                  ASSIGN TO WS-CPTY-REF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CPTY-REF-STATUS.
           SELECT AUDIT-LOG-FILE
                  ASSIGN TO WS-AUDIT-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT INVENTORY-REPORT-FILE
                  ASSIGN TO WS-REPORT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD REJECT-QUEUE-FILE.
       COPY "reject-queue-record".

       FD SCREENING-HOLD-FILE.
       COPY "screening-hold-record".

       FD HOLD-SLA-FILE.
       COPY "hold-sla-record".

       FD HOLIDAY-CALENDAR-FILE.
       COPY "holiday-calendar-record".

       FD COUNTERPARTY-REF-FILE.
       COPY "counterparty-reference-record".

       FD AUDIT-LOG-FILE.
       COPY "audit-run-record".

       FD INVENTORY-REPORT-FILE.
       01 AGI-REPORT-LINE             PIC X(220).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-REJECT-QUEUE-PATH PIC X(255) VALUE
                       "../../../rejects/reject-queue.dat".
       01 WS-REJECT-QUEUE-STATUS PIC X(2) VALUE '00'.
       01 WS-HOLD-QUEUE-PATH PIC X(255) VALUE
                       "../../../rejects/screening-hold-queue.dat".
       01 WS-HOLD-QUEUE-STATUS PIC X(2) VALUE '00'.
       01 WS-SLA-PATH PIC X(255) VALUE
                       "../../../sample-data/hold-sla.dat".
       01 WS-SLA-OVERRIDE PIC X(255).
       01 WS-SLA-STATUS PIC X(2) VALUE '00'.
       01 WS-HOLIDAY-PATH PIC X(255) VALUE
                       "../../../sample-data/holiday-calendar.dat".
       01 WS-HOLIDAY-OVERRIDE PIC X(255).
       01 WS-HOLIDAY-STATUS PIC X(2) VALUE '00'.
       01 WS-CPTY-REF-PATH PIC X(255) VALUE
                   "../../../sample-data/counterparty-reference.dat".
       01 WS-CPTY-REF-OVERRIDE PIC X(255).
       01 WS-CPTY-REF-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-LOG-PATH PIC X(255) VALUE
                       "../../../reports/audit-log.dat".
       01 WS-AUDIT-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-PATH PIC X(255) VALUE
                       "../../../reports/aged-inventory.dat".
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".

       01 WS-AS-OF-DATE PIC 9(8) VALUE 0.
       01 WS-AS-OF-OVERRIDE PIC X(8) VALUE SPACES.
       01 WS-FILE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-FOUND VALUE 'Y' FALSE 'N'.

      *> Maintained SLA per hold type.
       01 WS-SLA-MAX PIC 9(2) VALUE 20.
       01 WS-SLA-COUNT PIC 9(2) VALUE 0.
       01 WS-SLA-TABLE.
           05 WS-SLA-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-SLA-IDX.
                 10 WS-SLA-HOLD-TYPE     PIC X(12).
                 10 WS-SLA-DAYS          PIC 9(3).

      *> Business date per run off the audit log.
       01 WS-RUN-MAX PIC 9(4) VALUE 2000.
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 2000 TIMES
                 INDEXED BY WS-RUN-IDX.
                 10 WS-RUN-ID            PIC 9(6).
                 10 WS-RUN-BUSINESS-DATE PIC 9(8).
       01 WS-RUN-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-RUN-FULL VALUE 'Y' FALSE 'N'.
       01 WS-LOOKUP-RUN-ID PIC 9(6) VALUE 0.

      *> Counterparty reference, for names and the held side.
       01 WS-CPT-MAX PIC 9(3) VALUE 200.
       01 WS-CPT-COUNT PIC 9(3) VALUE 0.
       01 WS-CPT-TABLE.
           05 WS-CPT-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-CPT-IDX.
                 10 WS-CPT-IBAN          PIC X(27).
                 10 WS-CPT-NAME          PIC X(30).
                 10 WS-CPT-STATUS        PIC X(8).
       01 WS-CPTY-LOOKUP-IBAN PIC X(27) VALUE SPACES.
       01 WS-CPTY-FOUND-NAME PIC X(30) VALUE SPACES.
       01 WS-CPTY-FOUND-STATUS PIC X(8) VALUE SPACES.

      *> The hold and queue files, each entry flagged once its master
      *> record has claimed it -- what is left unclaimed is listed as
      *> NOT ON MASTER.
       01 WS-RJQ-MAX PIC 9(3) VALUE 500.
       01 WS-RJQ-COUNT PIC 9(3) VALUE 0.
       01 WS-RJQ-SUB PIC 9(3) VALUE 0.
       01 WS-RJQ-TABLE.
           05 WS-RJQ-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-RJQ-IDX.
                 10 WS-RJQ-RUN-ID        PIC 9(6).
                 10 WS-RJQ-REASON        PIC X(40).
                 10 WS-RJQ-DETAIL        PIC X(166).
                 10 WS-RJQ-CLAIMED       PIC X(1).
       01 WS-SHQ-MAX PIC 9(3) VALUE 500.
       01 WS-SHQ-COUNT PIC 9(3) VALUE 0.
       01 WS-SHQ-SUB PIC 9(3) VALUE 0.
       01 WS-SHQ-TABLE.
           05 WS-SHQ-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-SHQ-IDX.
                 10 WS-SHQ-RUN-ID        PIC 9(6).
                 10 WS-SHQ-MATCHED-ENTRY PIC X(27).
                 10 WS-SHQ-AMOUNT-BASE   PIC 9(12)V99.
                 10 WS-SHQ-DETAIL        PIC X(166).
                 10 WS-SHQ-CLAIMED       PIC X(1).
      *> The warehouse is the keyed store behind keyed-store: a
      *> held master record looks its entry up by key, and the
      *> unclaimed pass browses the store and asks the master.
       COPY "warehouse-record".
       COPY "keyed-store-request".
       01 WS-WHS-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-WHS-EOF VALUE 'Y' FALSE 'N'.
       01 WS-WHS-CLAIMED-SW PIC X(1) VALUE 'N'.
           88 WS-WHS-CLAIMED VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-QUEUE-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-QUEUE-FULL VALUE 'Y' FALSE 'N'.

      *> The item being listed.
       01 WS-ITEM-ID PIC X(32) VALUE SPACES.
       01 WS-ITEM-TYPE PIC X(12) VALUE SPACES.
       01 WS-ITEM-SINCE PIC 9(8) VALUE 0.
       01 WS-ITEM-AGE PIC 9(4) VALUE 0.
       01 WS-ITEM-AMOUNT-BASE PIC 9(12)V99 VALUE 0.
       01 WS-ITEM-REASON PIC X(40) VALUE SPACES.
       01 WS-ITEM-ON-MASTER-SW PIC X(1) VALUE 'Y'.
           88 WS-ITEM-ON-MASTER VALUE 'Y' FALSE 'N'.
       01 WS-ITEM-SLA-SW PIC X(1) VALUE 'N'.
           88 WS-ITEM-HAS-SLA VALUE 'Y' FALSE 'N'.
       01 WS-ITEM-SLA-DAYS PIC 9(3) VALUE 0.
       01 WS-ITEM-BREACH-SW PIC X(1) VALUE 'N'.
           88 WS-ITEM-BREACH VALUE 'Y' FALSE 'N'.
       01 WS-ITEM-CPTY-IBAN PIC X(27) VALUE SPACES.

       01 WS-ITEM-COUNT PIC 9(6) VALUE 0.
       01 WS-BREACH-COUNT PIC 9(6) VALUE 0.

      *> Summary per hold type.
       01 WS-SUM-MAX PIC 9(2) VALUE 20.
       01 WS-SUM-COUNT PIC 9(2) VALUE 0.
       01 WS-SUM-SUB PIC 9(2) VALUE 0.
       01 WS-SUM-TABLE.
           05 WS-SUM-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-SUM-IDX.
                 10 WS-SUM-HOLD-TYPE     PIC X(12).
                 10 WS-SUM-ITEMS         PIC 9(6).
                 10 WS-SUM-AMOUNT-BASE   PIC 9(14)V99.
                 10 WS-SUM-BREACHES      PIC 9(6).
                 10 WS-SUM-OLDEST        PIC 9(4).

      *> Business-day calendar machinery, same shape as the
      *> reader's.
       01 WS-HOLIDAY-MAX PIC 9(3) VALUE 200.
       01 WS-HOLIDAY-COUNT PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-DATE PIC 9(8) OCCURS 200 TIMES
                 INDEXED BY WS-HOL-IDX.
       01 WS-BUSINESS-DAY-SW PIC X(1) VALUE 'Y'.
           88 WS-BUSINESS-DAY VALUE 'Y' FALSE 'N'.
       01 WS-CANDIDATE-DATE PIC 9(8) VALUE 0.
       01 WS-CALENDAR-DAYS PIC 9(4) VALUE 0.
       01 WS-ROLL-MONTH-DAYS PIC 9(2) VALUE 0.
       01 WS-DOW-QUOTIENT PIC 9(7) VALUE 0.
       01 WS-DOW-REMAINDER PIC 9(1) VALUE 0.
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

       01 AGI-HEADING-LINE.
           05 FILLER PIC X(32) VALUE "TRANSACTION-ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "HOLD TYPE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "SINCE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE " AGE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE "SLA".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE SPACES.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE "CCY".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "        USD EQV".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(27) VALUE "COUNTERPARTY IBAN".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(20) VALUE "COUNTERPARTY NAME".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(40) VALUE "REASON".

       01 AGI-DETAIL-LINE.
           05 AGI-TRANSACTION-ID      PIC X(32).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-HOLD-TYPE           PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-SINCE               PIC 9(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-AGE                 PIC ZZZ9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-SLA                 PIC ZZ9.
           05 AGI-SLA-TEXT REDEFINES AGI-SLA PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-BREACH-FLAG         PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-CURRENCY            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-AMOUNT              PIC Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-AMOUNT-BASE         PIC Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-CPTY-IBAN           PIC X(27).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-CPTY-NAME           PIC X(20).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-REASON              PIC X(40).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-MASTER-FLAG         PIC X(13).

       01 AGI-SUMMARY-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-SUM-HOLD-TYPE       PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 AGI-SUM-ITEMS           PIC Z(5)9.
           05 FILLER                  PIC X(8) VALUE " ITEM(S)".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(8) VALUE "USD EQV ".
           05 AGI-SUM-AMOUNT-BASE     PIC Z(13)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(7) VALUE "OLDEST ".
           05 AGI-SUM-OLDEST          PIC ZZZ9.
           05 FILLER                  PIC X(9) VALUE " DAY(S)  ".
           05 AGI-SUM-BREACHES        PIC Z(5)9.
           05 FILLER                  PIC X(11) VALUE " BREACH(ES)".

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting aged inventory"
           ACCEPT WS-AS-OF-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AS-OF-OVERRIDE
              FROM ENVIRONMENT "INVENTORY_AS_OF_DATE"
           IF WS-AS-OF-OVERRIDE IS NUMERIC
              MOVE WS-AS-OF-OVERRIDE TO WS-AS-OF-DATE
           END-IF
           PERFORM 100-LOAD-SLA-TABLE
           PERFORM 110-LOAD-HOLIDAY-CALENDAR
           PERFORM 120-LOAD-RUN-DATES
           PERFORM 130-LOAD-COUNTERPARTIES
           PERFORM 140-LOAD-REJECT-QUEUE
           PERFORM 150-LOAD-SCREENING-HOLDS
           PERFORM 180-OPEN-REPORT
           PERFORM 200-SCAN-MASTER
           PERFORM 400-LIST-UNCLAIMED
           PERFORM 500-WRITE-SUMMARY
           CLOSE INVENTORY-REPORT-FILE
           DISPLAY "Aged inventory complete: " WS-ITEM-COUNT
              " unfinished item(s), " WS-BREACH-COUNT
              " past their SLA"
           IF WS-BREACH-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-LOAD-SLA-TABLE.
           MOVE SPACES TO WS-SLA-OVERRIDE
           ACCEPT WS-SLA-OVERRIDE FROM ENVIRONMENT "HOLD_SLA_PATH"
           IF WS-SLA-OVERRIDE NOT = SPACES
              MOVE WS-SLA-OVERRIDE TO WS-SLA-PATH
           END-IF
           OPEN INPUT HOLD-SLA-FILE
           IF WS-SLA-STATUS NOT = '00'
              DISPLAY "*** HOLD SLA TABLE NOT AVAILABLE (status "
                 WS-SLA-STATUS ") - nothing will be flagged ***"
           ELSE
              SET WS-FILE-EOF TO FALSE
              PERFORM 105-READ-SLA-ENTRY
                 UNTIL WS-FILE-EOF OR WS-SLA-COUNT = WS-SLA-MAX
              CLOSE HOLD-SLA-FILE
           END-IF.

       105-READ-SLA-ENTRY.
           READ HOLD-SLA-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 IF HSL-HOLD-TYPE NOT = SPACES
                    AND HSL-SLA-DAYS IS NUMERIC
                    ADD 1 TO WS-SLA-COUNT
                    MOVE HSL-HOLD-TYPE
                       TO WS-SLA-HOLD-TYPE (WS-SLA-COUNT)
                    MOVE HSL-SLA-DAYS TO WS-SLA-DAYS (WS-SLA-COUNT)
                 END-IF
           END-READ.

       110-LOAD-HOLIDAY-CALENDAR.
           MOVE SPACES TO WS-HOLIDAY-OVERRIDE
           ACCEPT WS-HOLIDAY-OVERRIDE
              FROM ENVIRONMENT "HOLIDAY_CALENDAR_PATH"
           IF WS-HOLIDAY-OVERRIDE NOT = SPACES
              MOVE WS-HOLIDAY-OVERRIDE TO WS-HOLIDAY-PATH
           END-IF
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLIDAY-STATUS = '00'
              SET WS-FILE-EOF TO FALSE
              PERFORM 115-READ-HOLIDAY-ENTRY
                 UNTIL WS-FILE-EOF
                    OR WS-HOLIDAY-COUNT = WS-HOLIDAY-MAX
              CLOSE HOLIDAY-CALENDAR-FILE
           END-IF.

       115-READ-HOLIDAY-ENTRY.
           READ HOLIDAY-CALENDAR-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-HOLIDAY-COUNT
                 MOVE HOL-DATE
                    TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
           END-READ.

      *> Business date per run, same fallback day-end-summary uses
      *> for a record written before the field existed.
       120-LOAD-RUN-DATES.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = '00'
              DISPLAY "*** AUDIT LOG NOT AVAILABLE - items age from "
                 "their operation date ***"
           ELSE
              SET WS-FILE-EOF TO FALSE
              PERFORM 125-READ-AUDIT-RUN UNTIL WS-FILE-EOF
              CLOSE AUDIT-LOG-FILE
              IF WS-RUN-FULL
                 DISPLAY "*** MORE THAN " WS-RUN-MAX " RUNS ON THE "
                    "AUDIT LOG - items from later runs age from "
                    "their operation date ***"
              END-IF
           END-IF.

       125-READ-AUDIT-RUN.
           READ AUDIT-LOG-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 IF WS-RUN-COUNT < WS-RUN-MAX
                    ADD 1 TO WS-RUN-COUNT
                    MOVE AUD-RUN-ID TO WS-RUN-ID (WS-RUN-COUNT)
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

       130-LOAD-COUNTERPARTIES.
           MOVE SPACES TO WS-CPTY-REF-OVERRIDE
           ACCEPT WS-CPTY-REF-OVERRIDE
              FROM ENVIRONMENT "COUNTERPARTY_REFERENCE_PATH"
           IF WS-CPTY-REF-OVERRIDE NOT = SPACES
              MOVE WS-CPTY-REF-OVERRIDE TO WS-CPTY-REF-PATH
           END-IF
           OPEN INPUT COUNTERPARTY-REF-FILE
           IF WS-CPTY-REF-STATUS = '00'
              SET WS-FILE-EOF TO FALSE
              PERFORM 135-READ-COUNTERPARTY
                 UNTIL WS-FILE-EOF OR WS-CPT-COUNT = WS-CPT-MAX
              CLOSE COUNTERPARTY-REF-FILE
           END-IF.

       135-READ-COUNTERPARTY.
           READ COUNTERPARTY-REF-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 IF CPR-IBAN NOT = SPACES
                    ADD 1 TO WS-CPT-COUNT
                    MOVE CPR-IBAN TO WS-CPT-IBAN (WS-CPT-COUNT)
                    MOVE CPR-NAME TO WS-CPT-NAME (WS-CPT-COUNT)
                    MOVE CPR-STATUS TO WS-CPT-STATUS (WS-CPT-COUNT)
                 END-IF
           END-READ.

       140-LOAD-REJECT-QUEUE.
           OPEN INPUT REJECT-QUEUE-FILE
           IF WS-REJECT-QUEUE-STATUS = '00'
              SET WS-FILE-EOF TO FALSE
              SET WS-QUEUE-FULL TO FALSE
              PERFORM 145-READ-REJECT-ENTRY UNTIL WS-FILE-EOF
              CLOSE REJECT-QUEUE-FILE
              IF WS-QUEUE-FULL
                 DISPLAY "*** REJECT QUEUE EXCEEDS " WS-RJQ-MAX
                    " ENTRIES - the rest are NOT on this "
                    "inventory ***"
              END-IF
           END-IF.

       145-READ-REJECT-ENTRY.
           READ REJECT-QUEUE-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 IF WS-RJQ-COUNT < WS-RJQ-MAX
                    ADD 1 TO WS-RJQ-COUNT
                    MOVE RQ-RUN-ID TO WS-RJQ-RUN-ID (WS-RJQ-COUNT)
                    MOVE RQ-REASON TO WS-RJQ-REASON (WS-RJQ-COUNT)
                    MOVE RQ-TRANSACTION-DETAIL
                       TO WS-RJQ-DETAIL (WS-RJQ-COUNT)
                    MOVE 'N' TO WS-RJQ-CLAIMED (WS-RJQ-COUNT)
                 ELSE
                    SET WS-QUEUE-FULL TO TRUE
                 END-IF
           END-READ.

       150-LOAD-SCREENING-HOLDS.
           OPEN INPUT SCREENING-HOLD-FILE
           IF WS-HOLD-QUEUE-STATUS = '00'
              SET WS-FILE-EOF TO FALSE
              SET WS-QUEUE-FULL TO FALSE
              PERFORM 155-READ-SCREENING-HOLD UNTIL WS-FILE-EOF
              CLOSE SCREENING-HOLD-FILE
              IF WS-QUEUE-FULL
                 DISPLAY "*** SCREENING HOLD QUEUE EXCEEDS "
                    WS-SHQ-MAX " ENTRIES - the rest are NOT on "
                    "this inventory ***"
              END-IF
           END-IF.

       155-READ-SCREENING-HOLD.
           READ SCREENING-HOLD-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 IF WS-SHQ-COUNT < WS-SHQ-MAX
                    ADD 1 TO WS-SHQ-COUNT
                    MOVE SHQ-RUN-ID TO WS-SHQ-RUN-ID (WS-SHQ-COUNT)
                    MOVE SHQ-MATCHED-ENTRY
                       TO WS-SHQ-MATCHED-ENTRY (WS-SHQ-COUNT)
                    MOVE SHQ-AMOUNT-BASE
                       TO WS-SHQ-AMOUNT-BASE (WS-SHQ-COUNT)
                    MOVE SHQ-TRANSACTION-DETAIL
                       TO WS-SHQ-DETAIL (WS-SHQ-COUNT)
                    MOVE 'N' TO WS-SHQ-CLAIMED (WS-SHQ-COUNT)
                 ELSE
                    SET WS-QUEUE-FULL TO TRUE
                 END-IF
           END-READ.

       180-OPEN-REPORT.
           OPEN OUTPUT INVENTORY-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY "aged-inventory-report: report status "
                 WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO AGI-REPORT-LINE
           STRING "AGED INVENTORY OF UNFINISHED TRANSACTIONS AS OF "
              WS-AS-OF-DATE "  (AGE IN BUSINESS DAYS)"
              DELIMITED BY SIZE INTO AGI-REPORT-LINE
           END-STRING
           WRITE AGI-REPORT-LINE
           MOVE SPACES TO AGI-REPORT-LINE
           WRITE AGI-REPORT-LINE
           MOVE AGI-HEADING-LINE TO AGI-REPORT-LINE
           WRITE AGI-REPORT-LINE.

      *> A missing master leaves only the hold and queue files --
      *> everything on them is listed, marked NOT ON MASTER.
       200-SCAN-MASTER.
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "*** TRANSACTION MASTER UNAVAILABLE (status "
                 WS-MASTER-STATUS ") - listing the hold and queue "
                 "files only ***"
           ELSE
              MOVE LOW-VALUES TO TMF-TRANSACTION-ID
              START TRANSACTION-MASTER-FILE
                 KEY NOT < TMF-TRANSACTION-ID
              END-START
              IF WS-MASTER-STATUS NOT = '00'
                 SET WS-MASTER-EOF TO TRUE
              END-IF
              PERFORM 210-CLASSIFY-ONE-MASTER UNTIL WS-MASTER-EOF
              CLOSE TRANSACTION-MASTER-FILE
           END-IF.

       210-CLASSIFY-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                 MOVE TMF-TRANSACTION-ID TO WS-ITEM-ID
                 MOVE SPACES TO WS-ITEM-TYPE
                 MOVE SPACES TO WS-ITEM-REASON
                 MOVE TMF-RUN-ID TO WS-LOOKUP-RUN-ID
                 MOVE TMF-AMOUNT-BASE TO WS-ITEM-AMOUNT-BASE
                 SET WS-ITEM-ON-MASTER TO TRUE
                 PERFORM 220-DECIDE-HOLD-TYPE
                 IF WS-ITEM-TYPE NOT = SPACES
                    IF WS-ITEM-TYPE = "WAREHOUSED"
                       MOVE TR-VALUE-DATE TO WS-ITEM-SINCE
                    ELSE
                       PERFORM 260-FIND-RUN-DATE
                    END-IF
                    PERFORM 300-LIST-ITEM
                 END-IF
           END-READ.

      *> Final dispositions -- CONFIRMED, TRUE-HIT, BACKED-OUT,
      *> RECALLED, OVERREVERSED, a settled non-PAY, a reject no
      *> longer on the repair queue -- leave the hold type blank.
       220-DECIDE-HOLD-TYPE.
           EVALUATE TMF-DISPOSITION
              WHEN "REF-HELD"
                 MOVE "REF-HELD" TO WS-ITEM-TYPE
                 MOVE TMF-VALIDATION-REASON TO WS-ITEM-REASON
              WHEN "REF-RELEASED"
                 MOVE "REF-RELEASED" TO WS-ITEM-TYPE
                 MOVE TMF-VALIDATION-REASON TO WS-ITEM-REASON
              WHEN "RELEASED"
                 MOVE "RELEASED" TO WS-ITEM-TYPE
                 MOVE "SCREENING RELEASE - AWAITING RE-ENTRY"
                    TO WS-ITEM-REASON
              WHEN "SCREENED"
                 MOVE "SCREENED" TO WS-ITEM-TYPE
                 PERFORM 230-CLAIM-SCREENING-HOLD
              WHEN "LIMIT-HELD"
              WHEN "WAREHOUSED"
                 MOVE TMF-DISPOSITION TO WS-ITEM-TYPE
                 PERFORM 240-CLAIM-WAREHOUSE-ENTRY
              WHEN "REJECTED"
                 PERFORM 250-CLAIM-REJECT-ENTRY
              WHEN "SETTLED"
                 IF TR-TRANSACTION-TYPE = "PAY"
                    MOVE "UNACKED" TO WS-ITEM-TYPE
                    MOVE "INSTRUCTED - AWAITING GATEWAY ACK"
                       TO WS-ITEM-REASON
                 END-IF
              WHEN "GTWY-FAILED"
                 MOVE "GTWY-FAILED" TO WS-ITEM-TYPE
                 IF TMF-VALIDATION-REASON NOT = SPACES
                    MOVE TMF-VALIDATION-REASON TO WS-ITEM-REASON
                 ELSE
                    MOVE "FAILED AT THE PAYMENT GATEWAY"
                       TO WS-ITEM-REASON
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       230-CLAIM-SCREENING-HOLD.
           SET WS-FOUND TO FALSE
           SET WS-SHQ-IDX TO 1
           SEARCH WS-SHQ-ENTRY
              AT END CONTINUE
              WHEN WS-SHQ-IDX > WS-SHQ-COUNT
                 CONTINUE
              WHEN WS-SHQ-DETAIL (WS-SHQ-IDX) (1:32) = WS-ITEM-ID
                 SET WS-FOUND TO TRUE
           END-SEARCH
           IF WS-FOUND
              MOVE 'Y' TO WS-SHQ-CLAIMED (WS-SHQ-IDX)
              MOVE WS-SHQ-RUN-ID (WS-SHQ-IDX) TO WS-LOOKUP-RUN-ID
              STRING "WATCH-LIST MATCH "
                 WS-SHQ-MATCHED-ENTRY (WS-SHQ-IDX)
                 DELIMITED BY SIZE INTO WS-ITEM-REASON
              END-STRING
           ELSE
              MOVE "NOT ON THE SCREENING HOLD QUEUE"
                 TO WS-ITEM-REASON
           END-IF.

       240-CLAIM-WAREHOUSE-ENTRY.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-READ TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           MOVE WS-ITEM-ID TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FOUND
              IF WS-ITEM-TYPE = "LIMIT-HELD"
                 MOVE "BANK DAILY LIMIT - PARKED IN WAREHOUSE"
                    TO WS-ITEM-REASON
              ELSE
                 STRING "PARKED FOR VALUE DATE " TR-VALUE-DATE
                    DELIMITED BY SIZE INTO WS-ITEM-REASON
                 END-STRING
              END-IF
           ELSE
              MOVE "NOT IN THE PAYMENT WAREHOUSE" TO WS-ITEM-REASON
           END-IF.

       250-CLAIM-REJECT-ENTRY.
           SET WS-FOUND TO FALSE
           SET WS-RJQ-IDX TO 1
           SEARCH WS-RJQ-ENTRY
              AT END CONTINUE
              WHEN WS-RJQ-IDX > WS-RJQ-COUNT
                 CONTINUE
              WHEN WS-RJQ-DETAIL (WS-RJQ-IDX) (1:32) = WS-ITEM-ID
                 SET WS-FOUND TO TRUE
           END-SEARCH
           IF WS-FOUND
              MOVE 'Y' TO WS-RJQ-CLAIMED (WS-RJQ-IDX)
              MOVE "REJECTED" TO WS-ITEM-TYPE
              MOVE WS-RJQ-RUN-ID (WS-RJQ-IDX) TO WS-LOOKUP-RUN-ID
              MOVE WS-RJQ-REASON (WS-RJQ-IDX) TO WS-ITEM-REASON
           END-IF.

       260-FIND-RUN-DATE.
           MOVE TR-OPERATION-DATE TO WS-ITEM-SINCE
           SET WS-RUN-IDX TO 1
           SEARCH WS-RUN-ENTRY
              AT END CONTINUE
              WHEN WS-RUN-IDX > WS-RUN-COUNT
                 CONTINUE
              WHEN WS-RUN-ID (WS-RUN-IDX) = WS-LOOKUP-RUN-ID
                 MOVE WS-RUN-BUSINESS-DATE (WS-RUN-IDX)
                    TO WS-ITEM-SINCE
           END-SEARCH.

      *> TRANSACTION-RECORD and the WS-ITEM- fields describe the
      *> item; the age, SLA and counterparty are worked out here.
       300-LIST-ITEM.
           PERFORM 310-COMPUTE-AGE
           PERFORM 330-APPLY-SLA
           PERFORM 340-CHOOSE-COUNTERPARTY
           ADD 1 TO WS-ITEM-COUNT
           MOVE SPACES TO AGI-DETAIL-LINE
           MOVE WS-ITEM-ID TO AGI-TRANSACTION-ID
           MOVE WS-ITEM-TYPE TO AGI-HOLD-TYPE
           MOVE WS-ITEM-SINCE TO AGI-SINCE
           MOVE WS-ITEM-AGE TO AGI-AGE
           IF WS-ITEM-HAS-SLA
              MOVE WS-ITEM-SLA-DAYS TO AGI-SLA
           ELSE
              MOVE "---" TO AGI-SLA-TEXT
           END-IF
           IF WS-ITEM-BREACH
              MOVE "BREACH" TO AGI-BREACH-FLAG
              ADD 1 TO WS-BREACH-COUNT
           END-IF
           MOVE TR-CURRENCY TO AGI-CURRENCY
           MOVE TR-AMOUNT TO AGI-AMOUNT
           MOVE WS-ITEM-AMOUNT-BASE TO AGI-AMOUNT-BASE
           MOVE WS-ITEM-CPTY-IBAN TO AGI-CPTY-IBAN
           MOVE WS-CPTY-FOUND-NAME TO AGI-CPTY-NAME
           MOVE WS-ITEM-REASON TO AGI-REASON
           IF NOT WS-ITEM-ON-MASTER
              MOVE "NOT ON MASTER" TO AGI-MASTER-FLAG
           END-IF
           MOVE AGI-DETAIL-LINE TO AGI-REPORT-LINE
           WRITE AGI-REPORT-LINE
           PERFORM 350-ACCUMULATE-SUMMARY.

      *> Business days after the stuck-from date up to and including
      *> the as-of date. A date the calendar cannot read ages zero.
       310-COMPUTE-AGE.
           MOVE 0 TO WS-ITEM-AGE
           MOVE 0 TO WS-CALENDAR-DAYS
           IF WS-ITEM-SINCE IS NUMERIC
              AND WS-ITEM-SINCE > 19000000
              AND WS-ITEM-SINCE < WS-AS-OF-DATE
              AND WS-ITEM-SINCE (5:2) > "00"
              AND WS-ITEM-SINCE (5:2) < "13"
              MOVE WS-ITEM-SINCE TO WS-CANDIDATE-DATE
              PERFORM 320-COUNT-ONE-DAY
                 UNTIL WS-CANDIDATE-DATE NOT < WS-AS-OF-DATE
                    OR WS-CALENDAR-DAYS > 3660
           END-IF.

       320-COUNT-ONE-DAY.
           PERFORM 264-ROLL-FORWARD-ONE-DAY
           ADD 1 TO WS-CALENDAR-DAYS
           IF WS-BUSINESS-DAY AND WS-ITEM-AGE < 9999
              ADD 1 TO WS-ITEM-AGE
           END-IF.

       330-APPLY-SLA.
           SET WS-ITEM-HAS-SLA TO FALSE
           SET WS-ITEM-BREACH TO FALSE
           MOVE 0 TO WS-ITEM-SLA-DAYS
           SET WS-SLA-IDX TO 1
           SEARCH WS-SLA-ENTRY
              AT END CONTINUE
              WHEN WS-SLA-IDX > WS-SLA-COUNT
                 CONTINUE
              WHEN WS-SLA-HOLD-TYPE (WS-SLA-IDX) = WS-ITEM-TYPE
                 SET WS-ITEM-HAS-SLA TO TRUE
                 MOVE WS-SLA-DAYS (WS-SLA-IDX) TO WS-ITEM-SLA-DAYS
           END-SEARCH
           IF WS-ITEM-HAS-SLA
              AND WS-ITEM-AGE > WS-ITEM-SLA-DAYS
              SET WS-ITEM-BREACH TO TRUE
           END-IF.

      *> The receiving side is the counterparty -- except on a
      *> reference hold, where the side the registry stopped is.
       340-CHOOSE-COUNTERPARTY.
           MOVE TR-RECEIVER-IBAN TO WS-ITEM-CPTY-IBAN
           IF WS-ITEM-TYPE = "REF-HELD"
              MOVE TR-SENDER-IBAN TO WS-CPTY-LOOKUP-IBAN
              PERFORM 345-LOOKUP-COUNTERPARTY
              IF WS-CPTY-FOUND-STATUS = "BLOCKED"
                 OR WS-CPTY-FOUND-STATUS = "DORMANT"
                 MOVE TR-SENDER-IBAN TO WS-ITEM-CPTY-IBAN
              END-IF
           END-IF
           MOVE WS-ITEM-CPTY-IBAN TO WS-CPTY-LOOKUP-IBAN
           PERFORM 345-LOOKUP-COUNTERPARTY.

       345-LOOKUP-COUNTERPARTY.
           MOVE SPACES TO WS-CPTY-FOUND-NAME
           MOVE SPACES TO WS-CPTY-FOUND-STATUS
           SET WS-CPT-IDX TO 1
           SEARCH WS-CPT-ENTRY
              AT END CONTINUE
              WHEN WS-CPT-IDX > WS-CPT-COUNT
                 CONTINUE
              WHEN WS-CPT-IBAN (WS-CPT-IDX) = WS-CPTY-LOOKUP-IBAN
                 MOVE WS-CPT-NAME (WS-CPT-IDX) TO WS-CPTY-FOUND-NAME
                 MOVE WS-CPT-STATUS (WS-CPT-IDX)
                    TO WS-CPTY-FOUND-STATUS
           END-SEARCH.

       350-ACCUMULATE-SUMMARY.
           SET WS-FOUND TO FALSE
           SET WS-SUM-IDX TO 1
           SEARCH WS-SUM-ENTRY
              AT END CONTINUE
              WHEN WS-SUM-IDX > WS-SUM-COUNT
                 CONTINUE
              WHEN WS-SUM-HOLD-TYPE (WS-SUM-IDX) = WS-ITEM-TYPE
                 SET WS-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FOUND AND WS-SUM-COUNT < WS-SUM-MAX
              ADD 1 TO WS-SUM-COUNT
              MOVE WS-ITEM-TYPE TO WS-SUM-HOLD-TYPE (WS-SUM-COUNT)
              MOVE 0 TO WS-SUM-ITEMS (WS-SUM-COUNT)
              MOVE 0 TO WS-SUM-AMOUNT-BASE (WS-SUM-COUNT)
              MOVE 0 TO WS-SUM-BREACHES (WS-SUM-COUNT)
              MOVE 0 TO WS-SUM-OLDEST (WS-SUM-COUNT)
              SET WS-SUM-IDX TO WS-SUM-COUNT
              SET WS-FOUND TO TRUE
           END-IF
           IF WS-FOUND
              ADD 1 TO WS-SUM-ITEMS (WS-SUM-IDX)
              ADD WS-ITEM-AMOUNT-BASE
                 TO WS-SUM-AMOUNT-BASE (WS-SUM-IDX)
              IF WS-ITEM-BREACH
                 ADD 1 TO WS-SUM-BREACHES (WS-SUM-IDX)
              END-IF
              IF WS-ITEM-AGE > WS-SUM-OLDEST (WS-SUM-IDX)
                 MOVE WS-ITEM-AGE TO WS-SUM-OLDEST (WS-SUM-IDX)
              END-IF
           END-IF.

      *> Queue and warehouse entries no master record claimed -- a
      *> dry run, a master lost or restored from an older copy.
       400-LIST-UNCLAIMED.
           SET WS-ITEM-ON-MASTER TO FALSE
           PERFORM 410-LIST-UNCLAIMED-REJECT
              VARYING WS-RJQ-SUB FROM 1 BY 1
              UNTIL WS-RJQ-SUB > WS-RJQ-COUNT
           PERFORM 420-LIST-UNCLAIMED-HOLD
              VARYING WS-SHQ-SUB FROM 1 BY 1
              UNTIL WS-SHQ-SUB > WS-SHQ-COUNT
           PERFORM 430-LIST-UNCLAIMED-PARKED.

       410-LIST-UNCLAIMED-REJECT.
           IF WS-RJQ-CLAIMED (WS-RJQ-SUB) = 'N'
              MOVE WS-RJQ-DETAIL (WS-RJQ-SUB) TO TRANSACTION-RECORD
              MOVE TR-TRANSACTION-ID TO WS-ITEM-ID
              MOVE "REJECTED" TO WS-ITEM-TYPE
              MOVE WS-RJQ-REASON (WS-RJQ-SUB) TO WS-ITEM-REASON
              MOVE 0 TO WS-ITEM-AMOUNT-BASE
              MOVE WS-RJQ-RUN-ID (WS-RJQ-SUB) TO WS-LOOKUP-RUN-ID
              PERFORM 260-FIND-RUN-DATE
              PERFORM 300-LIST-ITEM
           END-IF.

       420-LIST-UNCLAIMED-HOLD.
           IF WS-SHQ-CLAIMED (WS-SHQ-SUB) = 'N'
              MOVE WS-SHQ-DETAIL (WS-SHQ-SUB) TO TRANSACTION-RECORD
              MOVE TR-TRANSACTION-ID TO WS-ITEM-ID
              MOVE "SCREENED" TO WS-ITEM-TYPE
              MOVE SPACES TO WS-ITEM-REASON
              STRING "WATCH-LIST MATCH "
                 WS-SHQ-MATCHED-ENTRY (WS-SHQ-SUB)
                 DELIMITED BY SIZE INTO WS-ITEM-REASON
              END-STRING
              MOVE WS-SHQ-AMOUNT-BASE (WS-SHQ-SUB)
                 TO WS-ITEM-AMOUNT-BASE
              MOVE WS-SHQ-RUN-ID (WS-SHQ-SUB) TO WS-LOOKUP-RUN-ID
              PERFORM 260-FIND-RUN-DATE
              PERFORM 300-LIST-ITEM
           END-IF.

      *> A warehouse entry is claimed when the master holds its ID
      *> as LIMIT-HELD or WAREHOUSED -- the master is read by key
      *> for each entry the store hands back.
       430-LIST-UNCLAIMED-PARKED.
           SET WS-MASTER-OPEN TO FALSE
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              SET WS-MASTER-OPEN TO TRUE
           END-IF
           SET WS-WHS-EOF TO FALSE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-BROWSE TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           SET KSR-LIVE-VIEW TO TRUE
           SET KSR-BY-PRIMARY TO TRUE
           MOVE LOW-VALUES TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              DISPLAY "*** WAREHOUSE STORE NOT AVAILABLE - "
                 KSR-DETAIL " ***"
           ELSE
              PERFORM 435-LIST-ONE-PARKED UNTIL WS-WHS-EOF
           END-IF
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           IF WS-MASTER-OPEN
              CLOSE TRANSACTION-MASTER-FILE
           END-IF.

       435-LIST-ONE-PARKED.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-NEXT TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FOUND
              MOVE KSR-RECORD TO WHS-RECORD
              PERFORM 440-CHECK-PARKED-CLAIMED
              IF NOT WS-WHS-CLAIMED
                 PERFORM 445-LIST-PARKED-ITEM
              END-IF
           ELSE
              SET WS-WHS-EOF TO TRUE
           END-IF.

       440-CHECK-PARKED-CLAIMED.
           SET WS-WHS-CLAIMED TO FALSE
           IF WS-MASTER-OPEN
              MOVE WHS-TRANSACTION-ID TO TMF-TRANSACTION-ID
              READ TRANSACTION-MASTER-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    IF TMF-DISPOSITION = "LIMIT-HELD"
                       OR TMF-DISPOSITION = "WAREHOUSED"
                       SET WS-WHS-CLAIMED TO TRUE
                    END-IF
              END-READ
           END-IF.

       445-LIST-PARKED-ITEM.
           MOVE WHS-TRANSACTION-DETAIL TO TRANSACTION-RECORD
           MOVE TR-TRANSACTION-ID TO WS-ITEM-ID
           MOVE "WAREHOUSED" TO WS-ITEM-TYPE
           MOVE SPACES TO WS-ITEM-REASON
           STRING "PARKED FOR VALUE DATE " TR-VALUE-DATE
              DELIMITED BY SIZE INTO WS-ITEM-REASON
           END-STRING
           MOVE WHS-AMOUNT-BASE TO WS-ITEM-AMOUNT-BASE
           MOVE TR-VALUE-DATE TO WS-ITEM-SINCE
           PERFORM 300-LIST-ITEM.

       500-WRITE-SUMMARY.
           MOVE SPACES TO AGI-REPORT-LINE
           WRITE AGI-REPORT-LINE
           IF WS-ITEM-COUNT = 0
              MOVE "NO UNFINISHED TRANSACTIONS" TO AGI-REPORT-LINE
              WRITE AGI-REPORT-LINE
           ELSE
              MOVE "SUMMARY BY HOLD TYPE" TO AGI-REPORT-LINE
              WRITE AGI-REPORT-LINE
              PERFORM 510-WRITE-SUMMARY-LINE
                 VARYING WS-SUM-SUB FROM 1 BY 1
                 UNTIL WS-SUM-SUB > WS-SUM-COUNT
           END-IF.

       510-WRITE-SUMMARY-LINE.
           MOVE WS-SUM-HOLD-TYPE (WS-SUM-SUB) TO AGI-SUM-HOLD-TYPE
           MOVE WS-SUM-ITEMS (WS-SUM-SUB) TO AGI-SUM-ITEMS
           MOVE WS-SUM-AMOUNT-BASE (WS-SUM-SUB)
              TO AGI-SUM-AMOUNT-BASE
           MOVE WS-SUM-OLDEST (WS-SUM-SUB) TO AGI-SUM-OLDEST
           MOVE WS-SUM-BREACHES (WS-SUM-SUB) TO AGI-SUM-BREACHES
           MOVE AGI-SUMMARY-LINE TO AGI-REPORT-LINE
           WRITE AGI-REPORT-LINE.

       264-ROLL-FORWARD-ONE-DAY.
           MOVE WS-CANDIDATE-DATE (1:4) TO WS-DATE-YEAR
           MOVE WS-CANDIDATE-DATE (5:2) TO WS-DATE-MONTH
           MOVE WS-CANDIDATE-DATE (7:2) TO WS-DATE-DAY
           MOVE WS-DAYS-IN-MONTH (WS-DATE-MONTH)
              TO WS-ROLL-MONTH-DAYS
           IF WS-DATE-MONTH = 2
              PERFORM 258-CHECK-LEAP-YEAR
              IF WS-LEAP-YEAR
                 MOVE 29 TO WS-ROLL-MONTH-DAYS
              END-IF
           END-IF
           IF WS-DATE-DAY < WS-ROLL-MONTH-DAYS
              ADD 1 TO WS-DATE-DAY
           ELSE
              MOVE 1 TO WS-DATE-DAY
              IF WS-DATE-MONTH < 12
                 ADD 1 TO WS-DATE-MONTH
              ELSE
                 MOVE 1 TO WS-DATE-MONTH
                 ADD 1 TO WS-DATE-YEAR
              END-IF
           END-IF
           COMPUTE WS-CANDIDATE-DATE =
              WS-DATE-YEAR * 10000 + WS-DATE-MONTH * 100
              + WS-DATE-DAY
           PERFORM 263-CHECK-BUSINESS-DAY.

       263-CHECK-BUSINESS-DAY.
           SET WS-BUSINESS-DAY TO TRUE
           MOVE WS-CANDIDATE-DATE (1:4) TO WS-DATE-YEAR
           MOVE WS-CANDIDATE-DATE (5:2) TO WS-DATE-MONTH
           MOVE WS-CANDIDATE-DATE (7:2) TO WS-DATE-DAY
           PERFORM 450-COMPUTE-DAY-NUMBER
           DIVIDE WS-DAY-NUMBER BY 7
              GIVING WS-DOW-QUOTIENT REMAINDER WS-DOW-REMAINDER
           IF WS-DOW-REMAINDER = 5 OR WS-DOW-REMAINDER = 6
              SET WS-BUSINESS-DAY TO FALSE
           ELSE
              SET WS-HOL-IDX TO 1
              SEARCH WS-HOLIDAY-DATE
                 AT END CONTINUE
                 WHEN WS-HOLIDAY-DATE (WS-HOL-IDX)
                    = WS-CANDIDATE-DATE
                    SET WS-BUSINESS-DAY TO FALSE
              END-SEARCH
           END-IF.

       450-COMPUTE-DAY-NUMBER.
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
           PERFORM 455-ADD-MONTH-DAYS
              VARYING WS-DN-MONTH-SUB FROM 1 BY 1
              UNTIL WS-DN-MONTH-SUB = WS-DATE-MONTH
           IF WS-DATE-MONTH > 2
              PERFORM 258-CHECK-LEAP-YEAR
              IF WS-LEAP-YEAR
                 ADD 1 TO WS-DAY-NUMBER
              END-IF
           END-IF.

       455-ADD-MONTH-DAYS.
           ADD WS-DAYS-IN-MONTH (WS-DN-MONTH-SUB) TO WS-DAY-NUMBER.

       258-CHECK-LEAP-YEAR.
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
