      *> Interest compensation claims. This is a standalone batch
      *> program, not CALLed from main-cobol-orchestrator -- treasury
      *> runs it for a period to get our own numbers on value-date
      *> compensation before the banks' emailed claims are agreed or
      *> disputed. A PAY that settled later than the TR-VALUE-DATE it
      *> asked for -- parked behind a bank limit, held on screening
      *> and released, or confirmed late by the gateway -- owes the
      *> beneficiary bank interest for the lost days (PAYABLE); a
      *> back-valued RTN, processed after the value date it carries,
      *> means the returning bank owes us interest instead
      *> (RECEIVABLE). The actual date is the business date of the
      *> run that settled the record (off audit-log.dat, by the
      *> master's run ID), moved later to the gateway's accept date
      *> on the section ack log for a CONFIRMED PAY whose section was
      *> acknowledged after it settled. A PAY the reader moved past
      *> its payment cut-off carries the moved value date on the
      *> master, so the cut-off roll alone raises no claim -- the
      *> payment asked too late, we did not settle late. Interest is
      *> amount x rate x days / day-count basis, at the rate on the
      *> maintained per-currency rate file (sample-data/
      *> interest-rates.dat, override via INTEREST_RATES_PATH) in
      *> force on the requested value date. Set
      *> INTEREST_CLAIM_PERIOD_START and INTEREST_CLAIM_PERIOD_END
      *> (YYYYMMDD, inclusive, matched against the settling run's
      *> business date). The claims register
      *> (reports/interest-claims-register.dat) lists every claim per
      *> counterparty bank with bank totals; the matching journal
      *> voucher (reports/interest-claims-voucher.dat, the
      *> gl-voucher-writer layout) carries one debit/credit pair per
      *> booked claim, tied back by transaction ID, and like the run
      *> voucher is never written if it would not balance. A claim
      *> with no rate on file or under the currency's minimum is
      *> listed on the register but not booked.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. interest-claim-writer.
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
           SELECT INTEREST-RATE-FILE
                  ASSIGN TO WS-RATE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RATE-STATUS.
           SELECT AUDIT-LOG-FILE
                  ASSIGN TO WS-AUDIT-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-LOG-STATUS.
           SELECT SECTION-ACK-FILE
                  ASSIGN TO WS-ACK-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-LOG-STATUS.
           SELECT ENTITY-MAP-FILE
                  ASSIGN TO WS-ENTITY-MAP-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENTITY-MAP-STATUS.
           SELECT RUN-STATUS-FILE
                  ASSIGN TO WS-RUN-STATUS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RUN-STATUS-STATUS.
           SELECT CLAIM-REGISTER-FILE
                  ASSIGN TO WS-REGISTER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REGISTER-STATUS.
           SELECT VOUCHER-FILE
                  ASSIGN TO WS-VOUCHER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VOUCHER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD INTEREST-RATE-FILE.
       COPY "interest-rate-record".

       FD AUDIT-LOG-FILE.
       COPY "audit-run-record".

       FD SECTION-ACK-FILE.
       COPY "section-ack-record".

       FD ENTITY-MAP-FILE.
       COPY "entity-map-record".

       FD RUN-STATUS-FILE.
       COPY "run-status-record".

       FD CLAIM-REGISTER-FILE.
       01 ICR-REPORT-LINE             PIC X(132).

       FD VOUCHER-FILE.
       01 JVR-FILE-LINE               PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-RATE-PATH PIC X(255) VALUE
                       "../../../sample-data/interest-rates.dat".
       01 WS-RATE-OVERRIDE PIC X(255).
       01 WS-RATE-STATUS PIC X(2) VALUE '00'.
       01 WS-AUDIT-LOG-PATH PIC X(255) VALUE
                       "../../../reports/audit-log.dat".
       01 WS-AUDIT-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-ACK-LOG-PATH PIC X(255) VALUE
                       "../../../checkpoints/section-ack-log.dat".
       01 WS-ACK-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-ENTITY-MAP-PATH PIC X(255) VALUE
                       "../../../sample-data/entity-map.dat".
       01 WS-ENTITY-MAP-OVERRIDE PIC X(255).
       01 WS-ENTITY-MAP-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-STATUS-PATH PIC X(255) VALUE
                       "../../../reports/run-status.dat".
       01 WS-RUN-STATUS-STATUS PIC X(2) VALUE '00'.
       01 WS-REGISTER-PATH PIC X(255) VALUE
                   "../../../reports/interest-claims-register.dat".
       01 WS-REGISTER-STATUS PIC X(2) VALUE '00'.
       01 WS-VOUCHER-PATH PIC X(255) VALUE
                   "../../../reports/interest-claims-voucher.dat".
       01 WS-VOUCHER-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".
       COPY "journal-voucher-record".

       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-RATE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-RATE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-AUDIT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-AUDIT-EOF VALUE 'Y' FALSE 'N'.
       01 WS-ACK-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ACK-EOF VALUE 'Y' FALSE 'N'.
       01 WS-ENTITY-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ENTITY-EOF VALUE 'Y' FALSE 'N'.
       01 WS-PERIOD-START PIC X(8) VALUE SPACES.
       01 WS-PERIOD-END PIC X(8) VALUE SPACES.
       01 WS-PERIOD-START-DATE PIC 9(8) VALUE 0.
       01 WS-PERIOD-END-DATE PIC 9(8) VALUE 0.
       01 WS-VOUCHER-RUN-ID PIC 9(6) VALUE 0.

      *> Maintained rates, every effective-dated entry.
       01 WS-RATE-MAX PIC 9(3) VALUE 200.
       01 WS-RATE-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-SUB PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RTE-ENTRY OCCURS 200 TIMES.
                 10 WS-RTE-CURRENCY      PIC X(3).
                 10 WS-RTE-EFFECTIVE     PIC 9(8).
                 10 WS-RTE-ANNUAL-RATE   PIC 9(3)V9(4).
                 10 WS-RTE-BASIS         PIC 9(3).
                 10 WS-RTE-MINIMUM       PIC 9(8)V99.
       01 WS-RATE-SLOT PIC 9(3) VALUE 0.

      *> Runs whose business date falls in the period -- a master
      *> record whose run is not here did not settle in the period.
       01 WS-RUN-MAX PIC 9(4) VALUE 1000.
       01 WS-RUN-COUNT PIC 9(4) VALUE 0.
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 1000 TIMES
                 INDEXED BY WS-RUN-IDX.
                 10 WS-RUN-ID            PIC 9(6).
                 10 WS-RUN-BUSINESS-DATE PIC 9(8).
       01 WS-RUN-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-RUN-FULL VALUE 'Y' FALSE 'N'.
       01 WS-AUDIT-BUSINESS-DATE PIC 9(8) VALUE 0.

      *> Accepted sections acknowledged on or after the period start.
       01 WS-ACK-MAX PIC 9(4) VALUE 2000.
       01 WS-ACK-COUNT PIC 9(4) VALUE 0.
       01 WS-ACK-SUB PIC 9(4) VALUE 0.
       01 WS-ACK-TABLE.
           05 WS-AKD-ENTRY OCCURS 2000 TIMES.
                 10 WS-AKD-VALUE-DATE    PIC 9(8).
                 10 WS-AKD-BANK-ID       PIC X(6).
                 10 WS-AKD-ACK-DATE      PIC 9(8).
       01 WS-ACK-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-ACK-FULL VALUE 'Y' FALSE 'N'.
       01 WS-FIRST-ACK-DATE PIC 9(8) VALUE 0.

       01 WS-ENTITY-MAX PIC 9(3) VALUE 50.
       01 WS-ENTITY-COUNT PIC 9(3) VALUE 0.
       01 WS-ENTITY-TABLE.
           05 WS-ENT-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-ENT-IDX.
                 10 WS-ENT-SOURCE        PIC X(8).
                 10 WS-ENT-CODE          PIC X(4).

      *> Every claim of the period, held so the register can be laid
      *> out bank by bank and the voucher written after it.
       01 WS-CLAIM-MAX PIC 9(4) VALUE 2000.
       01 WS-CLAIM-COUNT PIC 9(4) VALUE 0.
       01 WS-CLAIM-SUB PIC 9(4) VALUE 0.
       01 WS-CLAIM-TABLE.
           05 WS-CLM-ENTRY OCCURS 2000 TIMES.
                 10 WS-CLM-BANK-ID       PIC X(6).
                 10 WS-CLM-DIRECTION     PIC X(10).
                 10 WS-CLM-TRANSACTION-ID PIC X(32).
                 10 WS-CLM-CURRENCY      PIC X(3).
                 10 WS-CLM-AMOUNT        PIC 9(10)V99.
                 10 WS-CLM-VALUE-DATE    PIC 9(8).
                 10 WS-CLM-ACTUAL-DATE   PIC 9(8).
                 10 WS-CLM-DAYS          PIC 9(4).
                 10 WS-CLM-RATE          PIC 9(3)V9(4).
                 10 WS-CLM-BASIS         PIC 9(3).
                 10 WS-CLM-INTEREST      PIC 9(10)V99.
                 10 WS-CLM-INTEREST-BASE PIC 9(12)V99.
                 10 WS-CLM-ENTITY        PIC X(4).
                 10 WS-CLM-SOURCE        PIC X(8).
                 10 WS-CLM-NOTE          PIC X(10).
       01 WS-CLAIM-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-CLAIM-FULL VALUE 'Y' FALSE 'N'.

       01 WS-BANK-MAX PIC 9(3) VALUE 300.
       01 WS-BANK-COUNT PIC 9(3) VALUE 0.
       01 WS-BANK-SUB PIC 9(3) VALUE 0.
       01 WS-BANK-TABLE.
           05 WS-BNK-ENTRY OCCURS 300 TIMES
                 INDEXED BY WS-BNK-IDX.
                 10 WS-BNK-ID            PIC X(6).
       01 WS-BANK-PAYABLE PIC 9(12)V99 VALUE 0.
       01 WS-BANK-RECEIVABLE PIC 9(12)V99 VALUE 0.
       01 WS-BANK-CLAIMS PIC 9(4) VALUE 0.

      *> One master record under evaluation.
       01 WS-SETTLED-DATE PIC 9(8) VALUE 0.
       01 WS-ACTUAL-DATE PIC 9(8) VALUE 0.
       01 WS-CLAIM-BANK-ID PIC X(6) VALUE SPACES.
       01 WS-CLAIM-DIRECTION PIC X(10) VALUE SPACES.
       01 WS-LATE-DAYS PIC S9(5) VALUE 0.
       01 WS-VALUE-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-INTEREST PIC 9(10)V99 VALUE 0.
       01 WS-INTEREST-BASE PIC 9(12)V99 VALUE 0.
       01 WS-CLAIM-ENTITY PIC X(4) VALUE SPACES.

       01 WS-CLAIMS-BOOKED PIC 9(4) VALUE 0.
       01 WS-CLAIMS-UNBOOKED PIC 9(4) VALUE 0.
       01 WS-TOTAL-PAYABLE PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-RECEIVABLE PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-DEBITS PIC 9(14)V99 VALUE 0.
       01 WS-TOTAL-CREDITS PIC 9(14)V99 VALUE 0.
       01 WS-LINE-COUNT PIC 9(6) VALUE 0.
       01 WS-LEG-DEBIT-CREDIT PIC X(1) VALUE SPACE.
       01 WS-LEG-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-LEG-CLASS PIC X(12) VALUE SPACES.
       01 WS-DEBIT-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-CREDIT-ACCOUNT PIC X(20) VALUE SPACES.

      *> Serial day-number machinery, same shape as the reader's
      *> 950-COMPUTE-DAY-NUMBER, for the late-day count.
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

       01 ICR-HEADING-LINE.
           05 FILLER PIC X(32) VALUE "TRANSACTION-ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "DIRECTION".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE "CCY".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "VAL-DATE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "ACT-DATE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE "DAYS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "  RATE%".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE "BAS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(13) VALUE "     INTEREST".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "NOTE".

       01 ICR-DETAIL-LINE.
           05 ICR-TRANSACTION-ID      PIC X(32).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICR-DIRECTION           PIC X(10).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICR-CURRENCY            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICR-AMOUNT              PIC Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICR-VALUE-DATE          PIC 9(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICR-ACTUAL-DATE         PIC 9(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICR-DAYS                PIC Z(3)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICR-RATE                PIC ZZ9.9999.
           05 FILLER                  PIC X(1) VALUE SPACES.
           05 ICR-BASIS               PIC 9(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICR-INTEREST            PIC Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 ICR-NOTE                PIC X(10).

       01 WS-TOTAL-DISPLAY PIC Z(11)9.99.
       01 WS-TOTAL-DISPLAY-2 PIC Z(11)9.99.
       01 WS-COUNT-DISPLAY PIC Z(3)9.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting interest compensation claims"
           PERFORM 050-DETERMINE-PERIOD
           PERFORM 100-LOAD-RATES
           PERFORM 120-LOAD-PERIOD-RUNS
           IF WS-RUN-COUNT = 0
              DISPLAY "No run settled in the period - no claims"
              STOP RUN
           END-IF
           PERFORM 140-LOAD-SECTION-ACKS
           PERFORM 160-LOAD-ENTITY-MAP
           PERFORM 180-READ-LATEST-RUN
           PERFORM 200-SCAN-MASTER
           PERFORM 400-WRITE-REGISTER
           PERFORM 500-WRITE-VOUCHER
           DISPLAY "Interest claims complete: " WS-CLAIM-COUNT
              " claim(s), " WS-CLAIMS-BOOKED " booked, "
              WS-CLAIMS-UNBOOKED " listed only"
           STOP RUN.

       050-DETERMINE-PERIOD.
           ACCEPT WS-PERIOD-START
              FROM ENVIRONMENT "INTEREST_CLAIM_PERIOD_START"
           ACCEPT WS-PERIOD-END
              FROM ENVIRONMENT "INTEREST_CLAIM_PERIOD_END"
           IF WS-PERIOD-START = SPACES OR WS-PERIOD-END = SPACES
              OR WS-PERIOD-START IS NOT NUMERIC
              OR WS-PERIOD-END IS NOT NUMERIC
              DISPLAY "Set INTEREST_CLAIM_PERIOD_START and "
                 "INTEREST_CLAIM_PERIOD_END (YYYYMMDD) before "
                 "running claims"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE WS-PERIOD-START TO WS-PERIOD-START-DATE
           MOVE WS-PERIOD-END TO WS-PERIOD-END-DATE
           DISPLAY "Claim period " WS-PERIOD-START " through "
              WS-PERIOD-END.

      *> Without rates every claim would be listed unbooked; that is
      *> still worth having, so a missing file is loud but not fatal.
       100-LOAD-RATES.
           MOVE SPACES TO WS-RATE-OVERRIDE
           ACCEPT WS-RATE-OVERRIDE
              FROM ENVIRONMENT "INTEREST_RATES_PATH"
           IF WS-RATE-OVERRIDE NOT = SPACES
              MOVE WS-RATE-OVERRIDE TO WS-RATE-PATH
           END-IF
           OPEN INPUT INTEREST-RATE-FILE
           IF WS-RATE-STATUS NOT = '00'
              DISPLAY "*** INTEREST RATE FILE NOT AVAILABLE (status "
                 WS-RATE-STATUS ") - no claim will be booked ***"
           ELSE
              PERFORM 110-READ-RATE UNTIL WS-RATE-EOF
              CLOSE INTEREST-RATE-FILE
              DISPLAY "Interest rates loaded: " WS-RATE-COUNT
           END-IF.

       110-READ-RATE.
           READ INTEREST-RATE-FILE
              AT END SET WS-RATE-EOF TO TRUE
              NOT AT END
                 IF IRT-CURRENCY NOT = SPACES
                    IF WS-RATE-COUNT = WS-RATE-MAX
                       DISPLAY "*** RATE TABLE FULL AT " WS-RATE-MAX
                          " - later rates ignored ***"
                       SET WS-RATE-EOF TO TRUE
                    ELSE
                       IF IRT-EFFECTIVE-DATE IS NOT NUMERIC
                          OR IRT-ANNUAL-RATE IS NOT NUMERIC
                          OR IRT-MINIMUM-CLAIM IS NOT NUMERIC
                          OR NOT (IRT-ACT-360 OR IRT-ACT-365)
                          DISPLAY "*** RATE ENTRY FOR " IRT-CURRENCY
                             " IS MALFORMED - ignored ***"
                       ELSE
                          PERFORM 115-STORE-RATE
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       115-STORE-RATE.
           ADD 1 TO WS-RATE-COUNT
           MOVE IRT-CURRENCY TO WS-RTE-CURRENCY (WS-RATE-COUNT)
           MOVE IRT-EFFECTIVE-DATE TO WS-RTE-EFFECTIVE (WS-RATE-COUNT)
           MOVE IRT-ANNUAL-RATE TO WS-RTE-ANNUAL-RATE (WS-RATE-COUNT)
           MOVE IRT-MINIMUM-CLAIM TO WS-RTE-MINIMUM (WS-RATE-COUNT)
           IF IRT-ACT-365
              MOVE 365 TO WS-RTE-BASIS (WS-RATE-COUNT)
           ELSE
              MOVE 360 TO WS-RTE-BASIS (WS-RATE-COUNT)
           END-IF.

      *> Business date per run, same fallback day-end-summary uses
      *> for a record written before the field existed.
       120-LOAD-PERIOD-RUNS.
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-LOG-STATUS NOT = '00'
              DISPLAY "*** AUDIT LOG NOT AVAILABLE (status "
                 WS-AUDIT-LOG-STATUS ") - settlement dates unknown ***"
           ELSE
              PERFORM 130-READ-AUDIT-RUN UNTIL WS-AUDIT-EOF
              CLOSE AUDIT-LOG-FILE
              IF WS-RUN-FULL
                 DISPLAY "*** MORE THAN " WS-RUN-MAX " RUNS IN THE "
                    "PERIOD - later runs' claims are NOT on this "
                    "register; run a shorter period ***"
              END-IF
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
                       MOVE WS-AUDIT-BUSINESS-DATE
                          TO WS-RUN-BUSINESS-DATE (WS-RUN-COUNT)
                    ELSE
                       SET WS-RUN-FULL TO TRUE
                    END-IF
                 END-IF
           END-READ.

      *> Only ACCEPTED sections confirm anything; a section
      *> acknowledged before the period opened cannot move a date
      *> inside it.
       140-LOAD-SECTION-ACKS.
           OPEN INPUT SECTION-ACK-FILE
           IF WS-ACK-LOG-STATUS = '00'
              PERFORM 150-READ-ACK-ENTRY UNTIL WS-ACK-EOF
              CLOSE SECTION-ACK-FILE
              IF WS-ACK-FULL
                 DISPLAY "*** SECTION ACK TABLE FULL AT " WS-ACK-MAX
                    " - later confirmations fall back to the "
                    "settlement date ***"
              END-IF
           END-IF.

       150-READ-ACK-ENTRY.
           READ SECTION-ACK-FILE
              AT END SET WS-ACK-EOF TO TRUE
              NOT AT END
                 IF SAK-STATUS = "ACCEPTED"
                    AND SAK-ACK-DATE NOT < WS-PERIOD-START-DATE
                    IF WS-ACK-COUNT < WS-ACK-MAX
                       ADD 1 TO WS-ACK-COUNT
                       MOVE SAK-VALUE-DATE
                          TO WS-AKD-VALUE-DATE (WS-ACK-COUNT)
                       MOVE SAK-RECEIVER-BANK
                          TO WS-AKD-BANK-ID (WS-ACK-COUNT)
                       MOVE SAK-ACK-DATE
                          TO WS-AKD-ACK-DATE (WS-ACK-COUNT)
                    ELSE
                       SET WS-ACK-FULL TO TRUE
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
           IF WS-ENTITY-MAP-STATUS = '00'
              PERFORM 170-READ-ENTITY-ENTRY
                 UNTIL WS-ENTITY-EOF
                    OR WS-ENTITY-COUNT = WS-ENTITY-MAX
              CLOSE ENTITY-MAP-FILE
           END-IF.

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

      *> The voucher header names the latest run, the way the run
      *> voucher names its own.
       180-READ-LATEST-RUN.
           OPEN INPUT RUN-STATUS-FILE
           IF WS-RUN-STATUS-STATUS = '00'
              READ RUN-STATUS-FILE
                 NOT AT END
                    MOVE RST-RUN-ID TO WS-VOUCHER-RUN-ID
              END-READ
              CLOSE RUN-STATUS-FILE
           END-IF.

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
           IF WS-CLAIM-FULL
              DISPLAY "*** CLAIM TABLE FULL AT " WS-CLAIM-MAX
                 " - later claims are NOT on this register; run a "
                 "shorter period ***"
           END-IF.

       210-EVALUATE-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                 IF (TMF-DISPOSITION = "SETTLED"
                    OR TMF-DISPOSITION = "CONFIRMED")
                    AND (TR-TRANSACTION-TYPE = "PAY"
                    OR TR-TRANSACTION-TYPE = "RTN")
                    PERFORM 220-FIND-SETTLED-DATE
                    IF WS-SETTLED-DATE > 0
                       PERFORM 230-DETERMINE-ACTUAL-DATE
                       PERFORM 240-COUNT-LATE-DAYS
                       IF WS-LATE-DAYS > 0
                          PERFORM 250-RAISE-CLAIM
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       220-FIND-SETTLED-DATE.
           MOVE 0 TO WS-SETTLED-DATE
           SET WS-RUN-IDX TO 1
           SEARCH WS-RUN-ENTRY
              AT END CONTINUE
              WHEN WS-RUN-ID (WS-RUN-IDX) = TMF-RUN-ID
                 MOVE WS-RUN-BUSINESS-DATE (WS-RUN-IDX)
                    TO WS-SETTLED-DATE
           END-SEARCH.

      *> A PAY claim is the beneficiary bank's; an RTN claim is on
      *> the bank that sent the money back. The instruction section
      *> for a PAY is its receiver bank and TR-VALUE-DATE -- the
      *> earliest ACCEPTED acknowledgment of that section on or after
      *> the settling day is when the money actually moved.
       230-DETERMINE-ACTUAL-DATE.
           MOVE WS-SETTLED-DATE TO WS-ACTUAL-DATE
           MOVE SPACES TO WS-CLAIM-BANK-ID
           IF TR-TRANSACTION-TYPE = "PAY"
              MOVE "PAYABLE" TO WS-CLAIM-DIRECTION
              MOVE TR-RECEIVER-IBAN (1:2) TO WS-CLAIM-BANK-ID (1:2)
              MOVE TR-RECEIVER-IBAN (5:4) TO WS-CLAIM-BANK-ID (3:4)
              IF TMF-DISPOSITION = "CONFIRMED"
                 MOVE 0 TO WS-FIRST-ACK-DATE
                 PERFORM 235-CHECK-ONE-ACK
                    VARYING WS-ACK-SUB FROM 1 BY 1
                    UNTIL WS-ACK-SUB > WS-ACK-COUNT
                 IF WS-FIRST-ACK-DATE > WS-ACTUAL-DATE
                    MOVE WS-FIRST-ACK-DATE TO WS-ACTUAL-DATE
                 END-IF
              END-IF
           ELSE
              MOVE "RECEIVABLE" TO WS-CLAIM-DIRECTION
              MOVE TR-SENDER-IBAN (1:2) TO WS-CLAIM-BANK-ID (1:2)
              MOVE TR-SENDER-IBAN (5:4) TO WS-CLAIM-BANK-ID (3:4)
           END-IF.

       235-CHECK-ONE-ACK.
           IF WS-AKD-VALUE-DATE (WS-ACK-SUB) = TR-VALUE-DATE
              AND WS-AKD-BANK-ID (WS-ACK-SUB) = WS-CLAIM-BANK-ID
              AND WS-AKD-ACK-DATE (WS-ACK-SUB) NOT < WS-SETTLED-DATE
              IF WS-FIRST-ACK-DATE = 0
                 OR WS-AKD-ACK-DATE (WS-ACK-SUB) < WS-FIRST-ACK-DATE
                 MOVE WS-AKD-ACK-DATE (WS-ACK-SUB)
                    TO WS-FIRST-ACK-DATE
              END-IF
           END-IF.

       240-COUNT-LATE-DAYS.
           MOVE 0 TO WS-LATE-DAYS
           IF TR-VALUE-DATE IS NUMERIC
              AND TR-VALUE-DATE < WS-ACTUAL-DATE
              MOVE TR-VALUE-DATE (1:4) TO WS-DATE-YEAR
              MOVE TR-VALUE-DATE (5:2) TO WS-DATE-MONTH
              MOVE TR-VALUE-DATE (7:2) TO WS-DATE-DAY
              PERFORM 950-COMPUTE-DAY-NUMBER
              MOVE WS-DAY-NUMBER TO WS-VALUE-DAY-NUMBER
              MOVE WS-ACTUAL-DATE (1:4) TO WS-DATE-YEAR
              MOVE WS-ACTUAL-DATE (5:2) TO WS-DATE-MONTH
              MOVE WS-ACTUAL-DATE (7:2) TO WS-DATE-DAY
              PERFORM 950-COMPUTE-DAY-NUMBER
              COMPUTE WS-LATE-DAYS =
                 WS-DAY-NUMBER - WS-VALUE-DAY-NUMBER
           END-IF.

       250-RAISE-CLAIM.
           IF WS-CLAIM-COUNT = WS-CLAIM-MAX
              SET WS-CLAIM-FULL TO TRUE
           ELSE
              ADD 1 TO WS-CLAIM-COUNT
              MOVE WS-CLAIM-BANK-ID TO WS-CLM-BANK-ID (WS-CLAIM-COUNT)
              MOVE WS-CLAIM-DIRECTION
                 TO WS-CLM-DIRECTION (WS-CLAIM-COUNT)
              MOVE TR-TRANSACTION-ID
                 TO WS-CLM-TRANSACTION-ID (WS-CLAIM-COUNT)
              MOVE TR-CURRENCY TO WS-CLM-CURRENCY (WS-CLAIM-COUNT)
              MOVE TR-AMOUNT TO WS-CLM-AMOUNT (WS-CLAIM-COUNT)
              MOVE TR-VALUE-DATE TO WS-CLM-VALUE-DATE (WS-CLAIM-COUNT)
              MOVE WS-ACTUAL-DATE
                 TO WS-CLM-ACTUAL-DATE (WS-CLAIM-COUNT)
              MOVE WS-LATE-DAYS TO WS-CLM-DAYS (WS-CLAIM-COUNT)
              MOVE TR-SOURCE-SYSTEM TO WS-CLM-SOURCE (WS-CLAIM-COUNT)
              PERFORM 260-FIND-ENTITY
              MOVE WS-CLAIM-ENTITY TO WS-CLM-ENTITY (WS-CLAIM-COUNT)
              PERFORM 270-PRICE-CLAIM
              PERFORM 280-NOTE-BANK
           END-IF.

       260-FIND-ENTITY.
           MOVE SPACES TO WS-CLAIM-ENTITY
           SET WS-ENT-IDX TO 1
           SEARCH WS-ENT-ENTRY
              AT END CONTINUE
              WHEN WS-ENT-SOURCE (WS-ENT-IDX) = TR-SOURCE-SYSTEM
                 MOVE WS-ENT-CODE (WS-ENT-IDX) TO WS-CLAIM-ENTITY
           END-SEARCH.

      *> The rate in force on the requested value date is the latest
      *> entry for the currency effective on or before it.
       270-PRICE-CLAIM.
           MOVE 0 TO WS-RATE-SLOT
           PERFORM 275-CHECK-ONE-RATE
              VARYING WS-RATE-SUB FROM 1 BY 1
              UNTIL WS-RATE-SUB > WS-RATE-COUNT
           MOVE SPACES TO WS-CLM-NOTE (WS-CLAIM-COUNT)
           IF WS-RATE-SLOT = 0
              MOVE 0 TO WS-CLM-RATE (WS-CLAIM-COUNT)
              MOVE 0 TO WS-CLM-BASIS (WS-CLAIM-COUNT)
              MOVE 0 TO WS-CLM-INTEREST (WS-CLAIM-COUNT)
              MOVE 0 TO WS-CLM-INTEREST-BASE (WS-CLAIM-COUNT)
              MOVE "NO RATE" TO WS-CLM-NOTE (WS-CLAIM-COUNT)
              ADD 1 TO WS-CLAIMS-UNBOOKED
           ELSE
              MOVE WS-RTE-ANNUAL-RATE (WS-RATE-SLOT)
                 TO WS-CLM-RATE (WS-CLAIM-COUNT)
              MOVE WS-RTE-BASIS (WS-RATE-SLOT)
                 TO WS-CLM-BASIS (WS-CLAIM-COUNT)
              COMPUTE WS-INTEREST ROUNDED =
                 TR-AMOUNT * WS-RTE-ANNUAL-RATE (WS-RATE-SLOT)
                 * WS-LATE-DAYS
                 / (100 * WS-RTE-BASIS (WS-RATE-SLOT))
              COMPUTE WS-INTEREST-BASE ROUNDED =
                 TMF-AMOUNT-BASE * WS-RTE-ANNUAL-RATE (WS-RATE-SLOT)
                 * WS-LATE-DAYS
                 / (100 * WS-RTE-BASIS (WS-RATE-SLOT))
              MOVE WS-INTEREST TO WS-CLM-INTEREST (WS-CLAIM-COUNT)
              MOVE WS-INTEREST-BASE
                 TO WS-CLM-INTEREST-BASE (WS-CLAIM-COUNT)
              IF WS-INTEREST < WS-RTE-MINIMUM (WS-RATE-SLOT)
                 MOVE "BELOW MIN" TO WS-CLM-NOTE (WS-CLAIM-COUNT)
                 ADD 1 TO WS-CLAIMS-UNBOOKED
              ELSE
                 ADD 1 TO WS-CLAIMS-BOOKED
              END-IF
           END-IF.

       275-CHECK-ONE-RATE.
           IF WS-RTE-CURRENCY (WS-RATE-SUB) = TR-CURRENCY
              AND WS-RTE-EFFECTIVE (WS-RATE-SUB) NOT > TR-VALUE-DATE
              IF WS-RATE-SLOT = 0
                 MOVE WS-RATE-SUB TO WS-RATE-SLOT
              ELSE
                 IF WS-RTE-EFFECTIVE (WS-RATE-SUB)
                    > WS-RTE-EFFECTIVE (WS-RATE-SLOT)
                    MOVE WS-RATE-SUB TO WS-RATE-SLOT
                 END-IF
              END-IF
           END-IF.

       280-NOTE-BANK.
           SET WS-BNK-IDX TO 1
           SEARCH WS-BNK-ENTRY
              AT END
                 IF WS-BANK-COUNT < WS-BANK-MAX
                    ADD 1 TO WS-BANK-COUNT
                    MOVE WS-CLAIM-BANK-ID TO WS-BNK-ID (WS-BANK-COUNT)
                 ELSE
                    DISPLAY "*** BANK TABLE FULL - claims on "
                       WS-CLAIM-BANK-ID " are not on the register ***"
                 END-IF
              WHEN WS-BNK-ID (WS-BNK-IDX) = WS-CLAIM-BANK-ID
                 CONTINUE
           END-SEARCH.

      *> Bank by bank in order of first claim, each bank's claims in
      *> master key order, then the bank's booked totals.
       400-WRITE-REGISTER.
           OPEN OUTPUT CLAIM-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
              DISPLAY "interest-claim-writer: register status "
                 WS-REGISTER-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO ICR-REPORT-LINE
           STRING "INTEREST COMPENSATION CLAIMS REGISTER  PERIOD "
              WS-PERIOD-START "-" WS-PERIOD-END
              DELIMITED BY SIZE INTO ICR-REPORT-LINE
           END-STRING
           WRITE ICR-REPORT-LINE
           IF WS-CLAIM-COUNT = 0
              MOVE "NO LATE-SETTLED OR BACK-VALUED ITEMS IN THE PERIOD"
                 TO ICR-REPORT-LINE
              WRITE ICR-REPORT-LINE
           END-IF
           PERFORM 410-WRITE-ONE-BANK
              VARYING WS-BANK-SUB FROM 1 BY 1
              UNTIL WS-BANK-SUB > WS-BANK-COUNT
           MOVE SPACES TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE
           MOVE WS-TOTAL-PAYABLE TO WS-TOTAL-DISPLAY
           MOVE WS-TOTAL-RECEIVABLE TO WS-TOTAL-DISPLAY-2
           MOVE SPACES TO ICR-REPORT-LINE
           STRING "PERIOD TOTAL (USD EQUIVALENT, BOOKED)  PAYABLE "
              WS-TOTAL-DISPLAY "  RECEIVABLE " WS-TOTAL-DISPLAY-2
              DELIMITED BY SIZE INTO ICR-REPORT-LINE
           END-STRING
           WRITE ICR-REPORT-LINE
           CLOSE CLAIM-REGISTER-FILE.

       410-WRITE-ONE-BANK.
           MOVE 0 TO WS-BANK-PAYABLE
           MOVE 0 TO WS-BANK-RECEIVABLE
           MOVE 0 TO WS-BANK-CLAIMS
           MOVE SPACES TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE
           MOVE SPACES TO ICR-REPORT-LINE
           STRING "COUNTERPARTY BANK " WS-BNK-ID (WS-BANK-SUB)
              DELIMITED BY SIZE INTO ICR-REPORT-LINE
           END-STRING
           WRITE ICR-REPORT-LINE
           MOVE ICR-HEADING-LINE TO ICR-REPORT-LINE
           WRITE ICR-REPORT-LINE
           PERFORM 420-WRITE-BANK-CLAIM
              VARYING WS-CLAIM-SUB FROM 1 BY 1
              UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT
           MOVE WS-BANK-CLAIMS TO WS-COUNT-DISPLAY
           MOVE WS-BANK-PAYABLE TO WS-TOTAL-DISPLAY
           MOVE WS-BANK-RECEIVABLE TO WS-TOTAL-DISPLAY-2
           MOVE SPACES TO ICR-REPORT-LINE
           STRING "  BANK TOTAL " WS-COUNT-DISPLAY " CLAIM(S)  "
              "USD EQUIVALENT BOOKED  PAYABLE " WS-TOTAL-DISPLAY
              "  RECEIVABLE " WS-TOTAL-DISPLAY-2
              DELIMITED BY SIZE INTO ICR-REPORT-LINE
           END-STRING
           WRITE ICR-REPORT-LINE.

       420-WRITE-BANK-CLAIM.
           IF WS-CLM-BANK-ID (WS-CLAIM-SUB) = WS-BNK-ID (WS-BANK-SUB)
              ADD 1 TO WS-BANK-CLAIMS
              MOVE SPACES TO ICR-DETAIL-LINE
              MOVE WS-CLM-TRANSACTION-ID (WS-CLAIM-SUB)
                 TO ICR-TRANSACTION-ID
              MOVE WS-CLM-DIRECTION (WS-CLAIM-SUB) TO ICR-DIRECTION
              MOVE WS-CLM-CURRENCY (WS-CLAIM-SUB) TO ICR-CURRENCY
              MOVE WS-CLM-AMOUNT (WS-CLAIM-SUB) TO ICR-AMOUNT
              MOVE WS-CLM-VALUE-DATE (WS-CLAIM-SUB) TO ICR-VALUE-DATE
              MOVE WS-CLM-ACTUAL-DATE (WS-CLAIM-SUB)
                 TO ICR-ACTUAL-DATE
              MOVE WS-CLM-DAYS (WS-CLAIM-SUB) TO ICR-DAYS
              MOVE WS-CLM-RATE (WS-CLAIM-SUB) TO ICR-RATE
              MOVE WS-CLM-BASIS (WS-CLAIM-SUB) TO ICR-BASIS
              MOVE WS-CLM-INTEREST (WS-CLAIM-SUB) TO ICR-INTEREST
              MOVE WS-CLM-NOTE (WS-CLAIM-SUB) TO ICR-NOTE
              MOVE ICR-DETAIL-LINE TO ICR-REPORT-LINE
              WRITE ICR-REPORT-LINE
              IF WS-CLM-NOTE (WS-CLAIM-SUB) = SPACES
                 IF WS-CLM-DIRECTION (WS-CLAIM-SUB) = "PAYABLE"
                    ADD WS-CLM-INTEREST-BASE (WS-CLAIM-SUB)
                       TO WS-BANK-PAYABLE WS-TOTAL-PAYABLE
                 ELSE
                    ADD WS-CLM-INTEREST-BASE (WS-CLAIM-SUB)
                       TO WS-BANK-RECEIVABLE WS-TOTAL-RECEIVABLE
                 END-IF
              END-IF
           END-IF.

      *> One pair per booked claim, in register order. Debits and
      *> credits come off the same amounts, so a trailer that would
      *> not balance means this paragraph is broken -- the file is
      *> emptied rather than handed to finance, as the run voucher
      *> does.
       500-WRITE-VOUCHER.
           IF WS-CLAIMS-BOOKED = 0
              DISPLAY "No bookable claims, no claims voucher written"
           ELSE
              OPEN OUTPUT VOUCHER-FILE
              IF WS-VOUCHER-STATUS NOT = '00'
                 DISPLAY "interest-claim-writer: voucher status "
                    WS-VOUCHER-STATUS
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO JVR-RAW-RECORD
                 MOVE 'JVH' TO JVH-TAG
                 MOVE WS-VOUCHER-RUN-ID TO JVH-RUN-ID
                 MOVE WS-PERIOD-END-DATE TO JVH-BUSINESS-DATE
                 MOVE JVR-RAW-RECORD TO JVR-FILE-LINE
                 WRITE JVR-FILE-LINE
                 PERFORM 510-WRITE-BANK-PAIRS
                    VARYING WS-BANK-SUB FROM 1 BY 1
                    UNTIL WS-BANK-SUB > WS-BANK-COUNT
                 IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
                    MOVE SPACES TO JVR-RAW-RECORD
                    MOVE 'JVT' TO JVT-TAG
                    MOVE WS-LINE-COUNT TO JVT-LINE-COUNT
                    MOVE WS-TOTAL-DEBITS TO JVT-TOTAL-DEBITS
                    MOVE WS-TOTAL-CREDITS TO JVT-TOTAL-CREDITS
                    MOVE JVR-RAW-RECORD TO JVR-FILE-LINE
                    WRITE JVR-FILE-LINE
                    CLOSE VOUCHER-FILE
                    DISPLAY "Claims voucher written: " WS-LINE-COUNT
                       " line(s), debits = credits"
                 ELSE
                    CLOSE VOUCHER-FILE
                    OPEN OUTPUT VOUCHER-FILE
                    CLOSE VOUCHER-FILE
                    DISPLAY "*** CLAIMS VOUCHER OUT OF BALANCE - "
                       "FILE NOT WRITTEN ***"
                    MOVE 12 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.

       510-WRITE-BANK-PAIRS.
           PERFORM 520-WRITE-CLAIM-PAIR
              VARYING WS-CLAIM-SUB FROM 1 BY 1
              UNTIL WS-CLAIM-SUB > WS-CLAIM-COUNT.

      *> What we owe is an interest expense until paid; what we are
      *> owed is interest income until received.
       520-WRITE-CLAIM-PAIR.
           IF WS-CLM-BANK-ID (WS-CLAIM-SUB) = WS-BNK-ID (WS-BANK-SUB)
              AND WS-CLM-NOTE (WS-CLAIM-SUB) = SPACES
              IF WS-CLM-DIRECTION (WS-CLAIM-SUB) = "PAYABLE"
                 MOVE "INT-COMP-PAY" TO WS-LEG-CLASS
                 MOVE "INTEREST-COMP-EXPENS" TO WS-DEBIT-ACCOUNT
                 MOVE "INTEREST-COMP-PAYABL" TO WS-CREDIT-ACCOUNT
              ELSE
                 MOVE "INT-COMP-REC" TO WS-LEG-CLASS
                 MOVE "INTEREST-COMP-RECVBL" TO WS-DEBIT-ACCOUNT
                 MOVE "INTEREST-COMP-INCOME" TO WS-CREDIT-ACCOUNT
              END-IF
              MOVE 'D' TO WS-LEG-DEBIT-CREDIT
              MOVE WS-DEBIT-ACCOUNT TO WS-LEG-ACCOUNT
              ADD WS-CLM-INTEREST-BASE (WS-CLAIM-SUB)
                 TO WS-TOTAL-DEBITS
              PERFORM 530-WRITE-VOUCHER-LEG
              MOVE 'C' TO WS-LEG-DEBIT-CREDIT
              MOVE WS-CREDIT-ACCOUNT TO WS-LEG-ACCOUNT
              ADD WS-CLM-INTEREST-BASE (WS-CLAIM-SUB)
                 TO WS-TOTAL-CREDITS
              PERFORM 530-WRITE-VOUCHER-LEG
           END-IF.

       530-WRITE-VOUCHER-LEG.
           MOVE SPACES TO JVR-RAW-RECORD
           MOVE 'JVD' TO JVD-TAG
           MOVE WS-CLM-ENTITY (WS-CLAIM-SUB) TO JVD-ENTITY
           MOVE WS-LEG-CLASS TO JVD-POSTING-CLASS
           MOVE WS-LEG-DEBIT-CREDIT TO JVD-DEBIT-CREDIT
           MOVE WS-LEG-ACCOUNT TO JVD-ACCOUNT
           MOVE WS-CLM-CURRENCY (WS-CLAIM-SUB) TO JVD-CURRENCY
           MOVE WS-CLM-SOURCE (WS-CLAIM-SUB) TO JVD-SOURCE-SYSTEM
           MOVE WS-CLM-INTEREST-BASE (WS-CLAIM-SUB) TO JVD-AMOUNT-BASE
           MOVE WS-CLM-INTEREST (WS-CLAIM-SUB) TO JVD-AMOUNT-ORIGINAL
           MOVE WS-CLM-TRANSACTION-ID (WS-CLAIM-SUB) TO JVD-REFERENCE
           ADD 1 TO WS-LINE-COUNT
           MOVE JVR-RAW-RECORD TO JVR-FILE-LINE
           WRITE JVR-FILE-LINE.

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
