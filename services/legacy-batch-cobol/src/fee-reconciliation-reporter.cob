      *> settled transaction from main-cobol-orchestrator's
      *> settlement flow plus a final CALL with LK-FINALIZE-FLAG =
      *> 'Y' that writes the report. Every settled PAY earns an
      *> expected fee priced by fee-tariff-pricer off the maintained
      *> tariff for its type, currency, domestic/cross-border status
      *> (the same IBAN-prefix test the insight border breakdown
      *> uses), source system and value date, in USD equivalent;
      *> every FEE record is what we were actually
      *> billed. Both are accumulated per TR-SOURCE-SYSTEM and the
      *> end-of-run report shows expected, billed and the difference
      *> per source with OVER-BILLED / UNDER-BILLED called out --
      *> under-billed cross-border payments are where finance
      *> believes money leaks, and until now nothing measured it.
      *> The monthly volume a tiered tariff line is chosen on is the
      *> source's month-to-date count of settled PAYs for the value-
      *> date month, counted by fee-invoice-writer's rule (SETTLED or
      *> CONFIRMED PAYs on the transaction master): the month's
      *> earlier runs are counted off the master on a CALL with
      *> LK-FINALIZE-FLAG = 'L', which the orchestrator makes before
      *> it settles anything (transaction-master-writer then holds
      *> the master open for the rest of the run), and this run's
      *> PAYs are added as they arrive. A month spread
      *> over daily runs climbs the tiers here as it does on the
      *> invoice; only the month's later runs, not yet settled, are
      *> beyond the reconciliation's sight.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fee-reconciliation-reporter.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - LK-FINALIZE-FLAG grew 'L' (load): the
      *> month's earlier runs are counted off the transaction master
      *> when the orchestrator asks, before its first record settles,
      *> instead of on the first PAY or FEE, by which time
      *> transaction-master-writer has the master open.
      *> 15102026 Riley - the monthly volume behind a tiered tariff
      *> now starts from the month's settled PAYs on the transaction
      *> master from earlier runs, counted as fee-invoice-writer
      *> counts them, instead of this run's PAYs alone. The run ID is
      *> passed in; the run the counts started in rides in the
      *> snapshot ('O' row), so a restart does not count the crashed
      *> run's PAYs twice.
      *> 15102026 Riley - the expected fee is priced by the new
      *> fee-tariff-pricer off the maintained, effective-dated tariff
      *> file instead of the compiled-in schedule, with source-
      *> specific rates, monthly volume tiers and per-item minimum
      *> and maximum charges. The run's monthly item counts per
      *> source ride in the snapshot ('V' rows), and a PAY no tariff
      *> line fits is counted UNPRICED on its source's report line.
      *> 02092026 Riley - the in-flight per-source accumulation can
      *> now be snapshotted to checkpoints/feerecon-state.dat and
      *> restored: LK-FINALIZE-FLAG grew 'S' (save) and 'R'
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-MASTER-FILE
                  ASSIGN TO WS-MASTER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS TMF-TRANSACTION-ID
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT FEE-RECON-FILE
                  ASSIGN TO WS-FEE-RECON-PATH
                  ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD FEE-RECON-FILE.
       01 FRC-REPORT-LINE             PIC X(110).

       01 WS-FEE-RECON-PATH PIC X(255) VALUE
                       "../../../reports/fee-reconciliation.dat".
       01 WS-FEE-RECON-STATUS PIC X(2) VALUE '00'.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       COPY "preflight-sentinel".
       COPY "fee-tariff-request".

       01 WS-EXPECTED-FEE PIC 9(12)V99 VALUE 0.
       01 WS-BORDER-FLAG PIC X(1).
       01 WS-UNPRICED-TOTAL PIC 9(7) VALUE 0.

      *> Settled PAYs per source per value-date month, this run --
      *> added to the earlier runs' count below, the monthly volume
      *> the tariff tiers are chosen on.
       01 WS-VOLUME-MAX PIC 9(3) VALUE 100.
       01 WS-VOLUME-COUNT PIC 9(3) VALUE 0.
       01 WS-VOLUME-TABLE.
           05 WS-VOL-ENTRY OCCURS 100 TIMES
                 INDEXED BY WS-VOL-IDX.
                 10 WS-VOL-SYSTEM       PIC X(8).
                 10 WS-VOL-MONTH        PIC 9(6).
                 10 WS-VOL-ITEMS        PIC 9(7).
       01 WS-VOL-FOUND-SW PIC X(1).
           88 WS-VOL-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-VALUE-MONTH PIC 9(6).

      *> Settled PAYs per source per value-date month on the master
      *> from runs before WS-ORIGIN-RUN-ID, the run this run's counts
      *> started in (this run, or the crashed run a restart resumes).
      *> Loaded once, on the first CALL that prices or bills.
       01 WS-ORIGIN-RUN-ID PIC 9(6) VALUE 0.
       01 WS-PRIOR-LOADED-SW PIC X(1) VALUE 'N'.
           88 WS-PRIOR-LOADED VALUE 'Y' FALSE 'N'.
       01 WS-PRIOR-MAX PIC 9(3) VALUE 500.
       01 WS-PRIOR-COUNT PIC 9(3) VALUE 0.
       01 WS-PRIOR-TABLE.
           05 WS-PRI-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-PRI-IDX.
                 10 WS-PRI-SYSTEM       PIC X(8).
                 10 WS-PRI-MONTH        PIC 9(6).
                 10 WS-PRI-ITEMS        PIC 9(7).
       01 WS-PRI-FOUND-SW PIC X(1).
           88 WS-PRI-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-PRI-SYSTEM-KEY PIC X(8).
       01 WS-PRI-MONTH-KEY PIC 9(6).
       01 WS-FEE-DIFFERENCE PIC S9(12)V99 VALUE 0.

       01 WS-SOURCE-MAX PIC 9(3) VALUE 20.
                 10 WS-SRC-SYSTEM       PIC X(8).
                 10 WS-SRC-EXPECTED-FEE PIC 9(12)V99.
                 10 WS-SRC-BILLED-FEE   PIC 9(12)V99.
                 10 WS-SRC-UNPRICED     PIC 9(7).
       01 WS-SRC-FOUND-SW PIC X(1).
           88 WS-SRC-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-POSTING-SIDE-SW PIC X(1).
           88 WS-POSTING-BILLED   VALUE 'B'.
       01 WS-POSTING-AMOUNT PIC 9(12)V99 VALUE 0.

      *> Snapshot/restore state file: one 'F' row per source slot,
      *> one 'V' row per source and month of volume, and the 'O' row
      *> naming the run the volumes started in.
       01 WS-STATE-PATH PIC X(255) VALUE
                       "../../../checkpoints/feerecon-state.dat".
       01 WS-STATE-STATUS PIC X(2) VALUE '00'.
           05 STF-SYSTEM       PIC X(8).
           05 STF-EXPECTED     PIC 9(12)V99.
           05 STF-BILLED       PIC 9(12)V99.
           05 STF-UNPRICED     PIC 9(7).
       01 WS-STATE-VOLUME.
           05 STV-TAG          PIC X(1).
           05 STV-SYSTEM       PIC X(8).
           05 STV-MONTH        PIC 9(6).
           05 STV-ITEMS        PIC 9(7).
       01 WS-STATE-ORIGIN.
           05 STO-TAG          PIC X(1).
           05 STO-RUN-ID       PIC 9(6).

       01 FRC-HEADING-LINE.
           05 FILLER PIC X(8)  VALUE "SOURCE".
           05 FILLER PIC X(16) VALUE "DIFFERENCE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(14) VALUE "STATUS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "UNPRICED".

       01 FRC-DETAIL-LINE.
           05 FRC-SOURCE-SYSTEM       PIC X(8).
           05 FRC-DIFFERENCE          PIC Z(11)9.99-.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FRC-STATUS              PIC X(14).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FRC-UNPRICED            PIC Z(6)9.

       LINKAGE SECTION.
       COPY "transaction-copybook".
       01 LK-AMOUNT-BASE PIC 9(12)V99.
       01 LK-FINALIZE-FLAG PIC X(1).
       01 LK-RUN-ID PIC 9(6).

       PROCEDURE DIVISION USING TRANSACTION-RECORD, LK-AMOUNT-BASE,
                 LK-FINALIZE-FLAG, LK-RUN-ID.
       000-MAIN.
           IF TR-TRANSACTION-ID = PF-SENTINEL-ID
              MOVE 0 TO RETURN-CODE
              EXIT PROGRAM
           END-IF
           IF WS-ORIGIN-RUN-ID = 0
              MOVE LK-RUN-ID TO WS-ORIGIN-RUN-ID
           END-IF
           EVALUATE LK-FINALIZE-FLAG
              WHEN 'Y'
                 PERFORM 900-WRITE-RECON-REPORT
                 PERFORM 800-SAVE-STATE
              WHEN 'R'
                 PERFORM 850-RESTORE-STATE
              WHEN 'L'
                 IF NOT WS-PRIOR-LOADED
                    PERFORM 150-LOAD-PRIOR-VOLUMES
                 END-IF
              WHEN OTHER
                 IF NOT WS-PRIOR-LOADED
                    PERFORM 150-LOAD-PRIOR-VOLUMES
                 END-IF
                 EVALUATE TR-TRANSACTION-TYPE
                    WHEN "PAY"
                       PERFORM 200-ACCUMULATE-EXPECTED
              DISPLAY "fee-reconciliation-reporter: state file "
                 "status " WS-STATE-STATUS " - snapshot skipped"
           ELSE
              MOVE SPACES TO WS-STATE-ORIGIN
              MOVE 'O' TO STO-TAG
              MOVE WS-ORIGIN-RUN-ID TO STO-RUN-ID
              MOVE WS-STATE-ORIGIN TO STA-STATE-LINE
              WRITE STA-STATE-LINE
              PERFORM 810-SAVE-ONE-SOURCE
                 VARYING WS-STATE-SUB FROM 1 BY 1
                 UNTIL WS-STATE-SUB > WS-SOURCE-COUNT
              PERFORM 820-SAVE-ONE-VOLUME
                 VARYING WS-STATE-SUB FROM 1 BY 1
                 UNTIL WS-STATE-SUB > WS-VOLUME-COUNT
              CLOSE STATE-FILE
           END-IF.

           MOVE WS-SRC-SYSTEM (WS-STATE-SUB) TO STF-SYSTEM
           MOVE WS-SRC-EXPECTED-FEE (WS-STATE-SUB) TO STF-EXPECTED
           MOVE WS-SRC-BILLED-FEE (WS-STATE-SUB) TO STF-BILLED
           MOVE WS-SRC-UNPRICED (WS-STATE-SUB) TO STF-UNPRICED
           MOVE WS-STATE-SOURCE TO STA-STATE-LINE
           WRITE STA-STATE-LINE.

       820-SAVE-ONE-VOLUME.
           MOVE SPACES TO WS-STATE-VOLUME
           MOVE 'V' TO STV-TAG
           MOVE WS-VOL-SYSTEM (WS-STATE-SUB) TO STV-SYSTEM
           MOVE WS-VOL-MONTH (WS-STATE-SUB) TO STV-MONTH
           MOVE WS-VOL-ITEMS (WS-STATE-SUB) TO STV-ITEMS
           MOVE WS-STATE-VOLUME TO STA-STATE-LINE
           WRITE STA-STATE-LINE.

      *> No snapshot on disk simply means a cold start.
       850-RESTORE-STATE.
           SET WS-STATE-EOF TO FALSE
                 "restore, starting cold"
           ELSE
              MOVE 0 TO WS-SOURCE-COUNT
              MOVE 0 TO WS-VOLUME-COUNT
              PERFORM 860-RESTORE-ONE-SOURCE UNTIL WS-STATE-EOF
              CLOSE STATE-FILE
              DISPLAY "fee-reconciliation-reporter: snapshot "
                 "restored, " WS-SOURCE-COUNT " source(s), "
                 WS-VOLUME-COUNT " monthly volume(s)"
           END-IF.

       860-RESTORE-ONE-SOURCE.
                       TO WS-SRC-EXPECTED-FEE (WS-SOURCE-COUNT)
                    MOVE STF-BILLED
                       TO WS-SRC-BILLED-FEE (WS-SOURCE-COUNT)
                    IF STF-UNPRICED IS NUMERIC
                       MOVE STF-UNPRICED
                          TO WS-SRC-UNPRICED (WS-SOURCE-COUNT)
                    ELSE
                       MOVE 0 TO WS-SRC-UNPRICED (WS-SOURCE-COUNT)
                    END-IF
                 END-IF
                 MOVE STA-STATE-LINE TO WS-STATE-VOLUME
                 IF STV-TAG = 'V'
                    AND WS-VOLUME-COUNT < WS-VOLUME-MAX
                    ADD 1 TO WS-VOLUME-COUNT
                    MOVE STV-SYSTEM
                       TO WS-VOL-SYSTEM (WS-VOLUME-COUNT)
                    MOVE STV-MONTH
                       TO WS-VOL-MONTH (WS-VOLUME-COUNT)
                    MOVE STV-ITEMS
                       TO WS-VOL-ITEMS (WS-VOLUME-COUNT)
                 END-IF
                 MOVE STA-STATE-LINE TO WS-STATE-ORIGIN
                 IF STO-TAG = 'O'
                    AND STO-RUN-ID IS NUMERIC
                    AND STO-RUN-ID > 0
                    MOVE STO-RUN-ID TO WS-ORIGIN-RUN-ID
                 END-IF
           END-READ.

      *> A master that cannot be opened (the first run this shop
      *> makes) leaves the earlier runs' count at zero. A caller
      *> that never asks for the load gets it on its first PAY or
      *> FEE instead.
       150-LOAD-PRIOR-VOLUMES.
           SET WS-PRIOR-LOADED TO TRUE
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "fee-reconciliation-reporter: transaction "
                 "master status " WS-MASTER-STATUS " - monthly "
                 "volumes start from this run"
           ELSE
              MOVE LOW-VALUES TO TMF-TRANSACTION-ID
              START TRANSACTION-MASTER-FILE
                 KEY NOT < TMF-TRANSACTION-ID
              END-START
              IF WS-MASTER-STATUS NOT = '00'
                 SET WS-MASTER-EOF TO TRUE
              END-IF
              PERFORM 155-COUNT-ONE-MASTER UNTIL WS-MASTER-EOF
              CLOSE TRANSACTION-MASTER-FILE
           END-IF.

      *> The record is looked at through TMF-TRANSACTION-DETAIL in
      *> place -- TRANSACTION-RECORD is the caller's. Value date at
      *> 50, type at 59, source system at 157.
       155-COUNT-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 IF (TMF-DISPOSITION = "SETTLED"
                    OR TMF-DISPOSITION = "CONFIRMED")
                    AND TMF-TRANSACTION-DETAIL (59:3) = "PAY"
                    AND TMF-RUN-ID < WS-ORIGIN-RUN-ID
                    AND TMF-TRANSACTION-DETAIL (50:6) IS NUMERIC
                    MOVE TMF-TRANSACTION-DETAIL (157:8)
                       TO WS-PRI-SYSTEM-KEY
                    MOVE TMF-TRANSACTION-DETAIL (50:6)
                       TO WS-PRI-MONTH-KEY
                    PERFORM 160-FIND-PRIOR-VOLUME
                    IF WS-PRI-FOUND
                       ADD 1 TO WS-PRI-ITEMS (WS-PRI-IDX)
                    ELSE
                       IF WS-PRIOR-COUNT < WS-PRIOR-MAX
                          ADD 1 TO WS-PRIOR-COUNT
                          MOVE WS-PRI-SYSTEM-KEY
                             TO WS-PRI-SYSTEM (WS-PRIOR-COUNT)
                          MOVE WS-PRI-MONTH-KEY
                             TO WS-PRI-MONTH (WS-PRIOR-COUNT)
                          MOVE 1 TO WS-PRI-ITEMS (WS-PRIOR-COUNT)
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       160-FIND-PRIOR-VOLUME.
           SET WS-PRI-FOUND TO FALSE
           SET WS-PRI-IDX TO 1
           SEARCH WS-PRI-ENTRY VARYING WS-PRI-IDX
              AT END CONTINUE
              WHEN WS-PRI-IDX > WS-PRIOR-COUNT
                 CONTINUE
              WHEN WS-PRI-SYSTEM (WS-PRI-IDX) = WS-PRI-SYSTEM-KEY
                 AND WS-PRI-MONTH (WS-PRI-IDX) = WS-PRI-MONTH-KEY
                 SET WS-PRI-FOUND TO TRUE
           END-SEARCH.

       200-ACCUMULATE-EXPECTED.
           IF TR-SENDER-IBAN (1:2) = TR-RECEIVER-IBAN (1:2)
              MOVE 'D' TO WS-BORDER-FLAG
           ELSE
              MOVE 'X' TO WS-BORDER-FLAG
           END-IF
           MOVE SPACES TO FTQ-REQUEST
           PERFORM 230-COUNT-MONTH-VOLUME
           MOVE TR-TRANSACTION-TYPE TO FTQ-TRANSACTION-TYPE
           MOVE TR-CURRENCY TO FTQ-CURRENCY
           MOVE WS-BORDER-FLAG TO FTQ-BORDER-FLAG
           MOVE TR-SOURCE-SYSTEM TO FTQ-SOURCE-SYSTEM
           MOVE TR-VALUE-DATE TO FTQ-VALUE-DATE
           MOVE LK-AMOUNT-BASE TO FTQ-AMOUNT-BASE
           CALL "fee-tariff-pricer" USING FTQ-REQUEST
           MOVE FTQ-FEE TO WS-EXPECTED-FEE
           SET WS-POSTING-EXPECTED TO TRUE
           MOVE WS-EXPECTED-FEE TO WS-POSTING-AMOUNT
           PERFORM 300-POST-TO-SOURCE.
           MOVE LK-AMOUNT-BASE TO WS-POSTING-AMOUNT
           PERFORM 300-POST-TO-SOURCE.

      *> Counts this PAY into its source's month and hands the
      *> month-to-date count -- earlier runs' off the master plus
      *> this run's, this PAY included -- to the pricer as the
      *> monthly volume. A full table leaves this run's part out.
       230-COUNT-MONTH-VOLUME.
           MOVE TR-VALUE-DATE (1:6) TO WS-VALUE-MONTH
           MOVE 1 TO FTQ-MONTH-VOLUME
           SET WS-VOL-FOUND TO FALSE
           SET WS-VOL-IDX TO 1
           SEARCH WS-VOL-ENTRY VARYING WS-VOL-IDX
              AT END CONTINUE
              WHEN WS-VOL-SYSTEM (WS-VOL-IDX) = TR-SOURCE-SYSTEM
                 AND WS-VOL-MONTH (WS-VOL-IDX) = WS-VALUE-MONTH
                 SET WS-VOL-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-VOL-FOUND
              IF WS-VOLUME-COUNT < WS-VOLUME-MAX
                 ADD 1 TO WS-VOLUME-COUNT
                 MOVE TR-SOURCE-SYSTEM
                    TO WS-VOL-SYSTEM (WS-VOLUME-COUNT)
                 MOVE WS-VALUE-MONTH TO WS-VOL-MONTH (WS-VOLUME-COUNT)
                 MOVE 0 TO WS-VOL-ITEMS (WS-VOLUME-COUNT)
                 SET WS-VOL-IDX TO WS-VOLUME-COUNT
                 SET WS-VOL-FOUND TO TRUE
              END-IF
           END-IF
           IF WS-VOL-FOUND
              ADD 1 TO WS-VOL-ITEMS (WS-VOL-IDX)
              MOVE WS-VOL-ITEMS (WS-VOL-IDX) TO FTQ-MONTH-VOLUME
           END-IF
           MOVE TR-SOURCE-SYSTEM TO WS-PRI-SYSTEM-KEY
           MOVE WS-VALUE-MONTH TO WS-PRI-MONTH-KEY
           PERFORM 160-FIND-PRIOR-VOLUME
           IF WS-PRI-FOUND
              ADD WS-PRI-ITEMS (WS-PRI-IDX) TO FTQ-MONTH-VOLUME
           END-IF.

       300-POST-TO-SOURCE.
           SET WS-SRC-FOUND TO FALSE
                    TO WS-SRC-SYSTEM (WS-SOURCE-COUNT)
                 MOVE 0 TO WS-SRC-EXPECTED-FEE (WS-SOURCE-COUNT)
                 MOVE 0 TO WS-SRC-BILLED-FEE (WS-SOURCE-COUNT)
                 MOVE 0 TO WS-SRC-UNPRICED (WS-SOURCE-COUNT)
                 SET WS-SRC-IDX TO WS-SOURCE-COUNT
                 SET WS-SRC-FOUND TO TRUE
              END-IF
              IF WS-POSTING-EXPECTED
                 ADD WS-POSTING-AMOUNT
                    TO WS-SRC-EXPECTED-FEE (WS-SRC-IDX)
                 IF FTQ-NOT-PRICED
                    ADD 1 TO WS-SRC-UNPRICED (WS-SRC-IDX)
                 END-IF
              ELSE
                 ADD WS-POSTING-AMOUNT
                    TO WS-SRC-BILLED-FEE (WS-SRC-IDX)
           ELSE
              MOVE FRC-HEADING-LINE TO FRC-REPORT-LINE
              WRITE FRC-REPORT-LINE
              MOVE 0 TO WS-UNPRICED-TOTAL
              PERFORM 910-WRITE-SOURCE-LINE
                 VARYING WS-SRC-IDX FROM 1 BY 1
                 UNTIL WS-SRC-IDX > WS-SOURCE-COUNT
              CLOSE FEE-RECON-FILE
              IF WS-UNPRICED-TOTAL > 0
                 DISPLAY "*** " WS-UNPRICED-TOTAL " settled PAY(s) "
                    "fit no fee tariff line - expected fees "
                    "understated, see UNPRICED ***"
              END-IF
           END-IF.

      *> Positive difference = billed more than the schedule says
           MOVE WS-SRC-EXPECTED-FEE (WS-SRC-IDX) TO FRC-EXPECTED-FEE
           MOVE WS-SRC-BILLED-FEE (WS-SRC-IDX) TO FRC-BILLED-FEE
           MOVE WS-FEE-DIFFERENCE TO FRC-DIFFERENCE
           MOVE WS-SRC-UNPRICED (WS-SRC-IDX) TO FRC-UNPRICED
           ADD WS-SRC-UNPRICED (WS-SRC-IDX) TO WS-UNPRICED-TOTAL
           EVALUATE TRUE
              WHEN WS-FEE-DIFFERENCE > 0
                 MOVE "OVER-BILLED" TO FRC-STATUS
