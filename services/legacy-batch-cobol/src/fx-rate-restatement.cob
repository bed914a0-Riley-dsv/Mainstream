      *> FX rate restatement. This is a standalone operator program,
      *> not CALLed from main-cobol-orchestrator -- it puts right the
      *> USD equivalents of records already processed at a rate
      *> treasury has since corrected on fx-rate-feed.dat, for any run
      *> however old, instead of a backout and re-run that only ever
      *> reached the most recent run. Treasury keys each correction
      *> on sample-data/fx-rate-corrections.dat (override via
      *> FX_RATE_CORRECTION_PATH): currency, the effective date of
      *> the feed entry being corrected, the old and the new rate,
      *> and a keyer and a different authorizer -- operator-
      *> authorization must pass both for FX-RESTATE or that
      *> correction is refused and listed. A master record was
      *> converted at the superseded rate when its currency matches,
      *> its TR-OPERATION-DATE falls inside the corrected entry's
      *> window (from its effective date up to the next feed entry
      *> for the currency -- the reader's own rate selection) and its
      *> TMF-AMOUNT-BASE is exactly TR-AMOUNT at the old rate. A
      *> record already at the new rate is left alone, so a
      *> correction file processed twice restates nothing twice. For
      *> each record restated:
      *>  - TMF-AMOUNT-BASE is rewritten at the new rate;
      *>  - a settled record's difference posts to period-totals.dat
      *>    under the same currency/source buckets and legal entity
      *>    the orchestrator accumulated it in (a bucket that would
      *>    go negative floors at zero and is shouted about), and --
      *>    when it belongs to the most recent run -- to that run's
      *>    entity-totals.dat line the day-end page prints;
      *>  - a warehoused or limit-held payment's warehouse entry is
      *>    re-carried at the new amount, so it settles at the right
      *>    value when released;
      *>  - an adjusting debit/credit pair goes on the restatement
      *>    voucher (reports/fx-restatement-voucher.dat, the
      *>    journal-voucher layout, tied back by transaction ID) on
      *>    the accounts of the class the record originally posted
      *>    under -- the pair reversed where the new amount is lower;
      *>    like the run voucher it is never written out of balance;
      *>  - a line goes on the restatement report
      *>    (reports/fx-restatement-report.dat) with the old and new
      *>    base amounts, followed by the net effect per currency and
      *>    per legal entity.
      *> Rejected and backed-out records carry no booked amount and
      *> are not touched. The program refuses to start while a run
      *> holds the batch lock, or while the warehouse or the period
      *> totals fail their integrity seal, and re-seals both once it
      *> has rewritten them. Return code 4 when a correction was
      *> refused or a record inside a window was not at the old rate
      *> (converted some other way -- listed for treasury to chase),
      *> 12 when it cannot run at all.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fx-rate-restatement.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
      *> 15102026 Riley - restated warehouse entries are read and
      *> rewritten by key on the keyed warehouse store through
      *> keyed-store, instead of the whole warehouse file being
      *> re-carried through a 500-entry table.
      *> 15102026 Riley - verifies the integrity seals on the
      *> warehouse and the period totals before restating and
      *> re-seals both once they are rewritten.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-MASTER-FILE
                  ASSIGN TO WS-MASTER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TMF-TRANSACTION-ID
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT CORRECTION-FILE
                  ASSIGN TO WS-CORRECTION-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CORRECTION-STATUS.
           SELECT FX-RATE-FEED-FILE
                  ASSIGN TO WS-FX-FEED-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FX-FEED-STATUS.
           SELECT BATCH-CONTROL-FILE
                  ASSIGN TO WS-BATCH-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BATCH-CONTROL-STATUS.
           SELECT ENTITY-MAP-FILE
                  ASSIGN TO WS-ENTITY-MAP-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENTITY-MAP-STATUS.
           SELECT COUNTERPARTY-REF-FILE
                  ASSIGN TO WS-CPTY-REF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CPTY-REF-STATUS.
           SELECT RUN-STATUS-FILE
                  ASSIGN TO WS-RUN-STATUS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RUN-STATUS-STATUS.
           SELECT PERIOD-TOTALS-FILE
                  ASSIGN TO WS-PERIOD-TOTALS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PERIOD-TOTALS-STATUS.
           SELECT ENTITY-TOTALS-FILE
                  ASSIGN TO WS-ENTITY-TOTALS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ENTITY-TOTALS-STATUS.
           SELECT RESTATEMENT-REPORT-FILE
                  ASSIGN TO WS-REPORT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
           SELECT VOUCHER-FILE
                  ASSIGN TO WS-VOUCHER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VOUCHER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD CORRECTION-FILE.
       COPY "fx-rate-correction-record".

       FD FX-RATE-FEED-FILE.
       COPY "fx-rate-feed-record".

       FD BATCH-CONTROL-FILE.
       COPY "batch-control-record".

       FD ENTITY-MAP-FILE.
       COPY "entity-map-record".

       FD COUNTERPARTY-REF-FILE.
       COPY "counterparty-reference-record".

       FD RUN-STATUS-FILE.
       COPY "run-status-record".

       FD PERIOD-TOTALS-FILE.
       COPY "period-totals-record".

       FD ENTITY-TOTALS-FILE.
       COPY "entity-totals-record".

       FD RESTATEMENT-REPORT-FILE.
       01 FXR-REPORT-LINE             PIC X(132).

       FD VOUCHER-FILE.
       01 JVR-FILE-LINE               PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-CORRECTION-PATH PIC X(255) VALUE
                       "../../../sample-data/fx-rate-corrections.dat".
       01 WS-CORRECTION-OVERRIDE PIC X(255).
       01 WS-CORRECTION-STATUS PIC X(2) VALUE '00'.
       01 WS-FX-FEED-PATH PIC X(255) VALUE
                       "../../../sample-data/fx-rate-feed.dat".
       01 WS-FX-FEED-OVERRIDE PIC X(255).
       01 WS-FX-FEED-STATUS PIC X(2) VALUE '00'.
       01 WS-BATCH-CONTROL-PATH PIC X(255) VALUE
                       "../../../checkpoints/batch-control.dat".
       01 WS-BATCH-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-ENTITY-MAP-PATH PIC X(255) VALUE
                       "../../../sample-data/entity-map.dat".
       01 WS-ENTITY-MAP-OVERRIDE PIC X(255).
       01 WS-ENTITY-MAP-STATUS PIC X(2) VALUE '00'.
       01 WS-CPTY-REF-PATH PIC X(255) VALUE
                   "../../../sample-data/counterparty-reference.dat".
       01 WS-CPTY-REF-OVERRIDE PIC X(255).
       01 WS-CPTY-REF-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-STATUS-PATH PIC X(255) VALUE
                       "../../../reports/run-status.dat".
       01 WS-RUN-STATUS-STATUS PIC X(2) VALUE '00'.
       01 WS-PERIOD-TOTALS-PATH PIC X(255) VALUE
                       "../../../checkpoints/period-totals.dat".
       01 WS-PERIOD-TOTALS-STATUS PIC X(2) VALUE '00'.
       01 WS-ENTITY-TOTALS-PATH PIC X(255) VALUE
                       "../../../reports/entity-totals.dat".
       01 WS-ENTITY-TOTALS-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-PATH PIC X(255) VALUE
                   "../../../reports/fx-restatement-report.dat".
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.
       01 WS-VOUCHER-PATH PIC X(255) VALUE
                   "../../../reports/fx-restatement-voucher.dat".
       01 WS-VOUCHER-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".
       COPY "journal-voucher-record".
       COPY "gl-account-table".
       COPY "authorization-request".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-LATEST-RUN-ID PIC 9(6) VALUE 0.
       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-CORRECTION-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-CORRECTION-EOF VALUE 'Y' FALSE 'N'.
       01 WS-FX-FEED-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-FX-FEED-EOF VALUE 'Y' FALSE 'N'.
       01 WS-ENTITY-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ENTITY-EOF VALUE 'Y' FALSE 'N'.
       01 WS-CPTY-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-CPTY-EOF VALUE 'Y' FALSE 'N'.
       01 WS-FILE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y' FALSE 'N'.

      *> Approved corrections. A window end of zero means no later
      *> feed entry for the currency -- the corrected rate is still
      *> the one in force.
       01 WS-FXC-MAX PIC 9(2) VALUE 20.
       01 WS-FXC-COUNT PIC 9(2) VALUE 0.
       01 WS-FXC-SUB PIC 9(2) VALUE 0.
       01 WS-FXC-SLOT PIC 9(2) VALUE 0.
       01 WS-FXC-TABLE.
           05 WS-FXC-ENTRY OCCURS 20 TIMES.
                 10 WS-FXC-CURRENCY      PIC X(3).
                 10 WS-FXC-EFFECTIVE     PIC 9(8).
                 10 WS-FXC-WINDOW-END    PIC 9(8).
                 10 WS-FXC-OLD-RATE      PIC 9(2)V9999.
                 10 WS-FXC-NEW-RATE      PIC 9(2)V9999.
                 10 WS-FXC-RESTATED      PIC 9(6).
       01 WS-FXC-VALID-SW PIC X(1) VALUE 'N'.
           88 WS-FXC-VALID VALUE 'Y' FALSE 'N'.
       01 WS-FXC-REFUSAL PIC X(40) VALUE SPACES.
       01 WS-REFUSED-COUNT PIC 9(3) VALUE 0.
       01 WS-RATE-DISPLAY-OLD PIC Z9.9999.
       01 WS-RATE-DISPLAY-NEW PIC Z9.9999.

       01 WS-ENTMAP-MAX PIC 9(2) VALUE 50.
       01 WS-ENTMAP-COUNT PIC 9(2) VALUE 0.
       01 WS-ENTMAP-TABLE.
           05 WS-ENM-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-ENM-IDX.
                 10 WS-ENM-SOURCE PIC X(8).
                 10 WS-ENM-ENTITY PIC X(4).
       01 WS-ENTITY-CODE PIC X(4) VALUE SPACES.

      *> Own entity accounts, for the intercompany posting classes.
       01 WS-OWN-MAX PIC 9(3) VALUE 200.
       01 WS-OWN-COUNT PIC 9(3) VALUE 0.
       01 WS-OWN-TABLE.
           05 WS-OWN-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-OWN-IDX.
                 10 WS-OWN-IBAN          PIC X(27).
                 10 WS-OWN-ENTITY        PIC X(4).
       01 WS-OWN-LOOKUP-IBAN PIC X(27) VALUE SPACES.
       01 WS-OWN-FOUND-ENTITY PIC X(4) VALUE SPACES.
       01 WS-IC-SENDER-ENTITY PIC X(4) VALUE SPACES.
       01 WS-IC-RECEIVER-ENTITY PIC X(4) VALUE SPACES.
       01 WS-IC-FROM-ENTITY PIC X(4) VALUE SPACES.
       01 WS-IC-TO-ENTITY PIC X(4) VALUE SPACES.

      *> One master record under restatement.
       01 WS-OLD-AT-RATE PIC 9(12)V99 VALUE 0.
       01 WS-NEW-AT-RATE PIC 9(12)V99 VALUE 0.
       01 WS-OLD-BASE PIC 9(12)V99 VALUE 0.
       01 WS-DIFFERENCE PIC S9(12)V99 VALUE 0.
       01 WS-POSTING-CLASS PIC X(12) VALUE SPACES.
       01 WS-PERIOD-POSTING-SW PIC X(1) VALUE 'N'.
           88 WS-PERIOD-POSTING VALUE 'Y' FALSE 'N'.

       01 WS-RESTATED-COUNT PIC 9(6) VALUE 0.
       01 WS-ALREADY-COUNT PIC 9(6) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(6) VALUE 0.

      *> Signed period-to-date differences, the same currency/source
      *> double posting the orchestrator accumulates under.
       01 WS-PTD-POST-TYPE PIC X(1).
       01 WS-PTD-POST-KEY PIC X(8).
       01 WS-DIF-MAX PIC 9(3) VALUE 100.
       01 WS-DIF-COUNT PIC 9(3) VALUE 0.
       01 WS-DIF-SUB PIC 9(3) VALUE 0.
       01 WS-DIF-TABLE.
           05 WS-DIF-ENTRY OCCURS 100 TIMES
                 INDEXED BY WS-DIF-IDX.
                 10 WS-DIF-KEY-TYPE   PIC X(1).
                 10 WS-DIF-KEY        PIC X(8).
                 10 WS-DIF-ENTITY     PIC X(4).
                 10 WS-DIF-SETTLED    PIC S9(14)V99.
                 10 WS-DIF-FEES       PIC S9(14)V99.
                 10 WS-DIF-REVERSALS  PIC S9(14)V99.
       01 WS-DIF-FOUND-SW PIC X(1).
           88 WS-DIF-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-FILE-PTD-MAX PIC 9(3) VALUE 200.
       01 WS-FILE-PTD-COUNT PIC 9(3) VALUE 0.
       01 WS-FILE-PTD-SUB PIC 9(3) VALUE 0.
       01 WS-FILE-PTD-TABLE.
           05 WS-FPT-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-FPT-IDX.
                 10 WS-FPT-KEY-TYPE   PIC X(1).
                 10 WS-FPT-KEY        PIC X(8).
                 10 WS-FPT-ENTITY     PIC X(4).
                 10 WS-FPT-SETTLED    PIC 9(14)V99.
                 10 WS-FPT-FEES       PIC 9(14)V99.
                 10 WS-FPT-REVERSALS  PIC 9(14)V99.
       01 WS-FPT-FOUND-SW PIC X(1).
           88 WS-FPT-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-COLUMN-AMOUNT PIC S9(15)V99 VALUE 0.

      *> Signed differences on the most recent run's entity lines.
       01 WS-ETD-MAX PIC 9(2) VALUE 20.
       01 WS-ETD-COUNT PIC 9(2) VALUE 0.
       01 WS-ETD-SUB PIC 9(2) VALUE 0.
       01 WS-ETD-TABLE.
           05 WS-ETD-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-ETD-IDX.
                 10 WS-ETD-ENTITY     PIC X(4).
                 10 WS-ETD-SETTLED    PIC S9(14)V99.
                 10 WS-ETD-FEES       PIC S9(14)V99.
                 10 WS-ETD-REVERSALS  PIC S9(14)V99.
       01 WS-ETD-FOUND-SW PIC X(1).
           88 WS-ETD-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-ETF-COUNT PIC 9(2) VALUE 0.
       01 WS-ETF-SUB PIC 9(2) VALUE 0.
       01 WS-ETF-TABLE.
           05 WS-ETF-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-ETF-IDX.
                 10 WS-ETF-ENTITY     PIC X(4).
                 10 WS-ETF-SETTLED    PIC 9(14)V99.
                 10 WS-ETF-FEES       PIC 9(14)V99.
                 10 WS-ETF-REVERSALS  PIC 9(14)V99.

      *> Held payments restated -- their entries on the keyed
      *> warehouse store are rewritten at the new amount.
       01 WS-HELD-MAX PIC 9(3) VALUE 500.
       01 WS-HELD-COUNT PIC 9(3) VALUE 0.
       01 WS-HELD-TABLE.
           05 WS-HLD-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-HLD-IDX.
                 10 WS-HLD-TRANSACTION-ID PIC X(32).
                 10 WS-HLD-AMOUNT-BASE    PIC 9(12)V99.
       01 WS-WAREHOUSE-FIXED PIC 9(3) VALUE 0.
       COPY "warehouse-record".
       COPY "keyed-store-request".

      *> Net effect per currency and per legal entity.
       01 WS-NET-CCY-MAX PIC 9(2) VALUE 50.
       01 WS-NET-CCY-COUNT PIC 9(2) VALUE 0.
       01 WS-NET-CCY-SUB PIC 9(2) VALUE 0.
       01 WS-NET-CCY-TABLE.
           05 WS-NCY-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-NCY-IDX.
                 10 WS-NCY-CURRENCY   PIC X(3).
                 10 WS-NCY-ITEMS      PIC 9(6).
                 10 WS-NCY-OLD        PIC 9(14)V99.
                 10 WS-NCY-NEW        PIC 9(14)V99.
       01 WS-NET-ENT-MAX PIC 9(2) VALUE 20.
       01 WS-NET-ENT-COUNT PIC 9(2) VALUE 0.
       01 WS-NET-ENT-SUB PIC 9(2) VALUE 0.
       01 WS-NET-ENT-TABLE.
           05 WS-NEN-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-NEN-IDX.
                 10 WS-NEN-ENTITY     PIC X(4).
                 10 WS-NEN-ITEMS      PIC 9(6).
                 10 WS-NEN-OLD        PIC 9(14)V99.
                 10 WS-NEN-NEW        PIC 9(14)V99.
       01 WS-NET-FOUND-SW PIC X(1).
           88 WS-NET-FOUND VALUE 'Y' FALSE 'N'.

      *> Restatement voucher.
       01 WS-VOUCHER-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-VOUCHER-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-LINE-COUNT PIC 9(6) VALUE 0.
       01 WS-TOTAL-DEBITS PIC 9(14)V99 VALUE 0.
       01 WS-TOTAL-CREDITS PIC 9(14)V99 VALUE 0.
       01 WS-LEG-AMOUNT PIC 9(12)V99 VALUE 0.
       01 WS-LEG-DEBIT-CREDIT PIC X(1) VALUE SPACE.
       01 WS-LEG-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-DEBIT-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-CREDIT-ACCOUNT PIC X(20) VALUE SPACES.
       01 WS-IC-OTHER-ENTITY PIC X(4) VALUE SPACES.

       01 FXR-HEADING-LINE.
           05 FILLER PIC X(32) VALUE "TRANSACTION-ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "RUN".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "DISPOSITION".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE "CCY".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "   OLD BASE USD".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "   NEW BASE USD".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(16) VALUE "      DIFFERENCE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE "ENT".

       01 FXR-DETAIL-LINE.
           05 FXR-TRANSACTION-ID      PIC X(32).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-RUN-ID              PIC 9(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-DISPOSITION         PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-CURRENCY            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-AMOUNT              PIC Z(9)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-OLD-BASE            PIC Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-NEW-BASE            PIC Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-DIFFERENCE          PIC -Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-ENTITY              PIC X(4).

       01 FXR-NET-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-NET-KEY             PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FXR-NET-ITEMS           PIC Z(5)9.
           05 FILLER                  PIC X(8) VALUE " ITEM(S)".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "OLD ".
           05 FXR-NET-OLD             PIC Z(13)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "NEW ".
           05 FXR-NET-NEW             PIC Z(13)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 FILLER                  PIC X(4) VALUE "NET ".
           05 FXR-NET-DIFFERENCE      PIC -Z(13)9.99.

       01 WS-NET-DIFFERENCE PIC S9(15)V99 VALUE 0.
       01 WS-COUNT-DISPLAY PIC Z(5)9.

      *> Integrity seals on the persistent files rewritten here.
       COPY "seal-request".
       01 WS-SEAL-FILE-ID PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting FX rate restatement"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 050-CHECK-RUN-LOCK
           PERFORM 055-VERIFY-SEALS
           PERFORM 060-OPEN-REPORT
           PERFORM 100-LOAD-CORRECTIONS
           IF WS-FXC-COUNT = 0
              MOVE SPACES TO FXR-REPORT-LINE
              MOVE "NO APPROVED CORRECTION - NOTHING RESTATED"
                 TO FXR-REPORT-LINE
              WRITE FXR-REPORT-LINE
              CLOSE RESTATEMENT-REPORT-FILE
              DISPLAY "No approved correction - nothing restated"
              IF WS-REFUSED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
              STOP RUN
           END-IF
           PERFORM 130-LOAD-FX-FEED
           PERFORM 150-LOAD-ENTITY-MAP
           PERFORM 160-LOAD-OWN-ACCOUNTS
           PERFORM 180-READ-LATEST-RUN
           PERFORM 190-OPEN-VOUCHER
           PERFORM 200-RESTATE-MASTER
           PERFORM 400-FIX-WAREHOUSE
           PERFORM 500-REWRITE-PERIOD-TOTALS
           PERFORM 550-REWRITE-ENTITY-TOTALS
           PERFORM 800-SEAL-FILES
           PERFORM 600-CLOSE-VOUCHER
           PERFORM 700-WRITE-NET-EFFECT
           CLOSE RESTATEMENT-REPORT-FILE
           DISPLAY "FX restatement complete: " WS-RESTATED-COUNT
              " restated, " WS-ALREADY-COUNT " already at the new "
              "rate, " WS-UNMATCHED-COUNT " not at the old rate, "
              WS-WAREHOUSE-FIXED " warehouse entrie(s) re-carried"
           IF WS-REFUSED-COUNT > 0 OR WS-UNMATCHED-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> A run in flight is accumulating into the very stores this
      *> program rewrites -- restating under it would be overwritten
      *> at its end of run.
       050-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-CONTROL-STATUS = '00'
              READ BATCH-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BCT-IN-FLIGHT
                       DISPLAY "*** RUN " BCT-LOCK-RUN-ID
                          " HOLDS THE BATCH LOCK - restatement "
                          "refused until it finishes ***"
                       CLOSE BATCH-CONTROL-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE BATCH-CONTROL-FILE
           END-IF.

      *> Restating on top of a hand-edited warehouse or period
      *> totals file would bury the edit under the correction. With
      *> no seal register yet there is nothing to check.
       055-VERIFY-SEALS.
           MOVE "WAREHOUSE" TO WS-SEAL-FILE-ID
           PERFORM 057-VERIFY-ONE-SEAL
           MOVE "PERIOD-TOTAL" TO WS-SEAL-FILE-ID
           PERFORM 057-VERIFY-ONE-SEAL.

       057-VERIFY-ONE-SEAL.
           MOVE SPACES TO SLR-REQUEST
           MOVE "VERIFY" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "fx-rate-restatement" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-INTACT AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " FAILS ITS INTEGRITY "
                 "SEAL (" SLR-RESULT ") " SLR-DETAIL " ***"
              DISPLAY "*** refusing to restate; restore the file or "
                 "accept the change with integrity-reseal ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       060-OPEN-REPORT.
           OPEN OUTPUT RESTATEMENT-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY "fx-rate-restatement: report status "
                 WS-REPORT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO FXR-REPORT-LINE
           STRING "FX RATE RESTATEMENT  " WS-TODAY-DATE
              DELIMITED BY SIZE INTO FXR-REPORT-LINE
           END-STRING
           WRITE FXR-REPORT-LINE
           MOVE SPACES TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE.

       100-LOAD-CORRECTIONS.
           MOVE SPACES TO WS-CORRECTION-OVERRIDE
           ACCEPT WS-CORRECTION-OVERRIDE
              FROM ENVIRONMENT "FX_RATE_CORRECTION_PATH"
           IF WS-CORRECTION-OVERRIDE NOT = SPACES
              MOVE WS-CORRECTION-OVERRIDE TO WS-CORRECTION-PATH
           END-IF
           OPEN INPUT CORRECTION-FILE
           IF WS-CORRECTION-STATUS NOT = '00'
              DISPLAY "No FX rate correction file (status "
                 WS-CORRECTION-STATUS ") - nothing to restate"
           ELSE
              PERFORM 110-READ-CORRECTION UNTIL WS-CORRECTION-EOF
              CLOSE CORRECTION-FILE
           END-IF
           MOVE SPACES TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE.

       110-READ-CORRECTION.
           READ CORRECTION-FILE
              AT END SET WS-CORRECTION-EOF TO TRUE
              NOT AT END
                 IF FXC-CURRENCY NOT = SPACES
                    PERFORM 115-VET-CORRECTION
                    IF WS-FXC-VALID
                       PERFORM 120-AUTHORIZE-CORRECTION
                    END-IF
                    PERFORM 125-LIST-CORRECTION
                 END-IF
           END-READ.

       115-VET-CORRECTION.
           SET WS-FXC-VALID TO TRUE
           MOVE SPACES TO WS-FXC-REFUSAL
           EVALUATE TRUE
              WHEN FXC-EFFECTIVE-DATE IS NOT NUMERIC
                 OR FXC-OLD-RATE IS NOT NUMERIC
                 OR FXC-NEW-RATE IS NOT NUMERIC
                 MOVE "MALFORMED CORRECTION" TO WS-FXC-REFUSAL
              WHEN FXC-NEW-RATE = 0 OR FXC-OLD-RATE = 0
                 MOVE "ZERO RATE" TO WS-FXC-REFUSAL
              WHEN FXC-NEW-RATE = FXC-OLD-RATE
                 MOVE "NEW RATE EQUALS OLD RATE" TO WS-FXC-REFUSAL
              WHEN WS-FXC-COUNT = WS-FXC-MAX
                 MOVE "CORRECTION TABLE FULL" TO WS-FXC-REFUSAL
              WHEN OTHER
                 PERFORM 117-CHECK-DUPLICATE-CORRECTION
                    VARYING WS-FXC-SUB FROM 1 BY 1
                    UNTIL WS-FXC-SUB > WS-FXC-COUNT
           END-EVALUATE
           IF WS-FXC-REFUSAL NOT = SPACES
              SET WS-FXC-VALID TO FALSE
           END-IF.

       117-CHECK-DUPLICATE-CORRECTION.
           IF WS-FXC-CURRENCY (WS-FXC-SUB) = FXC-CURRENCY
              AND WS-FXC-EFFECTIVE (WS-FXC-SUB) = FXC-EFFECTIVE-DATE
              MOVE "DUPLICATE OF AN EARLIER LINE" TO WS-FXC-REFUSAL
           END-IF.

       120-AUTHORIZE-CORRECTION.
           MOVE SPACES TO AUR-REQUEST
           MOVE "FX-RESTATE" TO AUR-ACTION-TYPE
           MOVE "fx-rate-restatement" TO AUR-PROGRAM
           STRING FXC-CURRENCY " " FXC-EFFECTIVE-DATE
              DELIMITED BY SIZE INTO AUR-SUBJECT
           END-STRING
           MOVE FXC-KEYER-ID TO AUR-KEYER-ID
           MOVE FXC-AUTHORIZER-ID TO AUR-AUTHORIZER-ID
           CALL "operator-authorization" USING AUR-REQUEST
           IF AUR-APPROVED
              ADD 1 TO WS-FXC-COUNT
              MOVE FXC-CURRENCY TO WS-FXC-CURRENCY (WS-FXC-COUNT)
              MOVE FXC-EFFECTIVE-DATE
                 TO WS-FXC-EFFECTIVE (WS-FXC-COUNT)
              MOVE 0 TO WS-FXC-WINDOW-END (WS-FXC-COUNT)
              MOVE FXC-OLD-RATE TO WS-FXC-OLD-RATE (WS-FXC-COUNT)
              MOVE FXC-NEW-RATE TO WS-FXC-NEW-RATE (WS-FXC-COUNT)
              MOVE 0 TO WS-FXC-RESTATED (WS-FXC-COUNT)
           ELSE
              SET WS-FXC-VALID TO FALSE
              MOVE AUR-REASON TO WS-FXC-REFUSAL
           END-IF.

       125-LIST-CORRECTION.
           MOVE FXC-OLD-RATE TO WS-RATE-DISPLAY-OLD
           MOVE FXC-NEW-RATE TO WS-RATE-DISPLAY-NEW
           MOVE SPACES TO FXR-REPORT-LINE
           IF WS-FXC-VALID
              STRING "CORRECTION " FXC-CURRENCY " EFFECTIVE "
                 FXC-EFFECTIVE-DATE "  RATE " WS-RATE-DISPLAY-OLD
                 " -> " WS-RATE-DISPLAY-NEW "  APPROVED "
                 FXC-KEYER-ID "/" FXC-AUTHORIZER-ID
                 DELIMITED BY SIZE INTO FXR-REPORT-LINE
              END-STRING
           ELSE
              ADD 1 TO WS-REFUSED-COUNT
              STRING "CORRECTION " FXC-CURRENCY " EFFECTIVE "
                 FXC-EFFECTIVE-DATE "  RATE " WS-RATE-DISPLAY-OLD
                 " -> " WS-RATE-DISPLAY-NEW "  *** REFUSED: "
                 WS-FXC-REFUSAL
                 DELIMITED BY SIZE INTO FXR-REPORT-LINE
              END-STRING
              DISPLAY "*** FX CORRECTION " FXC-CURRENCY " "
                 FXC-EFFECTIVE-DATE " REFUSED: " WS-FXC-REFUSAL
                 " ***"
           END-IF
           WRITE FXR-REPORT-LINE.

      *> Each corrected entry stays in force until the next feed
      *> entry for its currency -- the same latest-on-or-before rule
      *> the reader selects by. Without the feed the window is left
      *> open; the old-rate match still keeps later rates out.
       130-LOAD-FX-FEED.
           MOVE SPACES TO WS-FX-FEED-OVERRIDE
           ACCEPT WS-FX-FEED-OVERRIDE
              FROM ENVIRONMENT "FX_RATE_FEED_PATH"
           IF WS-FX-FEED-OVERRIDE NOT = SPACES
              MOVE WS-FX-FEED-OVERRIDE TO WS-FX-FEED-PATH
           END-IF
           OPEN INPUT FX-RATE-FEED-FILE
           IF WS-FX-FEED-STATUS NOT = '00'
              DISPLAY "*** FX RATE FEED NOT AVAILABLE - correction "
                 "windows left open-ended ***"
           ELSE
              PERFORM 135-READ-FEED-ENTRY UNTIL WS-FX-FEED-EOF
              CLOSE FX-RATE-FEED-FILE
           END-IF.

       135-READ-FEED-ENTRY.
           READ FX-RATE-FEED-FILE
              AT END SET WS-FX-FEED-EOF TO TRUE
              NOT AT END
                 PERFORM 140-NARROW-ONE-WINDOW
                    VARYING WS-FXC-SUB FROM 1 BY 1
                    UNTIL WS-FXC-SUB > WS-FXC-COUNT
           END-READ.

       140-NARROW-ONE-WINDOW.
           IF FXF-CURRENCY-CODE = WS-FXC-CURRENCY (WS-FXC-SUB)
              AND FXF-RATE-DATE > WS-FXC-EFFECTIVE (WS-FXC-SUB)
              IF WS-FXC-WINDOW-END (WS-FXC-SUB) = 0
                 OR FXF-RATE-DATE < WS-FXC-WINDOW-END (WS-FXC-SUB)
                 MOVE FXF-RATE-DATE TO WS-FXC-WINDOW-END (WS-FXC-SUB)
              END-IF
           END-IF.

       150-LOAD-ENTITY-MAP.
           MOVE SPACES TO WS-ENTITY-MAP-OVERRIDE
           ACCEPT WS-ENTITY-MAP-OVERRIDE
              FROM ENVIRONMENT "ENTITY_MAP_PATH"
           IF WS-ENTITY-MAP-OVERRIDE NOT = SPACES
              MOVE WS-ENTITY-MAP-OVERRIDE TO WS-ENTITY-MAP-PATH
           END-IF
           OPEN INPUT ENTITY-MAP-FILE
           IF WS-ENTITY-MAP-STATUS NOT = '00'
              DISPLAY "*** ENTITY MAP NOT AVAILABLE - differences "
                 "post under a blank entity ***"
           ELSE
              PERFORM 155-READ-ENTITY-ENTRY
                 UNTIL WS-ENTITY-EOF
                    OR WS-ENTMAP-COUNT = WS-ENTMAP-MAX
              CLOSE ENTITY-MAP-FILE
           END-IF.

       155-READ-ENTITY-ENTRY.
           READ ENTITY-MAP-FILE
              AT END SET WS-ENTITY-EOF TO TRUE
              NOT AT END
                 IF ENT-SOURCE-SYSTEM NOT = SPACES
                    ADD 1 TO WS-ENTMAP-COUNT
                    MOVE ENT-SOURCE-SYSTEM
                       TO WS-ENM-SOURCE (WS-ENTMAP-COUNT)
                    MOVE ENT-ENTITY-CODE
                       TO WS-ENM-ENTITY (WS-ENTMAP-COUNT)
                 END-IF
           END-READ.

       160-LOAD-OWN-ACCOUNTS.
           MOVE SPACES TO WS-CPTY-REF-OVERRIDE
           ACCEPT WS-CPTY-REF-OVERRIDE
              FROM ENVIRONMENT "COUNTERPARTY_REFERENCE_PATH"
           IF WS-CPTY-REF-OVERRIDE NOT = SPACES
              MOVE WS-CPTY-REF-OVERRIDE TO WS-CPTY-REF-PATH
           END-IF
           OPEN INPUT COUNTERPARTY-REF-FILE
           IF WS-CPTY-REF-STATUS = '00'
              PERFORM 165-READ-CPTY-ENTRY UNTIL WS-CPTY-EOF
              CLOSE COUNTERPARTY-REF-FILE
           END-IF.

       165-READ-CPTY-ENTRY.
           READ COUNTERPARTY-REF-FILE
              AT END SET WS-CPTY-EOF TO TRUE
              NOT AT END
                 IF CPR-OWN-ENTITY NOT = SPACES
                    AND WS-OWN-COUNT < WS-OWN-MAX
                    ADD 1 TO WS-OWN-COUNT
                    MOVE CPR-IBAN TO WS-OWN-IBAN (WS-OWN-COUNT)
                    MOVE CPR-OWN-ENTITY
                       TO WS-OWN-ENTITY (WS-OWN-COUNT)
                 END-IF
           END-READ.

       180-READ-LATEST-RUN.
           OPEN INPUT RUN-STATUS-FILE
           IF WS-RUN-STATUS-STATUS = '00'
              READ RUN-STATUS-FILE
                 NOT AT END
                    MOVE RST-RUN-ID TO WS-LATEST-RUN-ID
              END-READ
              CLOSE RUN-STATUS-FILE
           END-IF.

       190-OPEN-VOUCHER.
           OPEN OUTPUT VOUCHER-FILE
           IF WS-VOUCHER-STATUS NOT = '00'
              DISPLAY "fx-rate-restatement: voucher status "
                 WS-VOUCHER-STATUS " - nothing restated"
              CLOSE RESTATEMENT-REPORT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           SET WS-VOUCHER-OPEN TO TRUE
           MOVE SPACES TO JVR-RAW-RECORD
           MOVE 'JVH' TO JVH-TAG
           MOVE WS-LATEST-RUN-ID TO JVH-RUN-ID
           MOVE WS-TODAY-DATE TO JVH-BUSINESS-DATE
           MOVE JVR-RAW-RECORD TO JVR-FILE-LINE
           WRITE JVR-FILE-LINE
           MOVE FXR-HEADING-LINE TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE.

       200-RESTATE-MASTER.
           OPEN I-O TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "*** TRANSACTION MASTER UNAVAILABLE (status "
                 WS-MASTER-STATUS ") - nothing restated ***"
              CLOSE VOUCHER-FILE
              OPEN OUTPUT VOUCHER-FILE
              CLOSE VOUCHER-FILE
              CLOSE RESTATEMENT-REPORT-FILE
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
           PERFORM 210-VET-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE TRANSACTION-MASTER-FILE.

       210-VET-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 IF TMF-DISPOSITION NOT = "REJECTED"
                    AND TMF-DISPOSITION NOT = "BACKED-OUT"
                    MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                    PERFORM 220-FIND-CORRECTION
                    IF WS-FXC-SLOT > 0
                       PERFORM 230-MATCH-OLD-RATE
                    END-IF
                 END-IF
           END-READ.

       220-FIND-CORRECTION.
           MOVE 0 TO WS-FXC-SLOT
           PERFORM 225-CHECK-ONE-WINDOW
              VARYING WS-FXC-SUB FROM 1 BY 1
              UNTIL WS-FXC-SUB > WS-FXC-COUNT.

       225-CHECK-ONE-WINDOW.
           IF WS-FXC-CURRENCY (WS-FXC-SUB) = TR-CURRENCY
              AND TR-OPERATION-DATE NOT < WS-FXC-EFFECTIVE (WS-FXC-SUB)
              AND (WS-FXC-WINDOW-END (WS-FXC-SUB) = 0
                 OR TR-OPERATION-DATE
                    < WS-FXC-WINDOW-END (WS-FXC-SUB))
              MOVE WS-FXC-SUB TO WS-FXC-SLOT
           END-IF.

      *> The reader's own conversion, at both rates -- only a record
      *> whose booked amount is exactly the old-rate figure was
      *> converted with the superseded rate.
       230-MATCH-OLD-RATE.
           COMPUTE WS-OLD-AT-RATE ROUNDED =
              TR-AMOUNT * WS-FXC-OLD-RATE (WS-FXC-SLOT)
           COMPUTE WS-NEW-AT-RATE ROUNDED =
              TR-AMOUNT * WS-FXC-NEW-RATE (WS-FXC-SLOT)
           EVALUATE TRUE
              WHEN TMF-AMOUNT-BASE = WS-OLD-AT-RATE
                 AND WS-NEW-AT-RATE NOT = WS-OLD-AT-RATE
                 PERFORM 240-RESTATE-RECORD
              WHEN TMF-AMOUNT-BASE = WS-NEW-AT-RATE
                 ADD 1 TO WS-ALREADY-COUNT
              WHEN OTHER
                 ADD 1 TO WS-UNMATCHED-COUNT
                 DISPLAY "*** " TMF-TRANSACTION-ID " is inside the "
                    TR-CURRENCY " correction window but not at the "
                    "old rate - left as it stands ***"
           END-EVALUATE.

       240-RESTATE-RECORD.
           MOVE TMF-AMOUNT-BASE TO WS-OLD-BASE
           COMPUTE WS-DIFFERENCE = WS-NEW-AT-RATE - WS-OLD-BASE
           MOVE WS-NEW-AT-RATE TO TMF-AMOUNT-BASE
           REWRITE TMF-RECORD
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "fx-rate-restatement: rewrite status "
                 WS-MASTER-STATUS " for " TMF-TRANSACTION-ID
                 " - not restated"
              MOVE '00' TO WS-MASTER-STATUS
           ELSE
              ADD 1 TO WS-RESTATED-COUNT
              ADD 1 TO WS-FXC-RESTATED (WS-FXC-SLOT)
              PERFORM 245-DERIVE-ENTITY
              PERFORM 250-DECIDE-POSTING
              IF WS-PERIOD-POSTING
                 PERFORM 260-POST-PERIOD-DIFFERENCE
                 IF TMF-RUN-ID = WS-LATEST-RUN-ID
                    PERFORM 270-POST-ENTITY-DIFFERENCE
                 END-IF
              END-IF
              IF TMF-DISPOSITION = "WAREHOUSED"
                 OR TMF-DISPOSITION = "LIMIT-HELD"
                 PERFORM 280-NOTE-HELD-PAYMENT
              END-IF
              IF WS-POSTING-CLASS NOT = SPACES
                 PERFORM 300-WRITE-ADJUSTING-PAIR
              END-IF
              PERFORM 290-ACCUMULATE-NET-EFFECT
              PERFORM 295-WRITE-DETAIL-LINE
           END-IF.

       245-DERIVE-ENTITY.
           MOVE SPACES TO WS-ENTITY-CODE
           SET WS-ENM-IDX TO 1
           SEARCH WS-ENM-ENTRY VARYING WS-ENM-IDX
              AT END CONTINUE
              WHEN WS-ENM-SOURCE (WS-ENM-IDX) = TR-SOURCE-SYSTEM
                 MOVE WS-ENM-ENTITY (WS-ENM-IDX) TO WS-ENTITY-CODE
           END-SEARCH.

      *> The class the record posted under on its run's voucher: a
      *> settled record by its type (or the intercompany class, by
      *> the orchestrator's own rule), a held one by its hold. Only
      *> settled money is in the period and entity totals.
       250-DECIDE-POSTING.
           MOVE SPACES TO WS-POSTING-CLASS
           SET WS-PERIOD-POSTING TO FALSE
           EVALUATE TMF-DISPOSITION
              WHEN "SETTLED"
              WHEN "CONFIRMED"
              WHEN "RECALLED"
                 SET WS-PERIOD-POSTING TO TRUE
                 EVALUATE TR-TRANSACTION-TYPE
                    WHEN "FEE"
                       MOVE "FEE-INCOME" TO WS-POSTING-CLASS
                    WHEN "REV"
                       MOVE "REVERSAL" TO WS-POSTING-CLASS
                    WHEN "RTN"
                       MOVE "RETURN" TO WS-POSTING-CLASS
                    WHEN OTHER
                       MOVE "SETTLED-PAY" TO WS-POSTING-CLASS
                 END-EVALUATE
                 PERFORM 255-CHECK-INTERCOMPANY
              WHEN "WAREHOUSED"
              WHEN "LIMIT-HELD"
              WHEN "SCREENED"
              WHEN "REF-HELD"
                 MOVE TMF-DISPOSITION TO WS-POSTING-CLASS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       255-CHECK-INTERCOMPANY.
           MOVE TR-SENDER-IBAN TO WS-OWN-LOOKUP-IBAN
           PERFORM 257-FIND-OWN-ENTITY
           MOVE WS-OWN-FOUND-ENTITY TO WS-IC-SENDER-ENTITY
           MOVE TR-RECEIVER-IBAN TO WS-OWN-LOOKUP-IBAN
           PERFORM 257-FIND-OWN-ENTITY
           MOVE WS-OWN-FOUND-ENTITY TO WS-IC-RECEIVER-ENTITY
           IF WS-IC-SENDER-ENTITY NOT = SPACES
              AND WS-IC-RECEIVER-ENTITY NOT = SPACES
              AND WS-IC-SENDER-ENTITY NOT = WS-IC-RECEIVER-ENTITY
              IF TR-TRANSACTION-TYPE = "REV"
                 MOVE WS-IC-RECEIVER-ENTITY TO WS-IC-FROM-ENTITY
                 MOVE WS-IC-SENDER-ENTITY TO WS-IC-TO-ENTITY
              ELSE
                 MOVE WS-IC-SENDER-ENTITY TO WS-IC-FROM-ENTITY
                 MOVE WS-IC-RECEIVER-ENTITY TO WS-IC-TO-ENTITY
              END-IF
              MOVE SPACES TO WS-POSTING-CLASS
              IF WS-ENTITY-CODE = WS-IC-TO-ENTITY
                 STRING "IC-TO-" WS-IC-FROM-ENTITY
                    DELIMITED BY SIZE INTO WS-POSTING-CLASS
                 END-STRING
              ELSE
                 STRING "IC-FROM-" WS-IC-TO-ENTITY
                    DELIMITED BY SIZE INTO WS-POSTING-CLASS
                 END-STRING
              END-IF
           END-IF.

       257-FIND-OWN-ENTITY.
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

       260-POST-PERIOD-DIFFERENCE.
           MOVE 'C' TO WS-PTD-POST-TYPE
           MOVE SPACES TO WS-PTD-POST-KEY
           MOVE TR-CURRENCY TO WS-PTD-POST-KEY (1:3)
           PERFORM 265-POST-ONE-DIFFERENCE
           MOVE 'S' TO WS-PTD-POST-TYPE
           MOVE TR-SOURCE-SYSTEM TO WS-PTD-POST-KEY
           PERFORM 265-POST-ONE-DIFFERENCE.

       265-POST-ONE-DIFFERENCE.
           SET WS-DIF-FOUND TO FALSE
           SET WS-DIF-IDX TO 1
           SEARCH WS-DIF-ENTRY VARYING WS-DIF-IDX
              AT END CONTINUE
              WHEN WS-DIF-IDX > WS-DIF-COUNT
                 CONTINUE
              WHEN WS-DIF-KEY-TYPE (WS-DIF-IDX) = WS-PTD-POST-TYPE
                 AND WS-DIF-KEY (WS-DIF-IDX) = WS-PTD-POST-KEY
                 AND WS-DIF-ENTITY (WS-DIF-IDX) = WS-ENTITY-CODE
                 SET WS-DIF-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-DIF-FOUND
              IF WS-DIF-COUNT < WS-DIF-MAX
                 ADD 1 TO WS-DIF-COUNT
                 MOVE WS-PTD-POST-TYPE
                    TO WS-DIF-KEY-TYPE (WS-DIF-COUNT)
                 MOVE WS-PTD-POST-KEY TO WS-DIF-KEY (WS-DIF-COUNT)
                 MOVE WS-ENTITY-CODE TO WS-DIF-ENTITY (WS-DIF-COUNT)
                 MOVE 0 TO WS-DIF-SETTLED (WS-DIF-COUNT)
                 MOVE 0 TO WS-DIF-FEES (WS-DIF-COUNT)
                 MOVE 0 TO WS-DIF-REVERSALS (WS-DIF-COUNT)
                 SET WS-DIF-IDX TO WS-DIF-COUNT
                 SET WS-DIF-FOUND TO TRUE
              ELSE
                 DISPLAY "fx-rate-restatement: period difference "
                    "table full, " WS-PTD-POST-TYPE "/"
                    WS-PTD-POST-KEY " not posted - fix period "
                    "totals by hand"
              END-IF
           END-IF
           IF WS-DIF-FOUND
              EVALUATE TR-TRANSACTION-TYPE
                 WHEN "FEE"
                    ADD WS-DIFFERENCE TO WS-DIF-FEES (WS-DIF-IDX)
                 WHEN "REV"
                 WHEN "RTN"
                    ADD WS-DIFFERENCE
                       TO WS-DIF-REVERSALS (WS-DIF-IDX)
                 WHEN OTHER
                    ADD WS-DIFFERENCE TO WS-DIF-SETTLED (WS-DIF-IDX)
              END-EVALUATE
           END-IF.

       270-POST-ENTITY-DIFFERENCE.
           SET WS-ETD-FOUND TO FALSE
           SET WS-ETD-IDX TO 1
           SEARCH WS-ETD-ENTRY VARYING WS-ETD-IDX
              AT END CONTINUE
              WHEN WS-ETD-IDX > WS-ETD-COUNT
                 CONTINUE
              WHEN WS-ETD-ENTITY (WS-ETD-IDX) = WS-ENTITY-CODE
                 SET WS-ETD-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-ETD-FOUND
              AND WS-ETD-COUNT < WS-ETD-MAX
              ADD 1 TO WS-ETD-COUNT
              MOVE WS-ENTITY-CODE TO WS-ETD-ENTITY (WS-ETD-COUNT)
              MOVE 0 TO WS-ETD-SETTLED (WS-ETD-COUNT)
              MOVE 0 TO WS-ETD-FEES (WS-ETD-COUNT)
              MOVE 0 TO WS-ETD-REVERSALS (WS-ETD-COUNT)
              SET WS-ETD-IDX TO WS-ETD-COUNT
              SET WS-ETD-FOUND TO TRUE
           END-IF
           IF WS-ETD-FOUND
              EVALUATE TR-TRANSACTION-TYPE
                 WHEN "FEE"
                    ADD WS-DIFFERENCE TO WS-ETD-FEES (WS-ETD-IDX)
                 WHEN "REV"
                 WHEN "RTN"
                    ADD WS-DIFFERENCE
                       TO WS-ETD-REVERSALS (WS-ETD-IDX)
                 WHEN OTHER
                    ADD WS-DIFFERENCE TO WS-ETD-SETTLED (WS-ETD-IDX)
              END-EVALUATE
           END-IF.

       280-NOTE-HELD-PAYMENT.
           IF WS-HELD-COUNT < WS-HELD-MAX
              ADD 1 TO WS-HELD-COUNT
              MOVE TMF-TRANSACTION-ID
                 TO WS-HLD-TRANSACTION-ID (WS-HELD-COUNT)
              MOVE WS-NEW-AT-RATE
                 TO WS-HLD-AMOUNT-BASE (WS-HELD-COUNT)
           ELSE
              DISPLAY "*** HELD PAYMENT TABLE FULL - warehouse entry "
                 "for " TMF-TRANSACTION-ID " keeps the old amount; "
                 "fix it by hand ***"
           END-IF.

       290-ACCUMULATE-NET-EFFECT.
           SET WS-NET-FOUND TO FALSE
           SET WS-NCY-IDX TO 1
           SEARCH WS-NCY-ENTRY VARYING WS-NCY-IDX
              AT END CONTINUE
              WHEN WS-NCY-IDX > WS-NET-CCY-COUNT
                 CONTINUE
              WHEN WS-NCY-CURRENCY (WS-NCY-IDX) = TR-CURRENCY
                 SET WS-NET-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-NET-FOUND
              AND WS-NET-CCY-COUNT < WS-NET-CCY-MAX
              ADD 1 TO WS-NET-CCY-COUNT
              MOVE TR-CURRENCY TO WS-NCY-CURRENCY (WS-NET-CCY-COUNT)
              MOVE 0 TO WS-NCY-ITEMS (WS-NET-CCY-COUNT)
              MOVE 0 TO WS-NCY-OLD (WS-NET-CCY-COUNT)
              MOVE 0 TO WS-NCY-NEW (WS-NET-CCY-COUNT)
              SET WS-NCY-IDX TO WS-NET-CCY-COUNT
              SET WS-NET-FOUND TO TRUE
           END-IF
           IF WS-NET-FOUND
              ADD 1 TO WS-NCY-ITEMS (WS-NCY-IDX)
              ADD WS-OLD-BASE TO WS-NCY-OLD (WS-NCY-IDX)
              ADD WS-NEW-AT-RATE TO WS-NCY-NEW (WS-NCY-IDX)
           END-IF
           SET WS-NET-FOUND TO FALSE
           SET WS-NEN-IDX TO 1
           SEARCH WS-NEN-ENTRY VARYING WS-NEN-IDX
              AT END CONTINUE
              WHEN WS-NEN-IDX > WS-NET-ENT-COUNT
                 CONTINUE
              WHEN WS-NEN-ENTITY (WS-NEN-IDX) = WS-ENTITY-CODE
                 SET WS-NET-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-NET-FOUND
              AND WS-NET-ENT-COUNT < WS-NET-ENT-MAX
              ADD 1 TO WS-NET-ENT-COUNT
              MOVE WS-ENTITY-CODE TO WS-NEN-ENTITY (WS-NET-ENT-COUNT)
              MOVE 0 TO WS-NEN-ITEMS (WS-NET-ENT-COUNT)
              MOVE 0 TO WS-NEN-OLD (WS-NET-ENT-COUNT)
              MOVE 0 TO WS-NEN-NEW (WS-NET-ENT-COUNT)
              SET WS-NEN-IDX TO WS-NET-ENT-COUNT
              SET WS-NET-FOUND TO TRUE
           END-IF
           IF WS-NET-FOUND
              ADD 1 TO WS-NEN-ITEMS (WS-NEN-IDX)
              ADD WS-OLD-BASE TO WS-NEN-OLD (WS-NEN-IDX)
              ADD WS-NEW-AT-RATE TO WS-NEN-NEW (WS-NEN-IDX)
           END-IF.

       295-WRITE-DETAIL-LINE.
           MOVE SPACES TO FXR-DETAIL-LINE
           MOVE TMF-TRANSACTION-ID TO FXR-TRANSACTION-ID
           MOVE TMF-RUN-ID TO FXR-RUN-ID
           MOVE TMF-DISPOSITION TO FXR-DISPOSITION
           MOVE TR-CURRENCY TO FXR-CURRENCY
           MOVE TR-AMOUNT TO FXR-AMOUNT
           MOVE WS-OLD-BASE TO FXR-OLD-BASE
           MOVE WS-NEW-AT-RATE TO FXR-NEW-BASE
           MOVE WS-DIFFERENCE TO FXR-DIFFERENCE
           MOVE WS-ENTITY-CODE TO FXR-ENTITY
           MOVE FXR-DETAIL-LINE TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE.

      *> A higher amount posts more of the original pair; a lower one
      *> takes the difference back out with the pair reversed.
       300-WRITE-ADJUSTING-PAIR.
           PERFORM 310-LOOKUP-ACCOUNT-PAIR
           IF WS-DIFFERENCE < 0
              COMPUTE WS-LEG-AMOUNT = 0 - WS-DIFFERENCE
              MOVE WS-CREDIT-ACCOUNT TO WS-LEG-ACCOUNT
              MOVE WS-DEBIT-ACCOUNT TO WS-CREDIT-ACCOUNT
              MOVE WS-LEG-ACCOUNT TO WS-DEBIT-ACCOUNT
           ELSE
              MOVE WS-DIFFERENCE TO WS-LEG-AMOUNT
           END-IF
           MOVE 'D' TO WS-LEG-DEBIT-CREDIT
           MOVE WS-DEBIT-ACCOUNT TO WS-LEG-ACCOUNT
           ADD WS-LEG-AMOUNT TO WS-TOTAL-DEBITS
           PERFORM 320-WRITE-VOUCHER-LEG
           MOVE 'C' TO WS-LEG-DEBIT-CREDIT
           MOVE WS-CREDIT-ACCOUNT TO WS-LEG-ACCOUNT
           ADD WS-LEG-AMOUNT TO WS-TOTAL-CREDITS
           PERFORM 320-WRITE-VOUCHER-LEG.

      *> Same resolution gl-voucher-writer makes for the run voucher.
       310-LOOKUP-ACCOUNT-PAIR.
           MOVE "GL-SUSPENSE-DR" TO WS-DEBIT-ACCOUNT
           MOVE "GL-SUSPENSE-CR" TO WS-CREDIT-ACCOUNT
           SET GLA-IDX TO 1
           SEARCH GLA-ENTRY
              AT END CONTINUE
              WHEN GLA-CLASS (GLA-IDX) = WS-POSTING-CLASS
                 MOVE GLA-DEBIT (GLA-IDX) TO WS-DEBIT-ACCOUNT
                 MOVE GLA-CREDIT (GLA-IDX) TO WS-CREDIT-ACCOUNT
           END-SEARCH
           EVALUATE TRUE
              WHEN WS-POSTING-CLASS (1:8) = "IC-FROM-"
                 MOVE WS-POSTING-CLASS (9:4) TO WS-IC-OTHER-ENTITY
                 MOVE SPACES TO WS-DEBIT-ACCOUNT
                 STRING "IC-DUE-FROM-" WS-IC-OTHER-ENTITY
                    DELIMITED BY SIZE INTO WS-DEBIT-ACCOUNT
                 END-STRING
                 MOVE "NOSTRO-CASH" TO WS-CREDIT-ACCOUNT
              WHEN WS-POSTING-CLASS (1:6) = "IC-TO-"
                 MOVE WS-POSTING-CLASS (7:4) TO WS-IC-OTHER-ENTITY
                 MOVE "NOSTRO-CASH" TO WS-DEBIT-ACCOUNT
                 MOVE SPACES TO WS-CREDIT-ACCOUNT
                 STRING "IC-DUE-TO-" WS-IC-OTHER-ENTITY
                    DELIMITED BY SIZE INTO WS-CREDIT-ACCOUNT
                 END-STRING
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       320-WRITE-VOUCHER-LEG.
           MOVE SPACES TO JVR-RAW-RECORD
           MOVE 'JVD' TO JVD-TAG
           MOVE WS-ENTITY-CODE TO JVD-ENTITY
           MOVE WS-POSTING-CLASS TO JVD-POSTING-CLASS
           MOVE WS-LEG-DEBIT-CREDIT TO JVD-DEBIT-CREDIT
           MOVE WS-LEG-ACCOUNT TO JVD-ACCOUNT
           MOVE TR-CURRENCY TO JVD-CURRENCY
           MOVE TR-SOURCE-SYSTEM TO JVD-SOURCE-SYSTEM
           MOVE WS-LEG-AMOUNT TO JVD-AMOUNT-BASE
           MOVE 0 TO JVD-AMOUNT-ORIGINAL
           MOVE TMF-TRANSACTION-ID TO JVD-REFERENCE
           ADD 1 TO WS-LINE-COUNT
           MOVE JVR-RAW-RECORD TO JVR-FILE-LINE
           WRITE JVR-FILE-LINE.

      *> Each restated entry is read off the warehouse store by key
      *> and written back at its new amount -- the orchestrator
      *> releases it at face value. An entry no longer on the store
      *> has been released since and needs nothing doing.
       400-FIX-WAREHOUSE.
           IF WS-HELD-COUNT > 0
              PERFORM 410-FIX-WAREHOUSE-ENTRY
                 VARYING WS-HLD-IDX FROM 1 BY 1
                 UNTIL WS-HLD-IDX > WS-HELD-COUNT
              MOVE SPACES TO KSR-REQUEST
              SET KSR-CLOSE TO TRUE
              CALL "keyed-store" USING KSR-REQUEST
           END-IF.

       410-FIX-WAREHOUSE-ENTRY.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-READ TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           MOVE WS-HLD-TRANSACTION-ID (WS-HLD-IDX) TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-FOUND
                 MOVE KSR-RECORD TO WHS-RECORD
                 MOVE WS-HLD-AMOUNT-BASE (WS-HLD-IDX)
                    TO WHS-AMOUNT-BASE
                 PERFORM 420-WRITE-WAREHOUSE-ENTRY
              WHEN KSR-FAILED
                 DISPLAY "fx-rate-restatement: warehouse store "
                    "not available - " KSR-DETAIL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       420-WRITE-WAREHOUSE-ENTRY.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-WRITE TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           MOVE WHS-RECORD TO KSR-RECORD
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-DONE
              ADD 1 TO WS-WAREHOUSE-FIXED
           ELSE
              DISPLAY "*** WAREHOUSE STORE: " KSR-DETAIL " - "
                 WHS-TRANSACTION-ID " keeps the old amount; fix it "
                 "by hand ***"
           END-IF.

      *> The period columns are unsigned -- a bucket a decrease would
      *> take negative floors at zero and is shouted about, the rule
      *> run-backout applies.
       500-REWRITE-PERIOD-TOTALS.
           IF WS-DIF-COUNT > 0
              MOVE 0 TO WS-FILE-PTD-COUNT
              SET WS-FILE-EOF TO FALSE
              OPEN INPUT PERIOD-TOTALS-FILE
              IF WS-PERIOD-TOTALS-STATUS = '00'
                 PERFORM 510-LOAD-PERIOD-ENTRY
                    UNTIL WS-FILE-EOF
                       OR WS-FILE-PTD-COUNT = WS-FILE-PTD-MAX
                 CLOSE PERIOD-TOTALS-FILE
              END-IF
              PERFORM 520-APPLY-ONE-DIFFERENCE
                 VARYING WS-DIF-SUB FROM 1 BY 1
                 UNTIL WS-DIF-SUB > WS-DIF-COUNT
              OPEN OUTPUT PERIOD-TOTALS-FILE
              IF WS-PERIOD-TOTALS-STATUS = '00'
                 PERFORM 530-WRITE-PERIOD-ENTRY
                    VARYING WS-FILE-PTD-SUB FROM 1 BY 1
                    UNTIL WS-FILE-PTD-SUB > WS-FILE-PTD-COUNT
                 CLOSE PERIOD-TOTALS-FILE
                 DISPLAY "Period totals restated"
              ELSE
                 DISPLAY "fx-rate-restatement: unable to rewrite "
                    "period totals, status " WS-PERIOD-TOTALS-STATUS
              END-IF
           END-IF.

       510-LOAD-PERIOD-ENTRY.
           READ PERIOD-TOTALS-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-FILE-PTD-COUNT
                 MOVE PTD-KEY-TYPE
                    TO WS-FPT-KEY-TYPE (WS-FILE-PTD-COUNT)
                 MOVE PTD-KEY TO WS-FPT-KEY (WS-FILE-PTD-COUNT)
                 MOVE PTD-ENTITY
                    TO WS-FPT-ENTITY (WS-FILE-PTD-COUNT)
                 MOVE PTD-SETTLED-AMOUNT
                    TO WS-FPT-SETTLED (WS-FILE-PTD-COUNT)
                 MOVE PTD-FEE-AMOUNT
                    TO WS-FPT-FEES (WS-FILE-PTD-COUNT)
                 MOVE PTD-REVERSAL-AMOUNT
                    TO WS-FPT-REVERSALS (WS-FILE-PTD-COUNT)
           END-READ.

      *> A bucket the period file no longer has (the period closed
      *> since) is opened afresh for an increase; a decrease against
      *> it has nothing to come out of.
       520-APPLY-ONE-DIFFERENCE.
           SET WS-FPT-FOUND TO FALSE
           SET WS-FPT-IDX TO 1
           SEARCH WS-FPT-ENTRY VARYING WS-FPT-IDX
              AT END CONTINUE
              WHEN WS-FPT-IDX > WS-FILE-PTD-COUNT
                 CONTINUE
              WHEN WS-FPT-KEY-TYPE (WS-FPT-IDX)
                 = WS-DIF-KEY-TYPE (WS-DIF-SUB)
                 AND WS-FPT-KEY (WS-FPT-IDX) = WS-DIF-KEY (WS-DIF-SUB)
                 AND WS-FPT-ENTITY (WS-FPT-IDX)
                    = WS-DIF-ENTITY (WS-DIF-SUB)
                 SET WS-FPT-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-FPT-FOUND
              AND WS-FILE-PTD-COUNT < WS-FILE-PTD-MAX
              ADD 1 TO WS-FILE-PTD-COUNT
              MOVE WS-DIF-KEY-TYPE (WS-DIF-SUB)
                 TO WS-FPT-KEY-TYPE (WS-FILE-PTD-COUNT)
              MOVE WS-DIF-KEY (WS-DIF-SUB)
                 TO WS-FPT-KEY (WS-FILE-PTD-COUNT)
              MOVE WS-DIF-ENTITY (WS-DIF-SUB)
                 TO WS-FPT-ENTITY (WS-FILE-PTD-COUNT)
              MOVE 0 TO WS-FPT-SETTLED (WS-FILE-PTD-COUNT)
              MOVE 0 TO WS-FPT-FEES (WS-FILE-PTD-COUNT)
              MOVE 0 TO WS-FPT-REVERSALS (WS-FILE-PTD-COUNT)
              SET WS-FPT-IDX TO WS-FILE-PTD-COUNT
              SET WS-FPT-FOUND TO TRUE
           END-IF
           IF NOT WS-FPT-FOUND
              DISPLAY "*** PERIOD FILE FULL - "
                 WS-DIF-KEY-TYPE (WS-DIF-SUB) "/"
                 WS-DIF-KEY (WS-DIF-SUB) " difference not posted ***"
           ELSE
              COMPUTE WS-COLUMN-AMOUNT = WS-FPT-SETTLED (WS-FPT-IDX)
                 + WS-DIF-SETTLED (WS-DIF-SUB)
              PERFORM 525-FLOOR-COLUMN
              MOVE WS-COLUMN-AMOUNT TO WS-FPT-SETTLED (WS-FPT-IDX)
              COMPUTE WS-COLUMN-AMOUNT = WS-FPT-FEES (WS-FPT-IDX)
                 + WS-DIF-FEES (WS-DIF-SUB)
              PERFORM 525-FLOOR-COLUMN
              MOVE WS-COLUMN-AMOUNT TO WS-FPT-FEES (WS-FPT-IDX)
              COMPUTE WS-COLUMN-AMOUNT = WS-FPT-REVERSALS (WS-FPT-IDX)
                 + WS-DIF-REVERSALS (WS-DIF-SUB)
              PERFORM 525-FLOOR-COLUMN
              MOVE WS-COLUMN-AMOUNT TO WS-FPT-REVERSALS (WS-FPT-IDX)
           END-IF.

       525-FLOOR-COLUMN.
           IF WS-COLUMN-AMOUNT < 0
              DISPLAY "*** PERIOD BUCKET UNDERFLOW for "
                 WS-DIF-KEY (WS-DIF-SUB) " - floored at zero ***"
              MOVE 0 TO WS-COLUMN-AMOUNT
           END-IF.

       530-WRITE-PERIOD-ENTRY.
           MOVE SPACES TO PTD-RECORD
           MOVE WS-FPT-KEY-TYPE (WS-FILE-PTD-SUB) TO PTD-KEY-TYPE
           MOVE WS-FPT-KEY (WS-FILE-PTD-SUB) TO PTD-KEY
           MOVE WS-FPT-ENTITY (WS-FILE-PTD-SUB) TO PTD-ENTITY
           MOVE WS-FPT-SETTLED (WS-FILE-PTD-SUB)
              TO PTD-SETTLED-AMOUNT
           MOVE WS-FPT-FEES (WS-FILE-PTD-SUB) TO PTD-FEE-AMOUNT
           MOVE WS-FPT-REVERSALS (WS-FILE-PTD-SUB)
              TO PTD-REVERSAL-AMOUNT
           WRITE PTD-RECORD.

      *> Only the most recent run's entity lines are on the file --
      *> an older run's day-end page has already been handed over.
       550-REWRITE-ENTITY-TOTALS.
           IF WS-ETD-COUNT > 0
              MOVE 0 TO WS-ETF-COUNT
              SET WS-FILE-EOF TO FALSE
              OPEN INPUT ENTITY-TOTALS-FILE
              IF WS-ENTITY-TOTALS-STATUS = '00'
                 PERFORM 560-LOAD-ENTITY-LINE
                    UNTIL WS-FILE-EOF OR WS-ETF-COUNT = WS-ETD-MAX
                 CLOSE ENTITY-TOTALS-FILE
                 PERFORM 570-APPLY-ENTITY-DIFFERENCE
                    VARYING WS-ETD-SUB FROM 1 BY 1
                    UNTIL WS-ETD-SUB > WS-ETD-COUNT
                 OPEN OUTPUT ENTITY-TOTALS-FILE
                 IF WS-ENTITY-TOTALS-STATUS = '00'
                    PERFORM 580-WRITE-ENTITY-LINE
                       VARYING WS-ETF-SUB FROM 1 BY 1
                       UNTIL WS-ETF-SUB > WS-ETF-COUNT
                    CLOSE ENTITY-TOTALS-FILE
                 END-IF
              END-IF
           END-IF.

       560-LOAD-ENTITY-LINE.
           READ ENTITY-TOTALS-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-ETF-COUNT
                 MOVE ETT-ENTITY TO WS-ETF-ENTITY (WS-ETF-COUNT)
                 MOVE ETT-SETTLED-AMOUNT
                    TO WS-ETF-SETTLED (WS-ETF-COUNT)
                 MOVE ETT-FEE-AMOUNT TO WS-ETF-FEES (WS-ETF-COUNT)
                 MOVE ETT-REVERSAL-AMOUNT
                    TO WS-ETF-REVERSALS (WS-ETF-COUNT)
           END-READ.

       570-APPLY-ENTITY-DIFFERENCE.
           SET WS-ETF-IDX TO 1
           SEARCH WS-ETF-ENTRY
              AT END
                 DISPLAY "*** ENTITY " WS-ETD-ENTITY (WS-ETD-SUB)
                    " NOT ON THE ENTITY TOTALS - not restated ***"
              WHEN WS-ETF-IDX > WS-ETF-COUNT
                 DISPLAY "*** ENTITY " WS-ETD-ENTITY (WS-ETD-SUB)
                    " NOT ON THE ENTITY TOTALS - not restated ***"
              WHEN WS-ETF-ENTITY (WS-ETF-IDX)
                 = WS-ETD-ENTITY (WS-ETD-SUB)
                 COMPUTE WS-COLUMN-AMOUNT =
                    WS-ETF-SETTLED (WS-ETF-IDX)
                    + WS-ETD-SETTLED (WS-ETD-SUB)
                 PERFORM 575-FLOOR-ENTITY-COLUMN
                 MOVE WS-COLUMN-AMOUNT TO WS-ETF-SETTLED (WS-ETF-IDX)
                 COMPUTE WS-COLUMN-AMOUNT =
                    WS-ETF-FEES (WS-ETF-IDX)
                    + WS-ETD-FEES (WS-ETD-SUB)
                 PERFORM 575-FLOOR-ENTITY-COLUMN
                 MOVE WS-COLUMN-AMOUNT TO WS-ETF-FEES (WS-ETF-IDX)
                 COMPUTE WS-COLUMN-AMOUNT =
                    WS-ETF-REVERSALS (WS-ETF-IDX)
                    + WS-ETD-REVERSALS (WS-ETD-SUB)
                 PERFORM 575-FLOOR-ENTITY-COLUMN
                 MOVE WS-COLUMN-AMOUNT
                    TO WS-ETF-REVERSALS (WS-ETF-IDX)
           END-SEARCH.

       575-FLOOR-ENTITY-COLUMN.
           IF WS-COLUMN-AMOUNT < 0
              DISPLAY "*** ENTITY TOTAL UNDERFLOW for "
                 WS-ETD-ENTITY (WS-ETD-SUB) " - floored at zero ***"
              MOVE 0 TO WS-COLUMN-AMOUNT
           END-IF.

       580-WRITE-ENTITY-LINE.
           MOVE SPACES TO ETT-RECORD
           MOVE WS-ETF-ENTITY (WS-ETF-SUB) TO ETT-ENTITY
           MOVE WS-ETF-SETTLED (WS-ETF-SUB) TO ETT-SETTLED-AMOUNT
           MOVE WS-ETF-FEES (WS-ETF-SUB) TO ETT-FEE-AMOUNT
           MOVE WS-ETF-REVERSALS (WS-ETF-SUB) TO ETT-REVERSAL-AMOUNT
           WRITE ETT-RECORD.

      *> Both legs of every pair come off the same difference, so a
      *> trailer that would not balance is a defect here -- the file
      *> is emptied rather than handed to finance. With nothing to
      *> adjust the file is left empty too.
       600-CLOSE-VOUCHER.
           IF WS-LINE-COUNT = 0
              CLOSE VOUCHER-FILE
              OPEN OUTPUT VOUCHER-FILE
              CLOSE VOUCHER-FILE
              DISPLAY "No adjusting postings, no restatement voucher"
           ELSE
              IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
                 MOVE SPACES TO JVR-RAW-RECORD
                 MOVE 'JVT' TO JVT-TAG
                 MOVE WS-LINE-COUNT TO JVT-LINE-COUNT
                 MOVE WS-TOTAL-DEBITS TO JVT-TOTAL-DEBITS
                 MOVE WS-TOTAL-CREDITS TO JVT-TOTAL-CREDITS
                 MOVE JVR-RAW-RECORD TO JVR-FILE-LINE
                 WRITE JVR-FILE-LINE
                 CLOSE VOUCHER-FILE
                 DISPLAY "Restatement voucher written: "
                    WS-LINE-COUNT " line(s), debits = credits"
              ELSE
                 CLOSE VOUCHER-FILE
                 OPEN OUTPUT VOUCHER-FILE
                 CLOSE VOUCHER-FILE
                 DISPLAY "*** RESTATEMENT VOUCHER OUT OF BALANCE - "
                    "FILE NOT WRITTEN ***"
                 MOVE 12 TO RETURN-CODE
              END-IF
           END-IF
           SET WS-VOUCHER-OPEN TO FALSE.

       700-WRITE-NET-EFFECT.
           MOVE SPACES TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE
           IF WS-RESTATED-COUNT = 0
              MOVE "NO RECORD CONVERTED AT A CORRECTED RATE"
                 TO FXR-REPORT-LINE
              WRITE FXR-REPORT-LINE
           END-IF
           MOVE "NET EFFECT BY CURRENCY (USD EQUIVALENT)"
              TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE
           PERFORM 710-WRITE-CURRENCY-NET
              VARYING WS-NET-CCY-SUB FROM 1 BY 1
              UNTIL WS-NET-CCY-SUB > WS-NET-CCY-COUNT
           MOVE SPACES TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE
           MOVE "NET EFFECT BY LEGAL ENTITY (USD EQUIVALENT)"
              TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE
           PERFORM 720-WRITE-ENTITY-NET
              VARYING WS-NET-ENT-SUB FROM 1 BY 1
              UNTIL WS-NET-ENT-SUB > WS-NET-ENT-COUNT
           MOVE SPACES TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE
           MOVE WS-UNMATCHED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO FXR-REPORT-LINE
           STRING "RECORDS IN A CORRECTION WINDOW NOT AT THE OLD "
              "RATE (LEFT AS THEY STAND): " WS-COUNT-DISPLAY
              DELIMITED BY SIZE INTO FXR-REPORT-LINE
           END-STRING
           WRITE FXR-REPORT-LINE.

       710-WRITE-CURRENCY-NET.
           MOVE SPACES TO FXR-NET-KEY
           MOVE WS-NCY-CURRENCY (WS-NET-CCY-SUB) TO FXR-NET-KEY
           MOVE WS-NCY-ITEMS (WS-NET-CCY-SUB) TO FXR-NET-ITEMS
           MOVE WS-NCY-OLD (WS-NET-CCY-SUB) TO FXR-NET-OLD
           MOVE WS-NCY-NEW (WS-NET-CCY-SUB) TO FXR-NET-NEW
           COMPUTE WS-NET-DIFFERENCE = WS-NCY-NEW (WS-NET-CCY-SUB)
              - WS-NCY-OLD (WS-NET-CCY-SUB)
           MOVE WS-NET-DIFFERENCE TO FXR-NET-DIFFERENCE
           MOVE FXR-NET-LINE TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE.

       720-WRITE-ENTITY-NET.
           MOVE WS-NEN-ENTITY (WS-NET-ENT-SUB) TO FXR-NET-KEY
           MOVE WS-NEN-ITEMS (WS-NET-ENT-SUB) TO FXR-NET-ITEMS
           MOVE WS-NEN-OLD (WS-NET-ENT-SUB) TO FXR-NET-OLD
           MOVE WS-NEN-NEW (WS-NET-ENT-SUB) TO FXR-NET-NEW
           COMPUTE WS-NET-DIFFERENCE = WS-NEN-NEW (WS-NET-ENT-SUB)
              - WS-NEN-OLD (WS-NET-ENT-SUB)
           MOVE WS-NET-DIFFERENCE TO FXR-NET-DIFFERENCE
           MOVE FXR-NET-LINE TO FXR-REPORT-LINE
           WRITE FXR-REPORT-LINE.

      *> Re-seals both stores as the restatement left them, so the
      *> next run's verification accepts the change.
       800-SEAL-FILES.
           MOVE "WAREHOUSE" TO WS-SEAL-FILE-ID
           PERFORM 810-SEAL-ONE-FILE
           MOVE "PERIOD-TOTAL" TO WS-SEAL-FILE-ID
           PERFORM 810-SEAL-ONE-FILE.

       810-SEAL-ONE-FILE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "fx-rate-restatement" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-SEALED AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " NOT RE-SEALED ("
                 SLR-RESULT ") " SLR-DETAIL " - the next run will "
                 "refuse until integrity-reseal is run ***"
           END-IF.
