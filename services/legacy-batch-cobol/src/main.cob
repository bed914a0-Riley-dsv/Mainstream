       PROGRAM-ID. main-cobol-orchestrator.
       AUTHOR. Riley.
              DATE-WRITTEN. 24042026.
       DATE-MODIFIED. 15102026.
      *> 15102026 Riley - an intercompany item is counted when it
      *> settles, not each time it is classified, so a warehoused
      *> intercompany PAY is counted once, on the run that settles it.
      *> 15102026 Riley - fee-reconciliation-reporter is asked to
      *> load the month's earlier volumes ('L') right after the
      *> restore, before anything settles; fee-tariff-pricer is
      *> vetted in the preflight; a forward-dated PAY is classified
      *> intercompany before it is warehoused, so the fallback
      *> settlement posts it to its IC class; the audit log's run
      *> start and end times are taken hours to seconds.
      *> 15102026 Riley - the run cycle is handed to settlement-
      *> instruction-writer with the entity code, so a net SID's ID
      *> names the cycle that instructed it, and the run ID to
      *> fee-reconciliation-reporter, which counts the month's
      *> earlier runs off the master for its volume tiers.
      *> 15102026 Riley - the netting schedule settlement-instruction-
      *> writer now writes beside the instruction file is cleared and
      *> kept with it, so a cycle's nets always match its
      *> instructions.
      *> 15102026 Riley - each settled PAY is now also handed to the
      *> new anomaly-monitor, after structuring-monitor, to be scored
      *> against its sender's profile (kept by the separate
      *> sender-profile-builder step); it is preflighted with the
      *> others, finalized with them, and its anomaly-alerts.dat is
      *> cleared and kept like the structuring alerts. The
      *> ANOMALY_MIN_HISTORY, ANOMALY_AMOUNT_FACTOR,
      *> ANOMALY_FREQUENCY_FACTOR and ANOMALY_ALERT_SCORE keys join
      *> the run profile. compliance-alert-writer now takes an alert
      *> type and detail; the large-transaction check passes
      *> LARGE-TXN.
      *> 15102026 Riley - a PAY's beneficiary name, carried by the
      *> extended extract layout, is now checked against the
      *> counterparty reference master's name for the receiver IBAN
      *> (first 30 characters, case ignored, since that is all
      *> CPR-NAME holds). A mismatch is announced, counted in the run
      *> summary and the run-state snapshot, and printed in the
      *> settlement report's new NAME-CHECK column -- the payment
      *> still settles; the desk decides. The warehouse, release log
      *> and screening hold records carry the whole 400-byte record,
      *> so a parked payment keeps its names and remittance, and the
      *> cycle-output copy buffer widens to 512 bytes.
      *> 15102026 Riley - the capped tables are gone. The warehouse
      *> is now the keyed WAREHOUSE store behind keyed-store, keyed
      *> on the transaction ID: 030 browses it and drops each due
      *> entry before settling it, 227 stages each new arrival, and
      *> 065 only totals the pending balance -- the 500-entry table,
      *> its overflow settle-early paths and the 'W' snapshot rows
      *> are retired. The watch list and counterparty reference are
      *> copied at start into the run's own keyed indexes
      *> (checkpoints/watch-list-index.dat, counterparty-index.dat;
      *> -dry-run copies for a dry run) and read by key, so neither
      *> truncates any more; they are built after the lock so a
      *> refused run cannot rebuild a running run's copy. Screening
      *> now looks for the IBAN's own entry before its country's.
      *> The keyed stores join the crash-safety scheme: each
      *> snapshot MARKs a generation (ORH-GENERATION), a restart
      *> PURGEs what was staged after it and any other run DISCARDs
      *> leftovers (099); the finalize commits them between the
      *> COMMIT and COMPLETE markers (080), and 084 completes a
      *> crashed commit. A commit that fails leaves the marker at
      *> COMMIT and the lock held, grading the run 12 COMMIT FAILED.
      *> Only period totals still use a .pend side file. A dry run
      *> stages on its own pending file (KEYED_STORE_PENDING_PATH).
      *> 15102026 Riley - integrity seals on the persistent files.
      *> The seen-ID log, payment reference register, period totals,
      *> warehouse, screening hold queue, compliance case file and
      *> audit log are each sealed on checkpoints/seal-register.dat
      *> (record count and hash total, via the new integrity-seal)
      *> when 070 closes a run that held the lock, and
      *> 051-VERIFY-SEALS checks every seal before 008 takes the
      *> lock. A file changed outside the batch refuses the run with
      *> the new completion code 16 (SEALS BROKEN, audit status SEAL
      *> BROKEN) until the change is accepted with integrity-reseal
      *> or the file is put back. A missing register is allowed only
      *> before the first run ever (no batch-control record yet); a
      *> previous run that never released its lock is expected to
      *> have left files unsealed, so seals only warn in that case
      *> and 008's crash-recovery rule decides. Dry runs neither
      *> verify nor seal. A seal that cannot be recorded grades the
      *> run WARNINGS, since the next run will refuse on it.
      *> 15102026 Riley - intercompany payments. The counterparty
      *> reference master can now mark an IBAN as one of our own
      *> entity accounts (CPR-OWN-ENTITY); a record whose sender and
      *> receiver are both own accounts under different entity codes
      *> is intercompany. Such a PAY no longer counts against the
      *> receiver bank's daily limit in 203-CHECK-BANK-LIMIT -- the
      *> money never leaves the group -- and every intercompany item
      *> posts to the GL voucher under an IC-FROM-/IC-TO- class
      *> naming the other entity (due-from/due-to accounts) instead
      *> of the external settlement classes. The run's intercompany
      *> count is displayed with the other end-of-loop tallies;
      *> intercompany-elimination-report pairs the two sides up at
      *> period end.
      *> 15102026 Riley - gateway payment cut-offs. The reader now
      *> rolls a PAY that arrives after its currency's (or its
      *> receiver bank's) cut-off to the next business day and hands
      *> back the value date it originally asked for; such a payment
      *> is warehoused like any forward-dated PAY and also gets a
      *> WAREHOUSED line on the settlement report, whose lines now
      *> carry the original value date and a status. The cut-off
      *> exceptions report joins the per-run clear and keep lists,
      *> and PAYMENT_CUTOFF_PATH is a run-profile key.
      *> 02092026 Riley - three more hardening fixes. The period
      *> totals .pend side file is now rewritten on EVERY real run
      *> (a zero-settlement run used to skip it, and since nothing
                  ASSIGN TO WS-AUDIT-COUNTER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUDIT-COUNTER-STATUS.
           SELECT WATCH-LIST-FILE
                  ASSIGN TO WS-WATCH-LIST-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT WATCH-INDEX-FILE
                  ASSIGN TO WS-WATCH-INDEX-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WLX-KEY
                  FILE STATUS IS WS-WATCH-INDEX-STATUS.
           SELECT ENTITY-MAP-FILE
                  ASSIGN TO WS-ENTITY-MAP-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  ASSIGN TO WS-CPTY-REF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CPTY-REF-STATUS.
           SELECT COUNTERPARTY-INDEX-FILE
                  ASSIGN TO WS-CPTY-INDEX-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CPX-IBAN
                  FILE STATUS IS WS-CPTY-INDEX-STATUS.
           SELECT BATCH-CONTROL-FILE
                  ASSIGN TO WS-BATCH-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
       FD AUDIT-COUNTER-FILE.
       COPY "audit-run-counter".

       FD WATCH-LIST-FILE.
       COPY "watch-list-record".

      *> The run's keyed copy of the watch list -- a full-IBAN entry
      *> keyed on the IBAN, a country entry on its two-character
      *> code -- so each IBAN is screened with two reads instead of a
      *> walk of the whole list.
       FD WATCH-INDEX-FILE.
       01 WLX-RECORD.
           05 WLX-KEY.
                 10 WLX-TYPE          PIC X(1).
                 10 WLX-MATCH-VALUE   PIC X(27).
           05 WLX-VALUE               PIC X(27).

       FD ENTITY-MAP-FILE.
       COPY "entity-map-record".

       FD COUNTERPARTY-REF-FILE.
       COPY "counterparty-reference-record".

      *> The run's keyed copy of the counterparty reference master,
      *> keyed on the IBAN.
       FD COUNTERPARTY-INDEX-FILE.
       01 CPX-RECORD.
           05 CPX-IBAN                PIC X(27).
           05 CPX-NAME                PIC X(30).
           05 CPX-STATUS              PIC X(8).
           05 CPX-OWN-ENTITY          PIC X(4).

       FD BATCH-CONTROL-FILE.
       COPY "batch-control-record".

      *> truncates or rewrites them -- re-pointed at each file in
      *> turn, the same way the archiver re-points its SELECTs.
       FD RUN-OUTPUT-COPY-IN.
       01 CPI-COPY-LINE PIC X(512).

       FD RUN-OUTPUT-COPY-OUT.
       01 CPO-COPY-LINE PIC X(512).

       FD RUN-STATE-FILE.
       01 ORS-STATE-LINE PIC X(200).
           88 WS-READER-RECORD-VALID VALUE 'Y' FALSE 'N'.
       01 WS-READER-VALIDATION-REASON PIC X(40) VALUE SPACES.
       01 WS-READER-AMOUNT-BASE PIC 9(12)V99 VALUE 0.
      *> Non-zero when the reader moved a PAY past its payment
      *> cut-off: the value date it asked for before the move.
       01 WS-READER-ORIGINAL-VALUE-DATE PIC 9(8) VALUE 0.
       01 WS-REPORT-STATUS PIC X(12) VALUE SPACES.
       01 WS-TOTAL-AMOUNT-BASE PIC S9(14)V99 VALUE 0.
       01 WS-PREFLIGHT-PGM-NAME PIC X(30).
       01 WS-PREFLIGHT-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-PREFLIGHT-FAILED VALUE 'Y' FALSE 'N'.
       COPY "preflight-sentinel".
       COPY "fee-tariff-request".

      *> Persistent per-run audit log -- one AUD-RUN-RECORD appended to
      *> audit-log.dat every time this program runs, regardless of how
       01 WS-AUDIT-COUNTER-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-ID PIC 9(6) VALUE 0.
       01 WS-RUN-START-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-START-TIME PIC 9(8) VALUE 0.
       01 WS-RUN-END-DATE PIC 9(8) VALUE 0.
       01 WS-RUN-END-TIME PIC 9(8) VALUE 0.

      *> Dry-run/simulation mode -- reads, validates, and reconciles
      *> exactly as a normal run does, but does not CALL any of the
      *> threshold in whole USD dollars (no cents) -- plenty of
      *> precision for a compliance cutoff.
       01 WS-ALERT-THRESHOLD PIC 9(12)V99 VALUE 10000.00.
       01 WS-LARGE-ALERT-TYPE PIC X(12) VALUE "LARGE-TXN".
       01 WS-LARGE-ALERT-DETAIL PIC X(27) VALUE SPACES.
       01 WS-ALERT-THRESHOLD-OVERRIDE PIC 9(12) VALUE 0.

      *> Reversal-to-payment matching -- reversal-match-reporter gets
           88 WS-INSTRUCTION-FINALIZE VALUE 'Y' FALSE 'N'.
       01 WS-STRUCTURING-FINALIZE-SW PIC X(1) VALUE 'N'.
           88 WS-STRUCTURING-FINALIZE VALUE 'Y' FALSE 'N'.
       01 WS-ANOMALY-FINALIZE-SW PIC X(1) VALUE 'N'.
           88 WS-ANOMALY-FINALIZE VALUE 'Y' FALSE 'N'.

      *> Posting class handed to gl-voucher-writer with every
      *> dispositioned record -- which double-entry pair the record's
           88 WS-GLVOUCHER-FINALIZE VALUE 'Y' FALSE 'N'.
       01 WS-GL-POSTING-CLASS PIC X(12) VALUE SPACES.

      *> Monthly sanctions/watch list, copied at run start into the
      *> run's keyed watch list index, however long the list grows.
      *> A missing list does not stop the run -- screening simply has
      *> nothing to match -- but it is called out loudly because
      *> running unscreened is exactly the state this check exists to
      *> end. A dry run, which takes no lock, builds its own index so
      *> it never rebuilds one a real run is reading.
       01 WS-WATCH-LIST-PATH PIC X(255) VALUE
                       "../../../sample-data/watch-list.dat".
       01 WS-WATCH-LIST-OVERRIDE PIC X(255).
       01 WS-WATCH-LIST-STATUS PIC X(2) VALUE '00'.
       01 WS-WATCH-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-WATCH-EOF VALUE 'Y' FALSE 'N'.
       01 WS-WATCH-INDEX-PATH PIC X(255) VALUE
                       "../../../checkpoints/watch-list-index.dat".
       01 WS-WATCH-INDEX-STATUS PIC X(2) VALUE '00'.
       01 WS-WATCH-INDEX-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-WATCH-INDEX-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-WATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-SCREENING-HIT-SW PIC X(1) VALUE 'N'.
           88 WS-SCREENING-HIT VALUE 'Y' FALSE 'N'.
       01 WS-SCREEN-SIDE PIC X(8) VALUE SPACES.
       01 WS-SETTINGS-LOG-PATH PIC X(255) VALUE
                       "../../../reports/run-settings-log.dat".
       01 WS-SETTINGS-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-KNOWN-KEY-COUNT PIC 9(2) VALUE 23.
       01 WS-KNOWN-KEY-VALUES.
           05 FILLER PIC X(28) VALUE "BATCH_DRY_RUN".
           05 FILLER PIC X(1)  VALUE "Y".
           05 FILLER PIC X(1)  VALUE "N".
           05 FILLER PIC X(28) VALUE "BANK_LIMITS_PATH".
           05 FILLER PIC X(1)  VALUE "P".
           05 FILLER PIC X(28) VALUE "PAYMENT_CUTOFF_PATH".
           05 FILLER PIC X(1)  VALUE "P".
           05 FILLER PIC X(28) VALUE "ANOMALY_MIN_HISTORY".
           05 FILLER PIC X(1)  VALUE "N".
           05 FILLER PIC X(28) VALUE "ANOMALY_AMOUNT_FACTOR".
           05 FILLER PIC X(1)  VALUE "N".
           05 FILLER PIC X(28) VALUE "ANOMALY_FREQUENCY_FACTOR".
           05 FILLER PIC X(1)  VALUE "N".
           05 FILLER PIC X(28) VALUE "ANOMALY_ALERT_SCORE".
           05 FILLER PIC X(1)  VALUE "N".
       01 WS-KNOWN-KEY-TABLE REDEFINES WS-KNOWN-KEY-VALUES.
           05 WS-KNY-ENTRY OCCURS 23 TIMES
                 INDEXED BY WS-KNY-IDX.
                 10 WS-KNY-KEY  PIC X(28).
                 10 WS-KNY-TYPE PIC X(1).
       01 WS-EFFECTIVE-TABLE.
           05 WS-EFF-ENTRY OCCURS 23 TIMES.
                 10 WS-EFF-VALUE  PIC X(255).
                 10 WS-EFF-ORIGIN PIC X(12).
      *> Each key's environment value as it stood BEFORE the profile
      *> one is in force. Captured up front so the export can never
      *> clobber it.
       01 WS-PRESET-TABLE.
           05 WS-PRESET-VALUE PIC X(255) OCCURS 23 TIMES.
       01 WS-PROFILE-KEY-SLOT PIC 9(2) VALUE 0.
       01 WS-PROFILE-SUB PIC 9(2) VALUE 0.
       01 WS-PROFILE-VALUE-OK-SW PIC X(1) VALUE 'Y'.
       01 WS-VAL-DIGIT-SEEN-SW PIC X(1) VALUE 'N'.
           88 WS-VAL-DIGIT-SEEN VALUE 'Y' FALSE 'N'.

      *> Counterparty reference master, copied at run start into the
      *> run's keyed counterparty index like the watch list. A
      *> missing file does not stop the run -- nothing can be held
      *> or enriched, and everything tallies as unknown -- but it is
      *> called out, since an empty registry is exactly the
      *> spreadsheet-on-someone's-desk state this file replaces.
       01 WS-CPTY-REF-PATH PIC X(255) VALUE
                   "../../../sample-data/counterparty-reference.dat".
       01 WS-CPTY-REF-OVERRIDE PIC X(255).
       01 WS-CPTY-REF-STATUS PIC X(2) VALUE '00'.
       01 WS-CPTY-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-CPTY-EOF VALUE 'Y' FALSE 'N'.
       01 WS-CPTY-INDEX-PATH PIC X(255) VALUE
                       "../../../checkpoints/counterparty-index.dat".
       01 WS-CPTY-INDEX-STATUS PIC X(2) VALUE '00'.
       01 WS-CPTY-INDEX-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-CPTY-INDEX-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-CPTY-COUNT PIC 9(7) VALUE 0.
       01 WS-CPTY-HOLD-SW PIC X(1) VALUE 'N'.
           88 WS-CPTY-HOLD VALUE 'Y' FALSE 'N'.
       01 WS-CPTY-HOLD-SIDE PIC X(8) VALUE SPACES.
       01 WS-REF-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-CPTY-COUNT PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-CPTY-AMOUNT PIC 9(14)V99 VALUE 0.
      *> Beneficiary name check for the settlement report's
      *> NAME-CHECK column -- MATCH, MISMATCH, or spaces when the
      *> record carried no name or the receiver has no reference
      *> entry. The two names are compared upper-cased.
       01 WS-BENE-NAME-CHECK PIC X(10) VALUE SPACES.
       01 WS-NAME-MISMATCH-COUNT PIC 9(5) VALUE 0.
       01 WS-NAME-SENT PIC X(35) VALUE SPACES.
       01 WS-NAME-ON-FILE PIC X(35) VALUE SPACES.
       01 WS-LOWER-LETTERS PIC X(26) VALUE
                       "abcdefghijklmnopqrstuvwxyz".
       01 WS-UPPER-LETTERS PIC X(26) VALUE
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *> Intercompany classification of the record being settled --
      *> the owning entity of each side, spaces for an outside IBAN.
       01 WS-INTERCOMPANY-SW PIC X(1) VALUE 'N'.
           88 WS-INTERCOMPANY VALUE 'Y' FALSE 'N'.
       01 WS-IC-SENDER-ENTITY PIC X(4) VALUE SPACES.
       01 WS-IC-RECEIVER-ENTITY PIC X(4) VALUE SPACES.
       01 WS-IC-OWNER-ENTITY PIC X(4) VALUE SPACES.
       01 WS-IC-FROM-ENTITY PIC X(4) VALUE SPACES.
       01 WS-IC-TO-ENTITY PIC X(4) VALUE SPACES.
       01 WS-INTERCOMPANY-COUNT PIC 9(5) VALUE 0.
       01 WS-UNKNOWN-CPTY-DISPLAY PIC Z(13)9.99.

      *> Run lock and business-date control. WS-PREV-BUSINESS-DATE is
       01 WS-RUN-REFUSED-SW PIC X(1) VALUE 'N'.
           88 WS-RUN-REFUSED VALUE 'Y' FALSE 'N'.

      *> Integrity seals. WS-SEALS-BROKEN refuses the run with code
      *> 16; WS-SEAL-NOT-RECORDED means the closing SEAL ALL failed.
      *> WS-PRIOR-CONTROL-SW / WS-PRIOR-IN-FLIGHT-SW describe the
      *> batch-control record as 051 found it, before 008 rewrites
      *> it.
       01 WS-SEALS-BROKEN-SW PIC X(1) VALUE 'N'.
           88 WS-SEALS-BROKEN VALUE 'Y' FALSE 'N'.
       01 WS-SEAL-NOT-RECORDED-SW PIC X(1) VALUE 'N'.
           88 WS-SEAL-NOT-RECORDED VALUE 'Y' FALSE 'N'.
       01 WS-PRIOR-CONTROL-SW PIC X(1) VALUE 'N'.
           88 WS-PRIOR-CONTROL VALUE 'Y' FALSE 'N'.
       01 WS-PRIOR-IN-FLIGHT-SW PIC X(1) VALUE 'N'.
           88 WS-PRIOR-IN-FLIGHT VALUE 'Y' FALSE 'N'.
       COPY "seal-request".

      *> Crash-safety state. The orchestrator's own accumulators
      *> snapshot to run-state.dat in typed rows ('H' header with
      *> the counters and the keyed stores' checkpoint generation,
      *> 'P' period bucket, 'U' bank usage slot, 'E' entity totals);
      *> finalize-state.dat is the two-phase commit marker.
       01 WS-RUN-STATE-PATH PIC X(255) VALUE
                       "../../../checkpoints/run-state.dat".
       01 WS-RUN-STATE-STATUS PIC X(2) VALUE '00'.
       01 WS-RESTART-FLAG PIC X(1) VALUE SPACES.
       01 WS-STATE-RESTORED-SW PIC X(1) VALUE 'N'.
           88 WS-STATE-RESTORED VALUE 'Y' FALSE 'N'.
       01 WS-STATE-GENERATION PIC 9(6) VALUE 0.
       01 WS-ORS-HEADER.
           05 ORH-TAG              PIC X(1).
           05 ORH-ENTRY-READ       PIC 9(10).
           05 ORH-OVERREV-HELD     PIC 9(5).
           05 ORH-UNKNOWN-COUNT    PIC 9(5).
           05 ORH-UNKNOWN-AMOUNT   PIC 9(14)V99.
           05 ORH-RELEASED         PIC 9(5).
           05 ORH-WAREHOUSED       PIC 9(5).
      *> The extract date the snapshot belongs to (zero when the run
      *> had no control record) -- the restore refuses a snapshot
      *> stamped with a different extract, so a stale file cannot
      *> resurrect an older run's accumulators.
           05 ORH-EXTRACT-DATE     PIC 9(8).
      *> The keyed-store generation MARKed with this snapshot -- a
      *> restart PURGEs every store change staged after it.
           05 ORH-GENERATION       PIC 9(6).
      *> Beneficiary name mismatches so far; a snapshot written
      *> before the count was kept restores it as zero.
           05 ORH-NAME-MISMATCH    PIC 9(5).
       01 WS-ORS-PERIOD.
           05 ORP-TAG              PIC X(1).
           05 ORP-KEY-TYPE         PIC X(1).
           05 ORE-SETTLED          PIC 9(14)V99.
           05 ORE-FEES             PIC 9(14)V99.
           05 ORE-REVERSALS        PIC 9(14)V99.
       01 WS-PERIOD-PEND-PATH PIC X(255) VALUE
                 "../../../checkpoints/period-totals.dat.pend".

      *> The keyed stores (keyed-store: seen IDs, payment references,
      *> warehouse, sender activity) stage every change a run makes
      *> on their pending file; 087 commits it inside the two-phase
      *> finalize. A dry run stages on a pending file of its own.
       COPY "keyed-store-request".
       01 WS-KEYED-DRY-PENDING-PATH PIC X(255) VALUE
          "../../../checkpoints/keyed-store-pending-dry-run.dat".
       01 WS-KEYED-COMMIT-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-KEYED-COMMIT-FAILED VALUE 'Y' FALSE 'N'.

      *> Feed-arrival gate state -- the monitor's verdict and the
      *> action the run profile picked for a missing feed.
       01 WS-FEED-RESULT PIC X(1) VALUE 'A'.
                 10 WS-FPT-FEES       PIC 9(14)V99.
                 10 WS-FPT-REVERSALS  PIC 9(14)V99.

      *> Warehouse for forward-dated payments -- the keyed WAREHOUSE
      *> store, browsed for due entries at run start; the day's new
      *> arrivals are staged into it as they park. The business date
      *> a value date is measured against is the run date.
       COPY "warehouse-record".
       01 WS-WAREHOUSE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-WAREHOUSE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-WAREHOUSE-STORED-SW PIC X(1) VALUE 'N'.
           88 WS-WAREHOUSE-STORED VALUE 'Y' FALSE 'N'.
       01 WS-WAREHOUSE-KEPT PIC 9(7) VALUE 0.
       01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.
       01 WS-WAREHOUSED-COUNT PIC 9(5) VALUE 0.
       01 WS-PENDING-AMOUNT-BASE PIC 9(14)V99 VALUE 0.
       01 WS-PENDING-DISPLAY PIC Z(13)9.99.
      *> Legal-entity derivation. Every record's entity comes off
      *> the source-to-entity map; a source with no entry rejects.
      *> The per-entity run totals feed day-end-summary.
           PERFORM 084-RECOVER-HALF-FINALIZE
           PERFORM 002-CHECK-DRY-RUN
           PERFORM 003-LOAD-ALERT-THRESHOLD
           PERFORM 057-LOAD-BANK-LIMITS
           PERFORM 059-LOAD-ENTITY-MAP
           PERFORM 005-START-AUDIT-LOG
           PERFORM 049-CHECK-FEED-ARRIVALS
           PERFORM 051-VERIFY-SEALS
           PERFORM 008-TAKE-RUN-LOCK
           PERFORM 004-LOAD-WATCH-LIST
           PERFORM 033-LOAD-COUNTERPARTY-REFS
           PERFORM 010-PREFLIGHT-CHECK
           PERFORM 050-READ-CONTROL-TOTALS
           PERFORM 055-VERIFY-BUSINESS-DATE
           PERFORM 026-CLEAR-RUN-OUTPUTS
           PERFORM 085-RESTORE-RUN-STATE
           PERFORM 062-LOAD-FEE-VOLUMES
           PERFORM 030-RELEASE-WAREHOUSE
           PERFORM UNTIL WS-READER-STATUS = 1
              DISPLAY "Calling reader..."
              CALL "batch-transaction-reader"
                   USING TRANSACTION-RECORD, WS-READER-VALID-SW,
                      WS-READER-VALIDATION-REASON,
                      WS-READER-AMOUNT-BASE, WS-DRY-RUN-SW,
                      WS-READER-ORIGINAL-VALUE-DATE
              DISPLAY "Reader RETURN-CODE: " RETURN-CODE
              MOVE RETURN-CODE TO WS-READER-STATUS
              DISPLAY "WS-READER-STATUS: " WS-READER-STATUS
                          PERFORM 234-HOLD-REFERENCE-RECORD
                       ELSE
                          IF TR-TRANSACTION-TYPE = "PAY"
                             AND (TR-VALUE-DATE > WS-BUSINESS-DATE
                             OR WS-READER-ORIGINAL-VALUE-DATE > 0)
                             PERFORM 226-WAREHOUSE-RECORD
                          ELSE
                             PERFORM 202-SETTLE-WITHIN-LIMITS
                 WS-UNKNOWN-CPTY-DISPLAY
                 " settled with no reference entry"
           END-IF
           IF WS-NAME-MISMATCH-COUNT > 0
              DISPLAY "Beneficiary name mismatches: "
                 WS-NAME-MISMATCH-COUNT " payment(s) settled to a "
                 "name the counterparty reference master does not "
                 "carry - see NAME-CHECK on the settlement report"
           END-IF
           IF WS-INTERCOMPANY-COUNT > 0
              DISPLAY "Intercompany items: " WS-INTERCOMPANY-COUNT
                 " settled outside bank limits to due-to/due-from"
           END-IF
           SET WS-REVMATCH-FINALIZE TO TRUE
           IF NOT WS-DRY-RUN
              CALL "reversal-match-reporter"
           IF NOT WS-DRY-RUN
              CALL "fee-reconciliation-reporter"
                   USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                      WS-FEERECON-FINALIZE-SW,
                      WS-RUN-ID
           END-IF
           SET WS-INSTRUCTION-FINALIZE TO TRUE
           IF NOT WS-DRY-RUN
              CALL "settlement-instruction-writer"
                   USING TRANSACTION-RECORD,
                      WS-INSTRUCTION-FINALIZE-SW, WS-ENTITY-CODE,
                      WS-RUN-CYCLE
           END-IF
           SET WS-STRUCTURING-FINALIZE TO TRUE
           IF NOT WS-DRY-RUN
                   USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                      WS-BUSINESS-DATE, WS-STRUCTURING-FINALIZE-SW
           END-IF
           SET WS-ANOMALY-FINALIZE TO TRUE
           IF NOT WS-DRY-RUN
              CALL "anomaly-monitor"
                   USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                      WS-BUSINESS-DATE, WS-ANOMALY-FINALIZE-SW
           END-IF
           SET WS-GLVOUCHER-FINALIZE TO TRUE
           IF NOT WS-DRY-RUN
              CALL "gl-voucher-writer"
              SET WS-DRY-RUN TO TRUE
              DISPLAY "*** DRY RUN MODE - reports, ledgers, and the "
                 "reject file will not be written ***"
              MOVE "../../../checkpoints/watch-list-index-dry-run.dat"
                 TO WS-WATCH-INDEX-PATH
              MOVE "../../../checkpoints/counterparty-index-dry-run.dat"
                 TO WS-CPTY-INDEX-PATH
              SET ENVIRONMENT "KEYED_STORE_PENDING_PATH"
                 TO WS-KEYED-DRY-PENDING-PATH
           END-IF.

       003-LOAD-ALERT-THRESHOLD.
              DISPLAY "*** NO WATCH LIST FOUND - run proceeds "
                 "UNSCREENED ***"
           ELSE
              OPEN OUTPUT WATCH-INDEX-FILE
              IF WS-WATCH-INDEX-STATUS NOT = '00'
                 CLOSE WATCH-LIST-FILE
                 DISPLAY "*** WATCH LIST INDEX NOT AVAILABLE, status "
                    WS-WATCH-INDEX-STATUS " - run proceeds "
                    "UNSCREENED ***"
              ELSE
                 PERFORM 007-READ-WATCH-ENTRY
                    UNTIL WS-WATCH-EOF
                 CLOSE WATCH-LIST-FILE
                 CLOSE WATCH-INDEX-FILE
                 OPEN INPUT WATCH-INDEX-FILE
                 IF WS-WATCH-INDEX-STATUS = '00'
                    SET WS-WATCH-INDEX-OPEN TO TRUE
                    DISPLAY "Watch list loaded: " WS-WATCH-COUNT
                       " entrie(s)"
                 ELSE
                    MOVE 0 TO WS-WATCH-COUNT
                    DISPLAY "*** WATCH LIST INDEX NOT AVAILABLE, "
                       "status " WS-WATCH-INDEX-STATUS
                       " - run proceeds UNSCREENED ***"
                 END-IF
              END-IF
           END-IF.

              DISPLAY "*** NO COUNTERPARTY REFERENCE MASTER FOUND - "
                 "no status holds, every IBAN tallies as unknown ***"
           ELSE
              OPEN OUTPUT COUNTERPARTY-INDEX-FILE
              IF WS-CPTY-INDEX-STATUS NOT = '00'
                 CLOSE COUNTERPARTY-REF-FILE
                 DISPLAY "*** COUNTERPARTY INDEX NOT AVAILABLE, "
                    "status " WS-CPTY-INDEX-STATUS " - no status "
                    "holds, every IBAN tallies as unknown ***"
              ELSE
                 PERFORM 034-READ-CPTY-ENTRY
                    UNTIL WS-CPTY-EOF
                 CLOSE COUNTERPARTY-REF-FILE
                 CLOSE COUNTERPARTY-INDEX-FILE
                 OPEN INPUT COUNTERPARTY-INDEX-FILE
                 IF WS-CPTY-INDEX-STATUS = '00'
                    SET WS-CPTY-INDEX-OPEN TO TRUE
                    DISPLAY "Counterparty reference loaded: "
                       WS-CPTY-COUNT " entrie(s)"
                 ELSE
                    MOVE 0 TO WS-CPTY-COUNT
                    DISPLAY "*** COUNTERPARTY INDEX NOT AVAILABLE, "
                       "status " WS-CPTY-INDEX-STATUS " - no status "
                       "holds, every IBAN tallies as unknown ***"
                 END-IF
              END-IF
           END-IF.

      *> An IBAN listed twice keeps its first entry, as the lookup
      *> always did.
       034-READ-CPTY-ENTRY.
           READ COUNTERPARTY-REF-FILE
              AT END SET WS-CPTY-EOF TO TRUE
              NOT AT END
                 MOVE SPACES TO CPX-RECORD
                 MOVE CPR-IBAN TO CPX-IBAN
                 MOVE CPR-NAME TO CPX-NAME
                 MOVE CPR-STATUS TO CPX-STATUS
                 MOVE CPR-OWN-ENTITY TO CPX-OWN-ENTITY
                 WRITE CPX-RECORD
                    INVALID KEY CONTINUE
                    NOT INVALID KEY ADD 1 TO WS-CPTY-COUNT
                 END-WRITE
           END-READ.

      *> Only full-IBAN ('I') and country ('C') entries screen
      *> anything; an entry listed twice is indexed once.
       007-READ-WATCH-ENTRY.
           READ WATCH-LIST-FILE
              AT END SET WS-WATCH-EOF TO TRUE
              NOT AT END
                 IF WLR-ENTRY-TYPE = 'I' OR WLR-ENTRY-TYPE = 'C'
                    MOVE SPACES TO WLX-RECORD
                    MOVE WLR-ENTRY-TYPE TO WLX-TYPE
                    IF WLR-ENTRY-TYPE = 'C'
                       MOVE WLR-VALUE (1:2) TO WLX-MATCH-VALUE
                    ELSE
                       MOVE WLR-VALUE TO WLX-MATCH-VALUE
                    END-IF
                    MOVE WLR-VALUE TO WLX-VALUE
                    WRITE WLX-RECORD
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-WATCH-COUNT
                    END-WRITE
                 END-IF
           END-READ.

       005-START-AUDIT-LOG.
              END-IF
           END-IF.

      *> Every sealed file must still be as the last run (or the
      *> last entitled operator program) left it before this run
      *> builds on it. Checked ahead of the lock, so a refusal
      *> leaves batch-control untouched. A register that is not
      *> there at all is only expected before the first run ever.
      *> When the previous run still holds the lock it crashed
      *> part-way and its files were never sealed; the differences
      *> are reported but 008 decides whether the run may start.
       051-VERIFY-SEALS.
           IF WS-DRY-RUN
              CONTINUE
           ELSE
              PERFORM 052-READ-PRIOR-CONTROL
              MOVE SPACES TO SLR-REQUEST
              MOVE "VERIFY" TO SLR-ACTION
              MOVE "ALL" TO SLR-FILE-ID
              MOVE "main-cobol-orchestrator" TO SLR-PROGRAM
              MOVE WS-RUN-ID TO SLR-RUN-ID
              CALL "integrity-seal" USING SLR-REQUEST
                   ON EXCEPTION
                      DISPLAY "*** integrity-seal is not available "
                         "- seals NOT verified ***"
              END-CALL
              EVALUATE TRUE
                 WHEN SLR-INTACT
                    DISPLAY "Integrity seals verified"
                 WHEN SLR-NO-REGISTER AND NOT WS-PRIOR-CONTROL
                    DISPLAY "No seal register yet - this first run "
                       "seals the persistent files at close"
                 WHEN WS-PRIOR-IN-FLIGHT
                    DISPLAY "*** PREVIOUS RUN DID NOT RELEASE THE "
                       "LOCK - its files were never sealed; seal "
                       "result " SLR-RESULT " not enforced ***"
                 WHEN SLR-NO-REGISTER
                    DISPLAY "*** SEAL REGISTER MISSING - refusing "
                       "the run; accept the files with "
                       "integrity-reseal ALL ***"
                    SET WS-SEALS-BROKEN TO TRUE
                 WHEN SLR-BROKEN
                    DISPLAY "*** " SLR-BROKEN-COUNT " PERSISTENT "
                       "FILE(S) CHANGED OUTSIDE THE BATCH - "
                       SLR-DETAIL " ***"
                    DISPLAY "*** refusing the run before the lock is "
                       "taken; restore the file or accept the "
                       "change with integrity-reseal ***"
                    SET WS-SEALS-BROKEN TO TRUE
                 WHEN OTHER
                    DISPLAY "*** SEALS COULD NOT BE VERIFIED ("
                       SLR-RESULT ") " SLR-DETAIL
                       " - refusing the run ***"
                    SET WS-SEALS-BROKEN TO TRUE
              END-EVALUATE
              IF WS-SEALS-BROKEN
                 PERFORM 070-WRITE-AUDIT-LOG
                 STOP RUN
              END-IF
           END-IF.

       052-READ-PRIOR-CONTROL.
           SET WS-PRIOR-CONTROL TO FALSE
           SET WS-PRIOR-IN-FLIGHT TO FALSE
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-CONTROL-STATUS = '00'
              READ BATCH-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    SET WS-PRIOR-CONTROL TO TRUE
                    IF BCT-IN-FLIGHT
                       SET WS-PRIOR-IN-FLIGHT TO TRUE
                    END-IF
              END-READ
              CLOSE BATCH-CONTROL-FILE
           END-IF.

      *> Seals every persistent file as this run leaves it. Only a
      *> run that held the lock changed anything worth sealing.
       053-SEAL-PERSISTENT-FILES.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE "ALL" TO SLR-FILE-ID
           MOVE "main-cobol-orchestrator" TO SLR-PROGRAM
           MOVE WS-RUN-ID TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF SLR-SEALED
              DISPLAY "Integrity seals recorded for run " WS-RUN-ID
           ELSE
              SET WS-SEAL-NOT-RECORDED TO TRUE
              DISPLAY "*** SEALS NOT RECORDED (" SLR-RESULT ") "
                 SLR-DETAIL " - the next run will refuse until "
                 "integrity-reseal ALL is run ***"
           END-IF.

      *> A dry run takes no lock and moves no dates -- it must be
      *> runnable at any time, including while a real run is in
      *> flight somewhere else.
           PERFORM 021-CHECK-POSITION-REPORTER
           PERFORM 022-CHECK-SCREENING-WRITER
           PERFORM 023-CHECK-FEE-RECON
           PERFORM 061-CHECK-TARIFF-PRICER
           PERFORM 024-CHECK-INSTRUCTION-WRITER
           PERFORM 025-CHECK-STRUCTURING-MONITOR
           PERFORM 054-CHECK-ANOMALY-MONITOR
           PERFORM 029-CHECK-GL-VOUCHER
           PERFORM 032-CHECK-RETURN-LEDGER
           PERFORM 028-CHECK-KEYED-STORE
           MOVE SPACES TO TRANSACTION-RECORD
           IF WS-PREFLIGHT-FAILED
              DISPLAY "*** PREFLIGHT FAILED - a required sub-program "
              END-IF
           END-IF.

      *> The keyed stores' generation is MARKed only once the
      *> snapshot file is open, so the generation a restart purges
      *> to is always the one its snapshot carries.
       086-SNAPSHOT-RUN-STATE.
           OPEN OUTPUT RUN-STATE-FILE
           IF WS-RUN-STATE-STATUS NOT = '00'
              DISPLAY "RUN STATE: unable to snapshot, status "
                 WS-RUN-STATE-STATUS
           ELSE
              MOVE SPACES TO KSR-REQUEST
              SET KSR-MARK TO TRUE
              CALL "keyed-store" USING KSR-REQUEST
              MOVE SPACES TO WS-ORS-HEADER
              MOVE 'H' TO ORH-TAG
              MOVE WS-ENTRY-READ TO ORH-ENTRY-READ
              ELSE
                 MOVE 0 TO ORH-EXTRACT-DATE
              END-IF
              MOVE KSR-GENERATION TO ORH-GENERATION
              MOVE WS-NAME-MISMATCH-COUNT TO ORH-NAME-MISMATCH
              MOVE WS-ORS-HEADER TO ORS-STATE-LINE
              WRITE ORS-STATE-LINE
              PERFORM 089-SAVE-ONE-PERIOD-ROW
              PERFORM 090-SAVE-ONE-USAGE-ROW
                 VARYING WS-USAGE-SUB FROM 1 BY 1
                 UNTIL WS-USAGE-SUB > WS-USAGE-COUNT
              PERFORM 098-SAVE-ONE-ENTITY-ROW
                 VARYING WS-ENTTOT-SUB FROM 1 BY 1
                 UNTIL WS-ENTTOT-SUB > WS-ENTTOT-COUNT
           MOVE 'S' TO WS-FEERECON-FINALIZE-SW
           CALL "fee-reconciliation-reporter"
                USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                   WS-FEERECON-FINALIZE-SW,
                   WS-RUN-ID
           MOVE 'S' TO WS-INSTRUCTION-FINALIZE-SW
           CALL "settlement-instruction-writer"
                USING TRANSACTION-RECORD,
                   WS-INSTRUCTION-FINALIZE-SW, WS-ENTITY-CODE,
                   WS-RUN-CYCLE
           MOVE 'S' TO WS-STRUCTURING-FINALIZE-SW
           CALL "structuring-monitor"
                USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
           MOVE WS-ORS-ENTITY TO ORS-STATE-LINE
           WRITE ORS-STATE-LINE.

      *> A TRANSACTION_READER_RESTART=Y run reloads every
      *> accumulator the snapshots hold; with no snapshot on disk
      *> everything starts cold, exactly as before this existed.
           IF WS-STATE-RESTORED
              MOVE 0 TO WS-RUN-PTD-COUNT
              MOVE 0 TO WS-USAGE-COUNT
              MOVE 0 TO WS-ENTTOT-COUNT
              PERFORM 092-RESTORE-ONE-STATE-ROW
                 UNTIL WS-RUN-STATE-EOF
              CALL "fee-reconciliation-reporter"
                   USING TRANSACTION-RECORD,
                      WS-READER-AMOUNT-BASE,
                      WS-FEERECON-FINALIZE-SW,
                      WS-RUN-ID
              MOVE 'R' TO WS-INSTRUCTION-FINALIZE-SW
              CALL "settlement-instruction-writer"
                   USING TRANSACTION-RECORD,
                      WS-INSTRUCTION-FINALIZE-SW,
                      WS-ENTITY-CODE, WS-RUN-CYCLE
              MOVE 'R' TO WS-STRUCTURING-FINALIZE-SW
              CALL "structuring-monitor"
                   USING TRANSACTION-RECORD,
              MOVE 'N' TO WS-STRUCTURING-FINALIZE-SW
              MOVE 'N' TO WS-GLVOUCHER-FINALIZE-SW
              MOVE 'N' TO WS-INSIGHT-FINALIZE-SW
           END-IF
           PERFORM 099-RESET-KEYED-STORES.

      *> The fee reconciliation counts the month's earlier runs off
      *> the transaction master now, before the warehouse release
      *> or the first record settles -- once transaction-master-
      *> writer has the master open for this run it cannot be read
      *> alongside. After the restore, so a restarted run counts up
      *> to the run it started in.
       062-LOAD-FEE-VOLUMES.
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE 'L' TO WS-FEERECON-FINALIZE-SW
           CALL "fee-reconciliation-reporter"
                USING TRANSACTION-RECORD,
                   WS-READER-AMOUNT-BASE,
                   WS-FEERECON-FINALIZE-SW,
                   WS-RUN-ID
           MOVE 'N' TO WS-FEERECON-FINALIZE-SW.

      *> A restored run puts the keyed stores' pending changes back
      *> to its snapshot's generation; any other run -- a dry run
      *> on its own pending file, a fresh real run finding what a
      *> crashed run left staged -- starts from nothing staged. A
      *> run that cannot do either would settle against the wrong
      *> seen IDs and references, so it is refused.
       099-RESET-KEYED-STORES.
           MOVE SPACES TO KSR-REQUEST
           IF WS-STATE-RESTORED
              SET KSR-PURGE TO TRUE
              MOVE WS-STATE-GENERATION TO KSR-GENERATION
           ELSE
              SET KSR-DISCARD TO TRUE
           END-IF
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              DISPLAY "*** KEYED STORES COULD NOT BE RESET - "
                 KSR-DETAIL " - refusing to run ***"
              PERFORM 056-REFUSE-THIS-RUN
           END-IF
           IF WS-STATE-RESTORED
              DISPLAY "Keyed stores put back to checkpoint "
                 "generation " WS-STATE-GENERATION ": " KSR-COUNT
                 " later change(s) undone"
           END-IF.

      *> The snapshot is only believed once its header row is in
                       DISPLAY "*** RUN-STATE SNAPSHOT HAS NO "
                          "HEADER ROW - ignored, accumulators "
                          "start cold ***"
                    WHEN ORH-GENERATION IS NOT NUMERIC
                       DISPLAY "*** RUN-STATE SNAPSHOT CARRIES NO "
                          "KEYED-STORE GENERATION - ignored, "
                          "accumulators start cold ***"
                    WHEN ORH-EXTRACT-DATE IS NUMERIC
                       AND ORH-EXTRACT-DATE NOT = 0
                       AND WS-CONTROL-AVAILABLE
                          " - ignored, accumulators start cold ***"
                    WHEN OTHER
                       SET WS-STATE-RESTORED TO TRUE
                       MOVE ORH-GENERATION TO WS-STATE-GENERATION
                       MOVE ORH-ENTRY-READ TO WS-ENTRY-READ
                       MOVE ORH-ENTRY-WRITTEN TO WS-ENTRY-WRITTEN
                       MOVE ORH-ENTRY-REJECTED
                          TO WS-UNKNOWN-CPTY-AMOUNT
                       MOVE ORH-RELEASED TO WS-RELEASED-COUNT
                       MOVE ORH-WAREHOUSED TO WS-WAREHOUSED-COUNT
                       IF ORH-NAME-MISMATCH IS NUMERIC
                          MOVE ORH-NAME-MISMATCH
                             TO WS-NAME-MISMATCH-COUNT
                       ELSE
                          MOVE 0 TO WS-NAME-MISMATCH-COUNT
                       END-IF
                 END-EVALUATE
           END-READ.

                          TO WS-UNKNOWN-CPTY-AMOUNT
                       MOVE ORH-RELEASED TO WS-RELEASED-COUNT
                       MOVE ORH-WAREHOUSED TO WS-WAREHOUSED-COUNT
                       IF ORH-NAME-MISMATCH IS NUMERIC
                          MOVE ORH-NAME-MISMATCH
                             TO WS-NAME-MISMATCH-COUNT
                       ELSE
                          MOVE 0 TO WS-NAME-MISMATCH-COUNT
                       END-IF
                    WHEN 'P'
                       MOVE ORS-STATE-LINE TO WS-ORS-PERIOD
                       IF WS-RUN-PTD-COUNT < WS-RUN-PTD-MAX
                          MOVE ORE-REVERSALS
                             TO WS-ETT-REVERSALS (WS-ENTTOT-COUNT)
                       END-IF
                 END-EVALUATE
           END-READ.

      *> Phase two of the finalize: the period totals have written
      *> their .pend side file and every keyed store change is
      *> staged, so flip the marker to COMMIT, copy the side file
      *> into place, commit the keyed stores, and flip it to
      *> COMPLETE. A crash between the two flips is completed at the
      *> next start by 084-RECOVER-HALF-FINALIZE; a crash before the
      *> first flip leaves every store at its pre-run state. A keyed
      *> commit that fails leaves the marker at COMMIT and the batch
      *> lock held, exactly as a crash there would, for the next
      *> start to complete. The snapshot state files are cleared
      *> afterwards so a stale RESTART=Y cannot resurrect a finished
      *> run's accumulators. A dry run throws its staged changes
      *> away.
       087-COMMIT-PERSISTENT-STATE.
           IF WS-DRY-RUN
              MOVE SPACES TO KSR-REQUEST
              SET KSR-DISCARD TO TRUE
              CALL "keyed-store" USING KSR-REQUEST
              MOVE SPACES TO KSR-REQUEST
              SET KSR-CLOSE TO TRUE
              CALL "keyed-store" USING KSR-REQUEST
           ELSE
              MOVE "COMMIT" TO FNS-MARKER-LINE
              PERFORM 094-WRITE-FINALIZE-MARKER
              PERFORM 093-COPY-PEND-FILES
              PERFORM 080-COMMIT-KEYED-STORES
              IF WS-KEYED-COMMIT-FAILED
                 DISPLAY "*** KEYED STORE COMMIT FAILED - the "
                    "finalize stays at COMMIT and the batch lock "
                    "stays held; the next start (with "
                    "BATCH_CONTROL_OVERRIDE=Y) completes it ***"
              ELSE
                 MOVE "COMPLETE" TO FNS-MARKER-LINE
                 PERFORM 094-WRITE-FINALIZE-MARKER
                 PERFORM 081-CLEAR-SPENT-STATE
              END-IF
           END-IF.

      *> The committed .pend file is spent -- truncating it here
      *> means a stale one can never be copied over the live file
      *> by a later run, whatever that run settles.
       081-CLEAR-SPENT-STATE.
           MOVE WS-PERIOD-PEND-PATH TO WS-CLEAR-PATH
           PERFORM 027-CLEAR-ONE-OUTPUT
           MOVE WS-RUN-STATE-PATH TO WS-CLEAR-PATH
           PERFORM 027-CLEAR-ONE-OUTPUT
           MOVE "../../../checkpoints/revmatch-state.dat"
              TO WS-CLEAR-PATH
           PERFORM 027-CLEAR-ONE-OUTPUT
           MOVE "../../../checkpoints/position-state.dat"
              TO WS-CLEAR-PATH
           PERFORM 027-CLEAR-ONE-OUTPUT
           MOVE "../../../checkpoints/feerecon-state.dat"
              TO WS-CLEAR-PATH
           PERFORM 027-CLEAR-ONE-OUTPUT
           MOVE "../../../checkpoints/instruction-state.dat"
              TO WS-CLEAR-PATH
           PERFORM 027-CLEAR-ONE-OUTPUT
           MOVE "../../../checkpoints/structuring-state.dat"
              TO WS-CLEAR-PATH
           PERFORM 027-CLEAR-ONE-OUTPUT
           MOVE "../../../checkpoints/glvoucher-state.dat"
              TO WS-CLEAR-PATH
           PERFORM 027-CLEAR-ONE-OUTPUT
           MOVE "../../../checkpoints/insight-state.dat"
              TO WS-CLEAR-PATH
           PERFORM 027-CLEAR-ONE-OUTPUT.

      *> COMMIT replays every staged change, so running it again
      *> after a partial commit is safe.
       080-COMMIT-KEYED-STORES.
           SET WS-KEYED-COMMIT-FAILED TO FALSE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-COMMIT TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              SET WS-KEYED-COMMIT-FAILED TO TRUE
              DISPLAY "*** KEYED STORE COMMIT: " KSR-DETAIL " ***"
           ELSE
              DISPLAY "Keyed stores committed: " KSR-COUNT
                 " change(s)"
           END-IF
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST.

       093-COPY-PEND-FILES.
           MOVE WS-PERIOD-PEND-PATH TO WS-COPY-IN-PATH
           MOVE "../../../checkpoints/period-totals.dat"
              TO WS-COPY-OUT-PATH
           END-IF.

      *> Startup recovery: a marker stuck at COMMIT means the
      *> previous run crashed between writing the side file and
      *> moving it into place, or part way through the keyed-store
      *> commit -- the side file and the staged keyed changes are
      *> authoritative and the commit completes here, loudly, before
      *> anything else touches the stores.
       084-RECOVER-HALF-FINALIZE.
           OPEN INPUT FINALIZE-STATE-FILE
           IF WS-FINALIZE-STATE-STATUS NOT = '00'
                          "MID-FINALIZE - completing its commit "
                          "before starting ***"
                       PERFORM 093-COPY-PEND-FILES
                       PERFORM 080-COMMIT-KEYED-STORES
                       IF WS-KEYED-COMMIT-FAILED
                          DISPLAY "*** KEYED STORE COMMIT FAILED "
                             "AGAIN - refusing to start until it "
                             "can complete ***"
                          SET WS-RUN-REFUSED TO TRUE
                          PERFORM 070-WRITE-AUDIT-LOG
                          STOP RUN
                       END-IF
                       MOVE "COMPLETE" TO FNS-MARKER-LINE
                       PERFORM 094-WRITE-FINALIZE-MARKER
                    END-IF
           MOVE SPACES TO AUD-RUN-RECORD
           MOVE WS-RUN-ID TO AUD-RUN-ID
           MOVE WS-RUN-START-DATE TO AUD-RUN-START-DATE
           MOVE WS-RUN-START-TIME (1:6) TO AUD-RUN-START-TIME
           MOVE WS-RUN-END-DATE TO AUD-RUN-END-DATE
           MOVE WS-RUN-END-TIME (1:6) TO AUD-RUN-END-TIME
           MOVE WS-ENTRY-READ TO AUD-ENTRIES-READ
           MOVE WS-ENTRY-WRITTEN TO AUD-ENTRIES-WRITTEN
           MOVE WS-TOTAL-AMOUNT-BASE TO AUD-TOTAL-AMOUNT-BASE
              MOVE WS-BUSINESS-DATE TO AUD-BUSINESS-DATE
           END-IF
           EVALUATE TRUE
              WHEN WS-SEALS-BROKEN
                 MOVE "SEAL BROKEN" TO AUD-BALANCE-STATUS
              WHEN WS-RUN-REFUSED
                 MOVE "REFUSED" TO AUD-BALANCE-STATUS
              WHEN WS-PREFLIGHT-FAILED
              DISPLAY "AUDIT LOG: unable to write run record, status "
                 WS-AUDIT-LOG-STATUS
           END-IF
           IF WS-KEYED-COMMIT-FAILED
              CONTINUE
           ELSE
              IF WS-LOCK-HELD
                 PERFORM 053-SEAL-PERSISTENT-FILES
              END-IF
              PERFORM 075-RELEASE-RUN-LOCK
           END-IF
           PERFORM 078-WRITE-RUN-STATUS.

      *> Grades the run for the scheduler and leaves the grade in
      *> not overwrite the last real run's gate record.
       078-WRITE-RUN-STATUS.
           EVALUATE TRUE
              WHEN WS-SEALS-BROKEN
                 MOVE 16 TO WS-COMPLETION-CODE
                 MOVE "SEALS BROKEN" TO WS-RUN-VERDICT
              WHEN WS-RUN-REFUSED
                 MOVE 12 TO WS-COMPLETION-CODE
                 MOVE "NOT STARTED" TO WS-RUN-VERDICT
              WHEN WS-PREFLIGHT-FAILED
                 MOVE 12 TO WS-COMPLETION-CODE
                 MOVE "PREFLIGHT FAIL" TO WS-RUN-VERDICT
              WHEN WS-KEYED-COMMIT-FAILED
                 MOVE 12 TO WS-COMPLETION-CODE
                 MOVE "COMMIT FAILED" TO WS-RUN-VERDICT
              WHEN WS-CONTROL-AVAILABLE AND WS-OUT-OF-BALANCE
                 MOVE 8 TO WS-COMPLETION-CODE
                 MOVE "OUT OF BALANCE" TO WS-RUN-VERDICT
                 OR WS-FEED-FLAG = "PARTIAL"
                 OR WS-LIMIT-WARNED OR WS-LIMIT-HELD-COUNT > 0
                 OR WS-OVERREV-HELD-COUNT > 0
                 OR WS-SEAL-NOT-RECORDED
                 MOVE 4 TO WS-COMPLETION-CODE
                 MOVE "WARNINGS" TO WS-RUN-VERDICT
              WHEN OTHER
              PERFORM 009-WRITE-BATCH-CONTROL
           END-IF.

      *> CLOSE is harmless at any point -- keyed-store reopens each
      *> file on its next use.
       028-CHECK-KEYED-STORE.
           MOVE "keyed-store" TO WS-PREFLIGHT-PGM-NAME
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL WS-PREFLIGHT-PGM-NAME USING KSR-REQUEST
                ON EXCEPTION
                   SET WS-PREFLIGHT-FAILED TO TRUE
                   DISPLAY "PREFLIGHT: " WS-PREFLIGHT-PGM-NAME
                      " is not available"
           END-CALL.

       011-CHECK-READER.
           MOVE "batch-transaction-reader" TO WS-PREFLIGHT-PGM-NAME
           CALL WS-PREFLIGHT-PGM-NAME
                USING TRANSACTION-RECORD, WS-READER-VALID-SW,
                   WS-READER-VALIDATION-REASON, WS-READER-AMOUNT-BASE,
                   WS-DRY-RUN-SW, WS-READER-ORIGINAL-VALUE-DATE
                ON EXCEPTION
                   SET WS-PREFLIGHT-FAILED TO TRUE
                   DISPLAY "PREFLIGHT: " WS-PREFLIGHT-PGM-NAME
       012-CHECK-FORMATTER.
           MOVE "report-trans-generator" TO WS-PREFLIGHT-PGM-NAME
           CALL WS-PREFLIGHT-PGM-NAME
                USING TRANSACTION-RECORD, WS-READER-ORIGINAL-VALUE-DATE,
                   WS-REPORT-STATUS, WS-BENE-NAME-CHECK
                ON EXCEPTION
                   SET WS-PREFLIGHT-FAILED TO TRUE
                   DISPLAY "PREFLIGHT: " WS-PREFLIGHT-PGM-NAME
              WHEN OTHER
                 MOVE "SETTLED-PAY" TO WS-GL-POSTING-CLASS
           END-EVALUATE
           IF WS-INTERCOMPANY
              ADD 1 TO WS-INTERCOMPANY-COUNT
              PERFORM 253-SET-INTERCOMPANY-CLASS
           END-IF
           PERFORM 235-POST-GL-VOUCHER.

      *> One CALL per dispositioned record -- the posting class must
           IF WS-READER-AMOUNT-BASE NOT < WS-ALERT-THRESHOLD
              IF NOT WS-DRY-RUN
                 CALL "compliance-alert-writer"
                      USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                         WS-LARGE-ALERT-TYPE, WS-LARGE-ALERT-DETAIL
              END-IF
           END-IF.

       017-CHECK-COMPLIANCE-ALERT.
           MOVE "compliance-alert-writer" TO WS-PREFLIGHT-PGM-NAME
           CALL WS-PREFLIGHT-PGM-NAME
                USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                   WS-LARGE-ALERT-TYPE, WS-LARGE-ALERT-DETAIL
                ON EXCEPTION
                   SET WS-PREFLIGHT-FAILED TO TRUE
                   DISPLAY "PREFLIGHT: " WS-PREFLIGHT-PGM-NAME
              MOVE "../../../reports/settlement-instructions.dat"
                 TO WS-CLEAR-PATH
              PERFORM 027-CLEAR-ONE-OUTPUT
              MOVE "../../../reports/netting-schedule.dat"
                 TO WS-CLEAR-PATH
              PERFORM 027-CLEAR-ONE-OUTPUT
              MOVE "../../../reports/compliance-alerts.dat"
                 TO WS-CLEAR-PATH
              PERFORM 027-CLEAR-ONE-OUTPUT
              MOVE "../../../reports/structuring-alerts.dat"
                 TO WS-CLEAR-PATH
              PERFORM 027-CLEAR-ONE-OUTPUT
              MOVE "../../../reports/anomaly-alerts.dat"
                 TO WS-CLEAR-PATH
              PERFORM 027-CLEAR-ONE-OUTPUT
              MOVE "../../../reports/fee-ledger.dat"
                 TO WS-CLEAR-PATH
              PERFORM 027-CLEAR-ONE-OUTPUT
              MOVE "../../../reports/value-date-adjustments.dat"
                 TO WS-CLEAR-PATH
              PERFORM 027-CLEAR-ONE-OUTPUT
              MOVE "../../../reports/cutoff-exceptions.dat"
                 TO WS-CLEAR-PATH
              PERFORM 027-CLEAR-ONE-OUTPUT
              MOVE "../../../reports/journal-voucher.dat"
                 TO WS-CLEAR-PATH
              PERFORM 027-CLEAR-ONE-OUTPUT
           MOVE "../../../reports/settlement-instructions.dat"
              TO WS-COPY-IN-PATH
           PERFORM 046-KEEP-ONE-OUTPUT
           MOVE "../../../reports/netting-schedule.dat"
              TO WS-COPY-IN-PATH
           PERFORM 046-KEEP-ONE-OUTPUT
           MOVE "../../../reports/settlement-position.dat"
              TO WS-COPY-IN-PATH
           PERFORM 046-KEEP-ONE-OUTPUT
           MOVE "../../../reports/structuring-alerts.dat"
              TO WS-COPY-IN-PATH
           PERFORM 046-KEEP-ONE-OUTPUT
           MOVE "../../../reports/anomaly-alerts.dat"
              TO WS-COPY-IN-PATH
           PERFORM 046-KEEP-ONE-OUTPUT
           MOVE "../../../reports/fee-ledger.dat"
              TO WS-COPY-IN-PATH
           PERFORM 046-KEEP-ONE-OUTPUT
           MOVE "../../../reports/value-date-adjustments.dat"
              TO WS-COPY-IN-PATH
           PERFORM 046-KEEP-ONE-OUTPUT
           MOVE "../../../reports/cutoff-exceptions.dat"
              TO WS-COPY-IN-PATH
           PERFORM 046-KEEP-ONE-OUTPUT
           MOVE "../../../rejects/transaction-rejects.dat"
              TO WS-COPY-IN-PATH
           PERFORM 046-KEEP-ONE-OUTPUT
           PERFORM 070-WRITE-AUDIT-LOG
           STOP RUN.

      *> A restored run does not release again -- the crashed run
      *> had already released the due entries into its
      *> (snapshotted) flow, and their drops from the warehouse are
      *> still staged, so releasing again would settle them twice.
      *> The warehouse is browsed as it stands in the store; each
      *> due entry is dropped before it settles, and a limit hold
      *> re-parks it under the same key.
       030-RELEASE-WAREHOUSE.
           IF WS-DRY-RUN OR WS-STATE-RESTORED
              CONTINUE
           ELSE
              MOVE SPACES TO KSR-REQUEST
              SET KSR-BROWSE TO TRUE
              MOVE "WAREHOUSE" TO KSR-STORE-ID
              SET KSR-LIVE-VIEW TO TRUE
              SET KSR-BY-PRIMARY TO TRUE
              MOVE LOW-VALUES TO KSR-KEY
              CALL "keyed-store" USING KSR-REQUEST
              IF KSR-FAILED
                 DISPLAY "*** WAREHOUSE STORE NOT AVAILABLE - "
                    KSR-DETAIL " - nothing released this run ***"
              ELSE
                 SET WS-WAREHOUSE-EOF TO FALSE
                 PERFORM 031-RELEASE-ONE-ENTRY
                    UNTIL WS-WAREHOUSE-EOF
                 IF WS-RELEASE-LOG-OPEN
                    CLOSE RELEASE-LOG-FILE
                    SET WS-RELEASE-LOG-OPEN TO FALSE
           END-IF.

       031-RELEASE-ONE-ENTRY.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-NEXT TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-END
                 SET WS-WAREHOUSE-EOF TO TRUE
              WHEN KSR-FAILED
                 DISPLAY "*** WAREHOUSE STORE READ FAILED - "
                    KSR-DETAIL " - the rest of the warehouse waits "
                    "for the next run ***"
                 SET WS-WAREHOUSE-EOF TO TRUE
              WHEN OTHER
                 MOVE KSR-RECORD TO WHS-RECORD
                 MOVE WHS-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                 MOVE WHS-AMOUNT-BASE TO WS-READER-AMOUNT-BASE
                 MOVE 0 TO WS-READER-ORIGINAL-VALUE-DATE
                 IF TR-VALUE-DATE > WS-BUSINESS-DATE
                    CONTINUE
                 ELSE
                    PERFORM 206-DERIVE-ENTITY
                    IF WS-ENTITY-UNKNOWN
      *> A parked payment cannot reject off an extract it is no
      *> longer on -- it stays parked until the map names its
      *> source.
                       DISPLAY "*** RELEASED PAYMENT "
                          TR-TRANSACTION-ID " HAS NO ENTITY "
                          "MAPPING - left parked until the map "
                          "covers " TR-SOURCE-SYSTEM " ***"
                    ELSE
                       PERFORM 082-DROP-WAREHOUSE-ENTRY
                       IF WS-WAREHOUSE-STORED
      *> The drop could not be staged, so the entry is still in the
      *> warehouse -- settling it now would settle it again on the
      *> next run.
                          DISPLAY "*** WAREHOUSE STORE NOT AVAILABLE "
                             "- " TR-TRANSACTION-ID " left parked: "
                             KSR-DETAIL " ***"
                       ELSE
                       ADD 1 TO WS-RELEASED-COUNT
                       PERFORM 048-LOG-WAREHOUSE-RELEASE
                       DISPLAY "Releasing warehoused payment "
                          TR-TRANSACTION-ID " (value date "
                          TR-VALUE-DATE ")"
                       PERFORM 245-SCREEN-WATCH-LIST
                       IF WS-SCREENING-HIT
                          PERFORM 228-HOLD-SCREENED-RECORD
                       END-IF
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE.

      *> Stages the drop of the entry TRANSACTION-RECORD holds.
      *> WS-WAREHOUSE-STORED is left TRUE when the entry is still in
      *> the warehouse because the drop failed.
       082-DROP-WAREHOUSE-ENTRY.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-DROP TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           MOVE TR-TRANSACTION-ID TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              SET WS-WAREHOUSE-STORED TO TRUE
           ELSE
              SET WS-WAREHOUSE-STORED TO FALSE
           END-IF.

      *> A PAY settles only while its receiver bank is inside its
      *> daily exposure cap -- a would-be breach parks the payment
      *> in the warehouse for the next business day instead, with
      *> its own LIMIT-HELD disposition. Fees, reversals and returns
      *> are consequences of business already done and always
      *> settle. An intercompany PAY never leaves the group, so it
      *> is no exposure to the receiver bank and skips the cap.
       202-SETTLE-WITHIN-LIMITS.
           PERFORM 252-CLASSIFY-INTERCOMPANY
           EVALUATE TR-TRANSACTION-TYPE
              WHEN "PAY"
                 IF WS-INTERCOMPANY
                    PERFORM 200-SETTLE-RECORD
                 ELSE
                    PERFORM 203-CHECK-BANK-LIMIT
                    IF WS-LIMIT-BREACH
                       PERFORM 236-HOLD-LIMIT-RECORD
                    ELSE
                       PERFORM 200-SETTLE-RECORD
                    END-IF
                 END-IF
              WHEN "REV"
              WHEN "RTN"
           END-IF.

      *> Parks the PAY in the warehouse for the next business day.
      *> A warehouse store that cannot take the payment must never
      *> lose it: it settles despite the breach, as loudly as the
      *> warehouse itself would. Only 202-SETTLE-WITHIN-LIMITS holds
      *> a record here, after classifying it as not intercompany, so
      *> WS-INTERCOMPANY is already right for that settlement.
       236-HOLD-LIMIT-RECORD.
           PERFORM 227-RETAIN-WAREHOUSE-ENTRY
           IF WS-WAREHOUSE-STORED
                 PERFORM 235-POST-GL-VOUCHER
              END-IF
           ELSE
              DISPLAY "*** WAREHOUSE STORE NOT AVAILABLE - settling "
                 TR-TRANSACTION-ID " DESPITE the bank limit rather "
                 "than losing it ***"
              ADD WS-READER-AMOUNT-BASE
           IF WS-DRY-RUN
              MOVE 0 TO RETURN-CODE
           ELSE
              MOVE "SETTLED" TO WS-REPORT-STATUS
              CALL "report-trans-generator"
                   USING TRANSACTION-RECORD,
                      WS-READER-ORIGINAL-VALUE-DATE, WS-REPORT-STATUS,
                      WS-BENE-NAME-CHECK
           END-IF
           DISPLAY "Formatter RETURN-CODE: " RETURN-CODE
           MOVE RETURN-CODE TO WS-WRITER-STATUS
           SET WS-FEERECON-FINALIZE TO FALSE
           CALL "fee-reconciliation-reporter"
                USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                   WS-FEERECON-FINALIZE-SW,
                   WS-RUN-ID
           SET WS-INSTRUCTION-FINALIZE TO FALSE
           CALL "settlement-instruction-writer"
                USING TRANSACTION-RECORD, WS-INSTRUCTION-FINALIZE-SW,
                   WS-ENTITY-CODE, WS-RUN-CYCLE
           IF NOT WS-DRY-RUN
              SET WS-STRUCTURING-FINALIZE TO FALSE
              CALL "structuring-monitor"
                   USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                      WS-BUSINESS-DATE, WS-STRUCTURING-FINALIZE-SW
              SET WS-ANOMALY-FINALIZE TO FALSE
              CALL "anomaly-monitor"
                   USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                      WS-BUSINESS-DATE, WS-ANOMALY-FINALIZE-SW
           END-IF
           SET WS-INSIGHT-FINALIZE TO FALSE
           CALL 'insight-report-generator'
      *> A valid forward-dated PAY parks here instead of settling --
      *> it still counted toward the read totals, so reconciliation
      *> sees it, but nothing downstream of this paragraph does until
      *> its value date arrives. A warehouse store that cannot take
      *> the payment must never lose it: settling it on arrival is
      *> recoverable, a payment that neither settles nor sits in the
      *> warehouse is not, so then the record settles into this run
      *> and no WAREHOUSED master record is written for it. A PAY the
      *> reader moved past its payment cut-off parks the same way,
      *> and also gets a WAREHOUSED line on the settlement report so
      *> the desk sees the move on the day it happened. The record is
      *> classified first so the fallback settlement posts an
      *> intercompany PAY to its IC class, as 202 would have.
       226-WAREHOUSE-RECORD.
           PERFORM 252-CLASSIFY-INTERCOMPANY
           PERFORM 227-RETAIN-WAREHOUSE-ENTRY
           IF WS-WAREHOUSE-STORED
              ADD 1 TO WS-WAREHOUSED-COUNT
              IF WS-READER-ORIGINAL-VALUE-DATE > 0
                 DISPLAY "Warehousing payment " TR-TRANSACTION-ID
                    " - missed cut-off for value date "
                    WS-READER-ORIGINAL-VALUE-DATE ", now "
                    TR-VALUE-DATE
              ELSE
                 DISPLAY "Warehousing forward-dated payment "
                    TR-TRANSACTION-ID " until value date "
                    TR-VALUE-DATE
              END-IF
              IF NOT WS-DRY-RUN
                 IF WS-READER-ORIGINAL-VALUE-DATE > 0
                    MOVE "WAREHOUSED" TO WS-REPORT-STATUS
                    CALL "report-trans-generator"
                         USING TRANSACTION-RECORD,
                            WS-READER-ORIGINAL-VALUE-DATE,
                            WS-REPORT-STATUS, WS-BENE-NAME-CHECK
                 END-IF
                 MOVE "WAREHOUSED" TO WS-MASTER-DISPOSITION
                 CALL "transaction-master-writer"
                      USING TRANSACTION-RECORD, WS-RUN-ID,
                 PERFORM 235-POST-GL-VOUCHER
              END-IF
           ELSE
              DISPLAY "*** WAREHOUSE STORE NOT AVAILABLE - settling "
                 TR-TRANSACTION-ID " on arrival instead of losing "
                 "it ***"
              PERFORM 200-SETTLE-RECORD
           END-IF.

      *> Stages the entry into the WAREHOUSE store, keyed on the
      *> transaction ID; the finalize commits it.
       227-RETAIN-WAREHOUSE-ENTRY.
           MOVE SPACES TO WHS-RECORD
           MOVE WS-READER-AMOUNT-BASE TO WHS-AMOUNT-BASE
           MOVE TRANSACTION-RECORD TO WHS-TRANSACTION-DETAIL
           MOVE SPACES TO KSR-REQUEST
           SET KSR-STAGE TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           MOVE WHS-RECORD TO KSR-RECORD
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              SET WS-WAREHOUSE-STORED TO FALSE
              DISPLAY "*** WAREHOUSE STORE: " KSR-DETAIL " ***"
           ELSE
              SET WS-WAREHOUSE-STORED TO TRUE
           END-IF.

      *> Appends the entry just released (TRANSACTION-RECORD and
           MOVE BLR-DETAIL-LINE TO BLR-REPORT-LINE
           WRITE BLR-REPORT-LINE.

      *> The pending-settlement balance the warehouse carries into
      *> the next run, as this run leaves it.
       065-SAVE-WAREHOUSE.
           IF WS-DRY-RUN
              CONTINUE
           ELSE
              MOVE 0 TO WS-WAREHOUSE-KEPT
              MOVE 0 TO WS-PENDING-AMOUNT-BASE
              MOVE SPACES TO KSR-REQUEST
              SET KSR-BROWSE TO TRUE
              MOVE "WAREHOUSE" TO KSR-STORE-ID
              SET KSR-RUN-VIEW TO TRUE
              SET KSR-BY-PRIMARY TO TRUE
              MOVE LOW-VALUES TO KSR-KEY
              CALL "keyed-store" USING KSR-REQUEST
              IF KSR-FAILED
                 DISPLAY "WAREHOUSE: unable to total the pending "
                    "balance - " KSR-DETAIL
              ELSE
                 SET WS-WAREHOUSE-EOF TO FALSE
                 PERFORM 066-ADD-WAREHOUSE-ENTRY
                    UNTIL WS-WAREHOUSE-EOF
                 MOVE WS-PENDING-AMOUNT-BASE TO WS-PENDING-DISPLAY
                 DISPLAY "Pending settlement balance: "
                    WS-WAREHOUSE-KEPT " payment(s), USD equiv "
                    WS-PENDING-DISPLAY
              END-IF
           END-IF.

       066-ADD-WAREHOUSE-ENTRY.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-NEXT TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-FOUND
                 MOVE KSR-RECORD TO WHS-RECORD
                 ADD 1 TO WS-WAREHOUSE-KEPT
                 ADD WHS-AMOUNT-BASE TO WS-PENDING-AMOUNT-BASE
              WHEN KSR-FAILED
                 DISPLAY "WAREHOUSE: pending balance incomplete - "
                    KSR-DETAIL
                 SET WS-WAREHOUSE-EOF TO TRUE
              WHEN OTHER
                 SET WS-WAREHOUSE-EOF TO TRUE
           END-EVALUATE.

      *> Both IBANs are screened, sender first -- a full-IBAN entry
      *> must match the whole field, a country entry just the
      *> two-character prefix, and the IBAN's own entry is looked
      *> for before its country's. First hit wins; the matched side,
      *> kind and list entry are left for 228-HOLD-SCREENED-RECORD.
       022-CHECK-SCREENING-WRITER.
           MOVE "screening-hit-writer" TO WS-PREFLIGHT-PGM-NAME
           CALL WS-PREFLIGHT-PGM-NAME
              TO WS-PREFLIGHT-PGM-NAME
           CALL WS-PREFLIGHT-PGM-NAME
                USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                   WS-FEERECON-FINALIZE-SW,
                   WS-RUN-ID
                ON EXCEPTION
                   SET WS-PREFLIGHT-FAILED TO TRUE
                   DISPLAY "PREFLIGHT: " WS-PREFLIGHT-PGM-NAME
                      " is not available"
           END-CALL.

      *> The tariff pricer is CALLed by fee-reconciliation-reporter,
      *> not by this program; like the field validator it is vetted
      *> up front. A blank request fits no tariff line and comes back
      *> unpriced -- the call only loads the tariff a little early.
       061-CHECK-TARIFF-PRICER.
           MOVE "fee-tariff-pricer" TO WS-PREFLIGHT-PGM-NAME
           MOVE SPACES TO FTQ-REQUEST
           MOVE 0 TO FTQ-VALUE-DATE
           MOVE 0 TO FTQ-MONTH-VOLUME
           MOVE 0 TO FTQ-AMOUNT-BASE
           CALL WS-PREFLIGHT-PGM-NAME USING FTQ-REQUEST
                ON EXCEPTION
                   SET WS-PREFLIGHT-FAILED TO TRUE
                   DISPLAY "PREFLIGHT: " WS-PREFLIGHT-PGM-NAME
              TO WS-PREFLIGHT-PGM-NAME
           CALL WS-PREFLIGHT-PGM-NAME
                USING TRANSACTION-RECORD,
                   WS-INSTRUCTION-FINALIZE-SW, WS-ENTITY-CODE,
                   WS-RUN-CYCLE
                ON EXCEPTION
                   SET WS-PREFLIGHT-FAILED TO TRUE
                   DISPLAY "PREFLIGHT: " WS-PREFLIGHT-PGM-NAME
                      " is not available"
           END-CALL.

       054-CHECK-ANOMALY-MONITOR.
           MOVE "anomaly-monitor" TO WS-PREFLIGHT-PGM-NAME
           CALL WS-PREFLIGHT-PGM-NAME
                USING TRANSACTION-RECORD, WS-READER-AMOUNT-BASE,
                   WS-BUSINESS-DATE, WS-ANOMALY-FINALIZE-SW
                ON EXCEPTION
                   SET WS-PREFLIGHT-FAILED TO TRUE
                   DISPLAY "PREFLIGHT: " WS-PREFLIGHT-PGM-NAME
                      " is not available"
           END-CALL.

       032-CHECK-RETURN-LEDGER.
           MOVE "return-ledger-writer" TO WS-PREFLIGHT-PGM-NAME
           CALL WS-PREFLIGHT-PGM-NAME
           SET WS-CPTY-HOLD TO FALSE
           MOVE SPACES TO WS-CPTY-HOLD-SIDE
           MOVE SPACES TO WS-CPTY-HOLD-STATUS
           MOVE SPACES TO WS-BENE-NAME-CHECK
           IF WS-CPTY-INDEX-OPEN AND WS-CPTY-COUNT > 0
              AND TR-TRANSACTION-TYPE = "PAY"
              MOVE "SENDER" TO WS-CPTY-HOLD-SIDE
              MOVE TR-SENDER-IBAN TO WS-CPTY-LOOKUP-IBAN
                 MOVE "RECEIVER" TO WS-CPTY-HOLD-SIDE
                 MOVE TR-RECEIVER-IBAN TO WS-CPTY-LOOKUP-IBAN
                 PERFORM 251-VET-ONE-COUNTERPARTY
                 IF WS-CPTY-FOUND AND NOT WS-CPTY-HOLD
                    AND TR-BENEFICIARY-NAME NOT = SPACES
                    PERFORM 250-CHECK-BENEFICIARY-NAME
                 END-IF
              END-IF
           END-IF.

      *> CPX-RECORD holds the receiver's reference entry. CPR-NAME
      *> is 30 characters, so only that much of the 35-character
      *> name sent can be held against it. A mismatch is the desk's
      *> call, not a hold -- the payment settles either way.
       250-CHECK-BENEFICIARY-NAME.
           MOVE TR-BENEFICIARY-NAME TO WS-NAME-SENT
           MOVE CPX-NAME TO WS-NAME-ON-FILE
           INSPECT WS-NAME-SENT
              CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           INSPECT WS-NAME-ON-FILE
              CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           IF WS-NAME-SENT (1:30) = WS-NAME-ON-FILE (1:30)
              MOVE "MATCH" TO WS-BENE-NAME-CHECK
           ELSE
              MOVE "MISMATCH" TO WS-BENE-NAME-CHECK
              ADD 1 TO WS-NAME-MISMATCH-COUNT
              DISPLAY "*** BENEFICIARY NAME MISMATCH - "
                 TR-TRANSACTION-ID " names " TR-BENEFICIARY-NAME
                 " but the reference master holds " CPX-NAME
                 " for " TR-RECEIVER-IBAN " ***"
           END-IF.

       251-VET-ONE-COUNTERPARTY.
           PERFORM 255-READ-CPTY-INDEX
           IF NOT WS-CPTY-FOUND
              ADD 1 TO WS-UNKNOWN-CPTY-COUNT
              ADD WS-READER-AMOUNT-BASE TO WS-UNKNOWN-CPTY-AMOUNT
           ELSE
              IF CPX-STATUS = "BLOCKED"
                 OR CPX-STATUS = "DORMANT"
                 SET WS-CPTY-HOLD TO TRUE
                 MOVE CPX-STATUS TO WS-CPTY-HOLD-STATUS
              END-IF
           END-IF.

      *> Reads WS-CPTY-LOOKUP-IBAN's entry off the counterparty index
      *> into CPX-RECORD.
       255-READ-CPTY-INDEX.
           SET WS-CPTY-FOUND TO FALSE
           IF WS-CPTY-INDEX-OPEN
              MOVE WS-CPTY-LOOKUP-IBAN TO CPX-IBAN
              READ COUNTERPARTY-INDEX-FILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY SET WS-CPTY-FOUND TO TRUE
              END-READ
              IF WS-CPTY-INDEX-STATUS NOT = '00'
                 AND WS-CPTY-INDEX-STATUS NOT = '23'
                 DISPLAY "*** COUNTERPARTY INDEX READ STATUS "
                    WS-CPTY-INDEX-STATUS " - " WS-CPTY-LOOKUP-IBAN
                    " tallies as unknown ***"
              END-IF
           END-IF.

           MOVE SPACES TO WS-SCREEN-SIDE
           MOVE SPACES TO WS-SCREEN-MATCH-TYPE
           MOVE SPACES TO WS-SCREEN-MATCHED-ENTRY
           IF WS-WATCH-INDEX-OPEN AND WS-WATCH-COUNT > 0
              MOVE "SENDER" TO WS-SCREEN-SIDE
              MOVE TR-SENDER-IBAN TO WS-SCREEN-IBAN
              PERFORM 246-SCREEN-ONE-IBAN
              END-IF
           END-IF.

      *> The IBAN's own entry is looked for first, then its
      *> country's.
       246-SCREEN-ONE-IBAN.
           MOVE SPACES TO WLX-RECORD
           MOVE 'I' TO WLX-TYPE
           MOVE WS-SCREEN-IBAN TO WLX-MATCH-VALUE
           PERFORM 247-CHECK-WATCH-ENTRY
           IF NOT WS-SCREENING-HIT
              MOVE SPACES TO WLX-RECORD
              MOVE 'C' TO WLX-TYPE
              MOVE WS-SCREEN-IBAN (1:2) TO WLX-MATCH-VALUE
              PERFORM 247-CHECK-WATCH-ENTRY
           END-IF.

       247-CHECK-WATCH-ENTRY.
           READ WATCH-INDEX-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 SET WS-SCREENING-HIT TO TRUE
                 IF WLX-TYPE = 'I'
                    MOVE "IBAN" TO WS-SCREEN-MATCH-TYPE
                 ELSE
                    MOVE "COUNTRY" TO WS-SCREEN-MATCH-TYPE
                 END-IF
                 MOVE WLX-VALUE TO WS-SCREEN-MATCHED-ENTRY
           END-READ
           IF WS-WATCH-INDEX-STATUS NOT = '00'
              AND WS-WATCH-INDEX-STATUS NOT = '23'
              DISPLAY "*** WATCH LIST INDEX READ STATUS "
                 WS-WATCH-INDEX-STATUS " - " WS-SCREEN-IBAN
                 " NOT SCREENED ***"
           END-IF.

      *> A screening hit is held out of settlement: no report line,
      *> no ledger, no insight, no position -- only the screening-hit
           ELSE
              DISPLAY "No control totals to reconcile against"
           END-IF.

      *> Intercompany means both IBANs are own accounts on the
      *> reference master and the owning entities differ -- a move
      *> between two accounts of the same entity is just a transfer
      *> and settles like any other record.
       252-CLASSIFY-INTERCOMPANY.
           SET WS-INTERCOMPANY TO FALSE
           MOVE TR-SENDER-IBAN TO WS-CPTY-LOOKUP-IBAN
           PERFORM 254-FIND-OWN-ENTITY
           MOVE WS-IC-OWNER-ENTITY TO WS-IC-SENDER-ENTITY
           MOVE TR-RECEIVER-IBAN TO WS-CPTY-LOOKUP-IBAN
           PERFORM 254-FIND-OWN-ENTITY
           MOVE WS-IC-OWNER-ENTITY TO WS-IC-RECEIVER-ENTITY
           IF WS-IC-SENDER-ENTITY NOT = SPACES
              AND WS-IC-RECEIVER-ENTITY NOT = SPACES
              AND WS-IC-SENDER-ENTITY NOT = WS-IC-RECEIVER-ENTITY
              SET WS-INTERCOMPANY TO TRUE
           END-IF.

      *> Money flows sender to receiver, except on a reversal, which
      *> takes it back. The recording entity -- the one the record's
      *> source maps to -- books a due-from against the entity it
      *> paid, or a due-to against the entity that paid it; the class
      *> names the other entity so each pairing gets its own GL
      *> account and intercompany-elimination-report can match the
      *> two sides.
       253-SET-INTERCOMPANY-CLASS.
           IF TR-TRANSACTION-TYPE = "REV"
              MOVE WS-IC-RECEIVER-ENTITY TO WS-IC-FROM-ENTITY
              MOVE WS-IC-SENDER-ENTITY TO WS-IC-TO-ENTITY
           ELSE
              MOVE WS-IC-SENDER-ENTITY TO WS-IC-FROM-ENTITY
              MOVE WS-IC-RECEIVER-ENTITY TO WS-IC-TO-ENTITY
           END-IF
           MOVE SPACES TO WS-GL-POSTING-CLASS
           IF WS-ENTITY-CODE = WS-IC-TO-ENTITY
              STRING "IC-TO-" WS-IC-FROM-ENTITY
                 DELIMITED BY SIZE INTO WS-GL-POSTING-CLASS
              END-STRING
           ELSE
              STRING "IC-FROM-" WS-IC-TO-ENTITY
                 DELIMITED BY SIZE INTO WS-GL-POSTING-CLASS
              END-STRING
           END-IF.

       254-FIND-OWN-ENTITY.
           MOVE SPACES TO WS-IC-OWNER-ENTITY
           PERFORM 255-READ-CPTY-INDEX
           IF WS-CPTY-FOUND
              MOVE CPX-OWN-ENTITY TO WS-IC-OWNER-ENTITY
           END-IF.
