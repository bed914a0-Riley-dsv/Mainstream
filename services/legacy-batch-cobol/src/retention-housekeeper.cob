      *> that otherwise grow forever. This is a standalone batch
      *> program, not CALLed from main-cobol-orchestrator -- it runs
      *> after period close, once period-close-archiver has taken the
      *> period's dated copies. Per-file rules:
      *>  - transaction master: records whose operation date is older
      *>    than the retention horizon (RETENTION_DAYS back from the
      *>    period date, default 90) move to a dated history file and
      *>    "archived in period X" instead of "never processed".
      *>  - audit-log.dat: runs that ended before the horizon move to
      *>    a dated history file; the live log keeps the rest.
      *>  - the keyed seen-ID store and payment reference store:
      *>    every record carries the day it was recorded, and those
      *>    recorded before the horizon are deleted through
      *>    keyed-store, on the grounds that a duplicate or reversal
      *>    of a payment older than the retention horizon arrives via
      *>    the history files and an operator, not the live run. A
      *>    record without a recorded date is kept.
      *>  - the keyed sender activity store: entries older than the
      *>    horizon are deleted (the structuring window is days wide;
      *>    anything the horizon has passed can never contribute
      *>    again).
      *> Every history file is recorded in the same dated archive
      *> index period-close-archiver maintains, so
      *> period-comparison-report and audit can still find it, and
      *> the purge writes a retention report of what it removed from
      *> where. The audit log, duplicate-ID log and payment reference
      *> register are under integrity seal: housekeeping refuses to
      *> start (RC 12) if any of them no longer matches its seal, and
      *> re-seals all three once they are pruned.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. retention-housekeeper.
       AUTHOR. Riley.
              DATE-WRITTEN. 01092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 01092026.
      *> 15102026 Riley - the master history line takes the whole
      *> 524-byte master record, extended detail included.
      *> 15102026 Riley - the seen-ID, payment reference and sender
      *> activity stores are keyed now and are aged by the date on
      *> each record, deleted through keyed-store; the keep-newest-N
      *> rule for the two ID lists (RETENTION_KEEP_IDS and
      *> RETENTION_KEEP_REFS) is retired with the reader's table.
      *> 15102026 Riley - verifies the integrity seals on the audit
      *> log, duplicate-ID log and payment reference register before
      *> pruning anything, and re-seals the three once they are
      *> pruned.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       FD HOUSEKEEPING-OUT-FILE.
       01 HKO-LINE PIC X(300).

      *> Wide enough for a whole master record.
       FD HISTORY-OUT-FILE.
       01 HST-LINE PIC X(524).

       FD PURGE-INDEX-FILE.
       COPY "master-purge-index-record".
       01 WS-PERIOD-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01 WS-RETENTION-DAYS PIC 9(4) VALUE 90.
       01 WS-RETENTION-OVERRIDE PIC 9(4) VALUE 0.
       01 WS-HORIZON-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-RECORD-DATE PIC X(8) VALUE SPACES.

       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.

       01 WS-KEPT-COUNT PIC 9(7) VALUE 0.
       01 WS-REMOVED-COUNT PIC 9(7) VALUE 0.

      *> In-memory keep buffer for the audit log rewritten in place --
      *> a store bigger than the buffer is left untouched, loudly,
      *> because a partial rewrite would silently lose the tail.
       01 WS-KEEP-MAX PIC 9(4) VALUE 5000.
           88 WS-DATE-FILTERED VALUE 'Y' FALSE 'N'.
       01 WS-DATE-COLUMN PIC 9(3) VALUE 0.

      *> The keyed stores are browsed live through keyed-store and
      *> aged record by record; each record is laid over its own
      *> layout to find its date and key.
       COPY "keyed-store-request".
       COPY "seen-id-record".
       COPY "payment-reference-record".
       COPY "sender-activity-record".
       01 WS-KEYED-STORE-ID PIC X(12) VALUE SPACES.
       01 WS-KEYED-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-KEYED-EOF VALUE 'Y' FALSE 'N'.
       01 WS-KEYED-RECORD-KEY PIC X(32) VALUE SPACES.

       01 WS-ARC-INDEX-DETAIL.
           05 ARC-INDEX-PERIOD-DATE  PIC 9(8).
           05 FILLER                 PIC X(4) VALUE SPACES.
       01 WS-DN-DIV-WORK PIC 9(5) VALUE 0.
       01 WS-DN-MONTH-SUB PIC 9(2) VALUE 0.

      *> Integrity seals on the persistent files rewritten here.
       COPY "seal-request".
       01 WS-SEAL-FILE-ID PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting retention housekeeping"
           PERFORM 050-DETERMINE-HORIZON
           PERFORM 060-OPEN-REPORT
           PERFORM 070-VERIFY-SEALS
           PERFORM 100-PURGE-TRANSACTION-MASTER
           PERFORM 200-PRUNE-AUDIT-LOG
           PERFORM 300-PRUNE-SEEN-IDS
           PERFORM 350-PRUNE-PAYMENT-REFS
           PERFORM 400-PRUNE-SENDER-ACTIVITY
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           PERFORM 900-SEAL-FILES
           IF WS-REPORT-STATUS = '00'
              CLOSE RETENTION-REPORT-FILE
           END-IF
           IF WS-RETENTION-OVERRIDE > 0
              MOVE WS-RETENTION-OVERRIDE TO WS-RETENTION-DAYS
           END-IF
           MOVE WS-PERIOD-DATE (1:4) TO WS-DATE-YEAR
           MOVE WS-PERIOD-DATE (5:2) TO WS-DATE-MONTH
           MOVE WS-PERIOD-DATE (7:2) TO WS-DATE-DAY
                 WS-REPORT-STATUS
           END-IF.

      *> Pruning a hand-edited file would carry the edit into the
      *> dated history. With no seal register yet there is nothing
      *> to check.
       070-VERIFY-SEALS.
           MOVE "AUDIT-LOG" TO WS-SEAL-FILE-ID
           PERFORM 075-VERIFY-ONE-SEAL
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 075-VERIFY-ONE-SEAL
           MOVE "PAYMENT-REFS" TO WS-SEAL-FILE-ID
           PERFORM 075-VERIFY-ONE-SEAL.

       075-VERIFY-ONE-SEAL.
           MOVE SPACES TO SLR-REQUEST
           MOVE "VERIFY" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "retention-housekeeper" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-INTACT AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " FAILS ITS INTEGRITY "
                 "SEAL (" SLR-RESULT ") " SLR-DETAIL " ***"
              DISPLAY "*** refusing to prune; restore "
                 "the file or accept the change with "
                 "integrity-reseal ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Walks the whole master; a record operated on before the
      *> horizon moves verbatim to the dated history file, DELETEs
      *> off the master, and lands on the purge index so the
           END-STRING
           PERFORM 700-PRUNE-DATED-STORE.

      *> The keyed stores age by the date on each record. Nothing is
      *> archived because the master history already carries every
      *> purged transaction.
       300-PRUNE-SEEN-IDS.
           MOVE "SEEN-IDS" TO WS-KEYED-STORE-ID
           MOVE "seen-ID store" TO WS-FILE-LABEL
           PERFORM 850-PRUNE-KEYED-STORE.

       350-PRUNE-PAYMENT-REFS.
           MOVE "PAYMENT-REFS" TO WS-KEYED-STORE-ID
           MOVE "payment reference store" TO WS-FILE-LABEL
           PERFORM 850-PRUNE-KEYED-STORE.

       400-PRUNE-SENDER-ACTIVITY.
           MOVE "SENDER-ACT" TO WS-KEYED-STORE-ID
           MOVE "sender activity store" TO WS-FILE-LABEL
           PERFORM 850-PRUNE-KEYED-STORE.

      *> Shared date-filtered prune: WS-IN-PATH, WS-FILE-LABEL,
      *> WS-DATE-COLUMN (where the YYYYMMDD sits on the line) and
           MOVE WS-KEEP-LINE (WS-KEEP-SUB) TO HKO-LINE
           WRITE HKO-LINE.

      *> Shared keyed-store prune: WS-KEYED-STORE-ID and
      *> WS-FILE-LABEL are set by the calling paragraph. The store is
      *> browsed live from its lowest key, and each record dated
      *> before the horizon is deleted as it is handed back.
       850-PRUNE-KEYED-STORE.
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-REMOVED-COUNT
           MOVE SPACES TO WS-HISTORY-PATH
           SET WS-KEYED-EOF TO FALSE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-BROWSE TO TRUE
           MOVE WS-KEYED-STORE-ID TO KSR-STORE-ID
           SET KSR-LIVE-VIEW TO TRUE
           SET KSR-BY-PRIMARY TO TRUE
           MOVE LOW-VALUES TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              DISPLAY "retention-housekeeper: " WS-FILE-LABEL
                 " not available - " KSR-DETAIL
           ELSE
              PERFORM 860-AGE-ONE-KEYED-RECORD UNTIL WS-KEYED-EOF
              PERFORM 600-REPORT-ONE-FILE
           END-IF.

       860-AGE-ONE-KEYED-RECORD.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-NEXT TO TRUE
           MOVE WS-KEYED-STORE-ID TO KSR-STORE-ID
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-FAILED
                 DISPLAY "retention-housekeeper: " WS-FILE-LABEL
                    " browse stopped - " KSR-DETAIL
                 SET WS-KEYED-EOF TO TRUE
              WHEN KSR-END
                 SET WS-KEYED-EOF TO TRUE
              WHEN OTHER
                 PERFORM 870-DATE-KEYED-RECORD
                 IF WS-RECORD-DATE IS NUMERIC
                    PERFORM 460-DATE-TO-DAY-NUMBER
                    IF WS-DAY-NUMBER < WS-HORIZON-DAY-NUMBER
                       PERFORM 880-DELETE-KEYED-RECORD
                    ELSE
                       ADD 1 TO WS-KEPT-COUNT
                    END-IF
                 ELSE
                    ADD 1 TO WS-KEPT-COUNT
                 END-IF
           END-EVALUATE.

       870-DATE-KEYED-RECORD.
           MOVE SPACES TO WS-KEYED-RECORD-KEY
           EVALUATE WS-KEYED-STORE-ID
              WHEN "SEEN-IDS"
                 MOVE KSR-RECORD TO SID-RECORD
                 MOVE SID-RECORDED-DATE TO WS-RECORD-DATE
                 MOVE SID-TRANSACTION-ID TO WS-KEYED-RECORD-KEY
              WHEN "PAYMENT-REFS"
                 MOVE KSR-RECORD TO PRF-RECORD
                 MOVE PRF-RECORDED-DATE TO WS-RECORD-DATE
                 MOVE PRF-REFERENCE TO WS-KEYED-RECORD-KEY
              WHEN OTHER
                 MOVE KSR-RECORD TO SAC-RECORD
                 MOVE SAC-ACTIVITY-DATE TO WS-RECORD-DATE
                 MOVE SAC-TRANSACTION-ID TO WS-KEYED-RECORD-KEY
           END-EVALUATE.

       880-DELETE-KEYED-RECORD.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-DELETE TO TRUE
           MOVE WS-KEYED-STORE-ID TO KSR-STORE-ID
           MOVE WS-KEYED-RECORD-KEY TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-DONE
              ADD 1 TO WS-REMOVED-COUNT
           ELSE
              DISPLAY "retention-housekeeper: " WS-FILE-LABEL
                 " delete failed for " WS-KEYED-RECORD-KEY " - "
                 KSR-DETAIL
              ADD 1 TO WS-KEPT-COUNT
           END-IF.

      *> Every history file this run creates lands in the same dated
      *> archive index period-close-archiver maintains, so audit and
           ELSE
              SET WS-LEAP-YEAR TO FALSE
           END-IF.

      *> Re-seals the three pruned files, so the next run's
      *> verification accepts the change.
       900-SEAL-FILES.
           MOVE "AUDIT-LOG" TO WS-SEAL-FILE-ID
           PERFORM 910-SEAL-ONE-FILE
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 910-SEAL-ONE-FILE
           MOVE "PAYMENT-REFS" TO WS-SEAL-FILE-ID
           PERFORM 910-SEAL-ONE-FILE.

       910-SEAL-ONE-FILE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "retention-housekeeper" TO SLR-PROGRAM
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
