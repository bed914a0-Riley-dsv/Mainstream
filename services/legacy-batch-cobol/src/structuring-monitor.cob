      *> the regulator explicitly expects us to catch -- so this
      *> program accumulates settled PAY activity per sender IBAN in
      *> USD equivalent, across the run AND across a rolling
      *> multi-day window kept on the sender activity store behind
      *> keyed-store (STRUCTURING_WINDOW_DAYS back from the business
      *> date, default 3), where a sender's entries are read back by
      *> the sender IBAN. The moment one sender's aggregate crosses the
      *> threshold (STRUCTURING_THRESHOLD, default the same 10,000
      *> the per-record alert uses) an alert is written to
      *> structuring-alerts.dat WITH every contributing transaction
       PROGRAM-ID. structuring-monitor.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - the rolling window is now the INDEXED sender
      *> activity store behind keyed-store, keyed on the transaction
      *> ID with the sender IBAN as alternate key, instead of
      *> sender-activity.dat loaded into the 1000-slot table: each
      *> settled PAY is staged there, a sender's aggregate and the
      *> alert's contributor list are read back by the sender IBAN,
      *> and the finalize drops the entries that have aged out of the
      *> window. The "activity table full" drop, the first-call load
      *> and the .pend side file are gone; the snapshot carries only
      *> the alerted senders, the staged activity being wound back to
      *> the same checkpoint by the orchestrator on a restart.
      *> 02092026 Riley - the restore now treats an empty snapshot
      *> (the commit step leaves the state file empty) as a cold
      *> start instead of a valid zero-row restore: believing it
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STRUCTURING-ALERT-FILE
                  ASSIGN TO WS-STRUCT-ALERT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD STRUCTURING-ALERT-FILE.
       01 STM-REPORT-LINE PIC X(120).

       COPY "reportable-event-record".

       WORKING-STORAGE SECTION.
       01 WS-STRUCT-ALERT-PATH PIC X(255) VALUE
                       "../../../reports/structuring-alerts.dat".
       01 WS-STRUCT-ALERT-STATUS PIC X(2) VALUE '00'.
       01 WS-FIRST-CALL-SW PIC X(1) VALUE 'Y'.
           88 WS-FIRST-CALL VALUE 'Y' FALSE 'N'.
       01 WS-ACTIVITY-END-SW PIC X(1) VALUE 'N'.
           88 WS-ACTIVITY-END VALUE 'Y' FALSE 'N'.
       01 WS-STORE-WARNED-SW PIC X(1) VALUE 'N'.
           88 WS-STORE-WARNED VALUE 'Y' FALSE 'N'.
       01 WS-ALERT-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-ALERT-FILE-OPEN VALUE 'Y' FALSE 'N'.
       COPY "preflight-sentinel".
       01 WS-CUTOFF-DAY-NUMBER PIC 9(7) VALUE 0.
       01 WS-ENTRY-DAY-NUMBER PIC 9(7) VALUE 0.

      *> Rolling per-sender activity, on the sender activity store
      *> (keyed-store, SENDER-ACT). A sender's entries are walked
      *> once to total them and, when they cross the threshold, once
      *> more to list them on the alert; 'T' or 'L' says which.
       COPY "keyed-store-request".
       COPY "sender-activity-record".
       01 WS-SENDER-PASS PIC X(1) VALUE 'T'.
           88 WS-TOTAL-PASS VALUE 'T'.
           88 WS-LIST-PASS VALUE 'L'.

       01 WS-SENDER-TOTAL PIC 9(14)V99 VALUE 0.
       01 WS-PRUNED-COUNT PIC 9(9) VALUE 0.

      *> One alert per sender per run.
       01 WS-ALERTED-MAX PIC 9(3) VALUE 100.
                       "../../../reports/reportable-events.dat".
       01 WS-EVENT-LOG-STATUS PIC X(2) VALUE '00'.

      *> Snapshot/restore state file: one 'S' row per already-alerted
      *> sender. The activity the run has staged stays on the
      *> keyed-store pending file, wound back to the same checkpoint
      *> on a restart.
       01 WS-STATE-PATH PIC X(255) VALUE
                       "../../../checkpoints/structuring-state.dat".
       01 WS-STATE-STATUS PIC X(2) VALUE '00'.
       01 WS-STATE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-STATE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-STATE-ALERTED.
           05 STS-TAG       PIC X(1).
           05 STS-SENDER    PIC X(27).
           END-IF
           IF WS-FIRST-CALL
              SET WS-FIRST-CALL TO FALSE
              PERFORM 100-SET-ACTIVITY-WINDOW
           END-IF
           IF LK-FINALIZE-FLAG = 'R'
              PERFORM 850-RESTORE-STATE
              DISPLAY "structuring-monitor: state file status "
                 WS-STATE-STATUS " - snapshot skipped"
           ELSE
              PERFORM 820-SAVE-ONE-ALERTED
                 VARYING WS-ALR-IDX FROM 1 BY 1
                 UNTIL WS-ALR-IDX > WS-ALERTED-COUNT
              CLOSE STATE-FILE
           END-IF.

       820-SAVE-ONE-ALERTED.
           MOVE SPACES TO WS-STATE-ALERTED
           MOVE 'S' TO STS-TAG
           WRITE STA-STATE-LINE.

      *> No snapshot on disk, or an EMPTY one (the commit step
      *> leaves the file empty), both mean no sender has been
      *> alerted yet.
       850-RESTORE-STATE.
           SET WS-STATE-EOF TO FALSE
           OPEN INPUT STATE-FILE
              DISPLAY "structuring-monitor: no snapshot to restore, "
                 "starting cold"
           ELSE
              MOVE 0 TO WS-ALERTED-COUNT
              PERFORM 860-RESTORE-ONE-LINE UNTIL WS-STATE-EOF
              CLOSE STATE-FILE
              IF WS-ALERTED-COUNT = 0
                 DISPLAY "structuring-monitor: snapshot is empty - "
                    "starting cold"
              ELSE
                 DISPLAY "structuring-monitor: snapshot restored, "
                    WS-ALERTED-COUNT " alerted sender(s)"
              END-IF
           END-IF.

              AT END SET WS-STATE-EOF TO TRUE
              NOT AT END
                 EVALUATE STA-STATE-LINE (1:1)
                    WHEN 'S'
                       MOVE STA-STATE-LINE TO WS-STATE-ALERTED
                       IF WS-ALERTED-COUNT < WS-ALERTED-MAX
                 END-EVALUATE
           END-READ.

       100-SET-ACTIVITY-WINDOW.
           ACCEPT WS-THRESHOLD-OVERRIDE
              FROM ENVIRONMENT "STRUCTURING_THRESHOLD"
           IF WS-THRESHOLD-OVERRIDE > 0
           MOVE LK-BUSINESS-DATE (7:2) TO WS-DATE-DAY
           PERFORM 450-COMPUTE-DAY-NUMBER
           COMPUTE WS-CUTOFF-DAY-NUMBER =
              WS-DAY-NUMBER - WS-WINDOW-DAYS.

      *> Day number of SAC-ACTIVITY-DATE into WS-ENTRY-DAY-NUMBER; an
      *> entry without a usable date counts as aged out.
       110-ENTRY-DAY-NUMBER.
           IF SAC-ACTIVITY-DATE IS NUMERIC
              MOVE SAC-ACTIVITY-DATE (1:4) TO WS-DATE-YEAR
              MOVE SAC-ACTIVITY-DATE (5:2) TO WS-DATE-MONTH
              MOVE SAC-ACTIVITY-DATE (7:2) TO WS-DATE-DAY
              PERFORM 450-COMPUTE-DAY-NUMBER
              MOVE WS-DAY-NUMBER TO WS-ENTRY-DAY-NUMBER
           ELSE
              MOVE 0 TO WS-ENTRY-DAY-NUMBER
           END-IF.

       200-RECORD-ACTIVITY.
           MOVE SPACES TO SAC-RECORD
           MOVE LK-BUSINESS-DATE TO SAC-ACTIVITY-DATE
           MOVE TR-SENDER-IBAN TO SAC-SENDER-IBAN
           MOVE LK-AMOUNT-BASE TO SAC-AMOUNT-BASE
           MOVE TR-TRANSACTION-ID TO SAC-TRANSACTION-ID
           MOVE SPACES TO KSR-REQUEST
           SET KSR-STAGE TO TRUE
           MOVE "SENDER-ACT" TO KSR-STORE-ID
           MOVE SAC-RECORD TO KSR-RECORD
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              PERFORM 390-WARN-ACTIVITY-STORE
           END-IF.

       300-CHECK-AGGREGATE.
              CONTINUE
           ELSE
              MOVE 0 TO WS-SENDER-TOTAL
              SET WS-TOTAL-PASS TO TRUE
              PERFORM 310-WALK-SENDER-ENTRIES
              IF WS-SENDER-TOTAL NOT < WS-THRESHOLD
                 PERFORM 400-RAISE-STRUCTURING-ALERT
              END-IF
           END-IF.

      *> Every entry the sender has in the run's view of the store --
      *> the window's survivors plus this run's PAYs -- that is still
      *> inside the window.
       310-WALK-SENDER-ENTRIES.
           SET WS-ACTIVITY-END TO FALSE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-BROWSE TO TRUE
           MOVE "SENDER-ACT" TO KSR-STORE-ID
           SET KSR-RUN-VIEW TO TRUE
           SET KSR-BY-ALTERNATE TO TRUE
           MOVE TR-SENDER-IBAN TO KSR-ALT-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              PERFORM 390-WARN-ACTIVITY-STORE
              SET WS-ACTIVITY-END TO TRUE
           END-IF
           PERFORM 320-NEXT-SENDER-ENTRY UNTIL WS-ACTIVITY-END.

       320-NEXT-SENDER-ENTRY.
           SET KSR-NEXT TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FOUND
              MOVE KSR-RECORD TO SAC-RECORD
              PERFORM 110-ENTRY-DAY-NUMBER
              IF WS-ENTRY-DAY-NUMBER NOT < WS-CUTOFF-DAY-NUMBER
                 AND SAC-AMOUNT-BASE IS NUMERIC
                 IF WS-TOTAL-PASS
                    ADD SAC-AMOUNT-BASE TO WS-SENDER-TOTAL
                 ELSE
                    PERFORM 410-WRITE-CONTRIBUTOR
                 END-IF
              END-IF
           ELSE
              IF KSR-FAILED
                 PERFORM 390-WARN-ACTIVITY-STORE
              END-IF
              SET WS-ACTIVITY-END TO TRUE
           END-IF.

      *> The store not answering is an I/O failure; it is announced
      *> once, and the finalize's commit will fail on the same store.
       390-WARN-ACTIVITY-STORE.
           IF NOT WS-STORE-WARNED
              SET WS-STORE-WARNED TO TRUE
              DISPLAY "*** SENDER ACTIVITY STORE NOT AVAILABLE - "
                 KSR-DETAIL " - structuring is NOT being "
                 "aggregated ***"
           END-IF.

       400-RAISE-STRUCTURING-ALERT.
                 DELIMITED BY SIZE INTO STM-REPORT-LINE
              END-STRING
              WRITE STM-REPORT-LINE
              SET WS-LIST-PASS TO TRUE
              PERFORM 310-WALK-SENDER-ENTRIES
           END-IF.

       410-WRITE-CONTRIBUTOR.
           MOVE SAC-AMOUNT-BASE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO STM-REPORT-LINE
           STRING "  " SAC-TRANSACTION-ID
              " " SAC-ACTIVITY-DATE
              " " WS-AMOUNT-DISPLAY
              DELIMITED BY SIZE INTO STM-REPORT-LINE
           END-STRING
           WRITE STM-REPORT-LINE.

      *> Appended like audit-log.dat, with the same first-ever-run
      *> status 35 fallback -- this log is the period-long record
                 WS-EVENT-LOG-STATUS
           END-IF.

      *> Ages the window: every entry on the store from before the
      *> window is dropped, staged like the run's own activity for
      *> the orchestrator's two-phase commit to apply.
       900-FINALIZE.
           IF WS-ALERT-FILE-OPEN
              CLOSE STRUCTURING-ALERT-FILE
              SET WS-ALERT-FILE-OPEN TO FALSE
           END-IF
           MOVE 0 TO WS-PRUNED-COUNT
           SET WS-ACTIVITY-END TO FALSE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-BROWSE TO TRUE
           MOVE "SENDER-ACT" TO KSR-STORE-ID
           SET KSR-LIVE-VIEW TO TRUE
           SET KSR-BY-PRIMARY TO TRUE
           MOVE LOW-VALUES TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              PERFORM 390-WARN-ACTIVITY-STORE
              SET WS-ACTIVITY-END TO TRUE
           END-IF
           PERFORM 910-AGE-ONE-ENTRY UNTIL WS-ACTIVITY-END
           DISPLAY "Sender activity window: " WS-PRUNED-COUNT
              " entrie(s) aged out".

       910-AGE-ONE-ENTRY.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-NEXT TO TRUE
           MOVE "SENDER-ACT" TO KSR-STORE-ID
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FOUND
              MOVE KSR-RECORD TO SAC-RECORD
              PERFORM 110-ENTRY-DAY-NUMBER
              IF WS-ENTRY-DAY-NUMBER < WS-CUTOFF-DAY-NUMBER
                 MOVE SPACES TO KSR-REQUEST
                 SET KSR-DROP TO TRUE
                 MOVE "SENDER-ACT" TO KSR-STORE-ID
                 MOVE SAC-TRANSACTION-ID TO KSR-KEY
                 CALL "keyed-store" USING KSR-REQUEST
                 IF KSR-FAILED
                    PERFORM 390-WARN-ACTIVITY-STORE
                    SET WS-ACTIVITY-END TO TRUE
                 ELSE
                    ADD 1 TO WS-PRUNED-COUNT
                 END-IF
              END-IF
           ELSE
              IF KSR-FAILED
                 PERFORM 390-WARN-ACTIVITY-STORE
              END-IF
              SET WS-ACTIVITY-END TO TRUE
           END-IF.

       450-COMPUTE-DAY-NUMBER.
           COMPUTE WS-DN-YEAR-PRIOR = WS-DATE-YEAR - 1
           DIVIDE WS-DN-YEAR-PRIOR BY 4 GIVING WS-DN-DIV-WORK
