      *> Nightly job-stream driver. This is a standalone batch
      *> program, not CALLed from main-cobol-orchestrator -- it is the
      *> program the scheduler (or the operator) starts instead of
      *> working down the nightly checklist by hand. The steps, their
      *> prerequisites and whether a failure stops the stream are
      *> maintained on the job-stream definition file
      *> (sample-data/job-stream.dat, override via JOB_STREAM_PATH),
      *> one step per line in run order. Each step is run in turn and
      *> its start, end and completion code land on the job-stream
      *> log (reports/job-stream-log.dat, override via
      *> JOB_STREAM_LOG_PATH) against the business date
      *> (JOB_STREAM_DATE, today when not set). A step whose
      *> completion code is above the step's highest acceptable code
      *> has failed; a failed step marked stop-on-fail ends the stream
      *> there, and any step whose prerequisite has not completed is
      *> skipped. The orchestrator step takes its code from the
      *> graded run-status.dat record it writes (00 clean, 04
      *> warnings, 08 out of balance, 12 refused, 16 refused on a
      *> broken integrity seal), so a run with
      *> rejects carries on to the day-end steps and an out-of-balance
      *> run stops the stream. Started again for the same business
      *> date, the driver reads the log and resumes at the first step
      *> that did not complete: a step already completed for the date
      *> is bypassed, never re-run, unless JOB_STREAM_FORCE names it
      *> (or is ALL). The driver ends with the highest completion
      *> code it saw in RETURN-CODE, or 12 when it could not start.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. job-stream-driver.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-STREAM-FILE
                  ASSIGN TO WS-STREAM-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STREAM-STATUS.
           SELECT JOB-STREAM-LOG-FILE
                  ASSIGN TO WS-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-LOG-STATUS.
           SELECT RUN-STATUS-FILE
                  ASSIGN TO WS-RUN-STATUS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RUN-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOB-STREAM-FILE.
       COPY "job-stream-step-record".

       FD JOB-STREAM-LOG-FILE.
       COPY "job-stream-log-record".

       FD RUN-STATUS-FILE.
       COPY "run-status-record".

       WORKING-STORAGE SECTION.
       01 WS-STREAM-PATH PIC X(255) VALUE
                       "../../../sample-data/job-stream.dat".
       01 WS-STREAM-OVERRIDE PIC X(255).
       01 WS-STREAM-STATUS PIC X(2) VALUE '00'.
       01 WS-STREAM-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-STREAM-EOF VALUE 'Y' FALSE 'N'.
       01 WS-LOG-PATH PIC X(255) VALUE
                       "../../../reports/job-stream-log.dat".
       01 WS-LOG-OVERRIDE PIC X(255).
       01 WS-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-LOG-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LOG-EOF VALUE 'Y' FALSE 'N'.
       01 WS-RUN-STATUS-PATH PIC X(255) VALUE
                       "../../../reports/run-status.dat".
       01 WS-RUN-STATUS-STATUS PIC X(2) VALUE '00'.

       01 WS-BUSINESS-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01 WS-FORCE-STEP PIC X(8) VALUE SPACES.
       01 WS-NOW-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.

      *> The whole definition, loaded up front so the prerequisite
      *> references can be vetted before the first step starts.
       01 WS-STEP-MAX PIC 9(2) VALUE 30.
       01 WS-STEP-COUNT PIC 9(2) VALUE 0.
       01 WS-STEP-SUB PIC 9(2) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STP-ENTRY OCCURS 30 TIMES
                 INDEXED BY WS-STP-IDX.
                 10 WS-STP-STEP-ID       PIC X(8).
                 10 WS-STP-STOP-ON-FAIL  PIC X(1).
                 10 WS-STP-MAX-OK-CODE   PIC 9(2).
                 10 WS-STP-CODE-SOURCE   PIC X(1).
                 10 WS-STP-PREREQ-ID     PIC X(8) OCCURS 4 TIMES.
                 10 WS-STP-COMMAND       PIC X(120).
      *> 'Y' once the step has completed for the business date,
      *> whether in an earlier attempt (off the log) or in this one.
                 10 WS-STP-DONE-SW       PIC X(1).
       01 WS-PREREQ-SUB PIC 9(1) VALUE 0.
       01 WS-PREREQ-STEP PIC X(8) VALUE SPACES.
       01 WS-PREREQ-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-PREREQ-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-PREREQ-MISSING PIC X(8) VALUE SPACES.
       01 WS-DEFINITION-BAD-SW PIC X(1) VALUE 'N'.
           88 WS-DEFINITION-BAD VALUE 'Y' FALSE 'N'.
       01 WS-LOOKUP-SUB PIC 9(2) VALUE 0.

       01 WS-STREAM-STOPPED-SW PIC X(1) VALUE 'N'.
           88 WS-STREAM-STOPPED VALUE 'Y' FALSE 'N'.
       01 WS-LOG-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-LOG-OPEN VALUE 'Y' FALSE 'N'.

      *> One step's execution. CALL "SYSTEM" hands back the raw wait
      *> status: the exit code sits in the high byte, and anything in
      *> the low byte means the step never returned normally.
       01 WS-COMMAND-LINE PIC X(121) VALUE SPACES.
       01 WS-WAIT-STATUS PIC S9(9) VALUE 0.
       01 WS-EXIT-QUOTIENT PIC 9(9) VALUE 0.
       01 WS-EXIT-REMAINDER PIC 9(3) VALUE 0.
       01 WS-STEP-CODE PIC 9(3) VALUE 0.
       01 WS-STEP-NOTE PIC X(40) VALUE SPACES.
       01 WS-STEP-START-DATE PIC 9(8) VALUE 0.
       01 WS-STEP-START-TIME PIC 9(8) VALUE 0.
       01 WS-PRIOR-RUN-ID PIC 9(6) VALUE 0.
       01 WS-HIGHEST-CODE PIC 9(3) VALUE 0.

       01 WS-RAN-COUNT PIC 9(2) VALUE 0.
       01 WS-BYPASSED-COUNT PIC 9(2) VALUE 0.
       01 WS-SKIPPED-COUNT PIC 9(2) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting job stream"
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-DEFINITION
           PERFORM 170-CHECK-PREREQUISITES
           PERFORM 200-LOAD-LOG-HISTORY
           PERFORM 250-OPEN-LOG
           PERFORM 300-RUN-ONE-STEP
              VARYING WS-STEP-SUB FROM 1 BY 1
              UNTIL WS-STEP-SUB > WS-STEP-COUNT
                 OR WS-STREAM-STOPPED
           CLOSE JOB-STREAM-LOG-FILE
           IF WS-STREAM-STOPPED
              DISPLAY "*** JOB STREAM STOPPED for business date "
                 WS-BUSINESS-DATE " - restart to resume at the "
                 "failed step ***"
           END-IF
           DISPLAY "Job stream " WS-BUSINESS-DATE ": " WS-RAN-COUNT
              " step(s) run, " WS-BYPASSED-COUNT " bypassed, "
              WS-SKIPPED-COUNT " skipped, " WS-FAILED-COUNT
              " failed, highest code " WS-HIGHEST-CODE
           MOVE WS-HIGHEST-CODE TO RETURN-CODE
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           MOVE WS-NOW-DATE TO WS-BUSINESS-DATE
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT "JOB_STREAM_DATE"
           IF WS-DATE-OVERRIDE NOT = SPACES
              IF WS-DATE-OVERRIDE IS NUMERIC
                 MOVE WS-DATE-OVERRIDE TO WS-BUSINESS-DATE
              ELSE
                 DISPLAY "*** JOB_STREAM_DATE must be YYYYMMDD - "
                    "refusing ***"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF
           ACCEPT WS-FORCE-STEP FROM ENVIRONMENT "JOB_STREAM_FORCE"
           MOVE SPACES TO WS-STREAM-OVERRIDE
           ACCEPT WS-STREAM-OVERRIDE FROM ENVIRONMENT "JOB_STREAM_PATH"
           IF WS-STREAM-OVERRIDE NOT = SPACES
              MOVE WS-STREAM-OVERRIDE TO WS-STREAM-PATH
           END-IF
           MOVE SPACES TO WS-LOG-OVERRIDE
           ACCEPT WS-LOG-OVERRIDE
              FROM ENVIRONMENT "JOB_STREAM_LOG_PATH"
           IF WS-LOG-OVERRIDE NOT = SPACES
              MOVE WS-LOG-OVERRIDE TO WS-LOG-PATH
           END-IF
           IF WS-FORCE-STEP NOT = SPACES
              DISPLAY "Forcing re-run of " WS-FORCE-STEP
           END-IF.

      *> A definition that does not fit the table is refused whole --
      *> running the first thirty steps of a longer stream and
      *> reporting success would be worse than not starting.
       150-LOAD-DEFINITION.
           OPEN INPUT JOB-STREAM-FILE
           IF WS-STREAM-STATUS NOT = '00'
              DISPLAY "*** NO JOB-STREAM DEFINITION at "
                 WS-STREAM-PATH " - refusing ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 160-READ-STEP UNTIL WS-STREAM-EOF
           CLOSE JOB-STREAM-FILE
           IF WS-DEFINITION-BAD
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-STEP-COUNT = 0
              DISPLAY "*** JOB-STREAM DEFINITION HAS NO STEPS - "
                 "refusing ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "Job-stream steps loaded: " WS-STEP-COUNT.

       160-READ-STEP.
           READ JOB-STREAM-FILE
              AT END SET WS-STREAM-EOF TO TRUE
              NOT AT END
                 IF JSS-STEP-ID NOT = SPACES
                    IF WS-STEP-COUNT = WS-STEP-MAX
                       DISPLAY "*** JOB-STREAM DEFINITION EXCEEDS "
                          WS-STEP-MAX " STEPS - refusing ***"
                       SET WS-DEFINITION-BAD TO TRUE
                       SET WS-STREAM-EOF TO TRUE
                    ELSE
                       PERFORM 165-STORE-STEP
                    END-IF
                 END-IF
           END-READ.

       165-STORE-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE JSS-STEP-ID TO WS-STP-STEP-ID (WS-STEP-COUNT)
           MOVE JSS-STOP-ON-FAIL TO WS-STP-STOP-ON-FAIL (WS-STEP-COUNT)
           IF JSS-MAX-OK-CODE IS NUMERIC
              MOVE JSS-MAX-OK-CODE TO WS-STP-MAX-OK-CODE (WS-STEP-COUNT)
           ELSE
              MOVE 0 TO WS-STP-MAX-OK-CODE (WS-STEP-COUNT)
           END-IF
           MOVE JSS-CODE-SOURCE TO WS-STP-CODE-SOURCE (WS-STEP-COUNT)
           MOVE JSS-PREREQ-ID (1) TO WS-STP-PREREQ-ID (WS-STEP-COUNT, 1)
           MOVE JSS-PREREQ-ID (2) TO WS-STP-PREREQ-ID (WS-STEP-COUNT, 2)
           MOVE JSS-PREREQ-ID (3) TO WS-STP-PREREQ-ID (WS-STEP-COUNT, 3)
           MOVE JSS-PREREQ-ID (4) TO WS-STP-PREREQ-ID (WS-STEP-COUNT, 4)
           MOVE JSS-COMMAND TO WS-STP-COMMAND (WS-STEP-COUNT)
           MOVE 'N' TO WS-STP-DONE-SW (WS-STEP-COUNT)
           IF JSS-COMMAND = SPACES
              DISPLAY "*** STEP " JSS-STEP-ID " HAS NO COMMAND - "
                 "refusing ***"
              SET WS-DEFINITION-BAD TO TRUE
           END-IF.

      *> Every prerequisite must name a step EARLIER in the stream --
      *> a forward or unknown reference could never be satisfied and
      *> would quietly skip the step every night.
       170-CHECK-PREREQUISITES.
           PERFORM 175-CHECK-STEP-PREREQS
              VARYING WS-STEP-SUB FROM 1 BY 1
              UNTIL WS-STEP-SUB > WS-STEP-COUNT
           IF WS-DEFINITION-BAD
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       175-CHECK-STEP-PREREQS.
           PERFORM 180-CHECK-ONE-PREREQ
              VARYING WS-PREREQ-SUB FROM 1 BY 1
              UNTIL WS-PREREQ-SUB > 4.

       180-CHECK-ONE-PREREQ.
           MOVE WS-STP-PREREQ-ID (WS-STEP-SUB, WS-PREREQ-SUB)
              TO WS-PREREQ-STEP
           IF WS-PREREQ-STEP NOT = SPACES
              SET WS-PREREQ-FOUND TO FALSE
              PERFORM 185-MATCH-EARLIER-STEP
                 VARYING WS-LOOKUP-SUB FROM 1 BY 1
                 UNTIL WS-LOOKUP-SUB NOT < WS-STEP-SUB
                    OR WS-PREREQ-FOUND
              IF NOT WS-PREREQ-FOUND
                 DISPLAY "*** STEP " WS-STP-STEP-ID (WS-STEP-SUB)
                    " NAMES PREREQUISITE " WS-PREREQ-STEP
                    " WHICH IS NOT AN EARLIER STEP - refusing ***"
                 SET WS-DEFINITION-BAD TO TRUE
              END-IF
           END-IF.

       185-MATCH-EARLIER-STEP.
           IF WS-STP-STEP-ID (WS-LOOKUP-SUB) = WS-PREREQ-STEP
              SET WS-PREREQ-FOUND TO TRUE
           END-IF.

      *> Replays the log for the business date: the last ENDED line
      *> for a step decides it, so a forced re-run that failed undoes
      *> the earlier completion.
       200-LOAD-LOG-HISTORY.
           OPEN INPUT JOB-STREAM-LOG-FILE
           IF WS-LOG-STATUS = '00'
              PERFORM 210-READ-LOG-LINE UNTIL WS-LOG-EOF
              CLOSE JOB-STREAM-LOG-FILE
           END-IF.

       210-READ-LOG-LINE.
           READ JOB-STREAM-LOG-FILE
              AT END SET WS-LOG-EOF TO TRUE
              NOT AT END
                 IF JSL-BUSINESS-DATE = WS-BUSINESS-DATE
                    AND JSL-IS-ENDED
                    SET WS-STP-IDX TO 1
                    SEARCH WS-STP-ENTRY
                       AT END CONTINUE
                       WHEN WS-STP-STEP-ID (WS-STP-IDX) = JSL-STEP-ID
                          IF JSL-COMPLETED
                             MOVE 'Y' TO WS-STP-DONE-SW (WS-STP-IDX)
                          ELSE
                             MOVE 'N' TO WS-STP-DONE-SW (WS-STP-IDX)
                          END-IF
                    END-SEARCH
                 END-IF
           END-READ.

      *> Without the log there is no restart point, so the stream does
      *> not start without it.
       250-OPEN-LOG.
           OPEN EXTEND JOB-STREAM-LOG-FILE
           IF WS-LOG-STATUS = '35'
              OPEN OUTPUT JOB-STREAM-LOG-FILE
           END-IF
           IF WS-LOG-STATUS NOT = '00'
              DISPLAY "*** JOB-STREAM LOG NOT WRITABLE (status "
                 WS-LOG-STATUS ") - refusing ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       300-RUN-ONE-STEP.
           IF WS-STP-DONE-SW (WS-STEP-SUB) = 'Y'
              AND WS-FORCE-STEP NOT = WS-STP-STEP-ID (WS-STEP-SUB)
              AND WS-FORCE-STEP NOT = "ALL"
              ADD 1 TO WS-BYPASSED-COUNT
              DISPLAY "Step " WS-STP-STEP-ID (WS-STEP-SUB)
                 " already completed for " WS-BUSINESS-DATE
                 " - bypassed"
              MOVE 0 TO WS-STEP-CODE
              MOVE "ALREADY COMPLETED FOR BUSINESS DATE"
                 TO WS-STEP-NOTE
              PERFORM 400-LOG-NOT-RUN
              MOVE "BYPASSED" TO JSL-EVENT
              MOVE "COMPLETED" TO JSL-OUTCOME
              WRITE JSL-RECORD
           ELSE
              PERFORM 310-CHECK-STEP-READY
              IF WS-PREREQ-MISSING NOT = SPACES
                 PERFORM 320-SKIP-STEP
              ELSE
                 PERFORM 330-EXECUTE-STEP
              END-IF
           END-IF.

       310-CHECK-STEP-READY.
           MOVE SPACES TO WS-PREREQ-MISSING
           PERFORM 315-CHECK-PREREQ-DONE
              VARYING WS-PREREQ-SUB FROM 1 BY 1
              UNTIL WS-PREREQ-SUB > 4
                 OR WS-PREREQ-MISSING NOT = SPACES.

       315-CHECK-PREREQ-DONE.
           MOVE WS-STP-PREREQ-ID (WS-STEP-SUB, WS-PREREQ-SUB)
              TO WS-PREREQ-STEP
           IF WS-PREREQ-STEP NOT = SPACES
              PERFORM 317-FIND-PREREQ-STATE
                 VARYING WS-LOOKUP-SUB FROM 1 BY 1
                 UNTIL WS-LOOKUP-SUB NOT < WS-STEP-SUB
           END-IF.

       317-FIND-PREREQ-STATE.
           IF WS-STP-STEP-ID (WS-LOOKUP-SUB) = WS-PREREQ-STEP
              AND WS-STP-DONE-SW (WS-LOOKUP-SUB) NOT = 'Y'
              MOVE WS-PREREQ-STEP TO WS-PREREQ-MISSING
           END-IF.

      *> A stop-on-fail step that cannot run stops the stream just as
      *> its failure would have.
       320-SKIP-STEP.
           ADD 1 TO WS-SKIPPED-COUNT
           DISPLAY "Step " WS-STP-STEP-ID (WS-STEP-SUB)
              " skipped - prerequisite " WS-PREREQ-MISSING
              " has not completed"
           MOVE 0 TO WS-STEP-CODE
           MOVE SPACES TO WS-STEP-NOTE
           STRING "PREREQUISITE " WS-PREREQ-MISSING " NOT COMPLETE"
              DELIMITED BY SIZE INTO WS-STEP-NOTE
           END-STRING
           PERFORM 400-LOG-NOT-RUN
           MOVE "SKIPPED" TO JSL-EVENT
           MOVE "NOT RUN" TO JSL-OUTCOME
           WRITE JSL-RECORD
           IF WS-STP-STOP-ON-FAIL (WS-STEP-SUB) = 'Y'
              SET WS-STREAM-STOPPED TO TRUE
              IF WS-HIGHEST-CODE < 12
                 MOVE 12 TO WS-HIGHEST-CODE
              END-IF
           END-IF.

       330-EXECUTE-STEP.
           ADD 1 TO WS-RAN-COUNT
           IF WS-STP-CODE-SOURCE (WS-STEP-SUB) = 'R'
              PERFORM 350-READ-RUN-STATUS
              MOVE RST-RUN-ID TO WS-PRIOR-RUN-ID
           END-IF
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STEP-START-TIME FROM TIME
           MOVE SPACES TO JSL-RECORD
           MOVE WS-BUSINESS-DATE TO JSL-BUSINESS-DATE
           MOVE WS-STP-STEP-ID (WS-STEP-SUB) TO JSL-STEP-ID
           MOVE "STARTED" TO JSL-EVENT
           MOVE WS-STEP-START-DATE TO JSL-START-DATE
           MOVE WS-STEP-START-TIME (1:6) TO JSL-START-TIME
           MOVE 0 TO JSL-END-DATE
           MOVE 0 TO JSL-END-TIME
           MOVE 0 TO JSL-COMPLETION-CODE
           MOVE WS-STP-COMMAND (WS-STEP-SUB) TO JSL-NOTE
           WRITE JSL-RECORD
           DISPLAY "Step " WS-STP-STEP-ID (WS-STEP-SUB) " started: "
              WS-STP-COMMAND (WS-STEP-SUB)
           MOVE SPACES TO WS-COMMAND-LINE
           MOVE WS-STP-COMMAND (WS-STEP-SUB) TO WS-COMMAND-LINE
           CALL "SYSTEM" USING WS-COMMAND-LINE
           MOVE RETURN-CODE TO WS-WAIT-STATUS
           MOVE SPACES TO WS-STEP-NOTE
           PERFORM 340-DECODE-WAIT-STATUS
           IF WS-STP-CODE-SOURCE (WS-STEP-SUB) = 'R'
              PERFORM 360-TAKE-RUN-STATUS-CODE
           END-IF
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO JSL-RECORD
           MOVE WS-BUSINESS-DATE TO JSL-BUSINESS-DATE
           MOVE WS-STP-STEP-ID (WS-STEP-SUB) TO JSL-STEP-ID
           MOVE "ENDED" TO JSL-EVENT
           MOVE WS-STEP-START-DATE TO JSL-START-DATE
           MOVE WS-STEP-START-TIME (1:6) TO JSL-START-TIME
           MOVE WS-NOW-DATE TO JSL-END-DATE
           MOVE WS-NOW-TIME (1:6) TO JSL-END-TIME
           MOVE WS-STEP-CODE TO JSL-COMPLETION-CODE
           MOVE WS-STEP-NOTE TO JSL-NOTE
           IF WS-STEP-CODE > WS-HIGHEST-CODE
              MOVE WS-STEP-CODE TO WS-HIGHEST-CODE
           END-IF
           IF WS-STEP-CODE > WS-STP-MAX-OK-CODE (WS-STEP-SUB)
              MOVE "FAILED" TO JSL-OUTCOME
              MOVE 'N' TO WS-STP-DONE-SW (WS-STEP-SUB)
              ADD 1 TO WS-FAILED-COUNT
              DISPLAY "*** STEP " WS-STP-STEP-ID (WS-STEP-SUB)
                 " FAILED with code " WS-STEP-CODE " ***"
              IF WS-STP-STOP-ON-FAIL (WS-STEP-SUB) = 'Y'
                 SET WS-STREAM-STOPPED TO TRUE
              END-IF
           ELSE
              MOVE "COMPLETED" TO JSL-OUTCOME
              MOVE 'Y' TO WS-STP-DONE-SW (WS-STEP-SUB)
              DISPLAY "Step " WS-STP-STEP-ID (WS-STEP-SUB)
                 " completed with code " WS-STEP-CODE
           END-IF
           WRITE JSL-RECORD.

      *> Exit code in the high byte; a negative status (the command
      *> could not be started) or a signal in the low byte grades 99.
       340-DECODE-WAIT-STATUS.
           IF WS-WAIT-STATUS < 0
              MOVE 99 TO WS-STEP-CODE
              MOVE "COMMAND COULD NOT BE STARTED" TO WS-STEP-NOTE
           ELSE
              DIVIDE WS-WAIT-STATUS BY 256
                 GIVING WS-EXIT-QUOTIENT
                 REMAINDER WS-EXIT-REMAINDER
              IF WS-EXIT-REMAINDER NOT = 0
                 MOVE 99 TO WS-STEP-CODE
                 MOVE "STEP ENDED ABNORMALLY" TO WS-STEP-NOTE
              ELSE
                 MOVE WS-EXIT-QUOTIENT TO WS-STEP-CODE
              END-IF
           END-IF.

       350-READ-RUN-STATUS.
           MOVE SPACES TO RST-RECORD
           MOVE 0 TO RST-RUN-ID
           OPEN INPUT RUN-STATUS-FILE
           IF WS-RUN-STATUS-STATUS = '00'
              READ RUN-STATUS-FILE
                 AT END
                    MOVE SPACES TO RST-RECORD
                    MOVE 0 TO RST-RUN-ID
              END-READ
              CLOSE RUN-STATUS-FILE
           END-IF.

      *> The orchestrator's graded code replaces its exit status only
      *> when the step wrote a fresh record -- a run-status.dat still
      *> naming the previous run means this step never got that far,
      *> and its own exit status is all there is to go on.
       360-TAKE-RUN-STATUS-CODE.
           PERFORM 350-READ-RUN-STATUS
           IF RST-RUN-ID NOT = WS-PRIOR-RUN-ID
              AND RST-COMPLETION-CODE IS NUMERIC
              MOVE RST-COMPLETION-CODE TO WS-STEP-CODE
              MOVE SPACES TO WS-STEP-NOTE
              STRING "RUN " RST-RUN-ID " " RST-VERDICT
                 DELIMITED BY SIZE INTO WS-STEP-NOTE
              END-STRING
           ELSE
              IF WS-STEP-NOTE = SPACES
                 MOVE "NO NEW RUN-STATUS RECORD WRITTEN"
                    TO WS-STEP-NOTE
              END-IF
           END-IF.

      *> Shared front half of a BYPASSED or SKIPPED line; the caller
      *> sets the event and outcome and writes it.
       400-LOG-NOT-RUN.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO JSL-RECORD
           MOVE WS-BUSINESS-DATE TO JSL-BUSINESS-DATE
           MOVE WS-STP-STEP-ID (WS-STEP-SUB) TO JSL-STEP-ID
           MOVE WS-NOW-DATE TO JSL-START-DATE
           MOVE WS-NOW-TIME (1:6) TO JSL-START-TIME
           MOVE WS-NOW-DATE TO JSL-END-DATE
           MOVE WS-NOW-TIME (1:6) TO JSL-END-TIME
           MOVE WS-STEP-CODE TO JSL-COMPLETION-CODE
           MOVE WS-STEP-NOTE TO JSL-NOTE.
