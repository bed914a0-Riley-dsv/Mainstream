      *> Per-source processing result ("status return") writer. This
      *> is a standalone batch program, not CALLed from
      *> main-cobol-orchestrator -- it runs after each cycle and
      *> writes one status-return file per TR-SOURCE-SYSTEM, so
      *> CORE0001, FEEDX002 and the rest learn what became of every
      *> record they sent without phoning the desk. The answer is
      *> already on the transaction master (TMF-DISPOSITION,
      *> TMF-VALIDATION-REASON, TMF-RUN-ID); this program only decides
      *> what each source has not been told yet. A persistent ledger
      *> (checkpoints/status-return-ledger.dat, INDEXED on the
      *> transaction ID) remembers the master state each transaction
      *> was last reported in: a transaction not on it goes out as a
      *> NEW line, one whose master disposition or handling run has
      *> moved since -- gateway CONFIRMED or GTWY-FAILED, a screening
      *> RELEASED or TRUE-HIT, a backout, a repaired record settling
      *> on a later run -- goes out again as an UPD line, and a
      *> rejected record reject-repair has just put back in the
      *> stream (rejects/resubmission-audit.dat) goes out as
      *> RESUBMITTED. The HDR and TRL lines count the NEW lines per
      *> disposition, which tie to the source's extract counts for
      *> the cycle. Each file is named for its source and the cycle's
      *> run ID (status-return-<source>-<run>.dat), and the ledger is
      *> only moved on once a source's file is complete and closed,
      *> so a failed return is simply produced again by a re-run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. status-return-writer.
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
           SELECT STATUS-LEDGER-FILE
                  ASSIGN TO WS-LEDGER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SRL-TRANSACTION-ID
                  FILE STATUS IS WS-LEDGER-STATUS.
           SELECT RUN-STATUS-FILE
                  ASSIGN TO WS-RUN-STATUS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RUN-STATUS-STATUS.
           SELECT REPAIR-AUDIT-FILE
                  ASSIGN TO WS-REPAIR-AUDIT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPAIR-AUDIT-STATUS.
           SELECT STATUS-RETURN-FILE
                  ASSIGN TO WS-RETURN-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RETURN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD STATUS-LEDGER-FILE.
       COPY "status-return-ledger-record".

       FD RUN-STATUS-FILE.
       COPY "run-status-record".

       FD REPAIR-AUDIT-FILE.
       01 RRA-AUDIT-LINE PIC X(340).

       FD STATUS-RETURN-FILE.
       01 SRF-RETURN-LINE PIC X(130).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-LEDGER-PATH PIC X(255) VALUE
                 "../../../checkpoints/status-return-ledger.dat".
       01 WS-LEDGER-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-STATUS-PATH PIC X(255) VALUE
                       "../../../reports/run-status.dat".
       01 WS-RUN-STATUS-STATUS PIC X(2) VALUE '00'.
       01 WS-REPAIR-AUDIT-PATH PIC X(255) VALUE
                       "../../../rejects/resubmission-audit.dat".
       01 WS-REPAIR-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-RETURN-PREFIX PIC X(200) VALUE
                       "../../../reports/status-return-".
       01 WS-RETURN-OVERRIDE PIC X(200).
       01 WS-RETURN-PATH PIC X(255) VALUE SPACES.
       01 WS-RETURN-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".
       COPY "status-return-record".

       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-AUDIT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-AUDIT-EOF VALUE 'Y' FALSE 'N'.
       01 WS-LEDGER-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-LEDGER-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-RETURN-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01 WS-RETURN-RUN-ID PIC 9(6) VALUE 0.
       01 WS-RUN-ID-OVERRIDE PIC X(6) VALUE SPACES.
       01 WS-FILES-WRITTEN PIC 9(3) VALUE 0.
       01 WS-CONTROL-TAG PIC X(3) VALUE SPACES.

      *> What the current master record means for its source:
      *> 'N' never reported, 'U' changed since it was, space nothing
      *> to say. WS-REPORT-STATUS is the status to send and
      *> WS-PRIOR-STATUS what was sent last time.
       01 WS-CHANGE-KIND PIC X(1) VALUE SPACE.
           88 WS-CHANGE-NEW VALUE 'N'.
           88 WS-CHANGE-UPDATE VALUE 'U'.
           88 WS-CHANGE-NONE VALUE SPACE.
       01 WS-REPORT-STATUS PIC X(12) VALUE SPACES.
       01 WS-PRIOR-STATUS PIC X(12) VALUE SPACES.
       01 WS-LEDGER-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-LEDGER-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-RECORD-SOURCE PIC X(8) VALUE SPACES.

      *> Transactions the last reject-repair run put back in the
      *> stream, off its disposition audit lines.
       01 WS-RESUB-MAX PIC 9(4) VALUE 2000.
       01 WS-RESUB-COUNT PIC 9(4) VALUE 0.
       01 WS-RESUB-TABLE.
           05 WS-RESUB-ID PIC X(32) OCCURS 2000 TIMES
                 INDEXED BY WS-RSB-IDX.
       01 WS-RESUB-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-RESUB-FOUND VALUE 'Y' FALSE 'N'.

      *> The disposition buckets the control lines count, in
      *> SRC-DISP-COUNT order; the eighth catches anything else.
       01 WS-DISPOSITION-VALUES.
           05 FILLER PIC X(12) VALUE "SETTLED".
           05 FILLER PIC X(12) VALUE "REJECTED".
           05 FILLER PIC X(12) VALUE "SCREENED".
           05 FILLER PIC X(12) VALUE "REF-HELD".
           05 FILLER PIC X(12) VALUE "LIMIT-HELD".
           05 FILLER PIC X(12) VALUE "WAREHOUSED".
           05 FILLER PIC X(12) VALUE "OVERREVERSED".
           05 FILLER PIC X(12) VALUE "(OTHER)".
       01 WS-DISPOSITION-TABLE REDEFINES WS-DISPOSITION-VALUES.
           05 WS-DISP-NAME PIC X(12) OCCURS 8 TIMES
                 INDEXED BY WS-DSP-IDX.
       01 WS-DISP-SLOT PIC 9(1) VALUE 0.

      *> One entry per source with something to report this cycle.
       01 WS-SOURCE-MAX PIC 9(2) VALUE 20.
       01 WS-SOURCE-COUNT PIC 9(2) VALUE 0.
       01 WS-SOURCE-SUB PIC 9(2) VALUE 0.
       01 WS-DISP-SUB PIC 9(1) VALUE 0.
       01 WS-SOURCE-TABLE.
           05 WS-SRC-ENTRY OCCURS 20 TIMES
                 INDEXED BY WS-SRC-IDX.
                 10 WS-SRC-SYSTEM       PIC X(8).
                 10 WS-SRC-NEW-COUNT    PIC 9(7).
                 10 WS-SRC-UPDATE-COUNT PIC 9(7).
                 10 WS-SRC-DISP-COUNT   PIC 9(7) OCCURS 8 TIMES.
       01 WS-SRC-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-SRC-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-SOURCE-OVERFLOW-SW PIC X(1) VALUE 'N'.
           88 WS-SOURCE-OVERFLOW VALUE 'Y' FALSE 'N'.

      *> Lines actually written for the source in hand, checked
      *> against the survey before the ledger moves on.
       01 WS-WRITTEN-NEW PIC 9(7) VALUE 0.
       01 WS-WRITTEN-UPDATE PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting status return"
           PERFORM 100-INITIALIZE
           PERFORM 150-LOAD-RESUBMISSIONS
           PERFORM 200-SURVEY-MASTER
           PERFORM 400-RETURN-ONE-SOURCE
              VARYING WS-SOURCE-SUB FROM 1 BY 1
              UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
           IF WS-LEDGER-OPEN
              CLOSE STATUS-LEDGER-FILE
           END-IF
           DISPLAY "Status return complete: " WS-FILES-WRITTEN
              " file(s) for run " WS-RETURN-RUN-ID
           STOP RUN.

      *> The return is stamped with the run that just finished, off
      *> run-status.dat; STATUS_RETURN_RUN_ID overrides it for a
      *> return re-produced later.
       100-INITIALIZE.
           ACCEPT WS-DATE-OVERRIDE
              FROM ENVIRONMENT "STATUS_RETURN_DATE"
           IF WS-DATE-OVERRIDE NOT = SPACES
              MOVE WS-DATE-OVERRIDE TO WS-RETURN-DATE
           ELSE
              ACCEPT WS-RETURN-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-RETURN-OVERRIDE
           ACCEPT WS-RETURN-OVERRIDE
              FROM ENVIRONMENT "STATUS_RETURN_PREFIX"
           IF WS-RETURN-OVERRIDE NOT = SPACES
              MOVE WS-RETURN-OVERRIDE TO WS-RETURN-PREFIX
           END-IF
           OPEN INPUT RUN-STATUS-FILE
           IF WS-RUN-STATUS-STATUS = '00'
              READ RUN-STATUS-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF RST-RUN-ID IS NUMERIC
                       MOVE RST-RUN-ID TO WS-RETURN-RUN-ID
                    END-IF
              END-READ
              CLOSE RUN-STATUS-FILE
           END-IF
           ACCEPT WS-RUN-ID-OVERRIDE
              FROM ENVIRONMENT "STATUS_RETURN_RUN_ID"
           IF WS-RUN-ID-OVERRIDE IS NUMERIC
              MOVE WS-RUN-ID-OVERRIDE TO WS-RETURN-RUN-ID
           END-IF
           OPEN I-O STATUS-LEDGER-FILE
           IF WS-LEDGER-STATUS = '35'
              OPEN OUTPUT STATUS-LEDGER-FILE
              IF WS-LEDGER-STATUS = '00'
                 CLOSE STATUS-LEDGER-FILE
                 OPEN I-O STATUS-LEDGER-FILE
              END-IF
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY "*** STATUS RETURN LEDGER UNAVAILABLE, status "
                 WS-LEDGER-STATUS " - no return written ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           SET WS-LEDGER-OPEN TO TRUE.

       150-LOAD-RESUBMISSIONS.
           OPEN INPUT REPAIR-AUDIT-FILE
           IF WS-REPAIR-AUDIT-STATUS = '00'
              PERFORM 160-READ-AUDIT-LINE
                 UNTIL WS-AUDIT-EOF
                    OR WS-RESUB-COUNT = WS-RESUB-MAX
              IF NOT WS-AUDIT-EOF
                 DISPLAY "*** RESUBMISSION TABLE FULL - the rest go "
                    "out as RESUBMITTED on the next return ***"
              END-IF
              CLOSE REPAIR-AUDIT-FILE
           END-IF.

      *> Only the disposition lines matter: transaction ID, original
      *> run, then RESUBMITTED at column 43.
       160-READ-AUDIT-LINE.
           READ REPAIR-AUDIT-FILE
              AT END SET WS-AUDIT-EOF TO TRUE
              NOT AT END
                 IF RRA-AUDIT-LINE (43:16) = "RESUBMITTED"
                    ADD 1 TO WS-RESUB-COUNT
                    MOVE RRA-AUDIT-LINE (1:32)
                       TO WS-RESUB-ID (WS-RESUB-COUNT)
                 END-IF
           END-READ.

      *> First pass: which sources have anything to report, and how
      *> many lines of each kind -- the HDR states them up front.
       200-SURVEY-MASTER.
           PERFORM 210-START-MASTER
           PERFORM 220-SURVEY-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE TRANSACTION-MASTER-FILE.

       210-START-MASTER.
           SET WS-MASTER-EOF TO FALSE
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "Transaction master not available, status "
                 WS-MASTER-STATUS
              CLOSE STATUS-LEDGER-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO TMF-TRANSACTION-ID
           START TRANSACTION-MASTER-FILE
              KEY NOT < TMF-TRANSACTION-ID
           END-START
           IF WS-MASTER-STATUS NOT = '00'
              SET WS-MASTER-EOF TO TRUE
           END-IF.

       220-SURVEY-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 PERFORM 300-EVALUATE-CHANGE
                 IF NOT WS-CHANGE-NONE
                    PERFORM 230-COUNT-FOR-SOURCE
                 END-IF
           END-READ.

       230-COUNT-FOR-SOURCE.
           SET WS-SRC-FOUND TO FALSE
           SET WS-SRC-IDX TO 1
           SEARCH WS-SRC-ENTRY VARYING WS-SRC-IDX
              AT END CONTINUE
              WHEN WS-SRC-IDX > WS-SOURCE-COUNT
                 CONTINUE
              WHEN WS-SRC-SYSTEM (WS-SRC-IDX) = WS-RECORD-SOURCE
                 SET WS-SRC-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-SRC-FOUND
              IF WS-SOURCE-COUNT < WS-SOURCE-MAX
                 ADD 1 TO WS-SOURCE-COUNT
                 SET WS-SRC-IDX TO WS-SOURCE-COUNT
                 MOVE WS-RECORD-SOURCE TO WS-SRC-SYSTEM (WS-SRC-IDX)
                 MOVE 0 TO WS-SRC-NEW-COUNT (WS-SRC-IDX)
                    WS-SRC-UPDATE-COUNT (WS-SRC-IDX)
                 PERFORM 235-CLEAR-DISP-COUNT
                    VARYING WS-DISP-SUB FROM 1 BY 1
                    UNTIL WS-DISP-SUB > 8
                 SET WS-SRC-FOUND TO TRUE
              ELSE
                 IF NOT WS-SOURCE-OVERFLOW
                    SET WS-SOURCE-OVERFLOW TO TRUE
                    DISPLAY "*** SOURCE TABLE FULL - " WS-RECORD-SOURCE
                       " and any further sources get their return "
                       "on a later run ***"
                 END-IF
              END-IF
           END-IF
           IF WS-SRC-FOUND
              IF WS-CHANGE-NEW
                 ADD 1 TO WS-SRC-NEW-COUNT (WS-SRC-IDX)
                 PERFORM 240-FIND-DISP-SLOT
                 ADD 1 TO WS-SRC-DISP-COUNT (WS-SRC-IDX, WS-DISP-SLOT)
              ELSE
                 ADD 1 TO WS-SRC-UPDATE-COUNT (WS-SRC-IDX)
              END-IF
           END-IF.

       235-CLEAR-DISP-COUNT.
           MOVE 0 TO WS-SRC-DISP-COUNT (WS-SRC-IDX, WS-DISP-SUB).

       240-FIND-DISP-SLOT.
           MOVE 8 TO WS-DISP-SLOT
           SET WS-DSP-IDX TO 1
           SEARCH WS-DISP-NAME
              AT END CONTINUE
              WHEN WS-DISP-NAME (WS-DSP-IDX) = WS-REPORT-STATUS
                 SET WS-DISP-SLOT TO WS-DSP-IDX
           END-SEARCH.

      *> Compares the master record in hand with what its source was
      *> last told. A rejected record the repair step resubmitted
      *> goes out once as RESUBMITTED; its master only moves again
      *> when a later run handles the repaired record.
       300-EVALUATE-CHANGE.
           SET WS-CHANGE-NONE TO TRUE
           MOVE TMF-DISPOSITION TO WS-REPORT-STATUS
           MOVE SPACES TO WS-PRIOR-STATUS
           MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
           MOVE TR-SOURCE-SYSTEM TO WS-RECORD-SOURCE
           IF WS-RECORD-SOURCE = SPACES
              MOVE "NOSOURCE" TO WS-RECORD-SOURCE
           END-IF
           MOVE TMF-TRANSACTION-ID TO SRL-TRANSACTION-ID
           READ STATUS-LEDGER-FILE
              INVALID KEY SET WS-LEDGER-FOUND TO FALSE
              NOT INVALID KEY SET WS-LEDGER-FOUND TO TRUE
           END-READ
           IF NOT WS-LEDGER-FOUND
              SET WS-CHANGE-NEW TO TRUE
           ELSE
              MOVE SRL-REPORTED-STATUS TO WS-PRIOR-STATUS
              IF TMF-DISPOSITION NOT = SRL-MASTER-DISPOSITION
                 OR TMF-RUN-ID NOT = SRL-MASTER-RUN-ID
                 SET WS-CHANGE-UPDATE TO TRUE
              ELSE
                 IF TMF-DISPOSITION = "REJECTED"
                    AND SRL-REPORTED-STATUS NOT = "RESUBMITTED"
                    PERFORM 310-CHECK-RESUBMITTED
                    IF WS-RESUB-FOUND
                       SET WS-CHANGE-UPDATE TO TRUE
                       MOVE "RESUBMITTED" TO WS-REPORT-STATUS
                    END-IF
                 END-IF
              END-IF
           END-IF.

       310-CHECK-RESUBMITTED.
           SET WS-RESUB-FOUND TO FALSE
           SET WS-RSB-IDX TO 1
           SEARCH WS-RESUB-ID
              AT END CONTINUE
              WHEN WS-RSB-IDX > WS-RESUB-COUNT
                 CONTINUE
              WHEN WS-RESUB-ID (WS-RSB-IDX) = TMF-TRANSACTION-ID
                 SET WS-RESUB-FOUND TO TRUE
           END-SEARCH.

      *> One source: write its file from a second pass of the master,
      *> and only when every surveyed line made it out does a third
      *> pass move the ledger on for that source.
       400-RETURN-ONE-SOURCE.
           SET WS-SRC-IDX TO WS-SOURCE-SUB
           MOVE SPACES TO WS-RETURN-PATH
           STRING WS-RETURN-PREFIX DELIMITED BY SPACE
                  WS-SRC-SYSTEM (WS-SRC-IDX) DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-RETURN-RUN-ID DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-RETURN-PATH
           END-STRING
           OPEN OUTPUT STATUS-RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
              DISPLAY "*** STATUS RETURN FOR "
                 WS-SRC-SYSTEM (WS-SRC-IDX) " NOT WRITTEN, status "
                 WS-RETURN-STATUS " - it goes out on the next run ***"
           ELSE
              MOVE 0 TO WS-WRITTEN-NEW WS-WRITTEN-UPDATE
              MOVE "HDR" TO WS-CONTROL-TAG
              PERFORM 410-WRITE-CONTROL-LINE
              PERFORM 210-START-MASTER
              PERFORM 420-WRITE-ONE-MASTER UNTIL WS-MASTER-EOF
              CLOSE TRANSACTION-MASTER-FILE
              MOVE "TRL" TO WS-CONTROL-TAG
              PERFORM 410-WRITE-CONTROL-LINE
              CLOSE STATUS-RETURN-FILE
              IF WS-WRITTEN-NEW = WS-SRC-NEW-COUNT (WS-SRC-IDX)
                 AND WS-WRITTEN-UPDATE
                    = WS-SRC-UPDATE-COUNT (WS-SRC-IDX)
                 PERFORM 210-START-MASTER
                 PERFORM 440-LEDGER-ONE-MASTER UNTIL WS-MASTER-EOF
                 CLOSE TRANSACTION-MASTER-FILE
                 ADD 1 TO WS-FILES-WRITTEN
                 DISPLAY "Status return for "
                    WS-SRC-SYSTEM (WS-SRC-IDX) ": "
                    WS-WRITTEN-NEW " new, " WS-WRITTEN-UPDATE
                    " update(s) - " WS-RETURN-PATH
              ELSE
                 DISPLAY "*** STATUS RETURN FOR "
                    WS-SRC-SYSTEM (WS-SRC-IDX) " DOES NOT TIE TO "
                    "ITS SURVEY - ledger left as it was, re-run "
                    "the return ***"
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.

       410-WRITE-CONTROL-LINE.
           MOVE SPACES TO SRR-RAW-RECORD
           MOVE WS-CONTROL-TAG TO SRC-TAG
           MOVE WS-SRC-SYSTEM (WS-SRC-IDX) TO SRC-SOURCE-SYSTEM
           MOVE WS-RETURN-DATE TO SRC-RETURN-DATE
           MOVE WS-RETURN-RUN-ID TO SRC-RUN-ID
           MOVE WS-SRC-NEW-COUNT (WS-SRC-IDX) TO SRC-NEW-COUNT
           MOVE WS-SRC-UPDATE-COUNT (WS-SRC-IDX) TO SRC-UPDATE-COUNT
           PERFORM 415-MOVE-DISP-COUNT
              VARYING WS-DISP-SUB FROM 1 BY 1
              UNTIL WS-DISP-SUB > 8
           MOVE SRR-RAW-RECORD TO SRF-RETURN-LINE
           WRITE SRF-RETURN-LINE.

       415-MOVE-DISP-COUNT.
           MOVE WS-SRC-DISP-COUNT (WS-SRC-IDX, WS-DISP-SUB)
              TO SRC-DISP-COUNT (WS-DISP-SUB).

       420-WRITE-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 PERFORM 300-EVALUATE-CHANGE
                 IF NOT WS-CHANGE-NONE
                    AND WS-RECORD-SOURCE = WS-SRC-SYSTEM (WS-SRC-IDX)
                    PERFORM 430-WRITE-DETAIL-LINE
                 END-IF
           END-READ.

       430-WRITE-DETAIL-LINE.
           MOVE SPACES TO SRR-RAW-RECORD
           IF WS-CHANGE-NEW
              MOVE "NEW" TO SRR-RECORD-KIND
              ADD 1 TO WS-WRITTEN-NEW
           ELSE
              MOVE "UPD" TO SRR-RECORD-KIND
              MOVE WS-PRIOR-STATUS TO SRR-PRIOR-STATUS
              ADD 1 TO WS-WRITTEN-UPDATE
           END-IF
           MOVE TMF-TRANSACTION-ID TO SRR-TRANSACTION-ID
           MOVE WS-REPORT-STATUS TO SRR-STATUS
           MOVE TMF-VALIDATION-REASON TO SRR-REASON
           MOVE TMF-RUN-ID TO SRR-RUN-ID
           MOVE TR-VALUE-DATE TO SRR-VALUE-DATE
           MOVE SRR-RAW-RECORD TO SRF-RETURN-LINE
           WRITE SRF-RETURN-LINE.

      *> Re-evaluates rather than trusting the write pass, so the
      *> ledger records exactly the state the file reported.
       440-LEDGER-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 PERFORM 300-EVALUATE-CHANGE
                 IF NOT WS-CHANGE-NONE
                    AND WS-RECORD-SOURCE = WS-SRC-SYSTEM (WS-SRC-IDX)
                    PERFORM 450-WRITE-LEDGER-ENTRY
                 END-IF
           END-READ.

       450-WRITE-LEDGER-ENTRY.
           MOVE TMF-TRANSACTION-ID TO SRL-TRANSACTION-ID
           MOVE TMF-RUN-ID TO SRL-MASTER-RUN-ID
           MOVE TMF-DISPOSITION TO SRL-MASTER-DISPOSITION
           MOVE WS-REPORT-STATUS TO SRL-REPORTED-STATUS
           MOVE WS-RETURN-DATE TO SRL-RETURN-DATE
           MOVE WS-RETURN-RUN-ID TO SRL-RETURN-RUN-ID
           IF WS-CHANGE-NEW
              WRITE SRL-RECORD
           ELSE
              REWRITE SRL-RECORD
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY "status-return-writer: ledger status "
                 WS-LEDGER-STATUS " for " TMF-TRANSACTION-ID
           END-IF.
