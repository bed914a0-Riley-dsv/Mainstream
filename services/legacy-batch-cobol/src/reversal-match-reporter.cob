      *> main-cobol-orchestrator's main loop plus a final CALL with
      *> LK-FINALIZE-FLAG = 'Y' that writes the matched/unmatched
      *> reversal report. A PAY's TR-REFERENCE is remembered (and
      *> persisted across runs on the payment reference store behind
      *> keyed-store, the same way the reader keeps the seen-ID
      *> store); a REV is tied
      *> back to the payment it reverses by reference -- our extracts
      *> carry the link in TR-REFERENCE, REV-100001 reversing
      *> INV-100001, so the part after the four-character prefix is the
       PROGRAM-ID. reversal-match-reporter.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - the payment reference log is now the
      *> INDEXED payment reference store behind keyed-store, keyed on
      *> the reference with the part behind the prefix as alternate
      *> key: a PAY's reference is staged there and a REV/RTN is
      *> matched by that alternate key in the run's own view, instead
      *> of the whole log being loaded into the 5000-entry table and
      *> written back to a .pend file at finalize. The table, its
      *> ceiling and the REVERSAL MATCHING DEGRADED banners are gone,
      *> the snapshot carries only the run's reversal rows (a restart
      *> finds its staged references where the checkpoint left them),
      *> and the partial-reversal section browses the store. A PAY
      *> repeating a reference already on record keeps the first
      *> payment's entry, the one every match already went to.
      *> 02092026 Riley - the restore now rejects an empty or
      *> headerless snapshot and verifies the header's row counts
      *> against the rows actually loaded, starting cold (with the
                  ASSIGN TO WS-MATCH-REPORT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MATCH-REPORT-STATUS.
           SELECT STATE-FILE
                  ASSIGN TO WS-STATE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
       FD REVERSAL-MATCH-FILE.
       01 RVM-REPORT-LINE             PIC X(130).

       FD STATE-FILE.
       01 STA-STATE-LINE PIC X(120).

       01 WS-MATCH-REPORT-PATH PIC X(255) VALUE
                       "../../../reports/reversal-match-report.dat".
       01 WS-MATCH-REPORT-STATUS PIC X(2) VALUE '00'.
       COPY "preflight-sentinel".

      *> Snapshot/restore state file: one 'H' header with the counts
      *> and one 'V' row per buffered reversal. The references the
      *> run has staged are kept where they are, on the keyed-store
      *> pending file, which a restart winds back to the same
      *> checkpoint.
       01 WS-STATE-PATH PIC X(255) VALUE
                       "../../../checkpoints/revmatch-state.dat".
       01 WS-STATE-STATUS PIC X(2) VALUE '00'.
           88 WS-STATE-HEADER-SEEN VALUE 'Y' FALSE 'N'.
       01 WS-STATE-HEADER.
           05 STH-TAG             PIC X(1).
           05 STH-REVERSAL-COUNT  PIC 9(3).
           05 STH-UNBUFFERED      PIC 9(3).
           05 STH-ORPHANS         PIC 9(3).
           05 STH-MATCHED         PIC 9(3).
           05 STH-OVERREV         PIC 9(3).
       01 WS-STATE-REVERSAL.
           05 STV-TAG             PIC X(1).
           05 STV-TRANSACTION-ID  PIC X(32).
           05 STV-MATCHED-REF     PIC X(20).
           05 STV-MATCHED-SW      PIC X(1).

      *> Payment references known to this shop, on the payment
      *> reference store (keyed-store, PAYMENT-REFS): every PAY this
      *> shop has settled, read back one reference at a time. The
      *> matched reference is held here while a reversal nets against
      *> it.
       COPY "keyed-store-request".
       COPY "payment-reference-record".
       01 WS-RECORDED-DATE PIC 9(8) VALUE 0.
       01 WS-PAYREF-MATCHED-SW PIC X(1) VALUE 'N'.
           88 WS-PAYREF-MATCHED VALUE 'Y' FALSE 'N'.
       01 WS-PAYREF-STORE-WARNED-SW PIC X(1) VALUE 'N'.
           88 WS-PAYREF-STORE-WARNED VALUE 'Y' FALSE 'N'.
       01 WS-PAYREF-BROWSE-END-SW PIC X(1) VALUE 'N'.
           88 WS-PAYREF-BROWSE-END VALUE 'Y' FALSE 'N'.
       01 WS-PRF-ORIGINAL PIC 9(10)V99 VALUE 0.
       01 WS-PRF-REVERSED PIC 9(10)V99 VALUE 0.
       01 WS-OVERREV-COUNT PIC 9(3) VALUE 0.
       01 WS-PARTIAL-COUNT PIC 9(5) VALUE 0.
       01 WS-REMAINING-AMOUNT PIC 9(10)V99 VALUE 0.

      *> One row per REV seen this run, resolved as it arrives and
      *> written out as the report at finalize time.
              MOVE 0 TO RETURN-CODE
              EXIT PROGRAM
           END-IF
           IF WS-RECORDED-DATE = 0
              ACCEPT WS-RECORDED-DATE FROM DATE YYYYMMDD
           END-IF
           EVALUATE LK-FINALIZE-FLAG
              WHEN 'Y'
                 PERFORM 900-WRITE-MATCH-REPORT
              WHEN 'S'
                 PERFORM 800-SAVE-STATE
              WHEN OTHER
           EXIT PROGRAM.

      *> The whole accumulation goes to disk in one pass -- header,
      *> then reversal rows -- so a restarted run resumes matching
      *> exactly where the snapshot left it.
       800-SAVE-STATE.
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-STATUS NOT = '00'
           ELSE
              MOVE SPACES TO WS-STATE-HEADER
              MOVE 'H' TO STH-TAG
              MOVE WS-REVERSAL-COUNT TO STH-REVERSAL-COUNT
              MOVE WS-UNBUFFERED-COUNT TO STH-UNBUFFERED
              MOVE WS-ORPHAN-COUNT TO STH-ORPHANS
              MOVE WS-MATCHED-COUNT TO STH-MATCHED
              MOVE WS-OVERREV-COUNT TO STH-OVERREV
              MOVE WS-STATE-HEADER TO STA-STATE-LINE
              WRITE STA-STATE-LINE
              PERFORM 820-SAVE-ONE-REVERSAL
                 VARYING WS-REV-IDX FROM 1 BY 1
                 UNTIL WS-REV-IDX > WS-REVERSAL-COUNT
              CLOSE STATE-FILE
           END-IF.

       820-SAVE-ONE-REVERSAL.
           MOVE SPACES TO WS-STATE-REVERSAL
           MOVE 'V' TO STV-TAG

      *> No snapshot, an empty or headerless one (the commit step
      *> leaves the file empty), or one whose header counts do not
      *> match the rows on it all mean the same thing: a cold start
      *> with empty counters -- a bad snapshot is never believed.
       850-RESTORE-STATE.
           SET WS-STATE-EOF TO FALSE
           SET WS-STATE-HEADER-SEEN TO FALSE
              DISPLAY "reversal-match-reporter: no snapshot to "
                 "restore, starting cold"
           ELSE
              MOVE 0 TO WS-REVERSAL-COUNT
              PERFORM 860-RESTORE-ONE-LINE UNTIL WS-STATE-EOF
              CLOSE STATE-FILE
                    DISPLAY "reversal-match-reporter: snapshot is "
                       "empty or headerless - starting cold"
                    PERFORM 870-DISCARD-RESTORED-STATE
                 WHEN STH-REVERSAL-COUNT NOT = WS-REVERSAL-COUNT
                    DISPLAY "*** reversal-match-reporter: snapshot "
                       "is TRUNCATED (header claims "
                       STH-REVERSAL-COUNT " rows, file holds "
                       WS-REVERSAL-COUNT ") - starting cold ***"
                    PERFORM 870-DISCARD-RESTORED-STATE
                 WHEN OTHER
                    DISPLAY "reversal-match-reporter: snapshot "
                       "restored, " WS-REVERSAL-COUNT
                       " reversal row(s)"
              END-EVALUATE
           END-IF.

       870-DISCARD-RESTORED-STATE.
           MOVE 0 TO WS-REVERSAL-COUNT
           MOVE 0 TO WS-UNBUFFERED-COUNT
           MOVE 0 TO WS-ORPHAN-COUNT
           MOVE 0 TO WS-MATCHED-COUNT
           MOVE 0 TO WS-OVERREV-COUNT.

       860-RESTORE-ONE-LINE.
           READ STATE-FILE
                       MOVE STH-ORPHANS TO WS-ORPHAN-COUNT
                       MOVE STH-MATCHED TO WS-MATCHED-COUNT
                       MOVE STH-OVERREV TO WS-OVERREV-COUNT
                    WHEN 'V'
                       MOVE STA-STATE-LINE TO WS-STATE-REVERSAL
                       IF WS-REVERSAL-COUNT < WS-REVERSAL-MAX
                 END-EVALUATE
           END-READ.

      *> A PAY whose reference is already on record -- a repeat of
      *> an earlier payment's reference -- leaves that first entry as
      *> it is; every reversal of the reference matches it anyway.
       200-RECORD-PAYMENT-REF.
           IF TR-REFERENCE NOT = SPACES
              MOVE SPACES TO KSR-REQUEST
              SET KSR-FETCH TO TRUE
              MOVE "PAYMENT-REFS" TO KSR-STORE-ID
              MOVE TR-REFERENCE TO KSR-KEY
              CALL "keyed-store" USING KSR-REQUEST
              IF KSR-NOT-FOUND
                 MOVE SPACES TO PRF-RECORD
                 MOVE TR-REFERENCE TO PRF-REFERENCE
                 MOVE TR-AMOUNT TO PRF-ORIGINAL-AMOUNT
                 MOVE 0 TO PRF-REVERSED-AMOUNT
                 MOVE WS-RECORDED-DATE TO PRF-RECORDED-DATE
                 MOVE SPACES TO KSR-REQUEST
                 SET KSR-STAGE TO TRUE
                 MOVE "PAYMENT-REFS" TO KSR-STORE-ID
                 MOVE PRF-RECORD TO KSR-RECORD
                 CALL "keyed-store" USING KSR-REQUEST
              END-IF
              IF KSR-FAILED
                 PERFORM 390-WARN-PAYREF-STORE
              END-IF
           END-IF.

      *> A REV carries the original payment's reference behind its own
      *> four-character prefix -- REV-100001 reverses INV-100001 -- so
      *> the part from position 5 on is the matching key on both sides,
      *> and the store's alternate key. A REV with nothing after its
      *> prefix has no key to match on -- it must fall out as an
      *> orphan. A reference from before the amount columns existed
      *> reads back spaces there and is taken as amount-unknown.
       300-MATCH-REVERSAL.
           SET WS-PAYREF-MATCHED TO FALSE
           IF TR-REFERENCE (5:16) NOT = SPACES
              MOVE SPACES TO KSR-REQUEST
              SET KSR-MATCH TO TRUE
              MOVE "PAYMENT-REFS" TO KSR-STORE-ID
              MOVE TR-REFERENCE (5:16) TO KSR-ALT-KEY
              CALL "keyed-store" USING KSR-REQUEST
              IF KSR-FOUND
                 SET WS-PAYREF-MATCHED TO TRUE
                 MOVE KSR-RECORD TO PRF-RECORD
                 MOVE 0 TO WS-PRF-ORIGINAL
                 MOVE 0 TO WS-PRF-REVERSED
                 IF PRF-ORIGINAL-AMOUNT IS NUMERIC
                    MOVE PRF-ORIGINAL-AMOUNT TO WS-PRF-ORIGINAL
                 END-IF
                 IF PRF-REVERSED-AMOUNT IS NUMERIC
                    MOVE PRF-REVERSED-AMOUNT TO WS-PRF-REVERSED
                 END-IF
              END-IF
              IF KSR-FAILED
                 PERFORM 390-WARN-PAYREF-STORE
              END-IF
           END-IF
      *> Matching, the matched/orphan/over counters and the alarms
      *> run for EVERY reversal -- the 500-row cap bounds only the
                 DISPLAY "*** ORPHAN REVERSAL " TR-TRANSACTION-ID
                    " (" TR-REFERENCE ") - no payment on record "
                    "matches this reversal ***"
              WHEN WS-PRF-ORIGINAL > 0
                 AND WS-PRF-REVERSED + TR-AMOUNT > WS-PRF-ORIGINAL
                 ADD 1 TO WS-OVERREV-COUNT
                 MOVE 'Y' TO LK-OVERREV-SW
                 DISPLAY "*** OVER-REVERSAL " TR-TRANSACTION-ID
                    " (" TR-REFERENCE ") - original "
                    WS-PRF-ORIGINAL
                    " already reversed "
                    WS-PRF-REVERSED
                    ", this arrival of " TR-AMOUNT
                    " would reverse more than the payment was "
                    "ever worth ***"
              WHEN OTHER
                 ADD 1 TO WS-MATCHED-COUNT
                 ADD TR-AMOUNT TO WS-PRF-REVERSED
                 PERFORM 310-STAGE-REVERSED-AMOUNT
           END-EVALUATE
           IF WS-REVERSAL-COUNT < WS-REVERSAL-MAX
              ADD 1 TO WS-REVERSAL-COUNT
                       TO WS-REV-MATCHED-REF (WS-REVERSAL-COUNT)
                 WHEN LK-OVERREV-SW = 'Y'
                    MOVE 'O' TO WS-REV-MATCHED-SW (WS-REVERSAL-COUNT)
                    MOVE PRF-REFERENCE
                       TO WS-REV-MATCHED-REF (WS-REVERSAL-COUNT)
                 WHEN OTHER
                    MOVE 'Y' TO WS-REV-MATCHED-SW (WS-REVERSAL-COUNT)
                    MOVE PRF-REFERENCE
                       TO WS-REV-MATCHED-REF (WS-REVERSAL-COUNT)
              END-EVALUATE
           ELSE
              ADD 1 TO WS-UNBUFFERED-COUNT
           END-IF.

      *> The matched reference goes back with its new cumulative,
      *> and an amount-unknown one with zero for the original, as the
      *> log has always rewritten it.
       310-STAGE-REVERSED-AMOUNT.
           MOVE WS-PRF-ORIGINAL TO PRF-ORIGINAL-AMOUNT
           MOVE WS-PRF-REVERSED TO PRF-REVERSED-AMOUNT
           MOVE SPACES TO KSR-REQUEST
           SET KSR-STAGE TO TRUE
           MOVE "PAYMENT-REFS" TO KSR-STORE-ID
           MOVE PRF-RECORD TO KSR-RECORD
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              PERFORM 390-WARN-PAYREF-STORE
           END-IF.

      *> The store not answering is an I/O failure, not a full table;
      *> it is announced once and the finalize's commit will fail on
      *> the same store.
       390-WARN-PAYREF-STORE.
           IF NOT WS-PAYREF-STORE-WARNED
              SET WS-PAYREF-STORE-WARNED TO TRUE
              DISPLAY "*** PAYMENT REFERENCE STORE NOT AVAILABLE - "
                 KSR-DETAIL " - reversals are NOT being matched ***"
           END-IF.

       900-WRITE-MATCH-REPORT.
           OPEN OUTPUT REVERSAL-MATCH-FILE
           IF WS-MATCH-REPORT-STATUS NOT = '00'

      *> Payments with money still outstanding against a partial
      *> reversal -- the remaining value is what a further partial
      *> may still legitimately take. Read off the whole reference
      *> store as this run leaves it.
       930-WRITE-PARTIAL-SECTION.
           MOVE 0 TO WS-PARTIAL-COUNT
           SET WS-PAYREF-BROWSE-END TO FALSE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-BROWSE TO TRUE
           MOVE "PAYMENT-REFS" TO KSR-STORE-ID
           SET KSR-RUN-VIEW TO TRUE
           SET KSR-BY-PRIMARY TO TRUE
           MOVE LOW-VALUES TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              PERFORM 390-WARN-PAYREF-STORE
              SET WS-PAYREF-BROWSE-END TO TRUE
           END-IF
           PERFORM 940-NEXT-PARTIAL UNTIL WS-PAYREF-BROWSE-END.

       940-NEXT-PARTIAL.
           SET KSR-NEXT TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FOUND
              MOVE KSR-RECORD TO PRF-RECORD
              IF PRF-ORIGINAL-AMOUNT IS NUMERIC
                 AND PRF-REVERSED-AMOUNT IS NUMERIC
                 PERFORM 945-WRITE-ONE-PARTIAL
              END-IF
           ELSE
              IF KSR-FAILED
                 PERFORM 390-WARN-PAYREF-STORE
              END-IF
              SET WS-PAYREF-BROWSE-END TO TRUE
           END-IF.

       945-WRITE-ONE-PARTIAL.
           IF PRF-REVERSED-AMOUNT > 0
              AND PRF-REVERSED-AMOUNT < PRF-ORIGINAL-AMOUNT
              ADD 1 TO WS-PARTIAL-COUNT
              IF WS-PARTIAL-COUNT = 1
                 MOVE RVM-PARTIAL-HEADING TO RVM-REPORT-LINE
                 WRITE RVM-REPORT-LINE
              END-IF
              MOVE SPACES TO RVM-PARTIAL-LINE
              MOVE PRF-REFERENCE TO RVM-PAR-REFERENCE
              MOVE PRF-ORIGINAL-AMOUNT TO RVM-PAR-ORIGINAL
              MOVE PRF-REVERSED-AMOUNT TO RVM-PAR-REVERSED
              COMPUTE WS-REMAINING-AMOUNT =
                 PRF-ORIGINAL-AMOUNT - PRF-REVERSED-AMOUNT
              MOVE WS-REMAINING-AMOUNT TO RVM-PAR-REMAINING
              MOVE RVM-PARTIAL-LINE TO RVM-REPORT-LINE
              WRITE RVM-REPORT-LINE
           END-IF.
