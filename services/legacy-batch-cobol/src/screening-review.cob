      *> disposition to TRUE-HIT. Every disposition lands on the
      *> review audit trail with the reviewer's ID; entries with no
      *> disposition stay on the queue for the next review session.
      *> No disposition is acted on until a second operator has
      *> approved it: the reviewer is the keyer, SDX-AUTHORIZER-ID
      *> the authorizer, and operator-authorization must pass both
      *> against the operator authority file before a RELEASE or
      *> CONFIRM touches anything.
      *> The duplicate-ID log and the hold queue are both under
      *> integrity seal: the review refuses to start (RC 12) if
      *> either no longer matches its seal, and re-seals both once
      *> it has rewritten them.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. screening-review.
       AUTHOR. Riley.
              DATE-WRITTEN. 02092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 02092026.
      *> 15102026 Riley - the hold queue and release extract carry
      *> the 400-byte extended detail. The release extract goes out
      *> with a layout 02 HDR; a record held before the extended
      *> layout is stamped 01 so it is read back as the basic layout.
      *> 15102026 Riley - released IDs are deleted by key from the
      *> keyed SEEN-IDS store instead of the log being read into a
      *> 5000-entry table and rewritten, so the log can no longer be
      *> too big to release from.
      *> 15102026 Riley - verifies the integrity seals on the
      *> duplicate-ID log and the screening hold queue before it
      *> changes either, and re-seals both when it is done.
      *> 15102026 Riley - RELEASE and CONFIRM dispositions now need a
      *> second operator's approval (SDX-AUTHORIZER-ID). Each one is
      *> judged by operator-authorization and journaled there; a
      *> refused disposition is not applied and the hit stays on
      *> the hold queue. The authorizer's ID is appended to the
      *> review audit line.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO WS-REVIEW-AUDIT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REVIEW-AUDIT-STATUS.
           SELECT TRANSACTION-MASTER-FILE
                  ASSIGN TO WS-MASTER-PATH
                  ORGANIZATION IS INDEXED
       COPY "screening-disposition-record".

       FD RELEASE-EXTRACT-FILE.
       01 RLX-EXTRACT-LINE PIC X(400).

       FD CONFIRMED-HIT-FILE.
       COPY "confirmed-hit-record".
       FD REVIEW-AUDIT-FILE.
       01 RVA-AUDIT-LINE PIC X(140).

       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       01 WS-REVIEW-AUDIT-STATUS PIC X(2) VALUE '00'.
       01 WS-REVIEW-AUDIT-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-REVIEW-AUDIT-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
           88 WS-QUEUE-PRESENT VALUE 'Y' FALSE 'N'.
       01 WS-DISPOSITION-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-DISPOSITION-EOF VALUE 'Y' FALSE 'N'.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.

      *> Reviewer dispositions, loaded up front and matched by the
                 10 WS-DSP-ACTION         PIC X(8).
                 10 WS-DSP-REVIEWER       PIC X(8).
                 10 WS-DSP-JUSTIFICATION  PIC X(40).
                 10 WS-DSP-AUTHORIZER     PIC X(8).
       01 WS-DSP-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-DSP-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-DSP-SLOT PIC 9(3) VALUE 0.
       01 WS-RELEASE-COUNT PIC 9(3) VALUE 0.
       01 WS-RELEASE-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-RELEASE-TABLE.
           05 WS-RLS-DETAIL PIC X(400) OCCURS 200 TIMES
                 INDEXED BY WS-RLS-IDX.
       01 WS-RELEASE-AMOUNT PIC 9(10)V99 VALUE 0.
       01 WS-RELEASE-AMOUNT-TEXT REDEFINES WS-RELEASE-AMOUNT
       01 WS-KEEP-COUNT PIC 9(3) VALUE 0.
       01 WS-KEEP-SUB PIC 9(3) VALUE 0.
       01 WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY PIC X(467) OCCURS 200 TIMES.

      *> Released IDs to come off the duplicate-ID log -- the keyed
      *> SEEN-IDS store behind keyed-store, deleted from by key.
       01 WS-REMOVE-COUNT PIC 9(3) VALUE 0.
       01 WS-REMOVE-TABLE.
           05 WS-REMOVE-ID PIC X(32) OCCURS 200 TIMES
                 INDEXED BY WS-RMV-IDX.
       01 WS-SEEN-REMOVED PIC 9(3) VALUE 0.
       COPY "keyed-store-request".

       01 WS-NEW-DISPOSITION PIC X(12) VALUE SPACES.
       01 WS-RELEASED-COUNT PIC 9(3) VALUE 0.
       01 WS-CONFIRMED-COUNT PIC 9(3) VALUE 0.
       01 WS-UNWORKED-COUNT PIC 9(3) VALUE 0.
       01 WS-NOT-AUTHORIZED-COUNT PIC 9(3) VALUE 0.
       COPY "authorization-request".
       01 WS-HELD-ID PIC X(32) VALUE SPACES.

      *> Integrity seals on the two persistent files rewritten here.
       COPY "seal-request".
       01 WS-SEAL-FILE-ID PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting screening review"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 050-VERIFY-SEALS
           PERFORM 100-LOAD-DISPOSITIONS
           PERFORM 150-OPEN-MASTER
           PERFORM 200-PROCESS-QUEUE
           PERFORM 300-WRITE-RELEASE-EXTRACT
           PERFORM 350-REWRITE-QUEUE
           PERFORM 400-REWRITE-SEEN-IDS
           PERFORM 500-SEAL-FILES
           IF WS-CONFIRMED-OPEN
              CLOSE CONFIRMED-HIT-FILE
           END-IF
           END-IF
           DISPLAY "Screening review complete: " WS-RELEASED-COUNT
              " released, " WS-CONFIRMED-COUNT " confirmed, "
              WS-UNWORKED-COUNT " still held, "
              WS-NOT-AUTHORIZED-COUNT " not authorized"
           STOP RUN.

      *> Both files must still be as the batch left them -- a
      *> hand-edited queue or log is not reviewed on top of. With
      *> no seal register yet there is nothing to check against.
       050-VERIFY-SEALS.
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 055-VERIFY-ONE-SEAL
           MOVE "SCREEN-HOLDS" TO WS-SEAL-FILE-ID
           PERFORM 055-VERIFY-ONE-SEAL.

       055-VERIFY-ONE-SEAL.
           MOVE SPACES TO SLR-REQUEST
           MOVE "VERIFY" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "screening-review" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-INTACT AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " FAILS ITS INTEGRITY "
                 "SEAL (" SLR-RESULT ") " SLR-DETAIL " ***"
              DISPLAY "*** refusing to review; restore the file or "
                 "accept the change with integrity-reseal ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       100-LOAD-DISPOSITIONS.
           MOVE SPACES TO WS-DISPOSITION-OVERRIDE
           ACCEPT WS-DISPOSITION-OVERRIDE
                       TO WS-DSP-REVIEWER (WS-DSP-COUNT)
                    MOVE SDX-JUSTIFICATION
                       TO WS-DSP-JUSTIFICATION (WS-DSP-COUNT)
                    MOVE SDX-AUTHORIZER-ID
                       TO WS-DSP-AUTHORIZER (WS-DSP-COUNT)
                 END-IF
           END-READ.

                 ELSE
                    EVALUATE WS-DSP-ACTION (WS-DSP-SLOT)
                       WHEN "RELEASE"
                          MOVE "SCREEN-RELEASE" TO AUR-ACTION-TYPE
                          PERFORM 225-AUTHORIZE-DISPOSITION
                          IF AUR-APPROVED
                             PERFORM 230-RELEASE-THIS-HOLD
                          ELSE
                             PERFORM 285-HOLD-UNAUTHORIZED
                          END-IF
                       WHEN "CONFIRM"
                          MOVE "SCREEN-CONFIRM" TO AUR-ACTION-TYPE
                          PERFORM 225-AUTHORIZE-DISPOSITION
                          IF AUR-APPROVED
                             PERFORM 240-CONFIRM-THIS-HOLD
                          ELSE
                             PERFORM 285-HOLD-UNAUTHORIZED
                          END-IF
                       WHEN OTHER
                          DISPLAY "Unknown action "
                             WS-DSP-ACTION (WS-DSP-SLOT) " for "
                 SET WS-DSP-SLOT TO WS-DSP-IDX
           END-SEARCH.

      *> Maker-checker on one disposition: operator-authorization
      *> judges the pair against the operator authority file.
      *> AUR-ACTION-TYPE is set by the caller; the reviewer who keyed
      *> the disposition is the keyer.
       225-AUTHORIZE-DISPOSITION.
           MOVE "screening-review" TO AUR-PROGRAM
           MOVE WS-HELD-ID TO AUR-SUBJECT
           MOVE WS-DSP-REVIEWER (WS-DSP-SLOT) TO AUR-KEYER-ID
           MOVE WS-DSP-AUTHORIZER (WS-DSP-SLOT) TO AUR-AUTHORIZER-ID
           MOVE SPACES TO AUR-DECISION
           MOVE SPACES TO AUR-REASON
           CALL "operator-authorization" USING AUR-REQUEST.

      *> The detail row carries its amount at byte 63, extract
      *> format -- the redefine turns it back into the number the
      *> release envelope totals.
              ADD 1 TO WS-RELEASE-COUNT
              MOVE SHQ-TRANSACTION-DETAIL
                 TO WS-RLS-DETAIL (WS-RELEASE-COUNT)
              IF WS-RLS-DETAIL (WS-RELEASE-COUNT) (399:2) = SPACES
                 MOVE '01' TO WS-RLS-DETAIL (WS-RELEASE-COUNT) (399:2)
              END-IF
              MOVE SHQ-TRANSACTION-DETAIL (63:12)
                 TO WS-RELEASE-AMOUNT-TEXT
              ADD WS-RELEASE-AMOUNT TO WS-RELEASE-TOTAL
                 WS-DSP-ACTION (WS-DSP-SLOT) " "
                 WS-HELD-ID " "
                 SHQ-MATCHED-ENTRY " "
                 WS-DSP-JUSTIFICATION (WS-DSP-SLOT) " "
                 WS-DSP-AUTHORIZER (WS-DSP-SLOT)
                 DELIMITED BY SIZE INTO RVA-AUDIT-LINE
              END-STRING
              WRITE RVA-AUDIT-LINE
           END-IF.

       285-HOLD-UNAUTHORIZED.
           DISPLAY "*** " WS-DSP-ACTION (WS-DSP-SLOT) " of "
              WS-HELD-ID " NOT AUTHORIZED: " AUR-REASON
              " - record stays held ***"
           ADD 1 TO WS-NOT-AUTHORIZED-COUNT
           PERFORM 280-KEEP-ON-QUEUE.

       280-KEEP-ON-QUEUE.
           IF WS-KEEP-COUNT < WS-KEEP-MAX
              ADD 1 TO WS-KEEP-COUNT
                 MOVE WS-TODAY-DATE TO HDR-RUN-DATE
                 MOVE WS-RELEASE-COUNT TO HDR-EXPECTED-COUNT
                 MOVE WS-RELEASE-TOTAL TO HDR-EXPECTED-TOTAL
                 SET HDR-EXTENDED-LAYOUT TO TRUE
                 MOVE WS-RAW-RECORD TO RLX-EXTRACT-LINE
                 WRITE RLX-EXTRACT-LINE
                 PERFORM 310-WRITE-RELEASE-DETAIL

      *> The reader remembered every held ID -- released records
      *> must come off the duplicate-ID log or the re-entry bounces.
      *> Each one is deleted from the store by key.
       400-REWRITE-SEEN-IDS.
           IF WS-REMOVE-COUNT = 0
              CONTINUE
           ELSE
              MOVE 0 TO WS-SEEN-REMOVED
              PERFORM 410-DELETE-SEEN-ID
                 VARYING WS-RMV-IDX FROM 1 BY 1
                 UNTIL WS-RMV-IDX > WS-REMOVE-COUNT
              MOVE SPACES TO KSR-REQUEST
              SET KSR-CLOSE TO TRUE
              CALL "keyed-store" USING KSR-REQUEST
              DISPLAY "Duplicate-ID log: " WS-SEEN-REMOVED
                 " released ID(s) removed of " WS-REMOVE-COUNT
           END-IF.

      *> An ID already gone from the log needs nothing doing.
       410-DELETE-SEEN-ID.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-DELETE TO TRUE
           MOVE "SEEN-IDS" TO KSR-STORE-ID
           MOVE WS-REMOVE-ID (WS-RMV-IDX) TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-DONE
                 ADD 1 TO WS-SEEN-REMOVED
              WHEN KSR-FAILED
                 DISPLAY "*** SEEN-ID STORE: " KSR-DETAIL " - "
                    WS-REMOVE-ID (WS-RMV-IDX)
                    " will reject as a duplicate ***"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> Re-seals both files as this review left them, so the next
      *> run's verification accepts the change.
       500-SEAL-FILES.
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 510-SEAL-ONE-FILE
           MOVE "SCREEN-HOLDS" TO WS-SEAL-FILE-ID
           PERFORM 510-SEAL-ONE-FILE.

       510-SEAL-ONE-FILE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "screening-review" TO SLR-PROGRAM
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
