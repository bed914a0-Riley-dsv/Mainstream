      *> transaction ID, recording which run originally rejected the
      *> record, which fields were changed from what to what, and
      *> whether it made the extract or is still invalid. Finally the
      *> resubmitted IDs are deleted from the keyed SEEN-IDS store,
      *> because the reader remembered them when it rejected the
      *> originals and would otherwise throw the repaired records
      *> straight back out as duplicates. The duplicate-ID log is
      *> under integrity seal: repair refuses to start (RC 12) if it
      *> no longer matches its seal, and re-seals it when done.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. reject-repair.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - the before and after values on the
      *> resubmission audit's change lines are carried whole, up to
      *> the 140 bytes of remittance information, instead of cut at
      *> 32; the audit line is 340 bytes.
      *> 15102026 Riley - the queue, the keep table and the
      *> resubmission extract carry the 400-byte extended detail,
      *> and the extract goes out with a layout 02 HDR; a record
      *> rejected before the extended layout is stamped 01. The
      *> ordering and beneficiary names, remittance information,
      *> purpose code and charge bearer are correctable, the longer
      *> values continuing in COR-NEW-VALUE-CONT.
      *> 15102026 Riley - resubmitted IDs are deleted by key from the
      *> keyed SEEN-IDS store; the 5000-entry work table and its
      *> refuse-on-overflow rewrite are gone with the flat log.
      *> 15102026 Riley - verifies the duplicate-ID log's integrity
      *> seal before repairing anything and re-seals it afterwards.
      *> 15102026 Riley - corrections are now maker-checker: every
      *> correction line carries a keyer and a separate authorizer
      *> ID, judged by operator-authorization against the operator
      *> authority file and journaled on the shared authorization
      *> journal. A reject with any refused correction is not
      *> touched at all -- no line of it is applied, it is not
      *> resubmitted, and it stays on the queue in its original form
      *> marked NOT AUTHORIZED on the resubmission audit.
      *> 22082026 Riley - the repair queue is now consumed: after
      *> processing, reject-queue.dat is rewritten with only the
      *> STILL INVALID entries (kept in their original, uncorrected
                  ASSIGN TO WS-REPAIR-AUDIT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPAIR-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "reject-correction-record".

       FD RESUBMISSION-FILE.
       01 RSB-EXTRACT-LINE PIC X(400).

       FD REPAIR-AUDIT-FILE.
       01 RRA-AUDIT-LINE PIC X(340).

       WORKING-STORAGE SECTION.
       01 WS-REJECT-QUEUE-PATH PIC X(255) VALUE
       01 WS-REPAIR-AUDIT-PATH PIC X(255) VALUE
                       "../../../rejects/resubmission-audit.dat".
       01 WS-REPAIR-AUDIT-STATUS PIC X(2) VALUE '00'.

      *> Operator corrections, all loaded up front -- every queue
      *> record is matched against the full list by the transaction ID
                 INDEXED BY WS-COR-IDX.
                 10 WS-COR-TRANSACTION-ID PIC X(32).
                 10 WS-COR-FIELD-NAME     PIC X(14).
                 10 WS-COR-NEW-VALUE      PIC X(140).
                 10 WS-COR-KEYER-ID       PIC X(8).
                 10 WS-COR-AUTHORIZER-ID  PIC X(8).

      *> Records that re-validated clean, buffered so the HDR (which
      *> must state the count and total up front) can be written ahead
       01 WS-RESUB-COUNT PIC 9(3) VALUE 0.
       01 WS-RESUB-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-RESUB-TABLE.
           05 WS-RESUB-DETAIL PIC X(400) OCCURS 500 TIMES
                 INDEXED BY WS-RSB-IDX.

      *> Original IDs of everything resubmitted -- these are the IDs
      *> the reader remembered when it rejected the records, and they
      *> must come off the keyed SEEN-IDS store or the resubmission
      *> bounces straight back as DUPLICATE TRANSACTION ID.
       01 WS-REMOVE-COUNT PIC 9(3) VALUE 0.
       01 WS-REMOVE-TABLE.
           05 WS-REMOVE-ID PIC X(32) OCCURS 500 TIMES
                 INDEXED BY WS-RMV-IDX.
       01 WS-SEEN-REMOVED PIC 9(3) VALUE 0.
       COPY "keyed-store-request".

      *> Queue entries that are still invalid after repair, kept in
      *> their original form -- the rewritten queue holds only
       01 WS-KEEP-MAX PIC 9(3) VALUE 500.
       01 WS-KEEP-COUNT PIC 9(3) VALUE 0.
       01 WS-KEEP-SUB PIC 9(3) VALUE 0.
       01 WS-ORIGINAL-QUEUE-REC PIC X(448).
       01 WS-KEEP-TABLE.
           05 WS-KEEP-ENTRY PIC X(448) OCCURS 500 TIMES.

       01 WS-STILL-INVALID-COUNT PIC 9(3) VALUE 0.
       01 WS-NOT-AUTHORIZED-COUNT PIC 9(3) VALUE 0.
       01 WS-REFUSED-CORRECTIONS PIC 9(3) VALUE 0.
       01 WS-REFUSAL-REASON PIC X(40) VALUE SPACES.
       COPY "authorization-request".
       01 WS-ORIGINAL-ID PIC X(32).
       01 WS-ORIGINAL-RUN PIC 9(6).
       01 WS-ORIGINAL-REASON PIC X(40).
       01 WS-OLD-FIELD-VALUE PIC X(140).
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.

       01 WS-VALID-SW PIC X(1) VALUE 'Y'.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RRA-FIELD-NAME          PIC X(14).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RRA-OLD-VALUE           PIC X(140).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RRA-NEW-VALUE           PIC X(140).

       01 RRA-DISPOSITION-LINE.
           05 RRA-DSP-TRANSACTION-ID  PIC X(32).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 RRA-DSP-REASON          PIC X(40).

      *> Integrity seals on the persistent files rewritten here.
       COPY "seal-request".
       01 WS-SEAL-FILE-ID PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting reject repair"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 050-VERIFY-SEALS
           PERFORM 100-LOAD-CORRECTIONS
           PERFORM 150-OPEN-AUDIT-FILE
           PERFORM 200-PROCESS-QUEUE
           PERFORM 300-WRITE-RESUBMISSION
           PERFORM 350-REWRITE-QUEUE
           PERFORM 400-REWRITE-SEEN-IDS
           PERFORM 500-SEAL-FILES
           DISPLAY "Reject repair complete: " WS-RESUB-COUNT
              " record(s) resubmitted, " WS-STILL-INVALID-COUNT
              " still invalid, " WS-NOT-AUTHORIZED-COUNT
              " not authorized"
           STOP RUN.

      *> A hand-edited duplicate-ID log is not repaired on top of.
      *> With no seal register yet there is nothing to check.
       050-VERIFY-SEALS.
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 055-VERIFY-ONE-SEAL.

       055-VERIFY-ONE-SEAL.
           MOVE SPACES TO SLR-REQUEST
           MOVE "VERIFY" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "reject-repair" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-INTACT AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " FAILS ITS INTEGRITY "
                 "SEAL (" SLR-RESULT ") " SLR-DETAIL " ***"
              DISPLAY "*** refusing to repair; restore the file or "
                 "accept the change with integrity-reseal ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       100-LOAD-CORRECTIONS.
           MOVE SPACES TO WS-CORRECTION-OVERRIDE
           ACCEPT WS-CORRECTION-OVERRIDE
                    TO WS-COR-FIELD-NAME (WS-CORRECTION-COUNT)
                 MOVE COR-NEW-VALUE
                    TO WS-COR-NEW-VALUE (WS-CORRECTION-COUNT)
                 MOVE COR-NEW-VALUE-CONT
                    TO WS-COR-NEW-VALUE (WS-CORRECTION-COUNT) (33:108)
                 MOVE COR-KEYER-ID
                    TO WS-COR-KEYER-ID (WS-CORRECTION-COUNT)
                 MOVE COR-AUTHORIZER-ID
                    TO WS-COR-AUTHORIZER-ID (WS-CORRECTION-COUNT)
           END-READ.

       150-OPEN-AUDIT-FILE.
              NOT AT END
                 MOVE RQ-RECORD TO WS-ORIGINAL-QUEUE-REC
                 MOVE RQ-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                 IF TR-LAYOUT-VERSION = SPACES
                    SET TR-BASIC-LAYOUT TO TRUE
                 END-IF
                 MOVE RQ-RUN-ID TO WS-ORIGINAL-RUN
                 MOVE RQ-REASON TO WS-ORIGINAL-REASON
                 MOVE TR-TRANSACTION-ID TO WS-ORIGINAL-ID
                 PERFORM 215-AUTHORIZE-CORRECTIONS
                 IF WS-REFUSED-CORRECTIONS > 0
                    PERFORM 290-HOLD-UNAUTHORIZED
                 ELSE
                    PERFORM 220-APPLY-CORRECTIONS
                    PERFORM 250-REVALIDATE-RECORD
                 END-IF
           END-READ.

      *> Every correction line for this reject goes past the
      *> maker-checker before any of them is applied -- half a
      *> repair is worse than none.
       215-AUTHORIZE-CORRECTIONS.
           MOVE 0 TO WS-REFUSED-CORRECTIONS
           PERFORM 217-AUTHORIZE-ONE-CORRECTION
              VARYING WS-COR-IDX FROM 1 BY 1
              UNTIL WS-COR-IDX > WS-CORRECTION-COUNT.

       217-AUTHORIZE-ONE-CORRECTION.
           IF WS-COR-TRANSACTION-ID (WS-COR-IDX) = WS-ORIGINAL-ID
              MOVE SPACES TO AUR-REQUEST
              MOVE "REJECT-REPAIR" TO AUR-ACTION-TYPE
              MOVE "reject-repair" TO AUR-PROGRAM
              MOVE WS-ORIGINAL-ID TO AUR-SUBJECT
              MOVE WS-COR-KEYER-ID (WS-COR-IDX) TO AUR-KEYER-ID
              MOVE WS-COR-AUTHORIZER-ID (WS-COR-IDX)
                 TO AUR-AUTHORIZER-ID
              CALL "operator-authorization" USING AUR-REQUEST
              IF NOT AUR-APPROVED
                 ADD 1 TO WS-REFUSED-CORRECTIONS
                 MOVE AUR-REASON TO WS-REFUSAL-REASON
                 DISPLAY "*** CORRECTION "
                    WS-COR-FIELD-NAME (WS-COR-IDX)
                    " for " WS-ORIGINAL-ID " NOT AUTHORIZED: "
                    AUR-REASON " ***"
              END-IF
           END-IF.

       220-APPLY-CORRECTIONS.
           PERFORM 230-APPLY-ONE-CORRECTION
              VARYING WS-COR-IDX FROM 1 BY 1
                    MOVE TR-SOURCE-SYSTEM TO WS-OLD-FIELD-VALUE
                    MOVE WS-COR-NEW-VALUE (WS-COR-IDX) (1:8)
                       TO TR-SOURCE-SYSTEM
                 WHEN "ORDERING-NAME"
                    MOVE TR-ORDERING-NAME TO WS-OLD-FIELD-VALUE
                    MOVE WS-COR-NEW-VALUE (WS-COR-IDX) (1:35)
                       TO TR-ORDERING-NAME
                 WHEN "BENEFICIARY"
                    MOVE TR-BENEFICIARY-NAME TO WS-OLD-FIELD-VALUE
                    MOVE WS-COR-NEW-VALUE (WS-COR-IDX) (1:35)
                       TO TR-BENEFICIARY-NAME
                 WHEN "REMITTANCE"
                    MOVE TR-REMITTANCE-INFO TO WS-OLD-FIELD-VALUE
                    MOVE WS-COR-NEW-VALUE (WS-COR-IDX)
                       TO TR-REMITTANCE-INFO
                 WHEN "PURPOSE-CODE"
                    MOVE TR-PURPOSE-CODE TO WS-OLD-FIELD-VALUE
                    MOVE WS-COR-NEW-VALUE (WS-COR-IDX) (1:4)
                       TO TR-PURPOSE-CODE
                 WHEN "CHARGE-BEARER"
                    MOVE TR-CHARGE-BEARER TO WS-OLD-FIELD-VALUE
                    MOVE WS-COR-NEW-VALUE (WS-COR-IDX) (1:3)
                       TO TR-CHARGE-BEARER
                 WHEN OTHER
                    DISPLAY "Unknown correction field "
                       WS-COR-FIELD-NAME (WS-COR-IDX) " for "
              PERFORM 280-KEEP-ON-QUEUE
           END-IF.

      *> The reject stays exactly as it was rejected, so the next
      *> repair run can apply a properly authorized correction set.
       290-HOLD-UNAUTHORIZED.
           ADD 1 TO WS-NOT-AUTHORIZED-COUNT
           MOVE "NOT AUTHORIZED" TO RRA-DSP-TEXT
           MOVE WS-REFUSAL-REASON TO RRA-DSP-REASON
           PERFORM 270-WRITE-DISPOSITION-AUDIT
           PERFORM 280-KEEP-ON-QUEUE.

       280-KEEP-ON-QUEUE.
           IF WS-KEEP-COUNT < WS-KEEP-MAX
              ADD 1 TO WS-KEEP-COUNT
                 MOVE WS-TODAY-DATE TO HDR-RUN-DATE
                 MOVE WS-RESUB-COUNT TO HDR-EXPECTED-COUNT
                 MOVE WS-RESUB-TOTAL TO HDR-EXPECTED-TOTAL
                 SET HDR-EXTENDED-LAYOUT TO TRUE
                 MOVE WS-RAW-RECORD TO RSB-EXTRACT-LINE
                 WRITE RSB-EXTRACT-LINE
                 PERFORM 310-WRITE-RESUB-DETAIL
      *> log -- drop the ones we just resubmitted or the repaired
      *> records come straight back as DUPLICATE TRANSACTION ID on
      *> the very next run.
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
                 " resubmitted ID(s) removed of " WS-REMOVE-COUNT
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
                    " will still reject as a duplicate ***"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> Re-seals the log as this repair left it, so the next run's
      *> verification accepts the change.
       500-SEAL-FILES.
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 510-SEAL-ONE-FILE.

       510-SEAL-ONE-FILE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "reject-repair" TO SLR-PROGRAM
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
