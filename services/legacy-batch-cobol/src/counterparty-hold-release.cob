      *> Counterparty hold release. This is a standalone batch
      *> program parallel to screening-review, not CALLed from
      *> main-cobol-orchestrator -- it gives REF-HELD items the way
      *> back they never had. The orchestrator holds a PAY to or from
      *> an IBAN the counterparty reference master carries as
      *> DORMANT or BLOCKED; once the reference is corrected the
      *> payment used to sit on the master as REF-HELD for good. This
      *> program scans the master for REF-HELD records and re-checks
      *> both IBANs against the current reference master
      *> (counterparty-reference.dat, override via
      *> COUNTERPARTY_REFERENCE_PATH): a record is releasable when
      *> every one of its IBANs that is on the reference is ACTIVE
      *> again -- an IBAN no longer on the reference at all does not
      *> count as reinstated, and a record with neither IBAN on it
      *> stays held for the desk to look at. Released records go on
      *> the counterparty release extract
      *> (rejects/ref-hold-release-extract.dat), which re-enters the
      *> next run via the source manifest exactly like a screening
      *> release -- and is re-checked against the reference on entry,
      *> so a status that flips back still catches it -- and their
      *> IDs come off the duplicate-ID log so the re-entry is not
      *> bounced as a duplicate. Each release is recorded on the
      *> master: the disposition moves to REF-RELEASED and the
      *> validation reason states the release date, until the
      *> re-entering run gives the record its real disposition. The
      *> master is only touched once the extract is safely written.
      *> No operator keys anything here -- the maintained reference
      *> master is the authority -- so there is no maker-checker
      *> step. The program refuses to start while a run holds the
      *> batch lock, since the run commits its duplicate-ID changes
      *> at its end, and refuses (RC 12) if the duplicate-ID log no
      *> longer matches its integrity seal; it re-seals the log once
      *> it has deleted the released IDs from it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. counterparty-hold-release.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
      *> 15102026 Riley - a released payment goes out with its
      *> extended detail from the master, on a 400-byte release
      *> extract with a layout 02 HDR; one mastered before the
      *> extended layout is stamped 01.
      *> 15102026 Riley - released IDs are deleted by key from the
      *> keyed SEEN-IDS store instead of the log being rewritten
      *> through a 5000-entry work table.
      *> 15102026 Riley - verifies the duplicate-ID log's integrity
      *> seal before releasing anything and re-seals it afterwards.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-MASTER-FILE
                  ASSIGN TO WS-MASTER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TMF-TRANSACTION-ID
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT COUNTERPARTY-REF-FILE
                  ASSIGN TO WS-CPTY-REF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CPTY-REF-STATUS.
           SELECT BATCH-CONTROL-FILE
                  ASSIGN TO WS-BATCH-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BATCH-CONTROL-STATUS.
           SELECT RELEASE-EXTRACT-FILE
                  ASSIGN TO WS-RELEASE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD COUNTERPARTY-REF-FILE.
       COPY "counterparty-reference-record".

       FD BATCH-CONTROL-FILE.
       COPY "batch-control-record".

       FD RELEASE-EXTRACT-FILE.
       01 RLX-EXTRACT-LINE PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-CPTY-REF-PATH PIC X(255) VALUE
                   "../../../sample-data/counterparty-reference.dat".
       01 WS-CPTY-REF-OVERRIDE PIC X(255).
       01 WS-CPTY-REF-STATUS PIC X(2) VALUE '00'.
       01 WS-BATCH-CONTROL-PATH PIC X(255) VALUE
                       "../../../checkpoints/batch-control.dat".
       01 WS-BATCH-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-RELEASE-PATH PIC X(255) VALUE
                   "../../../rejects/ref-hold-release-extract.dat".
       01 WS-RELEASE-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".
       COPY "transaction-envelope-record".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-FILE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.

       01 WS-CPT-MAX PIC 9(3) VALUE 200.
       01 WS-CPT-COUNT PIC 9(3) VALUE 0.
       01 WS-CPT-TABLE.
           05 WS-CPT-ENTRY OCCURS 200 TIMES
                 INDEXED BY WS-CPT-IDX.
                 10 WS-CPT-IBAN          PIC X(27).
                 10 WS-CPT-STATUS        PIC X(8).
       01 WS-CPTY-LOOKUP-IBAN PIC X(27) VALUE SPACES.
       01 WS-CPTY-FOUND-STATUS PIC X(8) VALUE SPACES.

      *> One REF-HELD record under review.
       01 WS-SIDES-ON-REFERENCE PIC 9(1) VALUE 0.
       01 WS-SIDES-ACTIVE PIC 9(1) VALUE 0.
       01 WS-HELD-REFERENCE-SW PIC X(1) VALUE 'N'.
           88 WS-STILL-HELD-BY-REFERENCE VALUE 'Y' FALSE 'N'.

      *> Released records, buffered so the release extract's HDR can
      *> state the count and total up front, like the screening
      *> release.
       01 WS-RELEASE-MAX PIC 9(3) VALUE 500.
       01 WS-RELEASE-COUNT PIC 9(3) VALUE 0.
       01 WS-RELEASE-SUB PIC 9(3) VALUE 0.
       01 WS-RELEASE-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-RELEASE-TABLE.
           05 WS-RLS-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-RLS-IDX.
                 10 WS-RLS-TRANSACTION-ID PIC X(32).
                 10 WS-RLS-DETAIL         PIC X(400).
       01 WS-RELEASE-WRITTEN-SW PIC X(1) VALUE 'N'.
           88 WS-RELEASE-WRITTEN VALUE 'Y' FALSE 'N'.

       01 WS-SEEN-REMOVED PIC 9(3) VALUE 0.
       COPY "keyed-store-request".

       01 WS-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-STILL-HELD-COUNT PIC 9(5) VALUE 0.
       01 WS-RECORDED-COUNT PIC 9(5) VALUE 0.
       01 WS-RELEASE-REASON PIC X(40) VALUE SPACES.

      *> Integrity seals on the persistent files rewritten here.
       COPY "seal-request".
       01 WS-SEAL-FILE-ID PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting counterparty hold release"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 050-CHECK-RUN-LOCK
           PERFORM 060-VERIFY-SEALS
           PERFORM 100-LOAD-REFERENCE
           PERFORM 150-OPEN-MASTER
           PERFORM 200-SCAN-REFERENCE-HOLDS
           PERFORM 300-WRITE-RELEASE-EXTRACT
           IF WS-RELEASE-WRITTEN
              PERFORM 350-RECORD-RELEASES
                 VARYING WS-RELEASE-SUB FROM 1 BY 1
                 UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
              PERFORM 400-REWRITE-SEEN-IDS
           END-IF
           PERFORM 500-SEAL-FILES
           CLOSE TRANSACTION-MASTER-FILE
           DISPLAY "Counterparty hold release complete: "
              WS-HELD-COUNT " REF-HELD, " WS-RECORDED-COUNT
              " released, " WS-STILL-HELD-COUNT " still held"
           STOP RUN.

      *> The run commits its duplicate-ID changes at its end -- a
      *> release under it would be undone.
       050-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-CONTROL-STATUS = '00'
              READ BATCH-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BCT-IN-FLIGHT
                       DISPLAY "*** RUN " BCT-LOCK-RUN-ID
                          " HOLDS THE BATCH LOCK - hold release "
                          "refused until it finishes ***"
                       CLOSE BATCH-CONTROL-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE BATCH-CONTROL-FILE
           END-IF.

      *> A hand-edited duplicate-ID log is not released on top of.
      *> With no seal register yet there is nothing to check.
       060-VERIFY-SEALS.
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 065-VERIFY-ONE-SEAL.

       065-VERIFY-ONE-SEAL.
           MOVE SPACES TO SLR-REQUEST
           MOVE "VERIFY" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "counterparty-hold-release" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-INTACT AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " FAILS ITS INTEGRITY "
                 "SEAL (" SLR-RESULT ") " SLR-DETAIL " ***"
              DISPLAY "*** refusing to release; restore the file or "
                 "accept the change with integrity-reseal ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> Without the reference nothing can be shown to be ACTIVE
      *> again, so nothing is released.
       100-LOAD-REFERENCE.
           MOVE SPACES TO WS-CPTY-REF-OVERRIDE
           ACCEPT WS-CPTY-REF-OVERRIDE
              FROM ENVIRONMENT "COUNTERPARTY_REFERENCE_PATH"
           IF WS-CPTY-REF-OVERRIDE NOT = SPACES
              MOVE WS-CPTY-REF-OVERRIDE TO WS-CPTY-REF-PATH
           END-IF
           OPEN INPUT COUNTERPARTY-REF-FILE
           IF WS-CPTY-REF-STATUS NOT = '00'
              DISPLAY "*** COUNTERPARTY REFERENCE NOT AVAILABLE "
                 "(status " WS-CPTY-REF-STATUS ") - nothing "
                 "released ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 110-READ-REFERENCE-ENTRY
              UNTIL WS-FILE-EOF OR WS-CPT-COUNT = WS-CPT-MAX
           CLOSE COUNTERPARTY-REF-FILE.

       110-READ-REFERENCE-ENTRY.
           READ COUNTERPARTY-REF-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 IF CPR-IBAN NOT = SPACES
                    ADD 1 TO WS-CPT-COUNT
                    MOVE CPR-IBAN TO WS-CPT-IBAN (WS-CPT-COUNT)
                    MOVE CPR-STATUS TO WS-CPT-STATUS (WS-CPT-COUNT)
                 END-IF
           END-READ.

       150-OPEN-MASTER.
           OPEN I-O TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "*** TRANSACTION MASTER UNAVAILABLE (status "
                 WS-MASTER-STATUS ") - nothing released ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       200-SCAN-REFERENCE-HOLDS.
           MOVE LOW-VALUES TO TMF-TRANSACTION-ID
           START TRANSACTION-MASTER-FILE
              KEY NOT < TMF-TRANSACTION-ID
           END-START
           IF WS-MASTER-STATUS NOT = '00'
              SET WS-MASTER-EOF TO TRUE
           END-IF
           PERFORM 210-VET-ONE-MASTER UNTIL WS-MASTER-EOF.

       210-VET-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 IF TMF-DISPOSITION = "REF-HELD"
                    ADD 1 TO WS-HELD-COUNT
                    MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                    MOVE TMF-EXTENDED-DETAIL TO TR-EXTENDED-DETAIL
                    IF TR-LAYOUT-VERSION = SPACES
                       SET TR-BASIC-LAYOUT TO TRUE
                    END-IF
                    PERFORM 220-RECHECK-REFERENCE
                    IF WS-STILL-HELD-BY-REFERENCE
                       ADD 1 TO WS-STILL-HELD-COUNT
                    ELSE
                       PERFORM 230-QUEUE-RELEASE
                    END-IF
                 END-IF
           END-READ.

      *> Both sides, the same two IBANs the orchestrator vetted.
       220-RECHECK-REFERENCE.
           MOVE 0 TO WS-SIDES-ON-REFERENCE
           MOVE 0 TO WS-SIDES-ACTIVE
           MOVE TR-SENDER-IBAN TO WS-CPTY-LOOKUP-IBAN
           PERFORM 225-TALLY-ONE-SIDE
           MOVE TR-RECEIVER-IBAN TO WS-CPTY-LOOKUP-IBAN
           PERFORM 225-TALLY-ONE-SIDE
           IF WS-SIDES-ON-REFERENCE > 0
              AND WS-SIDES-ACTIVE = WS-SIDES-ON-REFERENCE
              SET WS-STILL-HELD-BY-REFERENCE TO FALSE
           ELSE
              SET WS-STILL-HELD-BY-REFERENCE TO TRUE
              IF WS-SIDES-ON-REFERENCE = 0
                 DISPLAY "*** " TMF-TRANSACTION-ID " - neither "
                    "IBAN is on the reference any more; stays "
                    "REF-HELD for the desk ***"
              END-IF
           END-IF.

       225-TALLY-ONE-SIDE.
           MOVE SPACES TO WS-CPTY-FOUND-STATUS
           SET WS-CPT-IDX TO 1
           SEARCH WS-CPT-ENTRY
              AT END CONTINUE
              WHEN WS-CPT-IDX > WS-CPT-COUNT
                 CONTINUE
              WHEN WS-CPT-IBAN (WS-CPT-IDX) = WS-CPTY-LOOKUP-IBAN
                 MOVE WS-CPT-STATUS (WS-CPT-IDX)
                    TO WS-CPTY-FOUND-STATUS
           END-SEARCH
           IF WS-CPTY-FOUND-STATUS NOT = SPACES
              ADD 1 TO WS-SIDES-ON-REFERENCE
              IF WS-CPTY-FOUND-STATUS = "ACTIVE"
                 ADD 1 TO WS-SIDES-ACTIVE
              END-IF
           END-IF.

       230-QUEUE-RELEASE.
           IF WS-RELEASE-COUNT = WS-RELEASE-MAX
              DISPLAY "Release extract is full, " TMF-TRANSACTION-ID
                 " stays held for a later release run"
              ADD 1 TO WS-STILL-HELD-COUNT
           ELSE
              ADD 1 TO WS-RELEASE-COUNT
              MOVE TMF-TRANSACTION-ID
                 TO WS-RLS-TRANSACTION-ID (WS-RELEASE-COUNT)
              MOVE TRANSACTION-RECORD
                 TO WS-RLS-DETAIL (WS-RELEASE-COUNT)
              ADD TR-AMOUNT TO WS-RELEASE-TOTAL
              DISPLAY "Releasing " TMF-TRANSACTION-ID
                 " - counterparty ACTIVE again on the reference"
           END-IF.

      *> Same HDR/TRL envelope a normal extract carries, so the
      *> reader's header/trailer reconciliation vets the release
      *> extract like any other source file once it is listed on the
      *> manifest.
       300-WRITE-RELEASE-EXTRACT.
           IF WS-RELEASE-COUNT = 0
              DISPLAY "Nothing released, no release extract written"
           ELSE
              OPEN OUTPUT RELEASE-EXTRACT-FILE
              IF WS-RELEASE-STATUS NOT = '00'
                 DISPLAY "*** RELEASE EXTRACT STATUS "
                    WS-RELEASE-STATUS " - nothing released, the "
                    "records stay REF-HELD ***"
                 MOVE 12 TO RETURN-CODE
              ELSE
                 MOVE SPACES TO WS-RAW-RECORD
                 MOVE 'HDR' TO HDR-TAG
                 MOVE WS-TODAY-DATE TO HDR-RUN-DATE
                 MOVE WS-RELEASE-COUNT TO HDR-EXPECTED-COUNT
                 MOVE WS-RELEASE-TOTAL TO HDR-EXPECTED-TOTAL
                 SET HDR-EXTENDED-LAYOUT TO TRUE
                 MOVE WS-RAW-RECORD TO RLX-EXTRACT-LINE
                 WRITE RLX-EXTRACT-LINE
                 PERFORM 310-WRITE-RELEASE-DETAIL
                    VARYING WS-RELEASE-SUB FROM 1 BY 1
                    UNTIL WS-RELEASE-SUB > WS-RELEASE-COUNT
                 MOVE SPACES TO WS-RAW-RECORD
                 MOVE 'TRL' TO TRL-TAG
                 MOVE WS-RELEASE-COUNT TO TRL-ACTUAL-COUNT
                 MOVE WS-RELEASE-TOTAL TO TRL-ACTUAL-TOTAL
                 MOVE WS-RAW-RECORD TO RLX-EXTRACT-LINE
                 WRITE RLX-EXTRACT-LINE
                 CLOSE RELEASE-EXTRACT-FILE
                 SET WS-RELEASE-WRITTEN TO TRUE
                 DISPLAY "Release extract written: "
                    WS-RELEASE-COUNT " record(s)"
              END-IF
           END-IF.

       310-WRITE-RELEASE-DETAIL.
           MOVE WS-RLS-DETAIL (WS-RELEASE-SUB) TO RLX-EXTRACT-LINE
           WRITE RLX-EXTRACT-LINE.

      *> The release is recorded on the master only once it is on
      *> the extract. A record that moved off REF-HELD since the scan
      *> is left alone.
       350-RECORD-RELEASES.
           MOVE WS-RLS-TRANSACTION-ID (WS-RELEASE-SUB)
              TO TMF-TRANSACTION-ID
           READ TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS = '00'
              IF TMF-DISPOSITION = "REF-HELD"
                 MOVE SPACES TO WS-RELEASE-REASON
                 STRING "RELEASED " WS-TODAY-DATE
                    " - COUNTERPARTY ACTIVE"
                    DELIMITED BY SIZE INTO WS-RELEASE-REASON
                 END-STRING
                 MOVE "REF-RELEASED" TO TMF-DISPOSITION
                 MOVE WS-RELEASE-REASON TO TMF-VALIDATION-REASON
                 REWRITE TMF-RECORD
                 IF WS-MASTER-STATUS = '00'
                    ADD 1 TO WS-RECORDED-COUNT
                 ELSE
                    DISPLAY "counterparty-hold-release: rewrite "
                       "status " WS-MASTER-STATUS " for "
                       TMF-TRANSACTION-ID
                    MOVE '00' TO WS-MASTER-STATUS
                 END-IF
              END-IF
           ELSE
              DISPLAY "counterparty-hold-release: read status "
                 WS-MASTER-STATUS " for " TMF-TRANSACTION-ID
              MOVE '00' TO WS-MASTER-STATUS
           END-IF.

      *> The reader remembered every held ID -- released records
      *> must come off the duplicate-ID log or the re-entry bounces.
      *> Deleted from the keyed store by key, as screening-review
      *> does.
       400-REWRITE-SEEN-IDS.
           MOVE 0 TO WS-SEEN-REMOVED
           PERFORM 410-DELETE-SEEN-ID
              VARYING WS-RLS-IDX FROM 1 BY 1
              UNTIL WS-RLS-IDX > WS-RELEASE-COUNT
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           DISPLAY "Duplicate-ID log: " WS-SEEN-REMOVED
              " released ID(s) removed of " WS-RELEASE-COUNT.

      *> An ID already gone from the log needs nothing doing.
       410-DELETE-SEEN-ID.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-DELETE TO TRUE
           MOVE "SEEN-IDS" TO KSR-STORE-ID
           MOVE WS-RLS-TRANSACTION-ID (WS-RLS-IDX) TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-DONE
                 ADD 1 TO WS-SEEN-REMOVED
              WHEN KSR-FAILED
                 DISPLAY "*** SEEN-ID STORE: " KSR-DETAIL " - "
                    WS-RLS-TRANSACTION-ID (WS-RLS-IDX)
                    " will reject as a duplicate ***"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> Re-seals the log as this program left it, so the next
      *> run's verification accepts the change.
       500-SEAL-FILES.
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 510-SEAL-ONE-FILE.

       510-SEAL-ONE-FILE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "counterparty-hold-release" TO SLR-PROGRAM
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
