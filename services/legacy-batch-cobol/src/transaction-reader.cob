       PROGRAM-ID. batch-transaction-reader.
       AUTHOR. Riley.
              DATE-WRITTEN. 23042026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 23042026.
      *> 15102026 Riley - the payment cut-off check now runs after
      *> the duplicate-ID and FX rate checks, so a duplicate or a
      *> record without a usable rate is no longer rolled forward and
      *> listed on the cut-off report before it is rejected.
      *> 15102026 Riley - extracts may now come in the extended
      *> 400-byte layout, announced by HDR-LAYOUT-VERSION '02' in the
      *> header, which adds the ordering and beneficiary names,
      *> remittance information, purpose code and charge bearer
      *> (TR-EXTENDED-DETAIL). A file whose header is blank or '01',
      *> or that has no header, is read as the 166-byte layout it
      *> always was. Each record is stamped with the layout it came
      *> in (TR-LAYOUT-VERSION) and a 166-byte record's extended tail
      *> is cleared. A header naming any other version fails every
      *> record of that file in transaction-field-validator. The
      *> layout is taken afresh from each manifest file's header.
      *> 15102026 Riley - the seen-ID log is now the INDEXED seen-ID
      *> store behind keyed-store: each incoming ID is looked up by
      *> key and each ID worth remembering is staged there, stamped
      *> with the day it was recorded, instead of the whole log being
      *> loaded into the 5000-entry table at start and written back
      *> at a clean finish. The table, its ceiling and the DUPLICATE
      *> DETECTION DEGRADED banners are gone. Staged IDs reach the
      *> store in main-cobol-orchestrator's two-phase finalize, so a
      *> restart sees exactly the IDs its checkpoint covers and a dry
      *> run leaves no trace in the store.
      *> 15102026 Riley - PAYs are now held to the gateway's payment
      *> cut-off times: a maintained table (payment-cutoffs.dat,
      *> override via PAYMENT_CUTOFF_PATH) gives the latest
      *> TR-OPERATION-TIME per currency, optionally per receiver bank,
      *> that can still settle on the value date asked for. A PAY
      *> keyed on its own value date after that time misses the
      *> cut-off and moves to the next business day; the move is
      *> listed on the new cut-off exceptions report
      *> (cutoff-exceptions.dat) and the original value date handed
      *> back to main-cobol-orchestrator through the new
      *> LK-ORIGINAL-VALUE-DATE, so it parks the payment in the
      *> warehouse instead of instructing it. Zero means the record
      *> did not move.
      *> 22082026 Riley - the FX feed table grew from 200 to 1000
      *> entries (ten currencies times a rolling month of effective
      *> dates already clears 200) and both it and the holiday
                  ASSIGN TO WS-CHECKPOINT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT MANIFEST-FILE
                  ASSIGN TO WS-MANIFEST-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  ASSIGN TO WS-VALUE-ADJ-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-VALUE-ADJ-STATUS.
           SELECT PAYMENT-CUTOFF-FILE
                  ASSIGN TO WS-CUTOFF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CUTOFF-STATUS.
           SELECT CUTOFF-EXCEPTION-FILE
                  ASSIGN TO WS-CUTOFF-EXC-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CUTOFF-EXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-FILE.
       01 TF-TRANSACTION-RECORD PIC X(400).

       FD CHECKPOINT-FILE.
       COPY "checkpoint-record".

       FD MANIFEST-FILE.
       COPY "source-manifest-record".

       FD VALUE-DATE-ADJ-FILE.
       01 ADJ-REPORT-LINE PIC X(80).

       FD PAYMENT-CUTOFF-FILE.
       COPY "payment-cutoff-record".

       FD CUTOFF-EXCEPTION-FILE.
       01 CXR-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF       PIC X(1) VALUE 'N'.
       01 WS-FIRST-CALL-SW PIC X(1) VALUE 'Y'.
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 ADJ-DAYS-MOVED          PIC Z9.

      *> Gateway payment cut-offs. A PAY keyed on its own value date
      *> after the cut-off for its currency (or for its receiver
      *> bank, where one is listed) cannot settle that day: its value
      *> date moves to the next business day and the original is
      *> handed back to the orchestrator, which warehouses it.
       01 WS-CUTOFF-PATH PIC X(255) VALUE
                       "../../../sample-data/payment-cutoffs.dat".
       01 WS-CUTOFF-OVERRIDE PIC X(255).
       01 WS-CUTOFF-STATUS PIC X(2) VALUE '00'.
       01 WS-CUTOFF-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-CUTOFF-EOF VALUE 'Y' FALSE 'N'.
       01 WS-CUTOFF-MAX PIC 9(3) VALUE 100.
       01 WS-CUTOFF-COUNT PIC 9(3) VALUE 0.
       01 WS-CUTOFF-SUB PIC 9(3) VALUE 0.
       01 WS-CUTOFF-TABLE.
           05 WS-CUT-ENTRY OCCURS 100 TIMES.
                 10 WS-CUT-CURRENCY    PIC X(3).
                 10 WS-CUT-BANK-ID     PIC X(6).
                 10 WS-CUT-TIME        PIC 9(6).
       01 WS-CUTOFF-BANK-ID PIC X(6) VALUE SPACES.
       01 WS-CUTOFF-TIME PIC 9(6) VALUE 0.
       01 WS-CUTOFF-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-CUTOFF-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-CUTOFF-BANK-HIT-SW PIC X(1) VALUE 'N'.
           88 WS-CUTOFF-BANK-HIT VALUE 'Y' FALSE 'N'.
       01 WS-CUTOFF-ORIGINAL-DATE PIC 9(8) VALUE 0.
       01 WS-CUTOFF-MOVED-COUNT PIC 9(5) VALUE 0.
       01 WS-CUTOFF-EXC-PATH PIC X(255) VALUE
                       "../../../reports/cutoff-exceptions.dat".
       01 WS-CUTOFF-EXC-STATUS PIC X(2) VALUE '00'.
       01 WS-CXR-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-CXR-FILE-OPEN VALUE 'Y' FALSE 'N'.

       01 CXR-HEADING-LINE.
           05 FILLER PIC X(32) VALUE "TRANSACTION-ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE "CCY".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "BANK".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "KEYED".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(8)  VALUE "CUT-OFF".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ORIG-VALUE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "NEW-VALUE".

       01 CXR-DETAIL-LINE.
           05 CXR-TRANSACTION-ID      PIC X(32).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 CXR-CURRENCY            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 CXR-BANK-ID             PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 CXR-OPERATION-TIME      PIC 9(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 CXR-CUTOFF-TIME         PIC 9(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 CXR-ORIGINAL-DATE       PIC 9(8).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 CXR-NEW-DATE            PIC 9(8).

      *> Serial day-number work fields for 450-COMPUTE-DAY-NUMBER --
      *> days since 1900-01-01, so a difference of two serials is a
      *> real age in days across month and year boundaries.
           88 WS-HEADER-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-HEADER-EXPECTED-COUNT PIC 9(10) VALUE 0.
       01 WS-HEADER-EXPECTED-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-HEADER-LAYOUT-VERSION PIC X(2) VALUE SPACES.

       01 WS-RECORDS-READ PIC 9(10) VALUE 0.
       01 WS-CHECKPOINT-PATH PIC X(255) VALUE
       COPY "preflight-sentinel".

      *> Duplicate transaction ID detection, across and within runs --
      *> every accepted-or-otherwise-processed ID goes to the seen-ID
      *> store (keyed-store, SEEN-IDS), and each incoming ID is looked
      *> up there by key, in the run's own view, so an ID seen earlier
      *> in this run or in any previous one is caught.
       COPY "keyed-store-request".
       COPY "seen-id-record".
       01 WS-SEEN-RECORDED-DATE PIC 9(8) VALUE 0.
       01 WS-DUP-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-DUP-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-SEEN-STORE-WARNED-SW PIC X(1) VALUE 'N'.
           88 WS-SEEN-STORE-WARNED VALUE 'Y' FALSE 'N'.

      *> Multi-source-file support: an optional manifest lists more
      *> than one extract to process in a single run, in order, each
      *> are both left untouched on a dry run's clean finish.
       01 LK-DRY-RUN-SW PIC X(1).
           88 LK-DRY-RUN VALUE 'Y' FALSE 'N'.
      *> The value date a PAY asked for before it missed its payment
      *> cut-off and moved to the next business day -- zero for every
      *> record that did not move.
       01 LK-ORIGINAL-VALUE-DATE PIC 9(8).

       PROCEDURE DIVISION USING TRANSACTION-RECORD, LK-VALID-SW,
                 LK-VALIDATION-REASON, LK-AMOUNT-BASE, LK-DRY-RUN-SW,
                 LK-ORIGINAL-VALUE-DATE.
      *> I learnt that this was the way we used to name function back
      *then
       000-MAIN.
              SET WS-RESTART-MODE TO TRUE
              PERFORM 110-LOAD-CHECKPOINT
           END-IF
           ACCEPT WS-SEEN-RECORDED-DATE FROM DATE YYYYMMDD
           PERFORM 130-LOAD-MANIFEST
           PERFORM 150-LOAD-FX-RATE-FEED
           PERFORM 160-LOAD-HOLIDAY-CALENDAR
           PERFORM 170-LOAD-CUTOFF-TABLE
      *> Same as fopen("filename", "r")
           OPEN INPUT TRANSACTION-FILE.

                    TO WS-HOLIDAY-DATE (WS-HOLIDAY-COUNT)
           END-READ.

      *> No cut-off table means no cut-offs -- every PAY keeps the
      *> value date it asked for, as before the table existed.
       170-LOAD-CUTOFF-TABLE.
           MOVE SPACES TO WS-CUTOFF-OVERRIDE
           ACCEPT WS-CUTOFF-OVERRIDE
              FROM ENVIRONMENT "PAYMENT_CUTOFF_PATH"
           IF WS-CUTOFF-OVERRIDE NOT = SPACES
              MOVE WS-CUTOFF-OVERRIDE TO WS-CUTOFF-PATH
           END-IF
           OPEN INPUT PAYMENT-CUTOFF-FILE
           IF WS-CUTOFF-STATUS NOT = '00'
              DISPLAY "No payment cut-off table found - PAYs settle "
                 "on their requested value date whatever the time"
           ELSE
              PERFORM 175-READ-CUTOFF-ENTRY
                 UNTIL WS-CUTOFF-EOF
                    OR WS-CUTOFF-COUNT = WS-CUTOFF-MAX
              CLOSE PAYMENT-CUTOFF-FILE
              IF WS-CUTOFF-EOF
                 DISPLAY "Payment cut-offs loaded: "
                    WS-CUTOFF-COUNT " entrie(s)"
              ELSE
                 DISPLAY "*** PAYMENT CUT-OFF TABLE EXCEEDS "
                    WS-CUTOFF-MAX " ENTRIES - cut-offs past the "
                    "ceiling NOT loaded, late payments on them WILL "
                    "be instructed same day ***"
              END-IF
           END-IF.

       175-READ-CUTOFF-ENTRY.
           READ PAYMENT-CUTOFF-FILE
              AT END SET WS-CUTOFF-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-CUTOFF-COUNT
                 MOVE CUT-CURRENCY
                    TO WS-CUT-CURRENCY (WS-CUTOFF-COUNT)
                 MOVE CUT-BANK-ID
                    TO WS-CUT-BANK-ID (WS-CUTOFF-COUNT)
                 MOVE CUT-LATEST-TIME
                    TO WS-CUT-TIME (WS-CUTOFF-COUNT)
           END-READ.

       200-PROCESS.
              MOVE SPACES TO LK-VALID-SW
              MOVE SPACES TO LK-VALIDATION-REASON
              MOVE 0 TO LK-AMOUNT-BASE
              MOVE 0 TO LK-ORIGINAL-VALUE-DATE
              PERFORM 300-CLEANUP
           ELSE
              MOVE 0 TO RETURN-CODE
              MOVE 0 TO WS-CUTOFF-ORIGINAL-DATE
              PERFORM 250-VALIDATE-RECORD
              PERFORM 290-RECORD-SEEN-ID
              MOVE WS-VALID-SW TO LK-VALID-SW
              MOVE WS-VALIDATION-REASON TO LK-VALIDATION-REASON
              MOVE WS-CUTOFF-ORIGINAL-DATE TO LK-ORIGINAL-VALUE-DATE
              IF WS-RECORD-VALID
                 PERFORM 210-DISPLAY-DETAIL
                 MOVE WS-AMOUNT-BASE TO LK-AMOUNT-BASE
                       PERFORM 208-ADVANCE-OR-FINISH
                    WHEN OTHER
                       MOVE WS-RAW-RECORD TO TRANSACTION-RECORD
                       PERFORM 209-STAMP-LAYOUT-VERSION
                       ADD 1 TO WS-RECORDS-READ
                       IF WS-SKIPPING AND
                          WS-RECORDS-READ NOT > WS-SKIP-TARGET-COUNT
              SET WS-HEADER-FOUND TO FALSE
              MOVE 0 TO WS-HEADER-EXPECTED-COUNT
              MOVE 0 TO WS-HEADER-EXPECTED-TOTAL
              MOVE SPACES TO WS-HEADER-LAYOUT-VERSION
              MOVE 'N' TO WS-EOF
              SET WS-ENVELOPE-RECORD TO TRUE
              DISPLAY "Advancing to next source file, system "
           SET WS-HEADER-FOUND TO TRUE
           MOVE HDR-EXPECTED-COUNT TO WS-HEADER-EXPECTED-COUNT
           MOVE HDR-EXPECTED-TOTAL TO WS-HEADER-EXPECTED-TOTAL
           MOVE HDR-LAYOUT-VERSION TO WS-HEADER-LAYOUT-VERSION
           DISPLAY "Extract header: expecting " HDR-EXPECTED-COUNT
              " records, total " HDR-EXPECTED-TOTAL
           IF HDR-EXTENDED-LAYOUT
              DISPLAY "Extract header: extended layout (version "
                 HDR-LAYOUT-VERSION ")"
           ELSE
              IF NOT HDR-BASIC-LAYOUT
                 DISPLAY "*** EXTRACT HEADER NAMES UNKNOWN LAYOUT "
                    "VERSION " HDR-LAYOUT-VERSION " - every record "
                    "of this file will reject ***"
              END-IF
           END-IF.

      *> The header decides how a detail line is laid out. A 166-byte
      *> record has no extended tail, so whatever trails it is
      *> cleared. On an extended file a record already carrying '01'
      *> or '02' keeps it -- reject-repair and the hold releases
      *> resubmit records from both layouts on one extended extract
      *> -- and a blank one is stamped '02'. An unknown header
      *> version is passed on as it stands for the validator to
      *> reject.
       209-STAMP-LAYOUT-VERSION.
           EVALUATE TRUE
              WHEN WS-HEADER-LAYOUT-VERSION = SPACES
              WHEN WS-HEADER-LAYOUT-VERSION = '01'
                 MOVE SPACES TO TR-EXTENDED-DETAIL
                 SET TR-BASIC-LAYOUT TO TRUE
              WHEN WS-HEADER-LAYOUT-VERSION = '02'
                 IF TR-LAYOUT-VERSION = SPACES
                    SET TR-EXTENDED-LAYOUT TO TRUE
                 END-IF
              WHEN OTHER
                 MOVE WS-HEADER-LAYOUT-VERSION TO TR-LAYOUT-VERSION
           END-EVALUATE.

       207-CAPTURE-TRAILER.
           DISPLAY "Extract trailer: actual " TRL-ACTUAL-COUNT
      *> Field-level checks live in transaction-field-validator (shared
      *> with reject-repair); only the checks that need reader state --
      *> the duplicate-ID table and the FX rate feed -- run here, after
      *> the field checks pass. The payment cut-off comes last: it
      *> moves the value date and reports the move, so only a record
      *> that has passed everything else is rolled.
       250-VALIDATE-RECORD.
           CALL "transaction-field-validator"
                USING TRANSACTION-RECORD, WS-VALID-SW,
           END-IF
           IF WS-RECORD-VALID
              PERFORM 259-VALIDATE-FX-RATE
           END-IF
           IF WS-RECORD-VALID AND TR-TRANSACTION-TYPE = "PAY"
              PERFORM 266-CHECK-PAYMENT-CUTOFF
           END-IF.

      *> Counterparty banks settle only on business days. In roll-
              END-IF
           END-IF.

      *> A PAY keyed on the day it asked to settle must be keyed by
      *> the gateway cut-off for its currency -- the receiver bank's
      *> own cut-off where the table lists one. Keyed after it, the
      *> payment moves to the next business day (same ten-day bound
      *> as the calendar roll) and is reported; one keyed ahead of
      *> its value date has already made any cut-off.
       266-CHECK-PAYMENT-CUTOFF.
           IF WS-CUTOFF-COUNT > 0
              AND TR-OPERATION-DATE NOT < TR-VALUE-DATE
              PERFORM 267-FIND-PAYMENT-CUTOFF
              IF WS-CUTOFF-FOUND
                 AND TR-OPERATION-TIME > WS-CUTOFF-TIME
                 MOVE TR-VALUE-DATE TO WS-CUTOFF-ORIGINAL-DATE
                 MOVE TR-VALUE-DATE TO WS-CANDIDATE-DATE
                 PERFORM 263-CHECK-BUSINESS-DAY
                 MOVE 0 TO WS-DAYS-ROLLED
                 PERFORM 264-ROLL-FORWARD-ONE-DAY
                 PERFORM 264-ROLL-FORWARD-ONE-DAY
                    UNTIL WS-BUSINESS-DAY
                       OR WS-DAYS-ROLLED > 10
                 IF WS-BUSINESS-DAY
                    MOVE WS-CANDIDATE-DATE TO TR-VALUE-DATE
                    PERFORM 269-REPORT-CUTOFF-MISS
                 ELSE
                    MOVE 0 TO WS-CUTOFF-ORIGINAL-DATE
                    SET WS-RECORD-VALID TO FALSE
                    MOVE "NO BUSINESS DAY WITHIN TEN DAYS"
                       TO WS-VALIDATION-REASON
                 END-IF
              END-IF
           END-IF.

      *> The bank key is built the way bank-limits.dat keys a bank.
      *> A bank-specific entry for the currency beats the
      *> currency-wide one wherever either sits in the table.
       267-FIND-PAYMENT-CUTOFF.
           SET WS-CUTOFF-FOUND TO FALSE
           SET WS-CUTOFF-BANK-HIT TO FALSE
           MOVE 0 TO WS-CUTOFF-TIME
           MOVE SPACES TO WS-CUTOFF-BANK-ID
           MOVE TR-RECEIVER-IBAN (1:2) TO WS-CUTOFF-BANK-ID (1:2)
           MOVE TR-RECEIVER-IBAN (5:4) TO WS-CUTOFF-BANK-ID (3:4)
           PERFORM 268-CHECK-CUTOFF-ENTRY
              VARYING WS-CUTOFF-SUB FROM 1 BY 1
              UNTIL WS-CUTOFF-SUB > WS-CUTOFF-COUNT.

       268-CHECK-CUTOFF-ENTRY.
           IF WS-CUT-CURRENCY (WS-CUTOFF-SUB) = TR-CURRENCY
              IF WS-CUT-BANK-ID (WS-CUTOFF-SUB) = WS-CUTOFF-BANK-ID
                 SET WS-CUTOFF-FOUND TO TRUE
                 SET WS-CUTOFF-BANK-HIT TO TRUE
                 MOVE WS-CUT-TIME (WS-CUTOFF-SUB) TO WS-CUTOFF-TIME
              ELSE
                 IF WS-CUT-BANK-ID (WS-CUTOFF-SUB) = SPACES
                    AND NOT WS-CUTOFF-BANK-HIT
                    SET WS-CUTOFF-FOUND TO TRUE
                    MOVE WS-CUT-TIME (WS-CUTOFF-SUB)
                       TO WS-CUTOFF-TIME
                 END-IF
              END-IF
           END-IF.

      *> The desk answers "why didn't my payment go today" off this
      *> report. Nothing is written on a dry run.
       269-REPORT-CUTOFF-MISS.
           ADD 1 TO WS-CUTOFF-MOVED-COUNT
           DISPLAY "Payment cut-off missed for " TR-TRANSACTION-ID
              ": keyed " TR-OPERATION-TIME " after " WS-CUTOFF-TIME
              ", value date " WS-CUTOFF-ORIGINAL-DATE " -> "
              TR-VALUE-DATE
           IF NOT LK-DRY-RUN
              IF NOT WS-CXR-FILE-OPEN
                 OPEN OUTPUT CUTOFF-EXCEPTION-FILE
                 IF WS-CUTOFF-EXC-STATUS = '00'
                    SET WS-CXR-FILE-OPEN TO TRUE
                    MOVE CXR-HEADING-LINE TO CXR-REPORT-LINE
                    WRITE CXR-REPORT-LINE
                 END-IF
              END-IF
              IF WS-CXR-FILE-OPEN
                 MOVE TR-TRANSACTION-ID TO CXR-TRANSACTION-ID
                 MOVE TR-CURRENCY TO CXR-CURRENCY
                 MOVE WS-CUTOFF-BANK-ID TO CXR-BANK-ID
                 MOVE TR-OPERATION-TIME TO CXR-OPERATION-TIME
                 MOVE WS-CUTOFF-TIME TO CXR-CUTOFF-TIME
                 MOVE WS-CUTOFF-ORIGINAL-DATE TO CXR-ORIGINAL-DATE
                 MOVE TR-VALUE-DATE TO CXR-NEW-DATE
                 MOVE CXR-DETAIL-LINE TO CXR-REPORT-LINE
                 WRITE CXR-REPORT-LINE
              END-IF
           END-IF.

      *> Only meaningful when the treasury feed is driving conversion:
      *> the record's currency must have a feed rate in force on (on or
      *> before) its TR-OPERATION-DATE, and that rate must not be more

       280-VALIDATE-DUPLICATE-ID.
           SET WS-DUP-FOUND TO FALSE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-FETCH TO TRUE
           MOVE "SEEN-IDS" TO KSR-STORE-ID
           MOVE TR-TRANSACTION-ID TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FOUND
              SET WS-DUP-FOUND TO TRUE
           END-IF
           IF KSR-FAILED
              PERFORM 295-WARN-SEEN-STORE
           END-IF
           IF WS-DUP-FOUND
              SET WS-RECORD-VALID TO FALSE
              MOVE "DUPLICATE TRANSACTION ID" TO WS-VALIDATION-REASON
       290-RECORD-SEEN-ID.
           IF TR-TRANSACTION-ID NOT = SPACES
              AND WS-VALIDATION-REASON NOT = "DUPLICATE TRANSACTION ID"
              MOVE SPACES TO SID-RECORD
              MOVE TR-TRANSACTION-ID TO SID-TRANSACTION-ID
              MOVE WS-SEEN-RECORDED-DATE TO SID-RECORDED-DATE
              MOVE SPACES TO KSR-REQUEST
              SET KSR-STAGE TO TRUE
              MOVE "SEEN-IDS" TO KSR-STORE-ID
              MOVE SID-RECORD TO KSR-RECORD
              CALL "keyed-store" USING KSR-REQUEST
              IF KSR-FAILED
                 PERFORM 295-WARN-SEEN-STORE
              END-IF
           END-IF.

      *> The store not answering is an I/O failure, not a full table;
      *> it is announced once and the finalize's commit will fail on
      *> the same store.
       295-WARN-SEEN-STORE.
           IF NOT WS-SEEN-STORE-WARNED
              SET WS-SEEN-STORE-WARNED TO TRUE
              DISPLAY "*** SEEN-ID STORE NOT AVAILABLE - " KSR-DETAIL
                 " - duplicate IDs are NOT being caught ***"
           END-IF.

       240-MAYBE-CHECKPOINT.
           IF NOT LK-DRY-RUN
              DIVIDE WS-RECORDS-READ BY WS-CHECKPOINT-INTERVAL
              CLOSE VALUE-DATE-ADJ-FILE
              SET WS-ADJ-FILE-OPEN TO FALSE
           END-IF
           IF WS-CXR-FILE-OPEN
              CLOSE CUTOFF-EXCEPTION-FILE
              SET WS-CXR-FILE-OPEN TO FALSE
           END-IF
      *> A clean finish means there is nothing left to restart from --
      *> clear the checkpoint so a later run starts at record 1 again.
      *> None of this applies to a dry run: it has no restart point to
      *> retire. The IDs it staged must not land in the seen-ID store
      *> either, or the very next real run would see every one of its
      *> transaction IDs as already-seen and reject the whole extract
      *> -- main-cobol-orchestrator discards a dry run's staged changes
      *> instead of committing them.
           IF NOT LK-DRY-RUN
              MOVE SPACES TO CKPT-RECORD
              MOVE 0 TO CKPT-RECORD-COUNT
                 WRITE CKPT-RECORD
                 CLOSE CHECKPOINT-FILE
              END-IF
           END-IF.
