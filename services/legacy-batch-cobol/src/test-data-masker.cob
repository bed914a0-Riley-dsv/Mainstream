      *> Production-to-test data masker. This is a standalone batch
      *> program, not CALLed from main-cobol-orchestrator -- it is
      *> the only sanctioned way a copy of production data reaches a
      *> developer or the UAT team. It reads one set of production
      *> files -- the transaction extract and its control-total.dat,
      *> the transaction master, the counterparty reference master
      *> and the watch list -- and writes a masked copy of each, under
      *> the same file name, to a test-data directory
      *> (../../../masked-data, override via DATA_MASK_OUTPUT_DIR).
      *> A file missing from the production side is reported and
      *> left out of the set; nothing is ever written back over a
      *> production file.
      *> Every IBAN is replaced by a pseudonym. The country code and
      *> the four-character bank code are kept -- bank limits,
      *> settlement positions and country screening are keyed on
      *> them, so the production bank-limits.dat serves the masked
      *> set unchanged -- and the account part behind them is
      *> scrambled, then the check digits are recomputed so the
      *> pseudonym passes the same mod-97 check
      *> transaction-field-validator applies. An IBAN that failed the
      *> check in production is given a pseudonym that fails it too,
      *> so a rejected record stays rejected in test. CPR-NAME is
      *> scrambled whole; TR-REFERENCE (and TMF-REFERENCE) behind its
      *> four-character prefix, which is the reversal matching key,
      *> so a REV still matches its PAY. The extended layout's
      *> ordering and beneficiary names and remittance information
      *> are scrambled whole, the names' first 30 characters the way
      *> CPR-NAME is, so a beneficiary name that matched its
      *> counterparty in production still matches it masked.
      *> Amounts, currencies, dates, types, transaction IDs, source
      *> systems, purpose codes and charge bearers pass through.
      *> The scramble is keyed by DATA_MASK_KEY, which is required
      *> and must stay with production: the same real IBAN, name or
      *> reference gives the same pseudonym in every file of the set
      *> and in every set masked with the same key, two different
      *> ones never give the same pseudonym, and without the key the
      *> pseudonyms cannot be traced back by re-running the masker.
      *> The HDR/TRL envelope and the control-total record are
      *> regenerated from the masked detail rows so the masked
      *> extract passes the extract quality gate and the run's
      *> control-total reconciliation; the business date and cycle
      *> are taken over from production. The masker refuses to start
      *> while a run holds the batch lock, when the stores are in
      *> mid-change. Return code 12 when nothing was masked.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. test-data-masker.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-CONTROL-FILE
                  ASSIGN TO WS-BATCH-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-BATCH-CONTROL-STATUS.
           SELECT EXTRACT-FILE
                  ASSIGN TO WS-EXTRACT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT CONTROL-TOTAL-FILE
                  ASSIGN TO WS-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
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
           SELECT WATCH-LIST-FILE
                  ASSIGN TO WS-WATCH-LIST-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-WATCH-LIST-STATUS.
           SELECT MASKED-EXTRACT-FILE
                  ASSIGN TO WS-MASKED-EXTRACT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MASKED-EXTRACT-STATUS.
           SELECT MASKED-CONTROL-FILE
                  ASSIGN TO WS-MASKED-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MASKED-CONTROL-STATUS.
           SELECT MASKED-MASTER-FILE
                  ASSIGN TO WS-MASKED-MASTER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS MMF-TRANSACTION-ID
                  FILE STATUS IS WS-MASKED-MASTER-STATUS.
           SELECT MASKED-CPTY-REF-FILE
                  ASSIGN TO WS-MASKED-CPTY-REF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MASKED-CPTY-REF-STATUS.
           SELECT MASKED-WATCH-LIST-FILE
                  ASSIGN TO WS-MASKED-WATCH-LIST-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MASKED-WATCH-LIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL-FILE.
       COPY "batch-control-record".

       FD EXTRACT-FILE.
       01 EXT-RAW-LINE PIC X(400).

       FD CONTROL-TOTAL-FILE.
       01 CTI-CONTROL-LINE PIC X(35).

       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD COUNTERPARTY-REF-FILE.
       COPY "counterparty-reference-record".

       FD WATCH-LIST-FILE.
       COPY "watch-list-record".

       FD MASKED-EXTRACT-FILE.
       01 MXT-RAW-LINE PIC X(400).

       FD MASKED-CONTROL-FILE.
       01 MCT-CONTROL-LINE PIC X(35).

      *> Same 524-byte layout as TMF-RECORD, keyed the same way.
       FD MASKED-MASTER-FILE.
       01 MMF-RECORD.
           05 MMF-TRANSACTION-ID PIC X(32).
           05 FILLER             PIC X(492).

       FD MASKED-CPTY-REF-FILE.
       01 MCR-REFERENCE-LINE PIC X(88).

       FD MASKED-WATCH-LIST-FILE.
       01 MWL-WATCH-LINE PIC X(29).

       WORKING-STORAGE SECTION.
       01 WS-BATCH-CONTROL-PATH PIC X(255) VALUE
                       "../../../checkpoints/batch-control.dat".
       01 WS-BATCH-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-EXTRACT-PATH PIC X(255) VALUE
                       "../../../sample-data/transactions_legacy.dat".
       01 WS-EXTRACT-OVERRIDE PIC X(255).
       01 WS-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01 WS-CONTROL-PATH PIC X(255) VALUE
                       "../../../sample-data/control-total.dat".
       01 WS-CONTROL-OVERRIDE PIC X(255).
       01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-OVERRIDE PIC X(255).
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-CPTY-REF-PATH PIC X(255) VALUE
                   "../../../sample-data/counterparty-reference.dat".
       01 WS-CPTY-REF-OVERRIDE PIC X(255).
       01 WS-CPTY-REF-STATUS PIC X(2) VALUE '00'.
       01 WS-WATCH-LIST-PATH PIC X(255) VALUE
                       "../../../sample-data/watch-list.dat".
       01 WS-WATCH-LIST-OVERRIDE PIC X(255).
       01 WS-WATCH-LIST-STATUS PIC X(2) VALUE '00'.

      *> The masked set keeps the production file names, one
      *> directory over.
       01 WS-OUTPUT-DIR PIC X(200) VALUE "../../../masked-data".
       01 WS-OUTPUT-DIR-OVERRIDE PIC X(200).
       01 WS-MASKED-EXTRACT-PATH PIC X(255) VALUE SPACES.
       01 WS-MASKED-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01 WS-MASKED-CONTROL-PATH PIC X(255) VALUE SPACES.
       01 WS-MASKED-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-MASKED-MASTER-PATH PIC X(255) VALUE SPACES.
       01 WS-MASKED-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-MASKED-CPTY-REF-PATH PIC X(255) VALUE SPACES.
       01 WS-MASKED-CPTY-REF-STATUS PIC X(2) VALUE '00'.
       01 WS-MASKED-WATCH-LIST-PATH PIC X(255) VALUE SPACES.
       01 WS-MASKED-WATCH-LIST-STATUS PIC X(2) VALUE '00'.
       01 WS-PATH-NAME PIC X(60) VALUE SPACES.
       01 WS-PATH-RESULT PIC X(255) VALUE SPACES.

       COPY "transaction-copybook".
       COPY "transaction-envelope-record".
       COPY "control-total-record".
       COPY "iban-letter-table".

       01 WS-EXTRACT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-EXTRACT-EOF VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-CPTY-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-CPTY-EOF VALUE 'Y' FALSE 'N'.
       01 WS-WATCH-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-WATCH-EOF VALUE 'Y' FALSE 'N'.
       01 WS-HEADER-SEEN-SW PIC X(1) VALUE 'N'.
           88 WS-HEADER-SEEN VALUE 'Y' FALSE 'N'.
       01 WS-TRAILER-SEEN-SW PIC X(1) VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y' FALSE 'N'.
       01 WS-CONTROL-SEEN-SW PIC X(1) VALUE 'N'.
           88 WS-CONTROL-SEEN VALUE 'Y' FALSE 'N'.

      *> What the masked extract actually carries, for the
      *> regenerated envelope and control record.
       01 WS-DETAIL-COUNT PIC 9(10) VALUE 0.
       01 WS-DETAIL-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-HDR-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-HDR-LAYOUT-VERSION PIC X(2) VALUE SPACES.
       01 WS-PROD-RUN-DATE PIC 9(8) VALUE 0.
       01 WS-PROD-CYCLE PIC 9(2) VALUE 1.
       01 WS-MAX-OPERATION-DATE PIC 9(8) VALUE 0.

       01 WS-FILES-MASKED PIC 9(2) VALUE 0.
       01 WS-FILES-SKIPPED PIC 9(2) VALUE 0.
       01 WS-MASTER-COUNT PIC 9(9) VALUE 0.
       01 WS-CPTY-COUNT PIC 9(7) VALUE 0.
       01 WS-WATCH-COUNT PIC 9(7) VALUE 0.
       01 WS-IBANS-MASKED PIC 9(9) VALUE 0.

      *> The scramble. The state starts from the key and takes in
      *> every character as it goes in, so each character's shift
      *> depends on the key and on everything ahead of it in the
      *> pass: equal inputs give equal outputs, different inputs
      *> different ones, and one input character changed changes
      *> the whole field. Digits stay digits and
      *> letters letters, so a field keeps its shape; anything else
      *> (blanks, hyphens) passes through.
       01 WS-MASK-KEY PIC X(32) VALUE SPACES.
       01 WS-MASK-KEY-LENGTH PIC 9(2) VALUE 0.
       01 WS-MASK-SEED PIC 9(12) VALUE 0.
       01 WS-MASK-STATE PIC 9(12) VALUE 0.
       01 WS-MASK-START-STATE PIC 9(12) VALUE 0.
       01 WS-MASK-MODULUS PIC 9(12) VALUE 999999999989.
       01 WS-MASK-WORK PIC 9(15) VALUE 0.
       01 WS-MASK-QUOTIENT PIC 9(15) VALUE 0.
       01 WS-MASK-FIELD PIC X(140) VALUE SPACES.
       01 WS-MASK-LENGTH PIC 9(3) VALUE 0.
       01 WS-MASK-POS PIC 9(3) VALUE 0.
       01 WS-MASK-CHAR PIC X(1) VALUE SPACE.
       01 WS-MASK-DIGIT PIC 9(1) VALUE 0.
       01 WS-MASK-SHIFT PIC 9(2) VALUE 0.
       01 WS-MASK-LETTER-POS PIC 9(2) VALUE 0.
       01 WS-UPPER-LETTERS PIC X(26) VALUE
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 WS-LOWER-LETTERS PIC X(26) VALUE
                       "abcdefghijklmnopqrstuvwxyz".
       01 WS-BYTE-PAIR.
           05 WS-BYTE-HIGH PIC X(1) VALUE LOW-VALUE.
           05 WS-BYTE-LOW PIC X(1) VALUE LOW-VALUE.
       01 WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR PIC 9(4) COMP.
       01 WS-MASK-REFERENCE PIC X(20) VALUE SPACES.
       01 WS-MASK-NAME PIC X(35) VALUE SPACES.

      *> The IBAN being pseudonymized, and the same structural and
      *> MOD 97-10 check transaction-field-validator makes.
       01 WS-MASK-IBAN PIC X(27) VALUE SPACES.
       01 WS-CHECK-DIGITS PIC 9(2) VALUE 0.
       01 WS-ORIGINAL-VALID-SW PIC X(1) VALUE 'Y'.
           88 WS-ORIGINAL-VALID VALUE 'Y' FALSE 'N'.
       01 WS-IBAN-LENGTH PIC 9(2) VALUE 0.
       01 WS-IBAN-POS PIC 9(2) VALUE 0.
       01 WS-IBAN-CHAR PIC X(1).
       01 WS-IBAN-DIGIT PIC 9(1).
       01 WS-IBAN-DIGIT-VALUE PIC 9(2) VALUE 0.
       01 WS-IBAN-TENS PIC 9(1).
       01 WS-IBAN-UNITS PIC 9(1).
       01 WS-IBAN-REMAINDER PIC 9(4) VALUE 0.
       01 WS-IBAN-FOLD-WORK PIC 9(6) VALUE 0.
       01 WS-IBAN-FOLD-QUOTIENT PIC 9(4) VALUE 0.
       01 WS-IBAN-VALID-SW PIC X(1) VALUE 'Y'.
           88 WS-IBAN-VALID VALUE 'Y' FALSE 'N'.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting production-to-test data masking"
           PERFORM 050-CHECK-RUN-LOCK
           PERFORM 100-INITIALIZE
           PERFORM 200-MASK-EXTRACT
           PERFORM 300-MASK-MASTER
           PERFORM 400-MASK-COUNTERPARTY-REF
           PERFORM 450-MASK-WATCH-LIST
           DISPLAY "Data masking complete: " WS-FILES-MASKED
              " file(s) masked, " WS-FILES-SKIPPED
              " not in this set, " WS-IBANS-MASKED
              " IBAN(s) pseudonymized"
           IF WS-FILES-MASKED = 0
              DISPLAY "*** NOTHING MASKED - no production file of "
                 "the set was found ***"
              MOVE 12 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> A set copied while a run is changing the stores would not
      *> hang together -- extract, master and reference from
      *> different moments.
       050-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-CONTROL-STATUS = '00'
              READ BATCH-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BCT-IN-FLIGHT
                       DISPLAY "*** RUN " BCT-LOCK-RUN-ID
                          " HOLDS THE BATCH LOCK - data masking "
                          "refused until it finishes ***"
                       CLOSE BATCH-CONTROL-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE BATCH-CONTROL-FILE
           END-IF.

       100-INITIALIZE.
           MOVE SPACES TO WS-EXTRACT-OVERRIDE
           ACCEPT WS-EXTRACT-OVERRIDE
              FROM ENVIRONMENT "TRANSACTION_EXTRACT_PATH"
           IF WS-EXTRACT-OVERRIDE NOT = SPACES
              MOVE WS-EXTRACT-OVERRIDE TO WS-EXTRACT-PATH
           END-IF
           MOVE SPACES TO WS-CONTROL-OVERRIDE
           ACCEPT WS-CONTROL-OVERRIDE
              FROM ENVIRONMENT "DATA_MASK_CONTROL_PATH"
           IF WS-CONTROL-OVERRIDE NOT = SPACES
              MOVE WS-CONTROL-OVERRIDE TO WS-CONTROL-PATH
           END-IF
           MOVE SPACES TO WS-MASTER-OVERRIDE
           ACCEPT WS-MASTER-OVERRIDE
              FROM ENVIRONMENT "DATA_MASK_MASTER_PATH"
           IF WS-MASTER-OVERRIDE NOT = SPACES
              MOVE WS-MASTER-OVERRIDE TO WS-MASTER-PATH
           END-IF
           MOVE SPACES TO WS-CPTY-REF-OVERRIDE
           ACCEPT WS-CPTY-REF-OVERRIDE
              FROM ENVIRONMENT "COUNTERPARTY_REFERENCE_PATH"
           IF WS-CPTY-REF-OVERRIDE NOT = SPACES
              MOVE WS-CPTY-REF-OVERRIDE TO WS-CPTY-REF-PATH
           END-IF
           MOVE SPACES TO WS-WATCH-LIST-OVERRIDE
           ACCEPT WS-WATCH-LIST-OVERRIDE
              FROM ENVIRONMENT "WATCH_LIST_PATH"
           IF WS-WATCH-LIST-OVERRIDE NOT = SPACES
              MOVE WS-WATCH-LIST-OVERRIDE TO WS-WATCH-LIST-PATH
           END-IF
           MOVE SPACES TO WS-OUTPUT-DIR-OVERRIDE
           ACCEPT WS-OUTPUT-DIR-OVERRIDE
              FROM ENVIRONMENT "DATA_MASK_OUTPUT_DIR"
           IF WS-OUTPUT-DIR-OVERRIDE NOT = SPACES
              MOVE WS-OUTPUT-DIR-OVERRIDE TO WS-OUTPUT-DIR
           END-IF
           PERFORM 110-BUILD-OUTPUT-PATHS
           PERFORM 120-DERIVE-SEED.

       110-BUILD-OUTPUT-PATHS.
           MOVE "transactions_legacy.dat" TO WS-PATH-NAME
           PERFORM 115-OUTPUT-PATH
           MOVE WS-PATH-RESULT TO WS-MASKED-EXTRACT-PATH
           MOVE "control-total.dat" TO WS-PATH-NAME
           PERFORM 115-OUTPUT-PATH
           MOVE WS-PATH-RESULT TO WS-MASKED-CONTROL-PATH
           MOVE "transaction-master.dat" TO WS-PATH-NAME
           PERFORM 115-OUTPUT-PATH
           MOVE WS-PATH-RESULT TO WS-MASKED-MASTER-PATH
           MOVE "counterparty-reference.dat" TO WS-PATH-NAME
           PERFORM 115-OUTPUT-PATH
           MOVE WS-PATH-RESULT TO WS-MASKED-CPTY-REF-PATH
           MOVE "watch-list.dat" TO WS-PATH-NAME
           PERFORM 115-OUTPUT-PATH
           MOVE WS-PATH-RESULT TO WS-MASKED-WATCH-LIST-PATH
      *> An output directory pointed back at production would
      *> overwrite the real files with masked ones.
           IF WS-MASKED-EXTRACT-PATH = WS-EXTRACT-PATH
              OR WS-MASKED-CONTROL-PATH = WS-CONTROL-PATH
              OR WS-MASKED-MASTER-PATH = WS-MASTER-PATH
              OR WS-MASKED-CPTY-REF-PATH = WS-CPTY-REF-PATH
              OR WS-MASKED-WATCH-LIST-PATH = WS-WATCH-LIST-PATH
              DISPLAY "*** DATA_MASK_OUTPUT_DIR " WS-OUTPUT-DIR
                 " WOULD OVERWRITE A PRODUCTION FILE - refusing ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       115-OUTPUT-PATH.
           MOVE SPACES TO WS-PATH-RESULT
           STRING WS-OUTPUT-DIR DELIMITED BY SPACE
              "/" DELIMITED BY SIZE
              WS-PATH-NAME DELIMITED BY SPACE
              INTO WS-PATH-RESULT
           END-STRING.

      *> No default key: one written into the program would let
      *> anyone holding the source re-create every pseudonym.
       120-DERIVE-SEED.
           ACCEPT WS-MASK-KEY FROM ENVIRONMENT "DATA_MASK_KEY"
           MOVE 32 TO WS-MASK-KEY-LENGTH
           PERFORM 125-SHRINK-KEY-LENGTH
              UNTIL WS-MASK-KEY-LENGTH = 0
                 OR WS-MASK-KEY (WS-MASK-KEY-LENGTH:1) NOT = SPACE
           IF WS-MASK-KEY-LENGTH < 8
              DISPLAY "*** DATA_MASK_KEY MISSING OR SHORTER THAN 8 "
                 "CHARACTERS - refusing ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE 0 TO WS-MASK-STATE
           PERFORM 130-FOLD-KEY-CHAR
              VARYING WS-MASK-POS FROM 1 BY 1
              UNTIL WS-MASK-POS > WS-MASK-KEY-LENGTH
           MOVE WS-MASK-STATE TO WS-MASK-SEED.

       125-SHRINK-KEY-LENGTH.
           SUBTRACT 1 FROM WS-MASK-KEY-LENGTH.

       130-FOLD-KEY-CHAR.
           MOVE WS-MASK-KEY (WS-MASK-POS:1) TO WS-BYTE-LOW
           PERFORM 690-FOLD-STATE.

      *> Two passes: the header goes out ahead of the detail rows, so
      *> the rows are counted and totalled first.
       200-MASK-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
              DISPLAY "Extract not in this set (" WS-EXTRACT-STATUS
                 ") - " WS-EXTRACT-PATH
              ADD 1 TO WS-FILES-SKIPPED
           ELSE
              PERFORM 210-COUNT-EXTRACT-LINE UNTIL WS-EXTRACT-EOF
              CLOSE EXTRACT-FILE
              PERFORM 220-READ-PRODUCTION-CONTROL
              OPEN OUTPUT MASKED-EXTRACT-FILE
              IF WS-MASKED-EXTRACT-STATUS NOT = '00'
                 DISPLAY "*** MASKED EXTRACT NOT WRITABLE (status "
                    WS-MASKED-EXTRACT-STATUS ") - "
                    WS-MASKED-EXTRACT-PATH " ***"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              IF WS-HEADER-SEEN
                 MOVE SPACES TO WS-RAW-RECORD
                 MOVE 'HDR' TO HDR-TAG
                 MOVE WS-HDR-RUN-DATE TO HDR-RUN-DATE
                 MOVE WS-DETAIL-COUNT TO HDR-EXPECTED-COUNT
                 MOVE WS-DETAIL-TOTAL TO HDR-EXPECTED-TOTAL
                 MOVE WS-HDR-LAYOUT-VERSION TO HDR-LAYOUT-VERSION
                 WRITE MXT-RAW-LINE FROM WS-RAW-RECORD
              END-IF
              SET WS-EXTRACT-EOF TO FALSE
              OPEN INPUT EXTRACT-FILE
              PERFORM 230-MASK-EXTRACT-LINE UNTIL WS-EXTRACT-EOF
              CLOSE EXTRACT-FILE
              IF WS-TRAILER-SEEN
                 MOVE SPACES TO WS-RAW-RECORD
                 MOVE 'TRL' TO TRL-TAG
                 MOVE WS-DETAIL-COUNT TO TRL-ACTUAL-COUNT
                 MOVE WS-DETAIL-TOTAL TO TRL-ACTUAL-TOTAL
                 WRITE MXT-RAW-LINE FROM WS-RAW-RECORD
              END-IF
              CLOSE MASKED-EXTRACT-FILE
              PERFORM 240-WRITE-MASKED-CONTROL
              ADD 1 TO WS-FILES-MASKED
              DISPLAY "Masked extract: " WS-DETAIL-COUNT
                 " records, total " WS-DETAIL-TOTAL
           END-IF.

       210-COUNT-EXTRACT-LINE.
           READ EXTRACT-FILE INTO WS-RAW-RECORD
              AT END SET WS-EXTRACT-EOF TO TRUE
              NOT AT END
                 EVALUATE WS-RECORD-TAG
                    WHEN 'HDR'
                       SET WS-HEADER-SEEN TO TRUE
                       MOVE HDR-RUN-DATE TO WS-HDR-RUN-DATE
                       MOVE HDR-LAYOUT-VERSION TO WS-HDR-LAYOUT-VERSION
                    WHEN 'TRL'
                       SET WS-TRAILER-SEEN TO TRUE
                    WHEN OTHER
                       MOVE WS-RAW-RECORD TO TRANSACTION-RECORD
                       ADD 1 TO WS-DETAIL-COUNT
                       ADD TR-AMOUNT TO WS-DETAIL-TOTAL
                       IF TR-OPERATION-DATE > WS-MAX-OPERATION-DATE
                          MOVE TR-OPERATION-DATE
                             TO WS-MAX-OPERATION-DATE
                       END-IF
                 END-EVALUATE
           END-READ.

      *> The business date and cycle are production's -- the masked
      *> extract must go through the run's date and cycle gates the
      *> way the real one did.
       220-READ-PRODUCTION-CONTROL.
           OPEN INPUT CONTROL-TOTAL-FILE
           IF WS-CONTROL-STATUS = '00'
              READ CONTROL-TOTAL-FILE INTO CTL-CONTROL-RECORD
                 AT END CONTINUE
                 NOT AT END
                    SET WS-CONTROL-SEEN TO TRUE
                    MOVE CTL-RUN-DATE TO WS-PROD-RUN-DATE
                    IF CTL-CYCLE-NUMBER IS NUMERIC
                       AND CTL-CYCLE-NUMBER > 0
                       MOVE CTL-CYCLE-NUMBER TO WS-PROD-CYCLE
                    END-IF
              END-READ
              CLOSE CONTROL-TOTAL-FILE
           END-IF
           IF NOT WS-CONTROL-SEEN
              IF WS-HEADER-SEEN
                 MOVE WS-HDR-RUN-DATE TO WS-PROD-RUN-DATE
              ELSE
                 MOVE WS-MAX-OPERATION-DATE TO WS-PROD-RUN-DATE
              END-IF
           END-IF.

       230-MASK-EXTRACT-LINE.
           READ EXTRACT-FILE INTO WS-RAW-RECORD
              AT END SET WS-EXTRACT-EOF TO TRUE
              NOT AT END
                 IF WS-RECORD-TAG NOT = 'HDR'
                    AND WS-RECORD-TAG NOT = 'TRL'
                    MOVE WS-RAW-RECORD TO TRANSACTION-RECORD
                    PERFORM 500-MASK-TRANSACTION
                    WRITE MXT-RAW-LINE FROM TRANSACTION-RECORD
                 END-IF
           END-READ.

       240-WRITE-MASKED-CONTROL.
           OPEN OUTPUT MASKED-CONTROL-FILE
           IF WS-MASKED-CONTROL-STATUS NOT = '00'
              DISPLAY "*** MASKED CONTROL TOTAL NOT WRITABLE (status "
                 WS-MASKED-CONTROL-STATUS ") - "
                 WS-MASKED-CONTROL-PATH " ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO CTL-CONTROL-RECORD
           MOVE WS-DETAIL-COUNT TO CTL-EXPECTED-COUNT
           MOVE WS-DETAIL-TOTAL TO CTL-EXPECTED-TOTAL
           MOVE WS-PROD-RUN-DATE TO CTL-RUN-DATE
           MOVE WS-PROD-CYCLE TO CTL-CYCLE-NUMBER
           WRITE MCT-CONTROL-LINE FROM CTL-CONTROL-RECORD
           CLOSE MASKED-CONTROL-FILE.

      *> Read in key order, so the masked master is loaded in key
      *> order too.
       300-MASK-MASTER.
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "Transaction master not in this set ("
                 WS-MASTER-STATUS ") - " WS-MASTER-PATH
              ADD 1 TO WS-FILES-SKIPPED
           ELSE
              OPEN OUTPUT MASKED-MASTER-FILE
              IF WS-MASKED-MASTER-STATUS NOT = '00'
                 DISPLAY "*** MASKED MASTER NOT WRITABLE (status "
                    WS-MASKED-MASTER-STATUS ") - "
                    WS-MASKED-MASTER-PATH " ***"
                 CLOSE TRANSACTION-MASTER-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 310-MASK-MASTER-RECORD UNTIL WS-MASTER-EOF
              CLOSE TRANSACTION-MASTER-FILE
              CLOSE MASKED-MASTER-FILE
              ADD 1 TO WS-FILES-MASKED
              DISPLAY "Masked transaction master: " WS-MASTER-COUNT
                 " records"
           END-IF.

       310-MASK-MASTER-RECORD.
           READ TRANSACTION-MASTER-FILE NEXT RECORD
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                 MOVE TMF-EXTENDED-DETAIL TO TR-EXTENDED-DETAIL
                 PERFORM 500-MASK-TRANSACTION
                 MOVE TRANSACTION-RECORD TO TMF-TRANSACTION-DETAIL
                 MOVE TR-EXTENDED-DETAIL TO TMF-EXTENDED-DETAIL
                 MOVE TMF-REFERENCE TO WS-MASK-REFERENCE
                 PERFORM 510-MASK-REFERENCE
                 MOVE WS-MASK-REFERENCE TO TMF-REFERENCE
                 WRITE MMF-RECORD FROM TMF-RECORD
                 ADD 1 TO WS-MASTER-COUNT
           END-READ.

       400-MASK-COUNTERPARTY-REF.
           OPEN INPUT COUNTERPARTY-REF-FILE
           IF WS-CPTY-REF-STATUS NOT = '00'
              DISPLAY "Counterparty reference not in this set ("
                 WS-CPTY-REF-STATUS ") - " WS-CPTY-REF-PATH
              ADD 1 TO WS-FILES-SKIPPED
           ELSE
              OPEN OUTPUT MASKED-CPTY-REF-FILE
              IF WS-MASKED-CPTY-REF-STATUS NOT = '00'
                 DISPLAY "*** MASKED REFERENCE NOT WRITABLE (status "
                    WS-MASKED-CPTY-REF-STATUS ") - "
                    WS-MASKED-CPTY-REF-PATH " ***"
                 CLOSE COUNTERPARTY-REF-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 410-MASK-CPTY-ENTRY UNTIL WS-CPTY-EOF
              CLOSE COUNTERPARTY-REF-FILE
              CLOSE MASKED-CPTY-REF-FILE
              ADD 1 TO WS-FILES-MASKED
              DISPLAY "Masked counterparty reference: "
                 WS-CPTY-COUNT " entries"
           END-IF.

      *> CPR-BANK-ID is the country and bank code the pseudonym
      *> keeps, so it passes through as it is.
       410-MASK-CPTY-ENTRY.
           READ COUNTERPARTY-REF-FILE
              AT END SET WS-CPTY-EOF TO TRUE
              NOT AT END
                 MOVE CPR-IBAN TO WS-MASK-IBAN
                 PERFORM 600-MASK-IBAN
                 MOVE WS-MASK-IBAN TO CPR-IBAN
                 MOVE WS-MASK-SEED TO WS-MASK-STATE
                 MOVE CPR-NAME TO WS-MASK-FIELD
                 MOVE 30 TO WS-MASK-LENGTH
                 PERFORM 650-SCRAMBLE-FIELD
                 MOVE WS-MASK-FIELD TO CPR-NAME
                 WRITE MCR-REFERENCE-LINE FROM CPR-RECORD
                 ADD 1 TO WS-CPTY-COUNT
           END-READ.

       450-MASK-WATCH-LIST.
           OPEN INPUT WATCH-LIST-FILE
           IF WS-WATCH-LIST-STATUS NOT = '00'
              DISPLAY "Watch list not in this set ("
                 WS-WATCH-LIST-STATUS ") - " WS-WATCH-LIST-PATH
              ADD 1 TO WS-FILES-SKIPPED
           ELSE
              OPEN OUTPUT MASKED-WATCH-LIST-FILE
              IF WS-MASKED-WATCH-LIST-STATUS NOT = '00'
                 DISPLAY "*** MASKED WATCH LIST NOT WRITABLE (status "
                    WS-MASKED-WATCH-LIST-STATUS ") - "
                    WS-MASKED-WATCH-LIST-PATH " ***"
                 CLOSE WATCH-LIST-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              PERFORM 460-MASK-WATCH-ENTRY UNTIL WS-WATCH-EOF
              CLOSE WATCH-LIST-FILE
              CLOSE MASKED-WATCH-LIST-FILE
              ADD 1 TO WS-FILES-MASKED
              DISPLAY "Masked watch list: " WS-WATCH-COUNT " entries"
           END-IF.

      *> A blocked IBAN gets the same pseudonym as in the extract,
      *> so the same payments are held; a blocked country code is
      *> kept, and the pseudonyms keep their country.
       460-MASK-WATCH-ENTRY.
           READ WATCH-LIST-FILE
              AT END SET WS-WATCH-EOF TO TRUE
              NOT AT END
                 IF WLR-ENTRY-TYPE = 'I'
                    MOVE WLR-VALUE TO WS-MASK-IBAN
                    PERFORM 600-MASK-IBAN
                    MOVE WS-MASK-IBAN TO WLR-VALUE
                 END-IF
                 WRITE MWL-WATCH-LINE FROM WLR-RECORD
                 ADD 1 TO WS-WATCH-COUNT
           END-READ.

       500-MASK-TRANSACTION.
           MOVE TR-SENDER-IBAN TO WS-MASK-IBAN
           PERFORM 600-MASK-IBAN
           MOVE WS-MASK-IBAN TO TR-SENDER-IBAN
           MOVE TR-RECEIVER-IBAN TO WS-MASK-IBAN
           PERFORM 600-MASK-IBAN
           MOVE WS-MASK-IBAN TO TR-RECEIVER-IBAN
           MOVE TR-REFERENCE TO WS-MASK-REFERENCE
           PERFORM 510-MASK-REFERENCE
           MOVE WS-MASK-REFERENCE TO TR-REFERENCE
           PERFORM 520-MASK-PARTY-DETAIL.

      *> The prefix (INV-, REV-, FEE-) is left alone and the rest is
      *> scrambled on its own, from the key alone -- REV-100001 and
      *> INV-100001 must still share their matching key after
      *> masking.
       510-MASK-REFERENCE.
           IF WS-MASK-REFERENCE (5:16) NOT = SPACES
              MOVE WS-MASK-SEED TO WS-MASK-STATE
              MOVE SPACES TO WS-MASK-FIELD
              MOVE WS-MASK-REFERENCE (5:16) TO WS-MASK-FIELD
              MOVE 16 TO WS-MASK-LENGTH
              PERFORM 650-SCRAMBLE-FIELD
              MOVE WS-MASK-FIELD (1:16) TO WS-MASK-REFERENCE (5:16)
           END-IF.

      *> A name's first 30 characters are scrambled as CPR-NAME is
      *> and the rest on its own; the remittance text whole.
       520-MASK-PARTY-DETAIL.
           IF TR-ORDERING-NAME NOT = SPACES
              MOVE TR-ORDERING-NAME TO WS-MASK-NAME
              PERFORM 530-MASK-NAME
              MOVE WS-MASK-NAME TO TR-ORDERING-NAME
           END-IF
           IF TR-BENEFICIARY-NAME NOT = SPACES
              MOVE TR-BENEFICIARY-NAME TO WS-MASK-NAME
              PERFORM 530-MASK-NAME
              MOVE WS-MASK-NAME TO TR-BENEFICIARY-NAME
           END-IF
           IF TR-REMITTANCE-INFO NOT = SPACES
              MOVE WS-MASK-SEED TO WS-MASK-STATE
              MOVE TR-REMITTANCE-INFO TO WS-MASK-FIELD
              MOVE 140 TO WS-MASK-LENGTH
              PERFORM 650-SCRAMBLE-FIELD
              MOVE WS-MASK-FIELD TO TR-REMITTANCE-INFO
           END-IF.

       530-MASK-NAME.
           MOVE WS-MASK-SEED TO WS-MASK-STATE
           MOVE SPACES TO WS-MASK-FIELD
           MOVE WS-MASK-NAME (1:30) TO WS-MASK-FIELD
           MOVE 30 TO WS-MASK-LENGTH
           PERFORM 650-SCRAMBLE-FIELD
           MOVE WS-MASK-FIELD (1:30) TO WS-MASK-NAME (1:30)
           IF WS-MASK-NAME (31:5) NOT = SPACES
              MOVE WS-MASK-SEED TO WS-MASK-STATE
              MOVE SPACES TO WS-MASK-FIELD
              MOVE WS-MASK-NAME (31:5) TO WS-MASK-FIELD
              MOVE 5 TO WS-MASK-LENGTH
              PERFORM 650-SCRAMBLE-FIELD
              MOVE WS-MASK-FIELD (1:5) TO WS-MASK-NAME (31:5)
           END-IF.

      *> Country code, check digits and bank code go into the state
      *> but are not scrambled; the account part behind them is.
      *> The check digits are then set for the pseudonym -- valid if
      *> the real IBAN was valid, deliberately one off if it was not.
       600-MASK-IBAN.
           IF WS-MASK-IBAN NOT = SPACES
              PERFORM 610-CHECK-IBAN
              MOVE WS-IBAN-VALID-SW TO WS-ORIGINAL-VALID-SW
              MOVE WS-MASK-SEED TO WS-MASK-STATE
              PERFORM 605-FOLD-IBAN-PREFIX
                 VARYING WS-MASK-POS FROM 1 BY 1
                 UNTIL WS-MASK-POS > 8
              IF WS-IBAN-LENGTH > 8
                 MOVE SPACES TO WS-MASK-FIELD
                 MOVE WS-MASK-IBAN (9:19) TO WS-MASK-FIELD
                 COMPUTE WS-MASK-LENGTH = WS-IBAN-LENGTH - 8
                 PERFORM 650-SCRAMBLE-FIELD
                 MOVE WS-MASK-FIELD (1:19) TO WS-MASK-IBAN (9:19)
              END-IF
              IF WS-ORIGINAL-VALID
                 PERFORM 630-SET-CHECK-DIGITS
              ELSE
                 PERFORM 610-CHECK-IBAN
                 IF WS-IBAN-VALID
                    PERFORM 630-SET-CHECK-DIGITS
                    ADD 1 TO WS-CHECK-DIGITS
                    MOVE WS-CHECK-DIGITS TO WS-MASK-IBAN (3:2)
                 END-IF
              END-IF
              ADD 1 TO WS-IBANS-MASKED
           END-IF.

       605-FOLD-IBAN-PREFIX.
           MOVE WS-MASK-IBAN (WS-MASK-POS:1) TO WS-BYTE-LOW
           PERFORM 690-FOLD-STATE.

       610-CHECK-IBAN.
           SET WS-IBAN-VALID TO TRUE
           MOVE 27 TO WS-IBAN-LENGTH
           PERFORM 615-SHRINK-IBAN-LENGTH
              UNTIL WS-IBAN-LENGTH = 0
                 OR WS-MASK-IBAN (WS-IBAN-LENGTH:1) NOT = SPACE
           IF WS-IBAN-LENGTH < 15 OR WS-IBAN-LENGTH > 34
              SET WS-IBAN-VALID TO FALSE
           ELSE
              IF WS-MASK-IBAN (1:1) IS NOT ALPHABETIC-UPPER
                 OR WS-MASK-IBAN (2:1) IS NOT ALPHABETIC-UPPER
                 OR WS-MASK-IBAN (3:1) IS NOT NUMERIC
                 OR WS-MASK-IBAN (4:1) IS NOT NUMERIC
                 SET WS-IBAN-VALID TO FALSE
              ELSE
                 PERFORM 620-COMPUTE-IBAN-REMAINDER
                 IF WS-IBAN-REMAINDER NOT = 1
                    SET WS-IBAN-VALID TO FALSE
                 END-IF
              END-IF
           END-IF.

       615-SHRINK-IBAN-LENGTH.
           SUBTRACT 1 FROM WS-IBAN-LENGTH.

       620-COMPUTE-IBAN-REMAINDER.
           MOVE 0 TO WS-IBAN-REMAINDER
           PERFORM 622-ACCUMULATE-IBAN-CHAR
              VARYING WS-IBAN-POS FROM 5 BY 1
              UNTIL WS-IBAN-POS > WS-IBAN-LENGTH
           PERFORM 622-ACCUMULATE-IBAN-CHAR
              VARYING WS-IBAN-POS FROM 1 BY 1
              UNTIL WS-IBAN-POS > 4.

       622-ACCUMULATE-IBAN-CHAR.
           MOVE WS-MASK-IBAN (WS-IBAN-POS:1) TO WS-IBAN-CHAR
           IF WS-IBAN-CHAR IS ALPHABETIC-UPPER
              MOVE 0 TO WS-IBAN-DIGIT-VALUE
              SET IL-IDX TO 1
              SEARCH IL-LETTER-ENTRY
                 AT END CONTINUE
                 WHEN IL-LETTER (IL-IDX) = WS-IBAN-CHAR
                    MOVE IL-VALUE (IL-IDX) TO WS-IBAN-DIGIT-VALUE
              END-SEARCH
              DIVIDE WS-IBAN-DIGIT-VALUE BY 10
                 GIVING WS-IBAN-TENS REMAINDER WS-IBAN-UNITS
              MOVE WS-IBAN-TENS TO WS-IBAN-DIGIT
              PERFORM 625-FOLD-DIGIT-INTO-REMAINDER
              MOVE WS-IBAN-UNITS TO WS-IBAN-DIGIT
              PERFORM 625-FOLD-DIGIT-INTO-REMAINDER
           ELSE
              IF WS-IBAN-CHAR IS NUMERIC
                 MOVE WS-IBAN-CHAR TO WS-IBAN-DIGIT
                 PERFORM 625-FOLD-DIGIT-INTO-REMAINDER
              ELSE
                 SET WS-IBAN-VALID TO FALSE
              END-IF
           END-IF.

       625-FOLD-DIGIT-INTO-REMAINDER.
           COMPUTE WS-IBAN-FOLD-WORK =
              WS-IBAN-REMAINDER * 10 + WS-IBAN-DIGIT
           DIVIDE WS-IBAN-FOLD-WORK BY 97
              GIVING WS-IBAN-FOLD-QUOTIENT
              REMAINDER WS-IBAN-REMAINDER.

      *> ISO 7064: with 00 in the check digits the remainder R gives
      *> check digits 98 - R.
       630-SET-CHECK-DIGITS.
           MOVE "00" TO WS-MASK-IBAN (3:2)
           PERFORM 620-COMPUTE-IBAN-REMAINDER
           COMPUTE WS-CHECK-DIGITS = 98 - WS-IBAN-REMAINDER
           MOVE WS-CHECK-DIGITS TO WS-MASK-IBAN (3:2).

      *> WS-MASK-FIELD (1:WS-MASK-LENGTH) scrambled in place from
      *> WS-MASK-STATE, which the caller sets. A left-to-right pass
      *> alone would leave two values that differ only at the end
      *> differing only at the end, by the same shift -- 100001 and
      *> 100002 would come out one apart. A right-to-left pass over
      *> the result carries the difference to the front, and a last
      *> left-to-right pass back onto the character that differed.
      *> Each pass starts from the same state.
       650-SCRAMBLE-FIELD.
           MOVE WS-MASK-STATE TO WS-MASK-START-STATE
           PERFORM 660-SCRAMBLE-CHAR
              VARYING WS-MASK-POS FROM 1 BY 1
              UNTIL WS-MASK-POS > WS-MASK-LENGTH
           MOVE WS-MASK-START-STATE TO WS-MASK-STATE
           PERFORM 660-SCRAMBLE-CHAR
              VARYING WS-MASK-POS FROM WS-MASK-LENGTH BY -1
              UNTIL WS-MASK-POS < 1
           MOVE WS-MASK-START-STATE TO WS-MASK-STATE
           PERFORM 660-SCRAMBLE-CHAR
              VARYING WS-MASK-POS FROM 1 BY 1
              UNTIL WS-MASK-POS > WS-MASK-LENGTH.

       660-SCRAMBLE-CHAR.
           MOVE WS-MASK-FIELD (WS-MASK-POS:1) TO WS-MASK-CHAR
           MOVE WS-MASK-CHAR TO WS-BYTE-LOW
           INSPECT WS-BYTE-LOW
              CONVERTING WS-LOWER-LETTERS TO WS-UPPER-LETTERS
           EVALUATE TRUE
              WHEN WS-MASK-CHAR IS NUMERIC
                 MOVE WS-MASK-CHAR TO WS-MASK-DIGIT
                 DIVIDE WS-MASK-STATE BY 10
                    GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-SHIFT
                 ADD WS-MASK-DIGIT TO WS-MASK-SHIFT
                 IF WS-MASK-SHIFT > 9
                    SUBTRACT 10 FROM WS-MASK-SHIFT
                 END-IF
                 MOVE WS-MASK-SHIFT TO WS-MASK-DIGIT
                 MOVE WS-MASK-DIGIT TO WS-MASK-FIELD (WS-MASK-POS:1)
              WHEN WS-MASK-CHAR = SPACE
                 CONTINUE
              WHEN WS-MASK-CHAR IS ALPHABETIC-UPPER
                 MOVE 0 TO WS-MASK-LETTER-POS
                 INSPECT WS-UPPER-LETTERS TALLYING WS-MASK-LETTER-POS
                    FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
                 PERFORM 670-SHIFT-LETTER
                 MOVE WS-UPPER-LETTERS (WS-MASK-LETTER-POS:1)
                    TO WS-MASK-FIELD (WS-MASK-POS:1)
              WHEN WS-MASK-CHAR IS ALPHABETIC-LOWER
                 MOVE 0 TO WS-MASK-LETTER-POS
                 INSPECT WS-LOWER-LETTERS TALLYING WS-MASK-LETTER-POS
                    FOR CHARACTERS BEFORE INITIAL WS-MASK-CHAR
                 PERFORM 670-SHIFT-LETTER
                 MOVE WS-LOWER-LETTERS (WS-MASK-LETTER-POS:1)
                    TO WS-MASK-FIELD (WS-MASK-POS:1)
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 690-FOLD-STATE.

      *> WS-MASK-LETTER-POS comes in as the letter's offset (0-25)
      *> and goes out as the shifted letter's position (1-26).
       670-SHIFT-LETTER.
           DIVIDE WS-MASK-STATE BY 26
              GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-SHIFT
           COMPUTE WS-MASK-LETTER-POS =
              WS-MASK-LETTER-POS + WS-MASK-SHIFT + 1
           IF WS-MASK-LETTER-POS > 26
              SUBTRACT 26 FROM WS-MASK-LETTER-POS
           END-IF.

      *> Takes in the original character (WS-BYTE-LOW) at
      *> WS-MASK-POS, upper-cased: "Acme Ltd" and "ACME LTD" run the
      *> same shifts, and case only decides the case of each output
      *> letter -- the beneficiary-name check ignores case.
       690-FOLD-STATE.
           COMPUTE WS-MASK-WORK = WS-MASK-STATE * 131
              + WS-BYTE-VALUE * WS-MASK-POS + 1
           DIVIDE WS-MASK-WORK BY WS-MASK-MODULUS
              GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-STATE.
