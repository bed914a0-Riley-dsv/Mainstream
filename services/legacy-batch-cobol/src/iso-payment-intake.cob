      *> ISO 20022 payment-initiation intake. This is a standalone
      *> batch program, not CALLed from main-cobol-orchestrator -- it
      *> runs ahead of the batch window, reads the customer credit
      *> transfer initiation files (pain.001) the newer corporate
      *> channel sends, and writes them out as a normal HDR/TRL-
      *> enveloped extract of 166-byte detail records under the
      *> dedicated ISO20022 source system, so nobody re-keys them
      *> by hand. Each CdtTrfTxInf becomes one PAY: InstrId (or the
      *> EndToEndId when no InstrId is sent) is the transaction ID,
      *> the EndToEndId the reference, the PmtInf ReqdExctnDt the
      *> value date, the PmtInf DbtrAcct IBAN the sender and the
      *> CdtrAcct IBAN the receiver, InstdAmt and its Ccy the amount
      *> and currency. The channel writes one element per line, which
      *> is all the scanner below relies on -- it reads the tag and
      *> the text between it and its closing tag, and keeps track of
      *> which block (group header, payment information, debtor or
      *> creditor account) it is in. A transfer that cannot be mapped
      *> (no IBAN, a currency outside the decimal-place table, an
      *> amount that is not a plain decimal number, an unusable ID
      *> or execution date) is listed on the intake exceptions
      *> report under its message and instruction IDs -- never
      *> dropped, never guessed at. Alongside the extract the intake
      *> adds its item count and amount total to the run's control-
      *> total record (sample-data/control-total.dat, the record
      *> main-cobol-orchestrator reconciles the run against; override
      *> via ISO_INTAKE_CONTROL_PATH) for the same run date and cycle,
      *> and lists the extract on the source manifest, so the run
      *> picks it up and balances it like any other feed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. iso-payment-intake.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ISO-MESSAGE-FILE
                  ASSIGN TO WS-MESSAGE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MESSAGE-STATUS.
           SELECT INTAKE-EXTRACT-FILE
                  ASSIGN TO WS-EXTRACT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT INTAKE-CONTROL-FILE
                  ASSIGN TO WS-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.
           SELECT MANIFEST-FILE
                  ASSIGN TO WS-MANIFEST-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-MANIFEST-STATUS.
           SELECT INTAKE-EXCEPTION-FILE
                  ASSIGN TO WS-EXCEPTION-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-EXCEPTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ISO-MESSAGE-FILE.
       01 ISO-MESSAGE-LINE PIC X(256).

       FD INTAKE-EXTRACT-FILE.
       01 INT-EXTRACT-LINE PIC X(166).

       FD INTAKE-CONTROL-FILE.
       COPY "control-total-record".

       FD MANIFEST-FILE.
       COPY "source-manifest-record".

       FD INTAKE-EXCEPTION-FILE.
       01 IEX-REPORT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-MESSAGE-PATH PIC X(255) VALUE
                       "../../../sample-data/iso-pain001.xml".
       01 WS-MESSAGE-OVERRIDE PIC X(255).
       01 WS-MESSAGE-STATUS PIC X(2) VALUE '00'.
       01 WS-EXTRACT-PATH PIC X(255) VALUE
                   "../../../sample-data/iso-intake-extract.dat".
       01 WS-EXTRACT-OVERRIDE PIC X(255).
       01 WS-EXTRACT-STATUS PIC X(2) VALUE '00'.
       01 WS-CONTROL-PATH PIC X(255) VALUE
                       "../../../sample-data/control-total.dat".
       01 WS-CONTROL-OVERRIDE PIC X(255).
       01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-MANIFEST-PATH PIC X(255) VALUE
                       "../../../sample-data/source-manifest.dat".
       01 WS-MANIFEST-OVERRIDE PIC X(255).
       01 WS-MANIFEST-STATUS PIC X(2) VALUE '00'.
       01 WS-EXCEPTION-PATH PIC X(255) VALUE
                   "../../../reports/iso-intake-exceptions.dat".
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".
       COPY "transaction-envelope-record".
       COPY "currency-decimal-table".

       01 WS-INTAKE-SOURCE PIC X(8) VALUE "ISO20022".
       01 WS-MESSAGE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MESSAGE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-MANIFEST-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MANIFEST-EOF VALUE 'Y' FALSE 'N'.
       01 WS-MANIFEST-LISTED-SW PIC X(1) VALUE 'N'.
           88 WS-MANIFEST-LISTED VALUE 'Y' FALSE 'N'.
       01 WS-EXCEPTION-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-EXCEPTION-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-INTAKE-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-OVERRIDE PIC X(8) VALUE SPACES.
       01 WS-INTAKE-TIME PIC 9(8) VALUE 0.
       01 WS-CYCLE-OVERRIDE PIC 9(2) VALUE 0.
       01 WS-INTAKE-CYCLE PIC 9(2) VALUE 1.
       01 WS-CONTROL-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-CONTROL-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-BASE-COUNT PIC 9(10) VALUE 0.
       01 WS-BASE-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-LINES-READ PIC 9(7) VALUE 0.
       01 WS-TRANSFER-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 WS-EXTRACT-TOTAL PIC 9(10)V99 VALUE 0.

      *> One line of the message, split by the scanner: the tag as
      *> written (name plus any attributes), its bare name, and the
      *> text up to the closing tag. A closing tag on its own line
      *> comes back as a name starting with "/".
       01 WS-LINE-TEXT PIC X(256).
       01 WS-LEAD-SPACES PIC 9(3) VALUE 0.
       01 WS-BEFORE-TAG PIC X(256).
       01 WS-TAG-TEXT PIC X(256).
       01 WS-TAG-NAME PIC X(40).
       01 WS-ELEMENT-VALUE PIC X(256).
       01 WS-ATTR-BEFORE PIC X(256).
       01 WS-ATTR-AFTER PIC X(256).
       01 WS-ATTR-VALUE PIC X(10).

      *> Which block the scanner is inside. An IBAN belongs to the
      *> debtor or the creditor according to the account block it
      *> turns up in, and a bare <Dt> is the execution date only
      *> inside ReqdExctnDt.
       01 WS-IN-GROUP-HEADER-SW PIC X(1) VALUE 'N'.
           88 WS-IN-GROUP-HEADER VALUE 'Y' FALSE 'N'.
       01 WS-IN-EXEC-DATE-SW PIC X(1) VALUE 'N'.
           88 WS-IN-EXEC-DATE VALUE 'Y' FALSE 'N'.
       01 WS-IN-TRANSFER-SW PIC X(1) VALUE 'N'.
           88 WS-IN-TRANSFER VALUE 'Y' FALSE 'N'.
       01 WS-ACCOUNT-CONTEXT PIC X(1) VALUE SPACE.
           88 WS-IN-DEBTOR-ACCOUNT VALUE 'D'.
           88 WS-IN-CREDITOR-ACCOUNT VALUE 'C'.
           88 WS-IN-NO-ACCOUNT VALUE SPACE.

      *> Message and payment-information level fields, carried onto
      *> every transfer underneath them.
       01 WS-MSG-ID PIC X(35) VALUE SPACES.
       01 WS-MSG-CREATED PIC X(19) VALUE SPACES.
       01 WS-PMTINF-ID PIC X(35) VALUE SPACES.
       01 WS-EXEC-DATE-TEXT PIC X(10) VALUE SPACES.
       01 WS-DEBTOR-IBAN PIC X(34) VALUE SPACES.

      *> The transfer being assembled.
       01 WS-INSTR-ID PIC X(35) VALUE SPACES.
       01 WS-MAPPED-ID PIC X(35) VALUE SPACES.
       01 WS-END-TO-END-ID PIC X(35) VALUE SPACES.
       01 WS-AMOUNT-TEXT PIC X(30) VALUE SPACES.
       01 WS-AMOUNT-CCY PIC X(3) VALUE SPACES.
       01 WS-CREDITOR-IBAN PIC X(34) VALUE SPACES.
       01 WS-TRANSFER-OK-SW PIC X(1) VALUE 'Y'.
           88 WS-TRANSFER-OK VALUE 'Y' FALSE 'N'.
       01 WS-EXCEPTION-REASON PIC X(40) VALUE SPACES.
       01 WS-MAPPED-DATE PIC 9(8) VALUE 0.
       01 WS-DATE-TEXT PIC X(10) VALUE SPACES.
       01 WS-DATE-DIGITS PIC X(8) VALUE SPACES.

      *> Amount parsing: a plain decimal number, whole part up to ten
      *> digits, fraction no longer than the currency allows.
       01 WS-AMT-WHOLE-PART PIC X(30).
       01 WS-AMT-FRACTION-PART PIC X(30).
       01 WS-AMT-WHOLE-LEN PIC 9(2) VALUE 0.
       01 WS-AMT-FRACTION-LEN PIC 9(2) VALUE 0.
       01 WS-AMT-POINT-COUNT PIC 9(2) VALUE 0.
       01 WS-AMT-WHOLE-TEXT PIC X(10) JUSTIFIED RIGHT.
       01 WS-AMT-WHOLE-NUM REDEFINES WS-AMT-WHOLE-TEXT PIC 9(10).
       01 WS-AMT-FRACTION-TEXT PIC X(2).
       01 WS-AMT-FRACTION-NUM REDEFINES WS-AMT-FRACTION-TEXT
                               PIC 9(2).
       01 WS-AMT-VALUE PIC 9(10)V99 VALUE 0.

      *> Mapped transfers are buffered so the HDR (which states the
      *> count and total up front) can be written ahead of them,
      *> the same shape the standing-order extract takes.
       01 WS-INSTANCE-MAX PIC 9(3) VALUE 500.
       01 WS-INSTANCE-COUNT PIC 9(3) VALUE 0.
       01 WS-INSTANCE-TABLE.
           05 WS-INS-DETAIL PIC X(166) OCCURS 500 TIMES
                 INDEXED BY WS-INS-IDX.

       01 WS-EXCEPTION-HEADING.
           05 FILLER PIC X(35) VALUE "MSG-ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(35) VALUE "INSTR-ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(35) VALUE "END-TO-END-ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(40) VALUE "REASON".
       01 WS-EXCEPTION-DETAIL.
           05 IEX-MSG-ID           PIC X(35).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 IEX-INSTR-ID         PIC X(35).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 IEX-END-TO-END-ID    PIC X(35).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 IEX-REASON           PIC X(40).

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting ISO 20022 payment intake"
           PERFORM 100-INITIALIZE
           OPEN INPUT ISO-MESSAGE-FILE
           IF WS-MESSAGE-STATUS NOT = '00'
              DISPLAY "No payment-initiation file found at "
                 WS-MESSAGE-PATH " - nothing to take in"
           ELSE
              PERFORM 200-SCAN-ONE-LINE UNTIL WS-MESSAGE-EOF
              CLOSE ISO-MESSAGE-FILE
           END-IF
           PERFORM 600-WRITE-EXTRACT
           PERFORM 650-WRITE-CONTROL-TOTALS
           PERFORM 700-LIST-ON-MANIFEST
           IF WS-EXCEPTION-OPEN
              CLOSE INTAKE-EXCEPTION-FILE
           END-IF
           DISPLAY "ISO 20022 intake complete: " WS-TRANSFER-COUNT
              " transfer(s) read, " WS-INSTANCE-COUNT
              " written to the extract, " WS-EXCEPTION-COUNT
              " on the exceptions report"
           IF WS-EXCEPTION-COUNT > 0
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       100-INITIALIZE.
           ACCEPT WS-INTAKE-TIME FROM TIME
           ACCEPT WS-DATE-OVERRIDE FROM ENVIRONMENT "ISO_INTAKE_DATE"
           IF WS-DATE-OVERRIDE NOT = SPACES
              MOVE WS-DATE-OVERRIDE TO WS-INTAKE-DATE
           ELSE
              ACCEPT WS-INTAKE-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-MESSAGE-OVERRIDE
           ACCEPT WS-MESSAGE-OVERRIDE FROM ENVIRONMENT "ISO_INTAKE_PATH"
           IF WS-MESSAGE-OVERRIDE NOT = SPACES
              MOVE WS-MESSAGE-OVERRIDE TO WS-MESSAGE-PATH
           END-IF
           MOVE SPACES TO WS-EXTRACT-OVERRIDE
           ACCEPT WS-EXTRACT-OVERRIDE
              FROM ENVIRONMENT "ISO_INTAKE_EXTRACT_PATH"
           IF WS-EXTRACT-OVERRIDE NOT = SPACES
              MOVE WS-EXTRACT-OVERRIDE TO WS-EXTRACT-PATH
           END-IF
           MOVE SPACES TO WS-CONTROL-OVERRIDE
           ACCEPT WS-CONTROL-OVERRIDE
              FROM ENVIRONMENT "ISO_INTAKE_CONTROL_PATH"
           IF WS-CONTROL-OVERRIDE NOT = SPACES
              MOVE WS-CONTROL-OVERRIDE TO WS-CONTROL-PATH
           END-IF
           MOVE SPACES TO WS-MANIFEST-OVERRIDE
           ACCEPT WS-MANIFEST-OVERRIDE
              FROM ENVIRONMENT "TRANSACTION_EXTRACT_MANIFEST"
           IF WS-MANIFEST-OVERRIDE NOT = SPACES
              MOVE WS-MANIFEST-OVERRIDE TO WS-MANIFEST-PATH
           END-IF
      *> The exceptions report is rewritten every intake, even when
      *> it stays empty -- yesterday's exceptions must never read as
      *> today's.
           OPEN OUTPUT INTAKE-EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = '00'
              SET WS-EXCEPTION-OPEN TO TRUE
              MOVE WS-EXCEPTION-HEADING TO IEX-REPORT-LINE
              WRITE IEX-REPORT-LINE
           ELSE
              DISPLAY "iso-payment-intake: exceptions report status "
                 WS-EXCEPTION-STATUS
           END-IF.

      *> One line of the message: split off the tag and its text,
      *> then act on the tag.
       200-SCAN-ONE-LINE.
           READ ISO-MESSAGE-FILE
              AT END SET WS-MESSAGE-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-LINES-READ
                 PERFORM 210-SPLIT-ELEMENT
                 IF WS-TAG-NAME NOT = SPACES
                    PERFORM 220-APPLY-ELEMENT
                 END-IF
           END-READ.

       210-SPLIT-ELEMENT.
           MOVE SPACES TO WS-LINE-TEXT WS-BEFORE-TAG WS-TAG-TEXT
              WS-TAG-NAME WS-ELEMENT-VALUE
           MOVE 0 TO WS-LEAD-SPACES
           INSPECT ISO-MESSAGE-LINE
              TALLYING WS-LEAD-SPACES FOR LEADING SPACES
           IF WS-LEAD-SPACES < 256
              MOVE ISO-MESSAGE-LINE (WS-LEAD-SPACES + 1:)
                 TO WS-LINE-TEXT
           END-IF
           IF WS-LINE-TEXT (1:1) = "<"
              AND WS-LINE-TEXT (2:1) NOT = "?"
              AND WS-LINE-TEXT (2:1) NOT = "!"
              UNSTRING WS-LINE-TEXT DELIMITED BY "<" OR ">"
                 INTO WS-BEFORE-TAG WS-TAG-TEXT WS-ELEMENT-VALUE
              END-UNSTRING
              UNSTRING WS-TAG-TEXT DELIMITED BY SPACE
                 INTO WS-TAG-NAME
              END-UNSTRING
           END-IF.

       220-APPLY-ELEMENT.
           EVALUATE WS-TAG-NAME
              WHEN "GrpHdr"
                 SET WS-IN-GROUP-HEADER TO TRUE
                 MOVE SPACES TO WS-MSG-ID WS-MSG-CREATED
              WHEN "/GrpHdr"
                 SET WS-IN-GROUP-HEADER TO FALSE
              WHEN "MsgId"
                 IF WS-IN-GROUP-HEADER
                    MOVE WS-ELEMENT-VALUE TO WS-MSG-ID
                 END-IF
              WHEN "CreDtTm"
                 IF WS-IN-GROUP-HEADER
                    MOVE WS-ELEMENT-VALUE TO WS-MSG-CREATED
                 END-IF
              WHEN "PmtInf"
                 MOVE SPACES TO WS-PMTINF-ID WS-EXEC-DATE-TEXT
                    WS-DEBTOR-IBAN
                 SET WS-IN-NO-ACCOUNT TO TRUE
              WHEN "PmtInfId"
                 MOVE WS-ELEMENT-VALUE TO WS-PMTINF-ID
              WHEN "ReqdExctnDt"
                 IF WS-ELEMENT-VALUE NOT = SPACES
                    MOVE WS-ELEMENT-VALUE TO WS-EXEC-DATE-TEXT
                 ELSE
                    SET WS-IN-EXEC-DATE TO TRUE
                 END-IF
              WHEN "/ReqdExctnDt"
                 SET WS-IN-EXEC-DATE TO FALSE
              WHEN "Dt"
                 IF WS-IN-EXEC-DATE
                    MOVE WS-ELEMENT-VALUE TO WS-EXEC-DATE-TEXT
                 END-IF
              WHEN "DbtrAcct"
                 SET WS-IN-DEBTOR-ACCOUNT TO TRUE
              WHEN "CdtrAcct"
                 SET WS-IN-CREDITOR-ACCOUNT TO TRUE
              WHEN "/DbtrAcct"
              WHEN "/CdtrAcct"
                 SET WS-IN-NO-ACCOUNT TO TRUE
              WHEN "IBAN"
                 EVALUATE TRUE
                    WHEN WS-IN-DEBTOR-ACCOUNT
                       MOVE WS-ELEMENT-VALUE TO WS-DEBTOR-IBAN
                    WHEN WS-IN-CREDITOR-ACCOUNT
                       AND WS-IN-TRANSFER
                       MOVE WS-ELEMENT-VALUE TO WS-CREDITOR-IBAN
                 END-EVALUATE
              WHEN "CdtTrfTxInf"
                 SET WS-IN-TRANSFER TO TRUE
                 MOVE SPACES TO WS-INSTR-ID WS-END-TO-END-ID
                    WS-AMOUNT-TEXT WS-AMOUNT-CCY WS-CREDITOR-IBAN
              WHEN "InstrId"
                 IF WS-IN-TRANSFER
                    MOVE WS-ELEMENT-VALUE TO WS-INSTR-ID
                 END-IF
              WHEN "EndToEndId"
                 IF WS-IN-TRANSFER
                    MOVE WS-ELEMENT-VALUE TO WS-END-TO-END-ID
                 END-IF
              WHEN "InstdAmt"
                 IF WS-IN-TRANSFER
                    MOVE WS-ELEMENT-VALUE TO WS-AMOUNT-TEXT
                    PERFORM 230-TAKE-CURRENCY-ATTRIBUTE
                 END-IF
              WHEN "/CdtTrfTxInf"
                 IF WS-IN-TRANSFER
                    ADD 1 TO WS-TRANSFER-COUNT
                    PERFORM 300-MAP-TRANSFER
                    SET WS-IN-TRANSFER TO FALSE
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> InstdAmt carries its currency as the Ccy attribute on the
      *> tag itself: <InstdAmt Ccy="EUR">.
       230-TAKE-CURRENCY-ATTRIBUTE.
           MOVE SPACES TO WS-ATTR-BEFORE WS-ATTR-AFTER WS-ATTR-VALUE
           UNSTRING WS-TAG-TEXT DELIMITED BY 'Ccy="'
              INTO WS-ATTR-BEFORE WS-ATTR-AFTER
           END-UNSTRING
           UNSTRING WS-ATTR-AFTER DELIMITED BY '"'
              INTO WS-ATTR-VALUE
           END-UNSTRING
           IF WS-ATTR-VALUE (4:7) = SPACES
              MOVE WS-ATTR-VALUE (1:3) TO WS-AMOUNT-CCY
           ELSE
              MOVE "???" TO WS-AMOUNT-CCY
           END-IF.

      *> Maps the transfer just closed onto TRANSACTION-RECORD. The
      *> first field that cannot be mapped sends the whole transfer
      *> to the exceptions report instead.
       300-MAP-TRANSFER.
           SET WS-TRANSFER-OK TO TRUE
           MOVE SPACES TO WS-EXCEPTION-REASON
           MOVE SPACES TO TRANSACTION-RECORD
           PERFORM 310-MAP-IDENTIFIERS
           IF WS-TRANSFER-OK
              PERFORM 320-MAP-DATES
           END-IF
           IF WS-TRANSFER-OK
              PERFORM 330-MAP-ACCOUNTS
           END-IF
           IF WS-TRANSFER-OK
              PERFORM 340-MAP-AMOUNT
           END-IF
           IF WS-TRANSFER-OK
              AND WS-INSTANCE-COUNT = WS-INSTANCE-MAX
              SET WS-TRANSFER-OK TO FALSE
              MOVE "INTAKE TABLE FULL - RESEND NEXT INTAKE"
                 TO WS-EXCEPTION-REASON
           END-IF
           IF WS-TRANSFER-OK
              MOVE "PAY" TO TR-TRANSACTION-TYPE
              MOVE WS-INTAKE-SOURCE TO TR-SOURCE-SYSTEM
              MOVE SPACES TO TR-RETURN-REASON
              ADD 1 TO WS-INSTANCE-COUNT
              MOVE TRANSACTION-RECORD
                 TO WS-INS-DETAIL (WS-INSTANCE-COUNT)
              ADD TR-AMOUNT TO WS-EXTRACT-TOTAL
              DISPLAY "Took in " TR-TRANSACTION-ID " value date "
                 TR-VALUE-DATE
           ELSE
              PERFORM 500-REPORT-EXCEPTION
           END-IF.

      *> InstrId is the instructing party's own unique ID for the
      *> transfer; a channel that leaves it out still sends the
      *> mandatory EndToEndId, which stands in. Either has to fit
      *> TR-TRANSACTION-ID whole -- a truncated ID could collide with
      *> another and trip the reader's duplicate check.
       310-MAP-IDENTIFIERS.
           IF WS-INSTR-ID NOT = SPACES
              MOVE WS-INSTR-ID TO WS-MAPPED-ID
           ELSE
              MOVE WS-END-TO-END-ID TO WS-MAPPED-ID
           END-IF
           EVALUATE TRUE
              WHEN WS-MAPPED-ID = SPACES
                 SET WS-TRANSFER-OK TO FALSE
                 MOVE "MISSING INSTRUCTION ID"
                    TO WS-EXCEPTION-REASON
              WHEN WS-MAPPED-ID (33:3) NOT = SPACES
                 SET WS-TRANSFER-OK TO FALSE
                 MOVE "INSTRUCTION ID LONGER THAN 32"
                    TO WS-EXCEPTION-REASON
              WHEN OTHER
                 MOVE WS-MAPPED-ID (1:32) TO TR-TRANSACTION-ID
                 MOVE WS-END-TO-END-ID (1:20) TO TR-REFERENCE
           END-EVALUATE.

      *> The value date is the requested execution date; the
      *> operation date and time are when the message was created,
      *> or the intake's own date and time if CreDtTm is absent.
       320-MAP-DATES.
           MOVE WS-EXEC-DATE-TEXT TO WS-DATE-TEXT
           PERFORM 350-CONVERT-ISO-DATE
           IF WS-MAPPED-DATE = 0
              SET WS-TRANSFER-OK TO FALSE
              MOVE "MISSING OR MALFORMED EXECUTION DATE"
                 TO WS-EXCEPTION-REASON
           ELSE
              MOVE WS-MAPPED-DATE TO TR-VALUE-DATE
              MOVE WS-MSG-CREATED (1:10) TO WS-DATE-TEXT
              PERFORM 350-CONVERT-ISO-DATE
              IF WS-MAPPED-DATE = 0
                 OR WS-MSG-CREATED (12:2) IS NOT NUMERIC
                 OR WS-MSG-CREATED (15:2) IS NOT NUMERIC
                 OR WS-MSG-CREATED (18:2) IS NOT NUMERIC
                 MOVE WS-INTAKE-DATE TO TR-OPERATION-DATE
                 MOVE WS-INTAKE-TIME (1:6) TO TR-OPERATION-TIME
              ELSE
                 MOVE WS-MAPPED-DATE TO TR-OPERATION-DATE
                 MOVE SPACES TO WS-DATE-DIGITS
                 STRING WS-MSG-CREATED (12:2)
                        WS-MSG-CREATED (15:2)
                        WS-MSG-CREATED (18:2)
                        DELIMITED BY SIZE INTO WS-DATE-DIGITS
                 END-STRING
                 MOVE WS-DATE-DIGITS (1:6) TO TR-OPERATION-TIME
              END-IF
           END-IF.

       330-MAP-ACCOUNTS.
           EVALUATE TRUE
              WHEN WS-DEBTOR-IBAN = SPACES
                 SET WS-TRANSFER-OK TO FALSE
                 MOVE "MISSING DEBTOR IBAN" TO WS-EXCEPTION-REASON
              WHEN WS-CREDITOR-IBAN = SPACES
                 SET WS-TRANSFER-OK TO FALSE
                 MOVE "MISSING CREDITOR IBAN"
                    TO WS-EXCEPTION-REASON
              WHEN WS-DEBTOR-IBAN (28:7) NOT = SPACES
                 OR WS-CREDITOR-IBAN (28:7) NOT = SPACES
                 SET WS-TRANSFER-OK TO FALSE
                 MOVE "IBAN LONGER THAN 27" TO WS-EXCEPTION-REASON
              WHEN OTHER
                 MOVE WS-DEBTOR-IBAN (1:27) TO TR-SENDER-IBAN
                 MOVE WS-CREDITOR-IBAN (1:27) TO TR-RECEIVER-IBAN
           END-EVALUATE.

      *> The currency has to be one the decimal-place table knows
      *> -- anything else the run could neither round nor format --
      *> and the amount a plain decimal with no more fraction digits
      *> than that currency uses.
       340-MAP-AMOUNT.
           SET DC-LOOKUP-NOT-FOUND TO TRUE
           SET DC-IDX TO 1
           SEARCH DC-CURRENCY-ENTRY
              AT END SET DC-LOOKUP-NOT-FOUND TO TRUE
              WHEN DC-CURRENCY-CODE (DC-IDX) = WS-AMOUNT-CCY
                 SET DC-LOOKUP-FOUND TO TRUE
                 MOVE DC-DECIMAL-PLACES (DC-IDX)
                    TO DC-LOOKUP-DECIMAL-PLACES
           END-SEARCH
           IF DC-LOOKUP-NOT-FOUND
              SET WS-TRANSFER-OK TO FALSE
              STRING "UNSUPPORTED CURRENCY " WS-AMOUNT-CCY
                 DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
              END-STRING
           ELSE
              PERFORM 345-PARSE-AMOUNT
              IF WS-TRANSFER-OK
                 MOVE WS-AMT-VALUE TO TR-AMOUNT
                 MOVE WS-AMOUNT-CCY TO TR-CURRENCY
              END-IF
           END-IF.

       345-PARSE-AMOUNT.
           MOVE SPACES TO WS-AMT-WHOLE-PART WS-AMT-FRACTION-PART
           MOVE 0 TO WS-AMT-WHOLE-LEN WS-AMT-FRACTION-LEN
              WS-AMT-POINT-COUNT WS-AMT-VALUE
           INSPECT WS-AMOUNT-TEXT TALLYING WS-AMT-POINT-COUNT
              FOR ALL "."
           UNSTRING WS-AMOUNT-TEXT DELIMITED BY "." OR SPACE
              INTO WS-AMT-WHOLE-PART COUNT IN WS-AMT-WHOLE-LEN
                   WS-AMT-FRACTION-PART COUNT IN WS-AMT-FRACTION-LEN
           END-UNSTRING
           IF WS-AMT-POINT-COUNT = 0
              MOVE 0 TO WS-AMT-FRACTION-LEN
           END-IF
           EVALUATE TRUE
              WHEN WS-AMT-POINT-COUNT > 1
              WHEN WS-AMT-WHOLE-LEN = 0
              WHEN WS-AMT-WHOLE-LEN > 10
              WHEN WS-AMT-FRACTION-LEN > DC-LOOKUP-DECIMAL-PLACES
              WHEN WS-AMT-FRACTION-LEN > 2
              WHEN WS-AMT-POINT-COUNT = 1
                 AND WS-AMT-FRACTION-LEN = 0
                 SET WS-TRANSFER-OK TO FALSE
              WHEN WS-AMT-WHOLE-PART (1:WS-AMT-WHOLE-LEN)
                 IS NOT NUMERIC
                 SET WS-TRANSFER-OK TO FALSE
              WHEN WS-AMT-FRACTION-LEN > 0
                 AND WS-AMT-FRACTION-PART (1:WS-AMT-FRACTION-LEN)
                    IS NOT NUMERIC
                 SET WS-TRANSFER-OK TO FALSE
              WHEN OTHER
                 MOVE WS-AMT-WHOLE-PART (1:WS-AMT-WHOLE-LEN)
                    TO WS-AMT-WHOLE-TEXT
                 INSPECT WS-AMT-WHOLE-TEXT
                    REPLACING LEADING SPACES BY ZEROS
                 MOVE "00" TO WS-AMT-FRACTION-TEXT
                 IF WS-AMT-FRACTION-LEN > 0
                    MOVE WS-AMT-FRACTION-PART
                       (1:WS-AMT-FRACTION-LEN)
                       TO WS-AMT-FRACTION-TEXT (1:WS-AMT-FRACTION-LEN)
                 END-IF
                 COMPUTE WS-AMT-VALUE = WS-AMT-WHOLE-NUM
                    + WS-AMT-FRACTION-NUM / 100
                 IF WS-AMT-VALUE = 0
                    SET WS-TRANSFER-OK TO FALSE
                 END-IF
           END-EVALUATE
           IF NOT WS-TRANSFER-OK
              MOVE SPACES TO WS-EXCEPTION-REASON
              STRING "MALFORMED AMOUNT " WS-AMOUNT-TEXT
                 DELIMITED BY SIZE INTO WS-EXCEPTION-REASON
              END-STRING
           END-IF.

      *> YYYY-MM-DD to YYYYMMDD; anything else comes back as zero.
       350-CONVERT-ISO-DATE.
           MOVE 0 TO WS-MAPPED-DATE
           IF WS-DATE-TEXT (5:1) = "-"
              AND WS-DATE-TEXT (8:1) = "-"
              MOVE SPACES TO WS-DATE-DIGITS
              STRING WS-DATE-TEXT (1:4) WS-DATE-TEXT (6:2)
                     WS-DATE-TEXT (9:2)
                     DELIMITED BY SIZE INTO WS-DATE-DIGITS
              END-STRING
              IF WS-DATE-DIGITS IS NUMERIC
                 AND WS-DATE-DIGITS (5:2) > "00"
                 AND WS-DATE-DIGITS (5:2) < "13"
                 AND WS-DATE-DIGITS (7:2) > "00"
                 AND WS-DATE-DIGITS (7:2) < "32"
                 MOVE WS-DATE-DIGITS TO WS-MAPPED-DATE
              END-IF
           END-IF.

       500-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           DISPLAY "*** ISO INTAKE EXCEPTION: message " WS-MSG-ID
              " instruction " WS-INSTR-ID " - " WS-EXCEPTION-REASON
              " ***"
           IF WS-EXCEPTION-OPEN
              MOVE WS-MSG-ID TO IEX-MSG-ID
              MOVE WS-INSTR-ID TO IEX-INSTR-ID
              MOVE WS-END-TO-END-ID TO IEX-END-TO-END-ID
              MOVE WS-EXCEPTION-REASON TO IEX-REASON
              MOVE WS-EXCEPTION-DETAIL TO IEX-REPORT-LINE
              WRITE IEX-REPORT-LINE
           END-IF.

      *> The same HDR/TRL envelope every upstream extract carries,
      *> so the reader's header/trailer reconciliation vets this
      *> extract like any other once it is listed on the manifest.
      *> An intake with nothing to map still writes the envelope
      *> around an empty body, so the manifest entry never dangles.
       600-WRITE-EXTRACT.
           OPEN OUTPUT INTAKE-EXTRACT-FILE
           IF WS-EXTRACT-STATUS NOT = '00'
              DISPLAY "iso-payment-intake: extract file status "
                 WS-EXTRACT-STATUS
           ELSE
              MOVE SPACES TO WS-RAW-RECORD
              MOVE 'HDR' TO HDR-TAG
              MOVE WS-INTAKE-DATE TO HDR-RUN-DATE
              MOVE WS-INSTANCE-COUNT TO HDR-EXPECTED-COUNT
              MOVE WS-EXTRACT-TOTAL TO HDR-EXPECTED-TOTAL
              MOVE WS-RAW-RECORD TO INT-EXTRACT-LINE
              WRITE INT-EXTRACT-LINE
              PERFORM 610-WRITE-ONE-INSTANCE
                 VARYING WS-INS-IDX FROM 1 BY 1
                 UNTIL WS-INS-IDX > WS-INSTANCE-COUNT
              MOVE SPACES TO WS-RAW-RECORD
              MOVE 'TRL' TO TRL-TAG
              MOVE WS-INSTANCE-COUNT TO TRL-ACTUAL-COUNT
              MOVE WS-EXTRACT-TOTAL TO TRL-ACTUAL-TOTAL
              MOVE WS-RAW-RECORD TO INT-EXTRACT-LINE
              WRITE INT-EXTRACT-LINE
              CLOSE INTAKE-EXTRACT-FILE
           END-IF.

       610-WRITE-ONE-INSTANCE.
           MOVE WS-INS-DETAIL (WS-INS-IDX) TO INT-EXTRACT-LINE
           WRITE INT-EXTRACT-LINE.

      *> Adds the extract just written to the control record
      *> 050-READ-CONTROL-TOTALS reconciles the run against, for the
      *> intake date and the intraday cycle (EXTRACT_CYCLE_NUMBER,
      *> default 01, as extract-profiler stamps it). Whatever an
      *> earlier intake of the same date and cycle added is taken
      *> out first, so a re-run replaces it. A record for another
      *> date or cycle -- or none -- means the core extract's control
      *> record has not arrived: the intake's figures are written on
      *> their own, and upstream adds the core extract's to them.
       650-WRITE-CONTROL-TOTALS.
           MOVE 1 TO WS-INTAKE-CYCLE
           MOVE 0 TO WS-CYCLE-OVERRIDE
           ACCEPT WS-CYCLE-OVERRIDE
              FROM ENVIRONMENT "EXTRACT_CYCLE_NUMBER"
           IF WS-CYCLE-OVERRIDE > 0
              MOVE WS-CYCLE-OVERRIDE TO WS-INTAKE-CYCLE
           END-IF
           PERFORM 655-READ-CONTROL-RECORD
           MOVE SPACES TO CTL-CONTROL-RECORD
           COMPUTE CTL-EXPECTED-COUNT =
              WS-BASE-COUNT + WS-INSTANCE-COUNT
           COMPUTE CTL-EXPECTED-TOTAL =
              WS-BASE-TOTAL + WS-EXTRACT-TOTAL
           MOVE WS-INTAKE-DATE TO CTL-RUN-DATE
           MOVE WS-INTAKE-CYCLE TO CTL-CYCLE-NUMBER
           MOVE WS-INSTANCE-COUNT TO CTL-ISO-COUNT
           MOVE WS-EXTRACT-TOTAL TO CTL-ISO-TOTAL
           OPEN OUTPUT INTAKE-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
              DISPLAY "iso-payment-intake: control file status "
                 WS-CONTROL-STATUS " - add " WS-INSTANCE-COUNT
                 " item(s), " WS-EXTRACT-TOTAL " to the control "
                 "totals by hand"
              MOVE 8 TO RETURN-CODE
           ELSE
              WRITE CTL-CONTROL-RECORD
              CLOSE INTAKE-CONTROL-FILE
              IF NOT WS-CONTROL-FOUND
                 DISPLAY "No control record for " WS-INTAKE-DATE
                    " cycle " WS-INTAKE-CYCLE " yet - wrote the "
                    "intake's figures on their own"
              END-IF
           END-IF.

      *> WS-BASE-COUNT/TOTAL come back as the control record's
      *> figures without any earlier intake's part, zero when there
      *> is no record for this date and cycle.
       655-READ-CONTROL-RECORD.
           SET WS-CONTROL-FOUND TO FALSE
           MOVE 0 TO WS-BASE-COUNT
           MOVE 0 TO WS-BASE-TOTAL
           OPEN INPUT INTAKE-CONTROL-FILE
           IF WS-CONTROL-STATUS = '00'
              READ INTAKE-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF CTL-CYCLE-NUMBER IS NOT NUMERIC
                       OR CTL-CYCLE-NUMBER = 0
                       MOVE 1 TO CTL-CYCLE-NUMBER
                    END-IF
                    IF CTL-RUN-DATE = WS-INTAKE-DATE
                       AND CTL-CYCLE-NUMBER = WS-INTAKE-CYCLE
                       AND CTL-EXPECTED-COUNT IS NUMERIC
                       AND CTL-EXPECTED-TOTAL IS NUMERIC
                       SET WS-CONTROL-FOUND TO TRUE
                       MOVE CTL-EXPECTED-COUNT TO WS-BASE-COUNT
                       MOVE CTL-EXPECTED-TOTAL TO WS-BASE-TOTAL
                       IF CTL-ISO-COUNT IS NUMERIC
                          AND CTL-ISO-TOTAL IS NUMERIC
                          AND CTL-ISO-COUNT NOT > WS-BASE-COUNT
                          AND CTL-ISO-TOTAL NOT > WS-BASE-TOTAL
                          SUBTRACT CTL-ISO-COUNT FROM WS-BASE-COUNT
                          SUBTRACT CTL-ISO-TOTAL FROM WS-BASE-TOTAL
                       END-IF
                    END-IF
              END-READ
              CLOSE INTAKE-CONTROL-FILE
           END-IF.

      *> Lists the extract on the source manifest under ISO20022
      *> unless an earlier intake already did -- a re-run of the
      *> same day must not make the reader walk the extract twice.
      *> A manifest that does not exist yet is started here.
       700-LIST-ON-MANIFEST.
           SET WS-MANIFEST-LISTED TO FALSE
           OPEN INPUT MANIFEST-FILE
           IF WS-MANIFEST-STATUS = '00'
              PERFORM 710-CHECK-MANIFEST-ENTRY UNTIL WS-MANIFEST-EOF
              CLOSE MANIFEST-FILE
           END-IF
           IF WS-MANIFEST-LISTED
              DISPLAY "Extract already on the source manifest"
           ELSE
              OPEN EXTEND MANIFEST-FILE
              IF WS-MANIFEST-STATUS = '35'
                 OPEN OUTPUT MANIFEST-FILE
              END-IF
              IF WS-MANIFEST-STATUS NOT = '00'
                 DISPLAY "iso-payment-intake: manifest status "
                    WS-MANIFEST-STATUS " - list " WS-EXTRACT-PATH
                    " by hand"
              ELSE
                 MOVE SPACES TO MFT-RECORD
                 MOVE WS-INTAKE-SOURCE TO MFT-SOURCE-SYSTEM
                 MOVE WS-EXTRACT-PATH TO MFT-FILE-PATH
                 WRITE MFT-RECORD
                 CLOSE MANIFEST-FILE
                 DISPLAY "Listed " WS-INTAKE-SOURCE
                    " extract on the source manifest"
              END-IF
           END-IF.

       710-CHECK-MANIFEST-ENTRY.
           READ MANIFEST-FILE
              AT END SET WS-MANIFEST-EOF TO TRUE
              NOT AT END
                 IF MFT-SOURCE-SYSTEM = WS-INTAKE-SOURCE
                    AND MFT-FILE-PATH = WS-EXTRACT-PATH
                    SET WS-MANIFEST-LISTED TO TRUE
                 END-IF
           END-READ.
