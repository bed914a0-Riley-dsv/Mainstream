      *> Monthly balance-of-payments return for the central bank. This
      *> is a standalone batch program, not CALLed from
      *> main-cobol-orchestrator -- finance runs it after month end,
      *> in place of the return it used to assemble from the IBAN
      *> cross-border breakdown and a spreadsheet. It reads the
      *> month's settled activity off the transaction master: every
      *> PAY and RTN that settled (or that the gateway has since
      *> confirmed) with its value date in BOP_REPORT_MONTH (YYYYMM).
      *> Direction comes from the IBAN country codes against the
      *> reporting country on bop-parameters.dat: a payment from a
      *> reporting-country IBAN to a foreign one is outward (OUT), the
      *> other way round inward (INW); a domestic payment, or one
      *> with neither side in the reporting country, is no part of
      *> the return. Each cross-border payment is converted to the
      *> reporting currency through USD at the FX rate feed's rates
      *> in force on its value date (the latest feed entry dated on
      *> or before it, for both currencies). A payment at or below
      *> the reporting threshold is left out; the rest aggregate by
      *> direction, partner country, currency and purpose code
      *> (UNCLASSIFIED where the payment carried none), and a payment
      *> above the itemization threshold is listed on its own as well.
      *> The return goes to reports/bop-return.dat (BOP_RETURN_PATH)
      *> in the central bank's fixed format, and a control report to
      *> reports/bop-control-report.dat (BOP_CONTROL_REPORT_PATH)
      *> showing where every payment in the month went. Return code 4
      *> when a payment could not be placed on the return (no FX
      *> rate, an unreadable IBAN country, a table full), 12 when the
      *> return cannot be built.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. bop-return-writer.
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
           SELECT BOP-PARAMETER-FILE
                  ASSIGN TO WS-PARAMETER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PARAMETER-STATUS.
           SELECT FX-RATE-FEED-FILE
                  ASSIGN TO WS-FX-FEED-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-FX-FEED-STATUS.
           SELECT BOP-RETURN-FILE
                  ASSIGN TO WS-RETURN-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RETURN-STATUS.
           SELECT BOP-CONTROL-FILE
                  ASSIGN TO WS-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD BOP-PARAMETER-FILE.
       COPY "bop-parameter-record".

       FD FX-RATE-FEED-FILE.
       COPY "fx-rate-feed-record".

       FD BOP-RETURN-FILE.
       01 BOP-RETURN-LINE PIC X(200).

       FD BOP-CONTROL-FILE.
       01 BCR-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-PARAMETER-PATH PIC X(255) VALUE
                       "../../../sample-data/bop-parameters.dat".
       01 WS-PARAMETER-OVERRIDE PIC X(255).
       01 WS-PARAMETER-STATUS PIC X(2) VALUE '00'.
       01 WS-FX-FEED-PATH PIC X(255) VALUE
                       "../../../sample-data/fx-rate-feed.dat".
       01 WS-FX-FEED-OVERRIDE PIC X(255).
       01 WS-FX-FEED-STATUS PIC X(2) VALUE '00'.
       01 WS-RETURN-PATH PIC X(255) VALUE
                       "../../../reports/bop-return.dat".
       01 WS-RETURN-OVERRIDE PIC X(255).
       01 WS-RETURN-STATUS PIC X(2) VALUE '00'.
       01 WS-CONTROL-PATH PIC X(255) VALUE
                       "../../../reports/bop-control-report.dat".
       01 WS-CONTROL-OVERRIDE PIC X(255).
       01 WS-CONTROL-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".
       COPY "bop-return-record".

       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-FX-FEED-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-FX-FEED-EOF VALUE 'Y' FALSE 'N'.
       01 WS-REPORT-MONTH PIC X(6) VALUE SPACES.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.

      *> The parameters, off bop-parameters.dat.
       01 WS-REPORTER-ID PIC X(8) VALUE SPACES.
       01 WS-REPORTING-COUNTRY PIC X(2) VALUE SPACES.
       01 WS-REPORTING-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-REPORTING-THRESHOLD PIC 9(10)V99 VALUE 0.
       01 WS-ITEMIZE-THRESHOLD PIC 9(10)V99 VALUE 0.

      *> Treasury's effective-dated feed, the same table the reader
      *> converts from.
       01 WS-FX-FEED-MAX PIC 9(4) VALUE 1000.
       01 WS-FX-FEED-COUNT PIC 9(4) VALUE 0.
       01 WS-FX-FEED-TABLE.
           05 WS-FXF-ENTRY OCCURS 1000 TIMES.
                 10 WS-FXF-CURRENCY     PIC X(3).
                 10 WS-FXF-RATE-DATE    PIC 9(8).
                 10 WS-FXF-RATE-TO-USD  PIC 9(2)V9999.
       01 WS-FX-SCAN-SUB PIC 9(4) VALUE 0.
       01 WS-RATE-CURRENCY PIC X(3) VALUE SPACES.
       01 WS-RATE-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-RATE-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-SELECTED-RATE PIC 9(2)V9999 VALUE 0.
       01 WS-SELECTED-DATE PIC 9(8) VALUE 0.
       01 WS-PAYMENT-RATE PIC 9(2)V9999 VALUE 0.
       01 WS-REPORTING-RATE PIC 9(2)V9999 VALUE 0.

      *> One row per direction, partner country, currency and
      *> purpose.
       01 WS-AGG-MAX PIC 9(4) VALUE 1000.
       01 WS-AGG-COUNT PIC 9(4) VALUE 0.
       01 WS-AGG-SUB PIC 9(4) VALUE 0.
       01 WS-AGG-TABLE.
           05 WS-AGG-ENTRY OCCURS 1000 TIMES
                 INDEXED BY WS-AGG-IDX.
                 10 WS-AGG-DIRECTION       PIC X(3).
                 10 WS-AGG-PARTNER-COUNTRY PIC X(2).
                 10 WS-AGG-CURRENCY        PIC X(3).
                 10 WS-AGG-PURPOSE         PIC X(12).
                 10 WS-AGG-ITEMS           PIC 9(7).
                 10 WS-AGG-AMOUNT          PIC 9(14)V99.
                 10 WS-AGG-REPORTING       PIC 9(14)V99.
       01 WS-AGG-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-AGG-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-AGG-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-AGG-FULL VALUE 'Y' FALSE 'N'.

      *> Itemized payments, held until the aggregates are written --
      *> the return carries every BRA ahead of the first BRI.
       01 WS-ITEM-MAX PIC 9(4) VALUE 2000.
       01 WS-ITEM-COUNT PIC 9(4) VALUE 0.
       01 WS-ITEM-SUB PIC 9(4) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITM-DETAIL PIC X(200) OCCURS 2000 TIMES.
       01 WS-ITEM-FULL-SW PIC X(1) VALUE 'N'.
           88 WS-ITEM-FULL VALUE 'Y' FALSE 'N'.

      *> One payment under evaluation.
       01 WS-SENDER-COUNTRY PIC X(2) VALUE SPACES.
       01 WS-RECEIVER-COUNTRY PIC X(2) VALUE SPACES.
       01 WS-DIRECTION PIC X(3) VALUE SPACES.
           88 WS-INWARD VALUE 'INW'.
           88 WS-OUTWARD VALUE 'OUT'.
       01 WS-PARTNER-COUNTRY PIC X(2) VALUE SPACES.
       01 WS-PARTNER-IBAN PIC X(27) VALUE SPACES.
       01 WS-PARTNER-NAME PIC X(35) VALUE SPACES.
       01 WS-PURPOSE PIC X(12) VALUE SPACES.
       01 WS-REPORTING-AMOUNT PIC 9(14)V99 VALUE 0.

      *> Where every payment in the month went, for the control
      *> report.
       01 WS-MASTER-READ PIC 9(9) VALUE 0.
       01 WS-IN-PERIOD-COUNT PIC 9(7) VALUE 0.
       01 WS-DOMESTIC-COUNT PIC 9(7) VALUE 0.
       01 WS-THIRD-COUNTRY-COUNT PIC 9(7) VALUE 0.
       01 WS-BAD-COUNTRY-COUNT PIC 9(7) VALUE 0.
       01 WS-NO-RATE-COUNT PIC 9(7) VALUE 0.
       01 WS-BELOW-COUNT PIC 9(7) VALUE 0.
       01 WS-BELOW-TOTAL PIC 9(14)V99 VALUE 0.
       01 WS-REPORTED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNPLACED-COUNT PIC 9(7) VALUE 0.
       01 WS-INWARD-COUNT PIC 9(7) VALUE 0.
       01 WS-INWARD-TOTAL PIC 9(14)V99 VALUE 0.
       01 WS-OUTWARD-COUNT PIC 9(7) VALUE 0.
       01 WS-OUTWARD-TOTAL PIC 9(14)V99 VALUE 0.
       01 WS-AGG-CHECK-TOTAL PIC 9(14)V99 VALUE 0.
       01 WS-REPORTED-TOTAL PIC 9(14)V99 VALUE 0.

       01 BCR-HEADING-LINE.
           05 FILLER PIC X(3)  VALUE "DIR".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(2)  VALUE "CC".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE "CCY".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "PURPOSE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "  ITEMS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(18) VALUE "   ORIGINAL AMOUNT".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(18) VALUE "  REPORTING AMOUNT".

       01 BCR-DETAIL-LINE.
           05 BCR-DIRECTION           PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 BCR-PARTNER-COUNTRY     PIC X(2).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 BCR-CURRENCY            PIC X(3).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 BCR-PURPOSE             PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 BCR-ITEMS               PIC Z(6)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 BCR-AMOUNT              PIC Z(14)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 BCR-REPORTING-AMOUNT    PIC Z(14)9.99.

       01 BCR-COUNT-LINE.
           05 BCR-COUNT-LABEL         PIC X(36).
           05 BCR-COUNT               PIC Z(8)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 BCR-COUNT-AMOUNT        PIC Z(14)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 BCR-COUNT-NOTE          PIC X(40).

       01 WS-THRESHOLD-DISPLAY PIC Z(9)9.99.
       01 WS-ITEMIZE-DISPLAY PIC Z(9)9.99.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting balance-of-payments return"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 050-DETERMINE-PERIOD
           PERFORM 100-LOAD-PARAMETERS
           PERFORM 150-LOAD-FX-RATE-FEED
           PERFORM 200-SCAN-MASTER
           PERFORM 400-WRITE-RETURN
           PERFORM 500-WRITE-CONTROL-REPORT
           DISPLAY "Balance-of-payments return complete: "
              WS-REPORTED-COUNT " payment(s) reported in "
              WS-AGG-COUNT " aggregate(s), " WS-ITEM-COUNT
              " itemized, " WS-UNPLACED-COUNT " not placed"
           IF WS-UNPLACED-COUNT > 0 OR WS-AGG-FULL OR WS-ITEM-FULL
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       050-DETERMINE-PERIOD.
           ACCEPT WS-REPORT-MONTH FROM ENVIRONMENT "BOP_REPORT_MONTH"
           IF WS-REPORT-MONTH = SPACES
              OR WS-REPORT-MONTH IS NOT NUMERIC
              OR WS-REPORT-MONTH (5:2) < "01"
              OR WS-REPORT-MONTH (5:2) > "12"
              DISPLAY "Set BOP_REPORT_MONTH (YYYYMM) before running "
                 "the balance-of-payments return"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           DISPLAY "Reporting month " WS-REPORT-MONTH.

      *> Without the parameters there is no reporting country to
      *> tell inward from outward, so that is a refusal.
       100-LOAD-PARAMETERS.
           MOVE SPACES TO WS-PARAMETER-OVERRIDE
           ACCEPT WS-PARAMETER-OVERRIDE
              FROM ENVIRONMENT "BOP_PARAMETERS_PATH"
           IF WS-PARAMETER-OVERRIDE NOT = SPACES
              MOVE WS-PARAMETER-OVERRIDE TO WS-PARAMETER-PATH
           END-IF
           OPEN INPUT BOP-PARAMETER-FILE
           IF WS-PARAMETER-STATUS NOT = '00'
              DISPLAY "Balance-of-payments parameters not available, "
                 "status " WS-PARAMETER-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           READ BOP-PARAMETER-FILE
              AT END MOVE SPACES TO BPP-RECORD
           END-READ
           CLOSE BOP-PARAMETER-FILE
           IF BPP-REPORTING-COUNTRY IS NOT ALPHABETIC-UPPER
              OR BPP-REPORTING-COUNTRY = SPACES
              OR BPP-REPORTING-CURRENCY = SPACES
              OR BPP-REPORTING-THRESHOLD IS NOT NUMERIC
              OR BPP-ITEMIZE-THRESHOLD IS NOT NUMERIC
              DISPLAY "*** BALANCE-OF-PAYMENTS PARAMETERS INCOMPLETE - "
                 "reporting country, currency and both thresholds "
                 "are required ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE BPP-REPORTER-ID TO WS-REPORTER-ID
           MOVE BPP-REPORTING-COUNTRY TO WS-REPORTING-COUNTRY
           MOVE BPP-REPORTING-CURRENCY TO WS-REPORTING-CURRENCY
           MOVE BPP-REPORTING-THRESHOLD TO WS-REPORTING-THRESHOLD
           MOVE BPP-ITEMIZE-THRESHOLD TO WS-ITEMIZE-THRESHOLD
           DISPLAY "Reporter " WS-REPORTER-ID ", country "
              WS-REPORTING-COUNTRY ", currency " WS-REPORTING-CURRENCY.

      *> The return has no compiled-in fallback: a figure the
      *> central bank receives must be at a rate treasury published.
       150-LOAD-FX-RATE-FEED.
           MOVE SPACES TO WS-FX-FEED-OVERRIDE
           ACCEPT WS-FX-FEED-OVERRIDE
              FROM ENVIRONMENT "FX_RATE_FEED_PATH"
           IF WS-FX-FEED-OVERRIDE NOT = SPACES
              MOVE WS-FX-FEED-OVERRIDE TO WS-FX-FEED-PATH
           END-IF
           OPEN INPUT FX-RATE-FEED-FILE
           IF WS-FX-FEED-STATUS NOT = '00'
              DISPLAY "FX rate feed not available, status "
                 WS-FX-FEED-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 155-READ-FEED-ENTRY
              UNTIL WS-FX-FEED-EOF
                 OR WS-FX-FEED-COUNT = WS-FX-FEED-MAX
           CLOSE FX-RATE-FEED-FILE
           IF NOT WS-FX-FEED-EOF
              DISPLAY "*** FX RATE FEED EXCEEDS " WS-FX-FEED-MAX
                 " ENTRIES - payments needing a later rate are NOT "
                 "placed ***"
           END-IF
           DISPLAY "FX rate feed loaded: " WS-FX-FEED-COUNT " rate(s)".

       155-READ-FEED-ENTRY.
           READ FX-RATE-FEED-FILE
              AT END SET WS-FX-FEED-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-FX-FEED-COUNT
                 MOVE FXF-CURRENCY-CODE
                    TO WS-FXF-CURRENCY (WS-FX-FEED-COUNT)
                 MOVE FXF-RATE-DATE
                    TO WS-FXF-RATE-DATE (WS-FX-FEED-COUNT)
                 MOVE FXF-RATE-TO-USD
                    TO WS-FXF-RATE-TO-USD (WS-FX-FEED-COUNT)
           END-READ.

       200-SCAN-MASTER.
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "Transaction master not available, status "
                 WS-MASTER-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO TMF-TRANSACTION-ID
           START TRANSACTION-MASTER-FILE
              KEY NOT < TMF-TRANSACTION-ID
           END-START
           IF WS-MASTER-STATUS NOT = '00'
              SET WS-MASTER-EOF TO TRUE
           END-IF
           PERFORM 210-EVALUATE-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE TRANSACTION-MASTER-FILE
           IF WS-AGG-FULL
              DISPLAY "*** AGGREGATE TABLE FULL AT " WS-AGG-MAX
                 " - later combinations are NOT on the return ***"
           END-IF
           IF WS-ITEM-FULL
              DISPLAY "*** ITEMIZED TABLE FULL AT " WS-ITEM-MAX
                 " - later large payments are NOT itemized ***"
           END-IF.

       210-EVALUATE-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-MASTER-READ
                 IF TMF-DISPOSITION = "SETTLED"
                    OR TMF-DISPOSITION = "CONFIRMED"
                    MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                    MOVE TMF-EXTENDED-DETAIL TO TR-EXTENDED-DETAIL
                    IF (TR-TRANSACTION-TYPE = "PAY"
                       OR TR-TRANSACTION-TYPE = "RTN")
                       AND TR-VALUE-DATE (1:6) = WS-REPORT-MONTH
                       ADD 1 TO WS-IN-PERIOD-COUNT
                       PERFORM 220-CLASSIFY-PAYMENT
                    END-IF
                 END-IF
           END-READ.

      *> Money moves sender to receiver on a PAY and on a return
      *> alike -- a return's sender is the bank sending the money
      *> back -- so the IBANs give the direction as they stand.
       220-CLASSIFY-PAYMENT.
           MOVE TR-SENDER-IBAN (1:2) TO WS-SENDER-COUNTRY
           MOVE TR-RECEIVER-IBAN (1:2) TO WS-RECEIVER-COUNTRY
           EVALUATE TRUE
              WHEN WS-SENDER-COUNTRY IS NOT ALPHABETIC-UPPER
                 OR WS-RECEIVER-COUNTRY IS NOT ALPHABETIC-UPPER
                 OR WS-SENDER-COUNTRY = SPACES
                 OR WS-RECEIVER-COUNTRY = SPACES
                 ADD 1 TO WS-BAD-COUNTRY-COUNT
                 ADD 1 TO WS-UNPLACED-COUNT
                 DISPLAY "*** " TR-TRANSACTION-ID " NOT PLACED - "
                    "IBAN country unreadable ***"
              WHEN WS-SENDER-COUNTRY = WS-RECEIVER-COUNTRY
                 ADD 1 TO WS-DOMESTIC-COUNT
              WHEN WS-SENDER-COUNTRY = WS-REPORTING-COUNTRY
                 SET WS-OUTWARD TO TRUE
                 MOVE WS-RECEIVER-COUNTRY TO WS-PARTNER-COUNTRY
                 MOVE TR-RECEIVER-IBAN TO WS-PARTNER-IBAN
                 MOVE TR-BENEFICIARY-NAME TO WS-PARTNER-NAME
                 PERFORM 230-CONVERT-PAYMENT
              WHEN WS-RECEIVER-COUNTRY = WS-REPORTING-COUNTRY
                 SET WS-INWARD TO TRUE
                 MOVE WS-SENDER-COUNTRY TO WS-PARTNER-COUNTRY
                 MOVE TR-SENDER-IBAN TO WS-PARTNER-IBAN
                 MOVE TR-ORDERING-NAME TO WS-PARTNER-NAME
                 PERFORM 230-CONVERT-PAYMENT
              WHEN OTHER
                 ADD 1 TO WS-THIRD-COUNTRY-COUNT
           END-EVALUATE.

      *> Through USD, at the rates in force on the value date for
      *> both the payment's currency and the reporting currency.
       230-CONVERT-PAYMENT.
           MOVE TR-CURRENCY TO WS-RATE-CURRENCY
           PERFORM 240-SELECT-FEED-RATE
           MOVE WS-SELECTED-RATE TO WS-PAYMENT-RATE
           IF WS-RATE-FOUND
              MOVE WS-REPORTING-CURRENCY TO WS-RATE-CURRENCY
              PERFORM 240-SELECT-FEED-RATE
              MOVE WS-SELECTED-RATE TO WS-REPORTING-RATE
           END-IF
           IF NOT WS-RATE-FOUND
              OR WS-PAYMENT-RATE = 0 OR WS-REPORTING-RATE = 0
              ADD 1 TO WS-NO-RATE-COUNT
              ADD 1 TO WS-UNPLACED-COUNT
              DISPLAY "*** " TR-TRANSACTION-ID " NOT PLACED - no FX "
                 "rate for " WS-RATE-CURRENCY " on "
                 TR-VALUE-DATE " ***"
           ELSE
              IF TR-CURRENCY = WS-REPORTING-CURRENCY
                 MOVE TR-AMOUNT TO WS-REPORTING-AMOUNT
              ELSE
                 COMPUTE WS-REPORTING-AMOUNT ROUNDED =
                    TR-AMOUNT * WS-PAYMENT-RATE / WS-REPORTING-RATE
              END-IF
              IF WS-REPORTING-AMOUNT NOT > WS-REPORTING-THRESHOLD
                 ADD 1 TO WS-BELOW-COUNT
                 ADD WS-REPORTING-AMOUNT TO WS-BELOW-TOTAL
              ELSE
                 PERFORM 250-REPORT-PAYMENT
              END-IF
           END-IF.

      *> The latest entry for WS-RATE-CURRENCY dated on or before
      *> the value date -- the feed is small and unordered, so a
      *> plain scan, as in the reader.
       240-SELECT-FEED-RATE.
           SET WS-RATE-FOUND TO FALSE
           MOVE 0 TO WS-SELECTED-DATE
           MOVE 0 TO WS-SELECTED-RATE
           PERFORM 245-CHECK-FEED-ENTRY
              VARYING WS-FX-SCAN-SUB FROM 1 BY 1
              UNTIL WS-FX-SCAN-SUB > WS-FX-FEED-COUNT.

       245-CHECK-FEED-ENTRY.
           IF WS-FXF-CURRENCY (WS-FX-SCAN-SUB) = WS-RATE-CURRENCY
              AND WS-FXF-RATE-DATE (WS-FX-SCAN-SUB)
                 NOT > TR-VALUE-DATE
              AND WS-FXF-RATE-DATE (WS-FX-SCAN-SUB)
                 NOT < WS-SELECTED-DATE
              SET WS-RATE-FOUND TO TRUE
              MOVE WS-FXF-RATE-DATE (WS-FX-SCAN-SUB)
                 TO WS-SELECTED-DATE
              MOVE WS-FXF-RATE-TO-USD (WS-FX-SCAN-SUB)
                 TO WS-SELECTED-RATE
           END-IF.

       250-REPORT-PAYMENT.
           IF TR-PURPOSE-CODE = SPACES
              MOVE "UNCLASSIFIED" TO WS-PURPOSE
           ELSE
              MOVE TR-PURPOSE-CODE TO WS-PURPOSE
           END-IF
           PERFORM 260-POST-TO-AGGREGATE
           IF WS-AGG-FOUND
              ADD 1 TO WS-REPORTED-COUNT
              ADD WS-REPORTING-AMOUNT TO WS-REPORTED-TOTAL
              IF WS-INWARD
                 ADD 1 TO WS-INWARD-COUNT
                 ADD WS-REPORTING-AMOUNT TO WS-INWARD-TOTAL
              ELSE
                 ADD 1 TO WS-OUTWARD-COUNT
                 ADD WS-REPORTING-AMOUNT TO WS-OUTWARD-TOTAL
              END-IF
              IF WS-REPORTING-AMOUNT > WS-ITEMIZE-THRESHOLD
                 PERFORM 270-HOLD-ITEMIZED
              END-IF
           ELSE
              ADD 1 TO WS-UNPLACED-COUNT
              DISPLAY "*** " TR-TRANSACTION-ID " NOT PLACED - "
                 "aggregate table full ***"
           END-IF.

       260-POST-TO-AGGREGATE.
           SET WS-AGG-FOUND TO FALSE
           SET WS-AGG-IDX TO 1
           SEARCH WS-AGG-ENTRY
              AT END CONTINUE
              WHEN WS-AGG-IDX > WS-AGG-COUNT
                 CONTINUE
              WHEN WS-AGG-DIRECTION (WS-AGG-IDX) = WS-DIRECTION
                 AND WS-AGG-PARTNER-COUNTRY (WS-AGG-IDX)
                    = WS-PARTNER-COUNTRY
                 AND WS-AGG-CURRENCY (WS-AGG-IDX) = TR-CURRENCY
                 AND WS-AGG-PURPOSE (WS-AGG-IDX) = WS-PURPOSE
                 SET WS-AGG-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-AGG-FOUND
              IF WS-AGG-COUNT < WS-AGG-MAX
                 ADD 1 TO WS-AGG-COUNT
                 MOVE WS-DIRECTION TO WS-AGG-DIRECTION (WS-AGG-COUNT)
                 MOVE WS-PARTNER-COUNTRY
                    TO WS-AGG-PARTNER-COUNTRY (WS-AGG-COUNT)
                 MOVE TR-CURRENCY TO WS-AGG-CURRENCY (WS-AGG-COUNT)
                 MOVE WS-PURPOSE TO WS-AGG-PURPOSE (WS-AGG-COUNT)
                 MOVE 0 TO WS-AGG-ITEMS (WS-AGG-COUNT)
                 MOVE 0 TO WS-AGG-AMOUNT (WS-AGG-COUNT)
                 MOVE 0 TO WS-AGG-REPORTING (WS-AGG-COUNT)
                 SET WS-AGG-IDX TO WS-AGG-COUNT
                 SET WS-AGG-FOUND TO TRUE
              ELSE
                 SET WS-AGG-FULL TO TRUE
              END-IF
           END-IF
           IF WS-AGG-FOUND
              ADD 1 TO WS-AGG-ITEMS (WS-AGG-IDX)
              ADD TR-AMOUNT TO WS-AGG-AMOUNT (WS-AGG-IDX)
              ADD WS-REPORTING-AMOUNT TO WS-AGG-REPORTING (WS-AGG-IDX)
           END-IF.

       270-HOLD-ITEMIZED.
           IF WS-ITEM-COUNT < WS-ITEM-MAX
              ADD 1 TO WS-ITEM-COUNT
              MOVE SPACES TO BOP-RAW-RECORD
              MOVE "BRI" TO BRI-TAG
              MOVE WS-DIRECTION TO BRI-DIRECTION
              MOVE WS-PARTNER-COUNTRY TO BRI-PARTNER-COUNTRY
              MOVE TR-CURRENCY TO BRI-CURRENCY
              MOVE WS-PURPOSE TO BRI-PURPOSE
              MOVE TR-TRANSACTION-ID TO BRI-TRANSACTION-ID
              MOVE TR-VALUE-DATE TO BRI-VALUE-DATE
              MOVE TR-AMOUNT TO BRI-AMOUNT
              MOVE WS-REPORTING-AMOUNT TO BRI-REPORTING-AMOUNT
              MOVE WS-PARTNER-IBAN TO BRI-PARTNER-IBAN
              MOVE WS-PARTNER-NAME TO BRI-PARTNER-NAME
              MOVE BOP-RAW-RECORD TO WS-ITM-DETAIL (WS-ITEM-COUNT)
           ELSE
              SET WS-ITEM-FULL TO TRUE
           END-IF.

      *> BRH, every BRA, every BRI, BRT -- the order the central
      *> bank's loader reads them in.
       400-WRITE-RETURN.
           MOVE SPACES TO WS-RETURN-OVERRIDE
           ACCEPT WS-RETURN-OVERRIDE FROM ENVIRONMENT "BOP_RETURN_PATH"
           IF WS-RETURN-OVERRIDE NOT = SPACES
              MOVE WS-RETURN-OVERRIDE TO WS-RETURN-PATH
           END-IF
           OPEN OUTPUT BOP-RETURN-FILE
           IF WS-RETURN-STATUS NOT = '00'
              DISPLAY "bop-return-writer: return file status "
                 WS-RETURN-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO BOP-RAW-RECORD
           MOVE "BRH" TO BRH-TAG
           MOVE WS-REPORTER-ID TO BRH-REPORTER-ID
           MOVE WS-REPORTING-COUNTRY TO BRH-REPORTING-COUNTRY
           MOVE WS-REPORT-MONTH TO BRH-PERIOD-MONTH
           MOVE WS-REPORTING-CURRENCY TO BRH-REPORTING-CURRENCY
           MOVE WS-TODAY-DATE TO BRH-BUILD-DATE
           MOVE WS-REPORTING-THRESHOLD TO BRH-REPORTING-THRESHOLD
           MOVE WS-ITEMIZE-THRESHOLD TO BRH-ITEMIZE-THRESHOLD
           WRITE BOP-RETURN-LINE FROM BOP-RAW-RECORD
           MOVE 0 TO WS-AGG-CHECK-TOTAL
           PERFORM 410-WRITE-AGGREGATE
              VARYING WS-AGG-SUB FROM 1 BY 1
              UNTIL WS-AGG-SUB > WS-AGG-COUNT
           PERFORM 420-WRITE-ITEMIZED
              VARYING WS-ITEM-SUB FROM 1 BY 1
              UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           MOVE SPACES TO BOP-RAW-RECORD
           MOVE "BRT" TO BRT-TAG
           MOVE WS-AGG-COUNT TO BRT-AGGREGATE-COUNT
           MOVE WS-ITEM-COUNT TO BRT-ITEMIZED-COUNT
           MOVE WS-REPORTED-COUNT TO BRT-PAYMENT-COUNT
           MOVE WS-INWARD-TOTAL TO BRT-INWARD-TOTAL
           MOVE WS-OUTWARD-TOTAL TO BRT-OUTWARD-TOTAL
           WRITE BOP-RETURN-LINE FROM BOP-RAW-RECORD
           CLOSE BOP-RETURN-FILE.

       410-WRITE-AGGREGATE.
           MOVE SPACES TO BOP-RAW-RECORD
           MOVE "BRA" TO BRA-TAG
           MOVE WS-AGG-DIRECTION (WS-AGG-SUB) TO BRA-DIRECTION
           MOVE WS-AGG-PARTNER-COUNTRY (WS-AGG-SUB)
              TO BRA-PARTNER-COUNTRY
           MOVE WS-AGG-CURRENCY (WS-AGG-SUB) TO BRA-CURRENCY
           MOVE WS-AGG-PURPOSE (WS-AGG-SUB) TO BRA-PURPOSE
           MOVE WS-AGG-ITEMS (WS-AGG-SUB) TO BRA-ITEM-COUNT
           MOVE WS-AGG-AMOUNT (WS-AGG-SUB) TO BRA-AMOUNT
           MOVE WS-AGG-REPORTING (WS-AGG-SUB) TO BRA-REPORTING-AMOUNT
           ADD WS-AGG-REPORTING (WS-AGG-SUB) TO WS-AGG-CHECK-TOTAL
           WRITE BOP-RETURN-LINE FROM BOP-RAW-RECORD.

       420-WRITE-ITEMIZED.
           WRITE BOP-RETURN-LINE FROM WS-ITM-DETAIL (WS-ITEM-SUB).

      *> Every settled PAY and RTN in the month is accounted for:
      *> the categories add back to the month's count, and the
      *> aggregates add back to what was reported.
       500-WRITE-CONTROL-REPORT.
           MOVE SPACES TO WS-CONTROL-OVERRIDE
           ACCEPT WS-CONTROL-OVERRIDE
              FROM ENVIRONMENT "BOP_CONTROL_REPORT_PATH"
           IF WS-CONTROL-OVERRIDE NOT = SPACES
              MOVE WS-CONTROL-OVERRIDE TO WS-CONTROL-PATH
           END-IF
           OPEN OUTPUT BOP-CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = '00'
              DISPLAY "bop-return-writer: control report status "
                 WS-CONTROL-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           MOVE SPACES TO BCR-REPORT-LINE
           STRING "BALANCE OF PAYMENTS RETURN  MONTH " WS-REPORT-MONTH
              "  REPORTER " WS-REPORTER-ID
              "  COUNTRY " WS-REPORTING-COUNTRY
              "  CURRENCY " WS-REPORTING-CURRENCY
              DELIMITED BY SIZE INTO BCR-REPORT-LINE
           END-STRING
           WRITE BCR-REPORT-LINE
           MOVE WS-REPORTING-THRESHOLD TO WS-THRESHOLD-DISPLAY
           MOVE WS-ITEMIZE-THRESHOLD TO WS-ITEMIZE-DISPLAY
           MOVE SPACES TO BCR-REPORT-LINE
           STRING "REPORTING THRESHOLD " WS-THRESHOLD-DISPLAY
              "  ITEMIZATION THRESHOLD " WS-ITEMIZE-DISPLAY
              DELIMITED BY SIZE INTO BCR-REPORT-LINE
           END-STRING
           WRITE BCR-REPORT-LINE
           MOVE SPACES TO BCR-REPORT-LINE
           WRITE BCR-REPORT-LINE
           MOVE SPACES TO BCR-COUNT-NOTE
           MOVE "MASTER RECORDS READ" TO BCR-COUNT-LABEL
           MOVE WS-MASTER-READ TO BCR-COUNT
           PERFORM 510-WRITE-COUNT-ONLY
           MOVE "SETTLED PAY/RTN WITH VALUE IN MONTH" TO BCR-COUNT-LABEL
           MOVE WS-IN-PERIOD-COUNT TO BCR-COUNT
           PERFORM 510-WRITE-COUNT-ONLY
           MOVE "  DOMESTIC" TO BCR-COUNT-LABEL
           MOVE WS-DOMESTIC-COUNT TO BCR-COUNT
           PERFORM 510-WRITE-COUNT-ONLY
           MOVE "  NEITHER SIDE IN REPORTING COUNTRY" TO BCR-COUNT-LABEL
           MOVE WS-THIRD-COUNTRY-COUNT TO BCR-COUNT
           PERFORM 510-WRITE-COUNT-ONLY
           MOVE "  AT OR BELOW REPORTING THRESHOLD" TO BCR-COUNT-LABEL
           MOVE WS-BELOW-COUNT TO BCR-COUNT
           MOVE WS-BELOW-TOTAL TO BCR-COUNT-AMOUNT
           MOVE SPACES TO BCR-COUNT-NOTE
           PERFORM 520-WRITE-COUNT-LINE
           MOVE "  REPORTED INWARD" TO BCR-COUNT-LABEL
           MOVE WS-INWARD-COUNT TO BCR-COUNT
           MOVE WS-INWARD-TOTAL TO BCR-COUNT-AMOUNT
           PERFORM 520-WRITE-COUNT-LINE
           MOVE "  REPORTED OUTWARD" TO BCR-COUNT-LABEL
           MOVE WS-OUTWARD-COUNT TO BCR-COUNT
           MOVE WS-OUTWARD-TOTAL TO BCR-COUNT-AMOUNT
           PERFORM 520-WRITE-COUNT-LINE
           MOVE "  NOT PLACED - IBAN COUNTRY" TO BCR-COUNT-LABEL
           MOVE WS-BAD-COUNTRY-COUNT TO BCR-COUNT
           PERFORM 510-WRITE-COUNT-ONLY
           MOVE "  NOT PLACED - NO FX RATE" TO BCR-COUNT-LABEL
           MOVE WS-NO-RATE-COUNT TO BCR-COUNT
           PERFORM 510-WRITE-COUNT-ONLY
           COMPUTE BCR-COUNT = WS-UNPLACED-COUNT
              - WS-BAD-COUNTRY-COUNT - WS-NO-RATE-COUNT
           MOVE "  NOT PLACED - AGGREGATE TABLE FULL" TO BCR-COUNT-LABEL
           PERFORM 510-WRITE-COUNT-ONLY
           MOVE "ITEMIZED ON THE RETURN" TO BCR-COUNT-LABEL
           MOVE WS-ITEM-COUNT TO BCR-COUNT
           IF WS-ITEM-FULL
              MOVE "*** ITEMIZED TABLE FULL ***" TO BCR-COUNT-NOTE
           END-IF
           PERFORM 510-WRITE-COUNT-ONLY
           MOVE SPACES TO BCR-REPORT-LINE
           WRITE BCR-REPORT-LINE
           MOVE BCR-HEADING-LINE TO BCR-REPORT-LINE
           WRITE BCR-REPORT-LINE
           IF WS-AGG-COUNT = 0
              MOVE "NO REPORTABLE CROSS-BORDER PAYMENTS IN THE MONTH"
                 TO BCR-REPORT-LINE
              WRITE BCR-REPORT-LINE
           END-IF
           PERFORM 530-WRITE-AGGREGATE-LINE
              VARYING WS-AGG-SUB FROM 1 BY 1
              UNTIL WS-AGG-SUB > WS-AGG-COUNT
           MOVE SPACES TO BCR-REPORT-LINE
           WRITE BCR-REPORT-LINE
           IF WS-AGG-CHECK-TOTAL = WS-REPORTED-TOTAL
              MOVE "AGGREGATES AGREE WITH THE REPORTED TOTAL"
                 TO BCR-REPORT-LINE
           ELSE
              MOVE "*** AGGREGATES DO NOT AGREE WITH THE TOTAL ***"
                 TO BCR-REPORT-LINE
              ADD 1 TO WS-UNPLACED-COUNT
           END-IF
           WRITE BCR-REPORT-LINE
           CLOSE BOP-CONTROL-FILE.

       510-WRITE-COUNT-ONLY.
           MOVE 0 TO BCR-COUNT-AMOUNT
           PERFORM 520-WRITE-COUNT-LINE
           MOVE SPACES TO BCR-COUNT-NOTE.

       520-WRITE-COUNT-LINE.
           MOVE BCR-COUNT-LINE TO BCR-REPORT-LINE
           WRITE BCR-REPORT-LINE.

       530-WRITE-AGGREGATE-LINE.
           MOVE SPACES TO BCR-DETAIL-LINE
           MOVE WS-AGG-DIRECTION (WS-AGG-SUB) TO BCR-DIRECTION
           MOVE WS-AGG-PARTNER-COUNTRY (WS-AGG-SUB)
              TO BCR-PARTNER-COUNTRY
           MOVE WS-AGG-CURRENCY (WS-AGG-SUB) TO BCR-CURRENCY
           MOVE WS-AGG-PURPOSE (WS-AGG-SUB) TO BCR-PURPOSE
           MOVE WS-AGG-ITEMS (WS-AGG-SUB) TO BCR-ITEMS
           MOVE WS-AGG-AMOUNT (WS-AGG-SUB) TO BCR-AMOUNT
           MOVE WS-AGG-REPORTING (WS-AGG-SUB) TO BCR-REPORTING-AMOUNT
           MOVE BCR-DETAIL-LINE TO BCR-REPORT-LINE
           WRITE BCR-REPORT-LINE.
