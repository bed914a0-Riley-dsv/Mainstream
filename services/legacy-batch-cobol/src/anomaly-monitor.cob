      *> Behavioural anomaly screening, CALLed once per settled
      *> transaction from main-cobol-orchestrator's settlement flow
      *> (after structuring-monitor has staged it) plus a final CALL
      *> with LK-FINALIZE-FLAG = 'Y'. The large-transaction alert
      *> holds every sender to one fixed threshold and the
      *> structuring check only adds up sub-threshold totals; neither
      *> sees a sender that normally pays a few hundred to two
      *> suppliers suddenly paying thousands to a first-time receiver
      *> in a new country. This program scores each settled PAY
      *> against its sender's own profile, as sender-profile-builder
      *> rolled it forward from the transaction master (keyed-store,
      *> store SENDER-PROF): a receiver IBAN the sender has not paid
      *> before (RCV, weight 2), a receiving country it has not paid
      *> into (CTY, 2), a currency it has not used (CCY, 1), a
      *> USD-equivalent amount more than ANOMALY_AMOUNT_FACTOR
      *> (default 3) times its highest payment (AMT, 3), and a day's
      *> count of payments, taken off the sender activity store,
      *> passing ANOMALY_FREQUENCY_FACTOR (default 3) times its
      *> normal daily count (FRQ, 2 -- once, on the payment that
      *> passes it). A payment scoring ANOMALY_ALERT_SCORE (default
      *> 2) or more is written to anomaly-alerts.dat and handed to
      *> compliance-alert-writer as an ANOMALY alert, so it becomes a
      *> compliance case and a reportable event like any other. A
      *> sender with no profile yet, or fewer than
      *> ANOMALY_MIN_HISTORY (default 5) settled PAYs in it, has no
      *> normal to depart from and is counted as not scored.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. anomaly-monitor.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOMALY-ALERT-FILE
                  ASSIGN TO WS-ANOMALY-ALERT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ANOMALY-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ANOMALY-ALERT-FILE.
       01 ANM-REPORT-LINE PIC X(180).

       WORKING-STORAGE SECTION.
       01 WS-ANOMALY-ALERT-PATH PIC X(255) VALUE
                       "../../../reports/anomaly-alerts.dat".
       01 WS-ANOMALY-ALERT-STATUS PIC X(2) VALUE '00'.
       01 WS-FIRST-CALL-SW PIC X(1) VALUE 'Y'.
           88 WS-FIRST-CALL VALUE 'Y' FALSE 'N'.
       01 WS-ACTIVITY-END-SW PIC X(1) VALUE 'N'.
           88 WS-ACTIVITY-END VALUE 'Y' FALSE 'N'.
       01 WS-STORE-WARNED-SW PIC X(1) VALUE 'N'.
           88 WS-STORE-WARNED VALUE 'Y' FALSE 'N'.
       01 WS-ALERT-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-ALERT-FILE-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-ENTRY-KNOWN-SW PIC X(1) VALUE 'N'.
           88 WS-ENTRY-KNOWN VALUE 'Y' FALSE 'N'.
       COPY "preflight-sentinel".

      *> Scoring settings, each overridable from the environment.
       01 WS-MIN-HISTORY PIC 9(3) VALUE 5.
       01 WS-AMOUNT-FACTOR PIC 9(3) VALUE 3.
       01 WS-FREQUENCY-FACTOR PIC 9(3) VALUE 3.
       01 WS-ALERT-SCORE PIC 9(3) VALUE 2.
       01 WS-SETTING-OVERRIDE PIC 9(3) VALUE 0.

      *> The sender's profile and the day's activity it is read
      *> against.
       COPY "keyed-store-request".
       COPY "sender-profile-record".
       COPY "sender-activity-record".
       01 WS-PAY-COUNTRY PIC X(2) VALUE SPACES.
       01 WS-TBL-SUB PIC 9(2) VALUE 0.
       01 WS-AMOUNT-LIMIT PIC 9(14)V99 VALUE 0.
       01 WS-NORMAL-DAILY PIC 9(5) VALUE 0.
       01 WS-FREQUENCY-LIMIT PIC 9(7) VALUE 0.
       01 WS-TODAY-COUNT PIC 9(7) VALUE 0.

      *> The payment's score and the reasons behind it, in the order
      *> they were found.
       01 WS-SCORE PIC 9(2) VALUE 0.
       01 WS-NEW-REASON PIC X(3) VALUE SPACES.
       01 WS-REASON-COUNT PIC 9(1) VALUE 0.
       01 WS-REASON-CODES.
           05 WS-REASON-SLOT PIC X(4) OCCURS 5 TIMES.

      *> Handed to compliance-alert-writer.
       01 WS-ALERT-TYPE PIC X(12) VALUE "ANOMALY".
       01 WS-ALERT-DETAIL PIC X(27) VALUE SPACES.

       01 WS-SCORED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNSCORED-COUNT PIC 9(7) VALUE 0.
       01 WS-ALERTED-COUNT PIC 9(7) VALUE 0.

       01 WS-AMOUNT-DISPLAY PIC Z(11)9.99.
       01 WS-HIGH-DISPLAY PIC Z(11)9.99.

       LINKAGE SECTION.
       COPY "transaction-copybook".
       01 LK-AMOUNT-BASE PIC 9(12)V99.
       01 LK-BUSINESS-DATE PIC 9(8).
       01 LK-FINALIZE-FLAG PIC X(1).

       PROCEDURE DIVISION USING TRANSACTION-RECORD, LK-AMOUNT-BASE,
                 LK-BUSINESS-DATE, LK-FINALIZE-FLAG.
       000-MAIN.
           IF TR-TRANSACTION-ID = PF-SENTINEL-ID
              MOVE 0 TO RETURN-CODE
              EXIT PROGRAM
           END-IF
           IF WS-FIRST-CALL
              SET WS-FIRST-CALL TO FALSE
              PERFORM 100-LOAD-SETTINGS
           END-IF
           EVALUATE LK-FINALIZE-FLAG
              WHEN 'Y'
                 PERFORM 900-FINALIZE
              WHEN OTHER
                 IF TR-TRANSACTION-TYPE = "PAY"
                    PERFORM 200-SCORE-PAYMENT
                 END-IF
           END-EVALUATE
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

       100-LOAD-SETTINGS.
           MOVE 0 TO WS-SETTING-OVERRIDE
           ACCEPT WS-SETTING-OVERRIDE
              FROM ENVIRONMENT "ANOMALY_MIN_HISTORY"
           IF WS-SETTING-OVERRIDE > 0
              MOVE WS-SETTING-OVERRIDE TO WS-MIN-HISTORY
           END-IF
           MOVE 0 TO WS-SETTING-OVERRIDE
           ACCEPT WS-SETTING-OVERRIDE
              FROM ENVIRONMENT "ANOMALY_AMOUNT_FACTOR"
           IF WS-SETTING-OVERRIDE > 0
              MOVE WS-SETTING-OVERRIDE TO WS-AMOUNT-FACTOR
           END-IF
           MOVE 0 TO WS-SETTING-OVERRIDE
           ACCEPT WS-SETTING-OVERRIDE
              FROM ENVIRONMENT "ANOMALY_FREQUENCY_FACTOR"
           IF WS-SETTING-OVERRIDE > 0
              MOVE WS-SETTING-OVERRIDE TO WS-FREQUENCY-FACTOR
           END-IF
           MOVE 0 TO WS-SETTING-OVERRIDE
           ACCEPT WS-SETTING-OVERRIDE
              FROM ENVIRONMENT "ANOMALY_ALERT_SCORE"
           IF WS-SETTING-OVERRIDE > 0
              MOVE WS-SETTING-OVERRIDE TO WS-ALERT-SCORE
           END-IF.

      *> The profile is fetched before the activity browse: a
      *> run-view browse must finish before the store is asked for
      *> anything else.
       200-SCORE-PAYMENT.
           MOVE 0 TO WS-SCORE
           MOVE 0 TO WS-REASON-COUNT
           MOVE SPACES TO WS-REASON-CODES
           MOVE SPACES TO KSR-REQUEST
           SET KSR-FETCH TO TRUE
           MOVE "SENDER-PROF" TO KSR-STORE-ID
           MOVE TR-SENDER-IBAN TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              PERFORM 390-WARN-STORE
           END-IF
           IF NOT KSR-FOUND
              ADD 1 TO WS-UNSCORED-COUNT
           ELSE
              MOVE KSR-RECORD TO SPR-RECORD
              IF SPR-PAYMENT-COUNT IS NOT NUMERIC
                 OR SPR-PAYMENT-COUNT < WS-MIN-HISTORY
                 ADD 1 TO WS-UNSCORED-COUNT
              ELSE
                 ADD 1 TO WS-SCORED-COUNT
                 PERFORM 210-CHECK-RECEIVER
                 PERFORM 220-CHECK-COUNTRY
                 PERFORM 230-CHECK-CURRENCY
                 PERFORM 240-CHECK-AMOUNT
                 PERFORM 250-CHECK-FREQUENCY
                 IF WS-SCORE NOT < WS-ALERT-SCORE
                    PERFORM 400-RAISE-ANOMALY-ALERT
                 END-IF
              END-IF
           END-IF.

       210-CHECK-RECEIVER.
           SET WS-ENTRY-KNOWN TO FALSE
           PERFORM 215-MATCH-RECEIVER
              VARYING WS-TBL-SUB FROM 1 BY 1
              UNTIL WS-TBL-SUB > SPR-RECEIVER-COUNT
           IF NOT WS-ENTRY-KNOWN
              ADD 2 TO WS-SCORE
              MOVE "RCV" TO WS-NEW-REASON
              PERFORM 300-ADD-REASON
           END-IF.

       215-MATCH-RECEIVER.
           IF SPR-RCV-IBAN (WS-TBL-SUB) = TR-RECEIVER-IBAN
              SET WS-ENTRY-KNOWN TO TRUE
           END-IF.

       220-CHECK-COUNTRY.
           MOVE TR-RECEIVER-IBAN (1:2) TO WS-PAY-COUNTRY
           SET WS-ENTRY-KNOWN TO FALSE
           PERFORM 225-MATCH-COUNTRY
              VARYING WS-TBL-SUB FROM 1 BY 1
              UNTIL WS-TBL-SUB > SPR-COUNTRY-COUNT
           IF NOT WS-ENTRY-KNOWN
              ADD 2 TO WS-SCORE
              MOVE "CTY" TO WS-NEW-REASON
              PERFORM 300-ADD-REASON
           END-IF.

       225-MATCH-COUNTRY.
           IF SPR-CTY-CODE (WS-TBL-SUB) = WS-PAY-COUNTRY
              SET WS-ENTRY-KNOWN TO TRUE
           END-IF.

       230-CHECK-CURRENCY.
           SET WS-ENTRY-KNOWN TO FALSE
           PERFORM 235-MATCH-CURRENCY
              VARYING WS-TBL-SUB FROM 1 BY 1
              UNTIL WS-TBL-SUB > SPR-CURRENCY-COUNT
           IF NOT WS-ENTRY-KNOWN
              ADD 1 TO WS-SCORE
              MOVE "CCY" TO WS-NEW-REASON
              PERFORM 300-ADD-REASON
           END-IF.

       235-MATCH-CURRENCY.
           IF SPR-CCY-CODE (WS-TBL-SUB) = TR-CURRENCY
              SET WS-ENTRY-KNOWN TO TRUE
           END-IF.

       240-CHECK-AMOUNT.
           COMPUTE WS-AMOUNT-LIMIT =
              SPR-AMOUNT-HIGH * WS-AMOUNT-FACTOR
           IF LK-AMOUNT-BASE > WS-AMOUNT-LIMIT
              ADD 3 TO WS-SCORE
              MOVE "AMT" TO WS-NEW-REASON
              PERFORM 300-ADD-REASON
           END-IF.

      *> The day's count includes this payment, which
      *> structuring-monitor has already staged. FRQ is raised on
      *> the one payment that takes the day past the limit, not on
      *> every payment after it.
       250-CHECK-FREQUENCY.
           IF SPR-ACTIVE-DAYS > 0
              COMPUTE WS-NORMAL-DAILY ROUNDED =
                 SPR-PAYMENT-COUNT / SPR-ACTIVE-DAYS
           ELSE
              MOVE SPR-PAYMENT-COUNT TO WS-NORMAL-DAILY
           END-IF
           IF WS-NORMAL-DAILY < 1
              MOVE 1 TO WS-NORMAL-DAILY
           END-IF
           COMPUTE WS-FREQUENCY-LIMIT =
              WS-NORMAL-DAILY * WS-FREQUENCY-FACTOR
           MOVE 0 TO WS-TODAY-COUNT
           SET WS-ACTIVITY-END TO FALSE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-BROWSE TO TRUE
           MOVE "SENDER-ACT" TO KSR-STORE-ID
           SET KSR-RUN-VIEW TO TRUE
           SET KSR-BY-ALTERNATE TO TRUE
           MOVE TR-SENDER-IBAN TO KSR-ALT-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              PERFORM 390-WARN-STORE
              SET WS-ACTIVITY-END TO TRUE
           END-IF
           PERFORM 255-COUNT-ONE-ENTRY UNTIL WS-ACTIVITY-END
           IF WS-TODAY-COUNT = WS-FREQUENCY-LIMIT + 1
              ADD 2 TO WS-SCORE
              MOVE "FRQ" TO WS-NEW-REASON
              PERFORM 300-ADD-REASON
           END-IF.

       255-COUNT-ONE-ENTRY.
           SET KSR-NEXT TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FOUND
              MOVE KSR-RECORD TO SAC-RECORD
              IF SAC-ACTIVITY-DATE = LK-BUSINESS-DATE
                 ADD 1 TO WS-TODAY-COUNT
              END-IF
           ELSE
              IF KSR-FAILED
                 PERFORM 390-WARN-STORE
              END-IF
              SET WS-ACTIVITY-END TO TRUE
           END-IF.

       300-ADD-REASON.
           IF WS-REASON-COUNT < 5
              ADD 1 TO WS-REASON-COUNT
              MOVE WS-NEW-REASON TO WS-REASON-SLOT (WS-REASON-COUNT)
           END-IF.

      *> A store not answering is announced once; the payments it
      *> leaves unscored show in the finalize counts.
       390-WARN-STORE.
           IF NOT WS-STORE-WARNED
              SET WS-STORE-WARNED TO TRUE
              DISPLAY "*** SENDER PROFILE SCREENING DEGRADED - "
                 KSR-DETAIL " ***"
           END-IF.

       400-RAISE-ANOMALY-ALERT.
           ADD 1 TO WS-ALERTED-COUNT
           MOVE LK-AMOUNT-BASE TO WS-AMOUNT-DISPLAY
           DISPLAY "*** ANOMALY ALERT - " TR-TRANSACTION-ID
              " from " TR-SENDER-IBAN " score " WS-SCORE
              " " WS-REASON-CODES " ***"
           IF NOT WS-ALERT-FILE-OPEN
              OPEN OUTPUT ANOMALY-ALERT-FILE
              IF WS-ANOMALY-ALERT-STATUS = '00'
                 SET WS-ALERT-FILE-OPEN TO TRUE
              ELSE
                 DISPLAY "anomaly-monitor: alert file status "
                    WS-ANOMALY-ALERT-STATUS
              END-IF
           END-IF
           IF WS-ALERT-FILE-OPEN
              MOVE SPACES TO ANM-REPORT-LINE
              STRING "ALERT " TR-TRANSACTION-ID
                 " SENDER " TR-SENDER-IBAN
                 " RECEIVER " TR-RECEIVER-IBAN
                 " AMOUNT " WS-AMOUNT-DISPLAY
                 " SCORE " WS-SCORE
                 " " WS-REASON-CODES
                 DELIMITED BY SIZE INTO ANM-REPORT-LINE
              END-STRING
              WRITE ANM-REPORT-LINE
              MOVE SPR-AMOUNT-HIGH TO WS-HIGH-DISPLAY
              MOVE SPACES TO ANM-REPORT-LINE
              STRING "  PROFILE PAYMENTS " SPR-PAYMENT-COUNT
                 " HIGHEST " WS-HIGH-DISPLAY
                 " DAILY " WS-NORMAL-DAILY
                 " TODAY " WS-TODAY-COUNT
                 " SINCE " SPR-FIRST-DATE
                 DELIMITED BY SIZE INTO ANM-REPORT-LINE
              END-STRING
              WRITE ANM-REPORT-LINE
           END-IF
           MOVE WS-REASON-CODES TO WS-ALERT-DETAIL
           CALL "compliance-alert-writer"
                USING TRANSACTION-RECORD, LK-AMOUNT-BASE,
                   WS-ALERT-TYPE, WS-ALERT-DETAIL.

       900-FINALIZE.
           IF WS-ALERT-FILE-OPEN
              CLOSE ANOMALY-ALERT-FILE
              SET WS-ALERT-FILE-OPEN TO FALSE
           END-IF
           DISPLAY "Anomaly screening: " WS-SCORED-COUNT
              " PAY(s) scored, " WS-UNSCORED-COUNT
              " without enough sender history, " WS-ALERTED-COUNT
              " alert(s)".
