      *> Sender profile roll-forward. This is a standalone batch
      *> program, not CALLed from main-cobol-orchestrator -- the job
      *> stream runs it after each main run (step SNDPROF). It reads
      *> the transaction master and rolls every settled PAY (SETTLED,
      *> or CONFIRMED by the gateway since) from a run later than the
      *> last one rolled in into its sender's profile on the sender
      *> profile store behind keyed-store (SENDER-PROF, keyed on the
      *> sender IBAN): the payment count and USD-equivalent amount
      *> range, the days the sender was active and the most payments
      *> it made in one of them, and its most used currencies,
      *> receiving countries and receiver IBANs. anomaly-monitor
      *> scores each day's settled PAYs against these profiles.
      *> The highest run ID rolled in is kept on
      *> checkpoints/sender-profile-control.dat, so each payment is
      *> counted into its profile once; with no control file the
      *> first roll-forward builds every profile from the whole
      *> master, and removing the control file and the store builds
      *> them afresh. Days are the payments' value dates; a payment
      *> dated before its sender's latest active day, and after its
      *> first, is taken to fall on a day already counted. The
      *> program refuses to start while a run holds the batch lock.
      *> Return code 4 when a profile could not be written, 12 when
      *> the roll-forward cannot run.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. sender-profile-builder.
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
           SELECT TRANSACTION-MASTER-FILE
                  ASSIGN TO WS-MASTER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TMF-TRANSACTION-ID
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT PROFILE-CONTROL-FILE
                  ASSIGN TO WS-PROFILE-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PROFILE-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL-FILE.
       COPY "batch-control-record".

       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       FD PROFILE-CONTROL-FILE.
       COPY "sender-profile-control-record".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-CONTROL-PATH PIC X(255) VALUE
                       "../../../checkpoints/batch-control.dat".
       01 WS-BATCH-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-PROFILE-CONTROL-PATH PIC X(255) VALUE
                 "../../../checkpoints/sender-profile-control.dat".
       01 WS-PROFILE-CONTROL-STATUS PIC X(2) VALUE '00'.

       COPY "transaction-copybook".
       COPY "keyed-store-request".
       COPY "sender-profile-record".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-ANY-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-ANY-FAILED VALUE 'Y' FALSE 'N'.
       01 WS-PROFILE-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-PROFILE-FOUND VALUE 'Y' FALSE 'N'.

      *> The run-ID mark: what was rolled in before, and the highest
      *> run the master now holds.
       01 WS-PRIOR-RUN-ID PIC 9(6) VALUE 0.
       01 WS-HIGH-RUN-ID PIC 9(6) VALUE 0.
       01 WS-PRIOR-PROFILE-COUNT PIC 9(9) VALUE 0.

      *> The payment being rolled in.
       01 WS-PAY-DATE PIC 9(8) VALUE 0.
       01 WS-PAY-AMOUNT PIC 9(12)V99 VALUE 0.
       01 WS-PAY-COUNTRY PIC X(2) VALUE SPACES.

      *> Table work: the entry found, or the least used one to give
      *> up when the table is full.
       01 WS-TBL-SUB PIC 9(2) VALUE 0.
       01 WS-TBL-FOUND PIC 9(2) VALUE 0.
       01 WS-TBL-LEAST PIC 9(2) VALUE 0.

       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-ROLLED-COUNT PIC 9(9) VALUE 0.
       01 WS-CREATED-COUNT PIC 9(9) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting sender profile roll-forward"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 050-CHECK-RUN-LOCK
           PERFORM 100-READ-PROFILE-CONTROL
           PERFORM 200-SCAN-MASTER
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           PERFORM 500-WRITE-PROFILE-CONTROL
           DISPLAY "Sender profiles: " WS-READ-COUNT " master "
              "record(s) read, " WS-ROLLED-COUNT " payment(s) rolled "
              "in, " WS-CREATED-COUNT " new profile(s), "
              WS-FAILED-COUNT " not written"
           DISPLAY "Sender profiles now hold runs through "
              WS-HIGH-RUN-ID
           IF WS-ANY-FAILED
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> A run in flight is still writing the master -- its payments
      *> would be rolled in half way and the mark moved past the rest.
       050-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-CONTROL-STATUS = '00'
              READ BATCH-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BCT-IN-FLIGHT
                       DISPLAY "*** RUN " BCT-LOCK-RUN-ID
                          " HOLDS THE BATCH LOCK - sender profile "
                          "roll-forward refused until it finishes ***"
                       CLOSE BATCH-CONTROL-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE BATCH-CONTROL-FILE
           END-IF.

       100-READ-PROFILE-CONTROL.
           OPEN INPUT PROFILE-CONTROL-FILE
           IF WS-PROFILE-CONTROL-STATUS = '00'
              READ PROFILE-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF SPC-THROUGH-RUN-ID IS NUMERIC
                       MOVE SPC-THROUGH-RUN-ID TO WS-PRIOR-RUN-ID
                    END-IF
                    IF SPC-PROFILE-COUNT IS NUMERIC
                       MOVE SPC-PROFILE-COUNT
                          TO WS-PRIOR-PROFILE-COUNT
                    END-IF
              END-READ
              CLOSE PROFILE-CONTROL-FILE
           END-IF
           MOVE WS-PRIOR-RUN-ID TO WS-HIGH-RUN-ID
           IF WS-PRIOR-RUN-ID = 0
              DISPLAY "No profiles rolled in yet - building from the "
                 "whole master"
           ELSE
              DISPLAY "Rolling in runs after " WS-PRIOR-RUN-ID
           END-IF.

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
           PERFORM 210-READ-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE TRANSACTION-MASTER-FILE.

       210-READ-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 IF TMF-RUN-ID IS NUMERIC
                    AND TMF-RUN-ID > WS-PRIOR-RUN-ID
                    IF TMF-RUN-ID > WS-HIGH-RUN-ID
                       MOVE TMF-RUN-ID TO WS-HIGH-RUN-ID
                    END-IF
                    IF TMF-DISPOSITION = "SETTLED"
                       OR TMF-DISPOSITION = "CONFIRMED"
                       MOVE TMF-TRANSACTION-DETAIL
                          TO TRANSACTION-RECORD
                       IF TR-TRANSACTION-TYPE = "PAY"
                          PERFORM 300-ROLL-ONE-PAYMENT
                       END-IF
                    END-IF
                 END-IF
           END-READ.

       300-ROLL-ONE-PAYMENT.
           MOVE TR-VALUE-DATE TO WS-PAY-DATE
           MOVE TMF-AMOUNT-BASE TO WS-PAY-AMOUNT
           MOVE TR-RECEIVER-IBAN (1:2) TO WS-PAY-COUNTRY
           MOVE SPACES TO KSR-REQUEST
           SET KSR-READ TO TRUE
           MOVE "SENDER-PROF" TO KSR-STORE-ID
           MOVE TR-SENDER-IBAN TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-FOUND
                 MOVE KSR-RECORD TO SPR-RECORD
                 SET WS-PROFILE-FOUND TO TRUE
              WHEN KSR-NOT-FOUND
                 PERFORM 310-START-PROFILE
                 SET WS-PROFILE-FOUND TO FALSE
              WHEN OTHER
                 PERFORM 390-NOTE-FAILURE
           END-EVALUATE
           IF KSR-FOUND OR KSR-NOT-FOUND
              PERFORM 320-APPLY-PAYMENT
              MOVE SPACES TO KSR-REQUEST
              SET KSR-WRITE TO TRUE
              MOVE "SENDER-PROF" TO KSR-STORE-ID
              MOVE SPR-RECORD TO KSR-RECORD
              CALL "keyed-store" USING KSR-REQUEST
              IF KSR-DONE
                 ADD 1 TO WS-ROLLED-COUNT
                 IF NOT WS-PROFILE-FOUND
                    ADD 1 TO WS-CREATED-COUNT
                 END-IF
              ELSE
                 PERFORM 390-NOTE-FAILURE
              END-IF
           END-IF.

       310-START-PROFILE.
           MOVE SPACES TO SPR-RECORD
           INITIALIZE SPR-RECORD
           MOVE TR-SENDER-IBAN TO SPR-SENDER-IBAN
           MOVE WS-PAY-AMOUNT TO SPR-AMOUNT-LOW.

      *> Counts and range first, then the day the payment fell on,
      *> then the three usage tables.
       320-APPLY-PAYMENT.
           IF SPR-PAYMENT-COUNT < 9999999
              ADD 1 TO SPR-PAYMENT-COUNT
           END-IF
           ADD WS-PAY-AMOUNT TO SPR-AMOUNT-TOTAL
           IF WS-PAY-AMOUNT < SPR-AMOUNT-LOW
              MOVE WS-PAY-AMOUNT TO SPR-AMOUNT-LOW
           END-IF
           IF WS-PAY-AMOUNT > SPR-AMOUNT-HIGH
              MOVE WS-PAY-AMOUNT TO SPR-AMOUNT-HIGH
           END-IF
           IF TMF-RUN-ID > SPR-THROUGH-RUN-ID
              MOVE TMF-RUN-ID TO SPR-THROUGH-RUN-ID
           END-IF
           PERFORM 330-COUNT-PAYMENT-DAY
           PERFORM 340-NOTE-CURRENCY
           PERFORM 350-NOTE-COUNTRY
           PERFORM 360-NOTE-RECEIVER.

       330-COUNT-PAYMENT-DAY.
           EVALUATE TRUE
              WHEN SPR-ACTIVE-DAYS = 0
                 MOVE 1 TO SPR-ACTIVE-DAYS
                 MOVE 1 TO SPR-LAST-DAY-COUNT
                 MOVE WS-PAY-DATE TO SPR-FIRST-DATE
                 MOVE WS-PAY-DATE TO SPR-LAST-DATE
              WHEN WS-PAY-DATE = SPR-LAST-DATE
                 IF SPR-LAST-DAY-COUNT < 99999
                    ADD 1 TO SPR-LAST-DAY-COUNT
                 END-IF
              WHEN WS-PAY-DATE > SPR-LAST-DATE
                 IF SPR-ACTIVE-DAYS < 99999
                    ADD 1 TO SPR-ACTIVE-DAYS
                 END-IF
                 MOVE 1 TO SPR-LAST-DAY-COUNT
                 MOVE WS-PAY-DATE TO SPR-LAST-DATE
              WHEN WS-PAY-DATE < SPR-FIRST-DATE
                 IF SPR-ACTIVE-DAYS < 99999
                    ADD 1 TO SPR-ACTIVE-DAYS
                 END-IF
                 MOVE WS-PAY-DATE TO SPR-FIRST-DATE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF SPR-LAST-DAY-COUNT > SPR-PEAK-DAY-COUNT
              MOVE SPR-LAST-DAY-COUNT TO SPR-PEAK-DAY-COUNT
           END-IF.

       340-NOTE-CURRENCY.
           MOVE 0 TO WS-TBL-FOUND
           MOVE 0 TO WS-TBL-LEAST
           PERFORM 345-CHECK-CURRENCY
              VARYING WS-TBL-SUB FROM 1 BY 1
              UNTIL WS-TBL-SUB > SPR-CURRENCY-COUNT
           EVALUATE TRUE
              WHEN WS-TBL-FOUND > 0
                 CONTINUE
              WHEN SPR-CURRENCY-COUNT < 5
                 ADD 1 TO SPR-CURRENCY-COUNT
                 MOVE SPR-CURRENCY-COUNT TO WS-TBL-FOUND
              WHEN OTHER
                 MOVE WS-TBL-LEAST TO WS-TBL-FOUND
           END-EVALUATE
           IF SPR-CCY-CODE (WS-TBL-FOUND) NOT = TR-CURRENCY
              MOVE TR-CURRENCY TO SPR-CCY-CODE (WS-TBL-FOUND)
              MOVE 0 TO SPR-CCY-USES (WS-TBL-FOUND)
           END-IF
           IF SPR-CCY-USES (WS-TBL-FOUND) < 99999
              ADD 1 TO SPR-CCY-USES (WS-TBL-FOUND)
           END-IF.

       345-CHECK-CURRENCY.
           IF SPR-CCY-CODE (WS-TBL-SUB) = TR-CURRENCY
              MOVE WS-TBL-SUB TO WS-TBL-FOUND
           END-IF
           IF WS-TBL-LEAST = 0
              OR SPR-CCY-USES (WS-TBL-SUB)
                 < SPR-CCY-USES (WS-TBL-LEAST)
              MOVE WS-TBL-SUB TO WS-TBL-LEAST
           END-IF.

       350-NOTE-COUNTRY.
           MOVE 0 TO WS-TBL-FOUND
           MOVE 0 TO WS-TBL-LEAST
           PERFORM 355-CHECK-COUNTRY
              VARYING WS-TBL-SUB FROM 1 BY 1
              UNTIL WS-TBL-SUB > SPR-COUNTRY-COUNT
           EVALUATE TRUE
              WHEN WS-TBL-FOUND > 0
                 CONTINUE
              WHEN SPR-COUNTRY-COUNT < 8
                 ADD 1 TO SPR-COUNTRY-COUNT
                 MOVE SPR-COUNTRY-COUNT TO WS-TBL-FOUND
              WHEN OTHER
                 MOVE WS-TBL-LEAST TO WS-TBL-FOUND
           END-EVALUATE
           IF SPR-CTY-CODE (WS-TBL-FOUND) NOT = WS-PAY-COUNTRY
              MOVE WS-PAY-COUNTRY TO SPR-CTY-CODE (WS-TBL-FOUND)
              MOVE 0 TO SPR-CTY-USES (WS-TBL-FOUND)
           END-IF
           IF SPR-CTY-USES (WS-TBL-FOUND) < 99999
              ADD 1 TO SPR-CTY-USES (WS-TBL-FOUND)
           END-IF.

       355-CHECK-COUNTRY.
           IF SPR-CTY-CODE (WS-TBL-SUB) = WS-PAY-COUNTRY
              MOVE WS-TBL-SUB TO WS-TBL-FOUND
           END-IF
           IF WS-TBL-LEAST = 0
              OR SPR-CTY-USES (WS-TBL-SUB)
                 < SPR-CTY-USES (WS-TBL-LEAST)
              MOVE WS-TBL-SUB TO WS-TBL-LEAST
           END-IF.

       360-NOTE-RECEIVER.
           MOVE 0 TO WS-TBL-FOUND
           MOVE 0 TO WS-TBL-LEAST
           PERFORM 365-CHECK-RECEIVER
              VARYING WS-TBL-SUB FROM 1 BY 1
              UNTIL WS-TBL-SUB > SPR-RECEIVER-COUNT
           EVALUATE TRUE
              WHEN WS-TBL-FOUND > 0
                 CONTINUE
              WHEN SPR-RECEIVER-COUNT < 6
                 ADD 1 TO SPR-RECEIVER-COUNT
                 MOVE SPR-RECEIVER-COUNT TO WS-TBL-FOUND
              WHEN OTHER
                 MOVE WS-TBL-LEAST TO WS-TBL-FOUND
           END-EVALUATE
           IF SPR-RCV-IBAN (WS-TBL-FOUND) NOT = TR-RECEIVER-IBAN
              MOVE TR-RECEIVER-IBAN TO SPR-RCV-IBAN (WS-TBL-FOUND)
              MOVE 0 TO SPR-RCV-USES (WS-TBL-FOUND)
           END-IF
           IF SPR-RCV-USES (WS-TBL-FOUND) < 99999
              ADD 1 TO SPR-RCV-USES (WS-TBL-FOUND)
           END-IF.

       365-CHECK-RECEIVER.
           IF SPR-RCV-IBAN (WS-TBL-SUB) = TR-RECEIVER-IBAN
              MOVE WS-TBL-SUB TO WS-TBL-FOUND
           END-IF
           IF WS-TBL-LEAST = 0
              OR SPR-RCV-USES (WS-TBL-SUB)
                 < SPR-RCV-USES (WS-TBL-LEAST)
              MOVE WS-TBL-SUB TO WS-TBL-LEAST
           END-IF.

       390-NOTE-FAILURE.
           ADD 1 TO WS-FAILED-COUNT
           SET WS-ANY-FAILED TO TRUE
           DISPLAY "*** PROFILE " TR-SENDER-IBAN " NOT UPDATED FOR "
              TR-TRANSACTION-ID " - " KSR-DETAIL " ***".

      *> The mark moves past every run read even when a profile
      *> failed: rolling the run in again would count the payments
      *> that did land twice.
       500-WRITE-PROFILE-CONTROL.
           OPEN OUTPUT PROFILE-CONTROL-FILE
           IF WS-PROFILE-CONTROL-STATUS = '00'
              MOVE SPACES TO SPC-RECORD
              MOVE WS-HIGH-RUN-ID TO SPC-THROUGH-RUN-ID
              MOVE WS-TODAY-DATE TO SPC-ROLLED-DATE
              COMPUTE SPC-PROFILE-COUNT =
                 WS-PRIOR-PROFILE-COUNT + WS-CREATED-COUNT
              WRITE SPC-RECORD
              CLOSE PROFILE-CONTROL-FILE
           ELSE
              DISPLAY "*** SENDER PROFILE CONTROL NOT WRITTEN, STATUS "
                 WS-PROFILE-CONTROL-STATUS " - the next roll-forward "
                 "would count these runs again; set "
                 "checkpoints/sender-profile-control.dat to run "
                 WS-HIGH-RUN-ID " ***"
              SET WS-ANY-FAILED TO TRUE
           END-IF.
