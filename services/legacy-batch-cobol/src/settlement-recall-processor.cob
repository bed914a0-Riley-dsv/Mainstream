      *> transaction's master disposition from SETTLED to RECALLED so
      *> the history inquiry shows the payment was instructed and then
      *> recalled. Every request's outcome lands on the recall report.
      *> A recall is only acted on once a second operator has approved
      *> it: each request line names its keyer and authorizer, and
      *> operator-authorization must pass both for RECALL before the
      *> instruction is even looked up.
      *> A payment netted into a bilateral net instruction has no SID
      *> of its own: the netting schedule leads from it to the net,
      *> and recalling it recalls the whole net. The other payments
      *> in that net are listed on the report for re-instruction.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. settlement-recall-processor.
       AUTHOR. Riley.
              DATE-WRITTEN. 01092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 01092026.
      *> 15102026 Riley - netted payments are recallable. The
      *> netting schedule traces a payment to the net instruction it
      *> went out in; the SIC cancels the whole net, the requested
      *> payment is marked RECALLED and every other outbound payment
      *> in the net is reported NET RECALLED - RE-INSTRUCT. A payment
      *> whose net we did not pay is refused, nothing having been
      *> sent. The net ID itself can be recalled the same way.
      *> 15102026 Riley - the instruction file's read buffer widens
      *> from 140 to 400 bytes: an SID for an extended-layout payment
      *> now carries the party names and remittance after byte 140.
      *> 15102026 Riley - recall requests are now maker-checker:
      *> each line carries a keyer and an authorizer ID, judged and
      *> journaled by operator-authorization. A refused request
      *> emits no cancellation and leaves the master alone; it lands
      *> on the recall report as REFUSED - NOT AUTHORIZED.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO WS-REPORT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.
           SELECT NETTING-SCHEDULE-FILE
                  ASSIGN TO WS-SCHEDULE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT TRANSACTION-MASTER-FILE
                  ASSIGN TO WS-MASTER-PATH
                  ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTION-FILE.
       01 SIN-FILE-LINE               PIC X(400).

       FD RECALL-REQUEST-FILE.
       COPY "recall-request-record".
       FD RECALL-REPORT-FILE.
       01 RCR-REPORT-LINE             PIC X(110).

       FD NETTING-SCHEDULE-FILE.
       01 NSS-FILE-LINE               PIC X(140).

       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-SCHEDULE-PATH PIC X(255) VALUE
                       "../../../reports/netting-schedule.dat".
       01 WS-SCHEDULE-STATUS PIC X(2) VALUE '00'.
       COPY "settlement-instruction-record".
       COPY "netting-schedule-record".

       01 WS-INSTRUCTION-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-INSTRUCTION-EOF VALUE 'Y' FALSE 'N'.
           88 WS-REQUEST-EOF VALUE 'Y' FALSE 'N'.
       01 WS-ACK-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ACK-EOF VALUE 'Y' FALSE 'N'.
       01 WS-SCHEDULE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-SCHEDULE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-RECALL-OPEN-SW PIC X(1) VALUE 'N'.
                 10 WS-DTL-SECTION-SUB    PIC 9(3).
                 10 WS-DTL-TRANSACTION-ID PIC X(32).
                 10 WS-DTL-AMOUNT         PIC 9(10)V99.
                 10 WS-DTL-MODE           PIC X(5).

      *> Payments netted into a net instruction, off the netting
      *> schedule the writer leaves beside the instruction file.
       01 WS-COMPONENT-MAX PIC 9(3) VALUE 500.
       01 WS-COMPONENT-COUNT PIC 9(3) VALUE 0.
       01 WS-COMPONENT-TABLE.
           05 WS-CMP-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-CMP-IDX.
                 10 WS-CMP-NET-ID         PIC X(32).
                 10 WS-CMP-DIRECTION      PIC X(3).
                 10 WS-CMP-TRANSACTION-ID PIC X(32).

      *> Sections the gateway has already acknowledged, off the
      *> persistent ack log gateway-ack-processor maintains -- an
           88 WS-SECTION-ACKED VALUE 'Y' FALSE 'N'.
       01 WS-TARGET-DETAIL PIC 9(3) VALUE 0.
       01 WS-TARGET-SECTION PIC 9(3) VALUE 0.
       01 WS-TARGET-ID PIC X(32).
       01 WS-NETTED-SW PIC X(1) VALUE 'N'.
           88 WS-NETTED-PAYMENT VALUE 'Y' FALSE 'N'.

       01 WS-RECALL-SEQ PIC 9(4) VALUE 0.
       01 WS-REQUEST-COUNT PIC 9(5) VALUE 0.
       01 WS-RECALLED-COUNT PIC 9(5) VALUE 0.
       01 WS-REFUSED-COUNT PIC 9(5) VALUE 0.
       01 WS-NOT-FOUND-COUNT PIC 9(5) VALUE 0.
       01 WS-UNAUTHORIZED-COUNT PIC 9(5) VALUE 0.
       01 WS-NET-NIL-COUNT PIC 9(5) VALUE 0.
       01 WS-REINSTRUCT-COUNT PIC 9(5) VALUE 0.
       COPY "authorization-request".

       01 RCR-HEADING-LINE.
           05 FILLER PIC X(32) VALUE "TRANSACTION-ID".
           DISPLAY "Starting settlement recall processing"
           PERFORM 100-LOAD-INSTRUCTION-FILE
           PERFORM 150-LOAD-SECTION-ACKS
           PERFORM 170-LOAD-NETTING-SCHEDULE
           PERFORM 180-OPEN-REPORT-FILE
           PERFORM 185-OPEN-MASTER
           PERFORM 200-PROCESS-REQUESTS
           DISPLAY "Recall processing complete: "
              WS-RECALLED-COUNT " recalled, "
              WS-REFUSED-COUNT " refused (section acknowledged), "
              WS-NOT-FOUND-COUNT " not in outbound file, "
              WS-UNAUTHORIZED-COUNT " not authorized, "
              WS-NET-NIL-COUNT " netted with nothing sent"
           IF WS-REINSTRUCT-COUNT > 0
              DISPLAY "*** " WS-REINSTRUCT-COUNT " payment(s) pulled "
                 "back with a recalled net - RE-INSTRUCT them, see "
                 "the recall report ***"
           END-IF
           STOP RUN.

      *> Rebuilds the sections we sent from the instruction file
                    TO WS-DTL-TRANSACTION-ID (WS-DETAIL-COUNT)
                 MOVE SID-AMOUNT
                    TO WS-DTL-AMOUNT (WS-DETAIL-COUNT)
                 MOVE SID-SETTLEMENT-MODE
                    TO WS-DTL-MODE (WS-DETAIL-COUNT)
              ELSE
                 DISPLAY "settlement-recall-processor: detail table "
                    "full, " SID-TRANSACTION-ID " not recallable"
                    TO WS-AKD-VALUE-DATE (WS-ACKED-COUNT)
           END-READ.

      *> No schedule (a run from before netting, or a file cleared
      *> by hand) just means no payment can be traced into a net.
       170-LOAD-NETTING-SCHEDULE.
           OPEN INPUT NETTING-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
              DISPLAY "No netting schedule found - no payment is "
                 "traceable into a net instruction"
           ELSE
              PERFORM 175-READ-SCHEDULE-LINE UNTIL WS-SCHEDULE-EOF
              CLOSE NETTING-SCHEDULE-FILE
           END-IF.

       175-READ-SCHEDULE-LINE.
           READ NETTING-SCHEDULE-FILE
              AT END SET WS-SCHEDULE-EOF TO TRUE
              NOT AT END
                 MOVE NSS-FILE-LINE TO NSS-RAW-RECORD
                 IF NSS-RECORD-TAG = 'NSC'
                    IF WS-COMPONENT-COUNT < WS-COMPONENT-MAX
                       ADD 1 TO WS-COMPONENT-COUNT
                       MOVE NSC-NET-ID
                          TO WS-CMP-NET-ID (WS-COMPONENT-COUNT)
                       MOVE NSC-DIRECTION
                          TO WS-CMP-DIRECTION (WS-COMPONENT-COUNT)
                       MOVE NSC-TRANSACTION-ID
                          TO WS-CMP-TRANSACTION-ID (WS-COMPONENT-COUNT)
                    ELSE
                       DISPLAY "settlement-recall-processor: netting "
                          "table full, " NSC-TRANSACTION-ID
                          " not traceable to its net"
                    END-IF
                 END-IF
           END-READ.

       180-OPEN-REPORT-FILE.
           OPEN OUTPUT RECALL-REPORT-FILE
           IF WS-REPORT-STATUS = '00'
              NOT AT END
                 IF RCL-TRANSACTION-ID NOT = SPACES
                    ADD 1 TO WS-REQUEST-COUNT
                    PERFORM 215-AUTHORIZE-RECALL
                    IF AUR-APPROVED
                       PERFORM 220-RESOLVE-ONE-RECALL
                    ELSE
                       PERFORM 225-REFUSE-UNAUTHORIZED
                    END-IF
                 END-IF
           END-READ.

       215-AUTHORIZE-RECALL.
           MOVE SPACES TO AUR-REQUEST
           MOVE "RECALL" TO AUR-ACTION-TYPE
           MOVE "settlement-recall-processor" TO AUR-PROGRAM
           MOVE RCL-TRANSACTION-ID TO AUR-SUBJECT
           MOVE RCL-KEYER-ID TO AUR-KEYER-ID
           MOVE RCL-AUTHORIZER-ID TO AUR-AUTHORIZER-ID
           CALL "operator-authorization" USING AUR-REQUEST.

       225-REFUSE-UNAUTHORIZED.
           ADD 1 TO WS-UNAUTHORIZED-COUNT
           DISPLAY "*** RECALL " RCL-TRANSACTION-ID
              " NOT AUTHORIZED: " AUR-REASON " ***"
           MOVE SPACES TO RCR-DETAIL-LINE
           MOVE RCL-TRANSACTION-ID TO RCR-TRANSACTION-ID
           MOVE 0 TO RCR-SECTION-SEQ
           MOVE 0 TO RCR-VALUE-DATE
           MOVE "REFUSED - NOT AUTHORIZED" TO RCR-DISPOSITION
           PERFORM 290-WRITE-REPORT-LINE.

       220-RESOLVE-ONE-RECALL.
           SET WS-NETTED-PAYMENT TO FALSE
           MOVE RCL-TRANSACTION-ID TO WS-TARGET-ID
           PERFORM 230-FIND-TARGET-INSTRUCTION
           IF NOT WS-TARGET-FOUND
              PERFORM 235-FIND-NETTED-PAYMENT
              IF WS-NETTED-PAYMENT
                 PERFORM 230-FIND-TARGET-INSTRUCTION
              END-IF
           END-IF
           IF NOT WS-TARGET-FOUND AND WS-NETTED-PAYMENT
              ADD 1 TO WS-NET-NIL-COUNT
              DISPLAY "*** RECALL " RCL-TRANSACTION-ID
                 " REFUSED - netted into " WS-TARGET-ID
                 ", which we did not pay; nothing was sent ***"
              MOVE SPACES TO RCR-DETAIL-LINE
              MOVE RCL-TRANSACTION-ID TO RCR-TRANSACTION-ID
              MOVE 0 TO RCR-SECTION-SEQ
              MOVE 0 TO RCR-VALUE-DATE
              MOVE "REFUSED - NETTED, NOTHING SENT"
                 TO RCR-DISPOSITION
              PERFORM 290-WRITE-REPORT-LINE
           END-IF
           IF NOT WS-TARGET-FOUND AND NOT WS-NETTED-PAYMENT
              ADD 1 TO WS-NOT-FOUND-COUNT
              DISPLAY "*** RECALL " RCL-TRANSACTION-ID
                 " - not in the outbound instruction file ***"
              MOVE 0 TO RCR-VALUE-DATE
              MOVE "NOT IN OUTBOUND FILE" TO RCR-DISPOSITION
              PERFORM 290-WRITE-REPORT-LINE
           END-IF
           IF WS-TARGET-FOUND
              MOVE WS-DTL-SECTION-SUB (WS-TARGET-DETAIL)
                 TO WS-TARGET-SECTION
              PERFORM 240-CHECK-SECTION-ACKED
                 PERFORM 280-REPORT-TARGET-LINE
              ELSE
                 PERFORM 250-WRITE-RECALL-RECORD
                 IF WS-DTL-MODE (WS-TARGET-DETAIL) NOT = "NET"
                    OR WS-NETTED-PAYMENT
                    PERFORM 260-MARK-MASTER-RECALLED
                 END-IF
                 ADD 1 TO WS-RECALLED-COUNT
                 DISPLAY "Recall written for " RCL-TRANSACTION-ID
                    " (section "
                    WS-SNT-SECTION-SEQ (WS-TARGET-SECTION) ")"
                 IF WS-NETTED-PAYMENT
                    MOVE "RECALLED - WHOLE NET PULLED"
                       TO RCR-DISPOSITION
                 ELSE
                    MOVE "RECALLED" TO RCR-DISPOSITION
                 END-IF
                 PERFORM 280-REPORT-TARGET-LINE
                 IF WS-DTL-MODE (WS-TARGET-DETAIL) = "NET"
                    PERFORM 270-REPORT-NET-COMPANION
                       VARYING WS-CMP-IDX FROM 1 BY 1
                       UNTIL WS-CMP-IDX > WS-COMPONENT-COUNT
                 END-IF
              END-IF
           END-IF.

           SEARCH WS-DTL-ENTRY VARYING WS-DTL-IDX
              AT END CONTINUE
              WHEN WS-DTL-TRANSACTION-ID (WS-DTL-IDX)
                 = WS-TARGET-ID
                 SET WS-TARGET-FOUND TO TRUE
                 SET WS-TARGET-DETAIL TO WS-DTL-IDX
           END-SEARCH.

      *> Only an outbound payment went into a net instruction; an
      *> inbound one is the other bank's to recall, not ours. Found,
      *> the net ID becomes the instruction to look for.
       235-FIND-NETTED-PAYMENT.
           SET WS-CMP-IDX TO 1
           SEARCH WS-CMP-ENTRY VARYING WS-CMP-IDX
              AT END CONTINUE
              WHEN WS-CMP-TRANSACTION-ID (WS-CMP-IDX)
                 = RCL-TRANSACTION-ID
                 AND WS-CMP-DIRECTION (WS-CMP-IDX) = "OUT"
                 SET WS-NETTED-PAYMENT TO TRUE
                 MOVE WS-CMP-NET-ID (WS-CMP-IDX) TO WS-TARGET-ID
           END-SEARCH.

       240-CHECK-SECTION-ACKED.
           SET WS-SECTION-ACKED TO FALSE
           SET WS-AKD-IDX TO 1
              MOVE WS-RECALL-SEQ TO SIC-RECALL-SEQ
              MOVE WS-SNT-SECTION-SEQ (WS-TARGET-SECTION)
                 TO SIC-SECTION-SEQ
              MOVE WS-TARGET-ID TO SIC-TRANSACTION-ID
              MOVE WS-SNT-BANK-ID (WS-TARGET-SECTION)
                 TO SIC-RECEIVER-BANK
              MOVE WS-SNT-VALUE-DATE (WS-TARGET-SECTION)
              END-IF
           END-IF.

      *> The gateway pulls back the whole net, so every other
      *> outbound payment in it is no longer on its way and has to
      *> be instructed again. Its master record is left SETTLED --
      *> the payment stands, only its instruction was withdrawn.
       270-REPORT-NET-COMPANION.
           IF WS-CMP-NET-ID (WS-CMP-IDX) = WS-TARGET-ID
              AND WS-CMP-DIRECTION (WS-CMP-IDX) = "OUT"
              AND WS-CMP-TRANSACTION-ID (WS-CMP-IDX)
                 NOT = RCL-TRANSACTION-ID
              ADD 1 TO WS-REINSTRUCT-COUNT
              DISPLAY "*** " WS-CMP-TRANSACTION-ID (WS-CMP-IDX)
                 " went back with net " WS-TARGET-ID
                 " - RE-INSTRUCT ***"
              MOVE WS-CMP-TRANSACTION-ID (WS-CMP-IDX)
                 TO RCR-TRANSACTION-ID
              MOVE WS-SNT-SECTION-SEQ (WS-TARGET-SECTION)
                 TO RCR-SECTION-SEQ
              MOVE WS-SNT-BANK-ID (WS-TARGET-SECTION) TO RCR-BANK-ID
              MOVE WS-SNT-VALUE-DATE (WS-TARGET-SECTION)
                 TO RCR-VALUE-DATE
              MOVE "NET RECALLED - RE-INSTRUCT" TO RCR-DISPOSITION
              PERFORM 290-WRITE-REPORT-LINE
           END-IF.

       280-REPORT-TARGET-LINE.
           MOVE RCL-TRANSACTION-ID TO RCR-TRANSACTION-ID
           MOVE WS-SNT-SECTION-SEQ (WS-TARGET-SECTION)
