      *> section-ack log, and an exceptions report calls out anything
      *> the gateway failed, anything we sent that it never
      *> acknowledged, and anything it acknowledged that we never
      *> sent. Every instruction it confirms or fails also lands on
      *> the gateway ack history (checkpoints/gateway-ack-history.dat)
      *> with the time it was instructed and the time it was
      *> answered, for the latency report.
      *> A net instruction to a bank under a netting agreement is
      *> confirmed or failed as one, but the master and the history
      *> move for the payments in it -- the netting schedule names
      *> them -- not for the net ID, which is on no master record.
      *> A net the bank owes us (RECEIVE) or that nets to nothing
      *> (FLAT) is never instructed, so no answer ever comes for it:
      *> its outbound payments are settled by the offset itself and
      *> move from SETTLED to CONFIRMED, reason NETTED OFF, as soon
      *> as the schedule is read. They get no ack history record --
      *> there was no instruction to time.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. gateway-ack-processor.
       AUTHOR. Riley.
              DATE-WRITTEN. 01092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 01092026.
      *> 15102026 Riley - the outbound payments of a RECEIVE or FLAT
      *> net on the netting schedule move from SETTLED to CONFIRMED
      *> with reason NETTED OFF, instead of waiting for an answer to
      *> an instruction that is never sent. The ack time is taken
      *> from an eight-digit TIME field, hours to seconds.
      *> 15102026 Riley - a net SID's confirmation or failure is
      *> applied to each outbound payment the netting schedule lists
      *> under it: master disposition and ack history both move per
      *> payment. The AKI for a net is still matched on the net ID.
      *> 15102026 Riley - the instruction file's read buffer widens
      *> from 140 to 400 bytes: an SID for an extended-layout payment
      *> now carries the party names and remittance after byte 140.
      *> 15102026 Riley - appends one gateway ack history record per
      *> confirmed or failed instruction, carrying the SIH written
      *> stamp and the time the answer was processed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO WS-ACK-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-LOG-STATUS.
           SELECT ACK-HISTORY-FILE
                  ASSIGN TO WS-ACK-HISTORY-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-ACK-HISTORY-STATUS.
           SELECT NETTING-SCHEDULE-FILE
                  ASSIGN TO WS-SCHEDULE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCHEDULE-STATUS.
           SELECT EXCEPTION-FILE
                  ASSIGN TO WS-EXCEPTION-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTION-FILE.
       01 SIN-FILE-LINE               PIC X(400).

       FD GATEWAY-ACK-FILE.
       01 GAK-FILE-LINE               PIC X(120).
       FD SECTION-ACK-FILE.
       COPY "section-ack-record".

       FD ACK-HISTORY-FILE.
       COPY "gateway-ack-history-record".

       FD NETTING-SCHEDULE-FILE.
       01 NSS-FILE-LINE               PIC X(140).

       FD EXCEPTION-FILE.
       01 EXC-REPORT-LINE             PIC X(130).

       01 WS-ACK-LOG-PATH PIC X(255) VALUE
                       "../../../checkpoints/section-ack-log.dat".
       01 WS-ACK-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-ACK-HISTORY-PATH PIC X(255) VALUE
                       "../../../checkpoints/gateway-ack-history.dat".
       01 WS-ACK-HISTORY-STATUS PIC X(2) VALUE '00'.
       01 WS-EXCEPTION-PATH PIC X(255) VALUE
                       "../../../reports/gateway-ack-exceptions.dat".
       01 WS-EXCEPTION-STATUS PIC X(2) VALUE '00'.
       01 WS-SCHEDULE-PATH PIC X(255) VALUE
                       "../../../reports/netting-schedule.dat".
       01 WS-SCHEDULE-STATUS PIC X(2) VALUE '00'.
       COPY "settlement-instruction-record".
       COPY "gateway-ack-record".
       COPY "netting-schedule-record".

       01 WS-INSTRUCTION-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-INSTRUCTION-EOF VALUE 'Y' FALSE 'N'.
       01 WS-ACK-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-ACK-EOF VALUE 'Y' FALSE 'N'.
       01 WS-SCHEDULE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-SCHEDULE-EOF VALUE 'Y' FALSE 'N'.
       01 WS-MASTER-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-ACK-LOG-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-ACK-LOG-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-ACK-HISTORY-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-ACK-HISTORY-OPEN VALUE 'Y' FALSE 'N'.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-TODAY-TIME PIC 9(8) VALUE 0.

      *> The sections we sent, rebuilt from the instruction file's
      *> SIH/SIT bookends, with their buffered SID transaction IDs --
                 10 WS-SNT-VALUE-DATE  PIC 9(8).
                 10 WS-SNT-REC-COUNT   PIC 9(6).
                 10 WS-SNT-HASH-TOTAL  PIC 9(12)V99.
                 10 WS-SNT-WRITTEN-DATE PIC 9(8).
                 10 WS-SNT-WRITTEN-TIME PIC 9(6).
       01 WS-DETAIL-MAX PIC 9(3) VALUE 500.
       01 WS-DETAIL-COUNT PIC 9(3) VALUE 0.
       01 WS-DETAIL-SUB PIC 9(3) VALUE 0.
                 INDEXED BY WS-DTL-IDX.
                 10 WS-DTL-SECTION-SUB    PIC 9(3).
                 10 WS-DTL-TRANSACTION-ID PIC X(32).
                 10 WS-DTL-MODE           PIC X(5).

      *> Outbound payments netted into a net position, off the
      *> netting schedule the writer leaves beside the instruction
      *> file, with the position's result (PAY, RECEIVE or FLAT) --
      *> inbound ones are the other bank's to settle.
       01 WS-COMPONENT-MAX PIC 9(3) VALUE 500.
       01 WS-COMPONENT-COUNT PIC 9(3) VALUE 0.
       01 WS-COMPONENT-TABLE.
           05 WS-CMP-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-CMP-IDX.
                 10 WS-CMP-NET-ID         PIC X(32).
                 10 WS-CMP-TRANSACTION-ID PIC X(32).
                 10 WS-CMP-NET-RESULT     PIC X(7).
       01 WS-SCHEDULE-NET-RESULT PIC X(7) VALUE SPACES.

      *> The gateway's section and per-instruction responses, loaded
      *> in full before matching starts.

       01 WS-CONFIRMED-COUNT PIC 9(5) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(5) VALUE 0.
       01 WS-NETTED-OFF-COUNT PIC 9(5) VALUE 0.
       01 WS-EXCEPTION-COUNT PIC 9(5) VALUE 0.

       01 EXC-HEADING-LINE.
       000-MAIN.
           DISPLAY "Starting gateway acknowledgment processing"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           PERFORM 100-LOAD-INSTRUCTION-FILE
           PERFORM 150-LOAD-ACK-FILE
           PERFORM 175-LOAD-NETTING-SCHEDULE
           PERFORM 180-OPEN-EXCEPTION-FILE
           PERFORM 185-OPEN-MASTER
           PERFORM 190-OPEN-ACK-LOG
           PERFORM 195-OPEN-ACK-HISTORY
           PERFORM 380-DISPOSE-NETTED-OFF
              VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-COMPONENT-COUNT
           PERFORM 300-RESOLVE-ONE-SECTION
              VARYING WS-SENT-SUB FROM 1 BY 1
              UNTIL WS-SENT-SUB > WS-SENT-COUNT
           IF WS-ACK-LOG-OPEN
              CLOSE SECTION-ACK-FILE
           END-IF
           IF WS-ACK-HISTORY-OPEN
              CLOSE ACK-HISTORY-FILE
           END-IF
           DISPLAY "Gateway acknowledgment complete: "
              WS-CONFIRMED-COUNT " confirmed, "
              WS-FAILED-COUNT " gateway-failed, "
              WS-NETTED-OFF-COUNT " netted off, "
              WS-EXCEPTION-COUNT " exception(s)"
           STOP RUN.

                 TO WS-SNT-VALUE-DATE (WS-SENT-COUNT)
              MOVE 0 TO WS-SNT-REC-COUNT (WS-SENT-COUNT)
              MOVE 0 TO WS-SNT-HASH-TOTAL (WS-SENT-COUNT)
              IF SIH-WRITTEN-DATE IS NUMERIC
                 AND SIH-WRITTEN-TIME IS NUMERIC
                 MOVE SIH-WRITTEN-DATE
                    TO WS-SNT-WRITTEN-DATE (WS-SENT-COUNT)
                 MOVE SIH-WRITTEN-TIME
                    TO WS-SNT-WRITTEN-TIME (WS-SENT-COUNT)
              ELSE
                 MOVE 0 TO WS-SNT-WRITTEN-DATE (WS-SENT-COUNT)
                 MOVE 0 TO WS-SNT-WRITTEN-TIME (WS-SENT-COUNT)
              END-IF
           ELSE
              DISPLAY "gateway-ack-processor: section table full, "
                 "section " SIH-SECTION-SEQ " not matchable"
                    TO WS-DTL-SECTION-SUB (WS-DETAIL-COUNT)
                 MOVE SID-TRANSACTION-ID
                    TO WS-DTL-TRANSACTION-ID (WS-DETAIL-COUNT)
                 MOVE SID-SETTLEMENT-MODE
                    TO WS-DTL-MODE (WS-DETAIL-COUNT)
              ELSE
                 DISPLAY "gateway-ack-processor: detail table full, "
                    SID-TRANSACTION-ID " not matchable"
                 "full, " AKI-TRANSACTION-ID " dropped"
           END-IF.

      *> No schedule means no net instruction can be traced to its
      *> payments; a net SID then moves no master record.
       175-LOAD-NETTING-SCHEDULE.
           OPEN INPUT NETTING-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
              DISPLAY "No netting schedule found - net instructions "
                 "cannot be traced to their payments"
           ELSE
              PERFORM 177-READ-SCHEDULE-LINE UNTIL WS-SCHEDULE-EOF
              CLOSE NETTING-SCHEDULE-FILE
           END-IF.

       177-READ-SCHEDULE-LINE.
           READ NETTING-SCHEDULE-FILE
              AT END SET WS-SCHEDULE-EOF TO TRUE
              NOT AT END
                 MOVE NSS-FILE-LINE TO NSS-RAW-RECORD
                 IF NSS-RECORD-TAG = 'NSN'
                    MOVE NSN-NET-RESULT TO WS-SCHEDULE-NET-RESULT
                 END-IF
                 IF NSS-RECORD-TAG = 'NSC' AND NSC-OUTBOUND
                    IF WS-COMPONENT-COUNT < WS-COMPONENT-MAX
                       ADD 1 TO WS-COMPONENT-COUNT
                       MOVE NSC-NET-ID
                          TO WS-CMP-NET-ID (WS-COMPONENT-COUNT)
                       MOVE NSC-TRANSACTION-ID
                          TO WS-CMP-TRANSACTION-ID (WS-COMPONENT-COUNT)
                       MOVE WS-SCHEDULE-NET-RESULT
                          TO WS-CMP-NET-RESULT (WS-COMPONENT-COUNT)
                    ELSE
                       DISPLAY "gateway-ack-processor: netting table "
                          "full, " NSC-TRANSACTION-ID
                          " not traceable to its net"
                    END-IF
                 END-IF
           END-READ.

       180-OPEN-EXCEPTION-FILE.
           OPEN OUTPUT EXCEPTION-FILE
           IF WS-EXCEPTION-STATUS = '00'
                 WS-ACK-LOG-STATUS
           END-IF.

      *> Append-only history alongside the ack log, opened the same
      *> way.
       195-OPEN-ACK-HISTORY.
           OPEN EXTEND ACK-HISTORY-FILE
           IF WS-ACK-HISTORY-STATUS = '35'
              OPEN OUTPUT ACK-HISTORY-FILE
           END-IF
           IF WS-ACK-HISTORY-STATUS = '00'
              SET WS-ACK-HISTORY-OPEN TO TRUE
           ELSE
              DISPLAY "gateway-ack-processor: ack history status "
                 WS-ACK-HISTORY-STATUS
           END-IF.

      *> One sent section against the gateway's word on it. The
      *> section sequence is the matching key; bank and value date
      *> are then verified, and the gateway's record count and hash
              ELSE
                 PERFORM 350-CHECK-INSTRUCTION-ACK
              END-IF
              IF WS-INS-FAILED
                 MOVE "INSTRUCTION FAILED" TO EXC-CLASS
                 MOVE WS-DTL-TRANSACTION-ID (WS-DETAIL-SUB)
                    TO EXC-TRANSACTION-ID
                 MOVE WS-INS-REASON TO EXC-REASON
                 PERFORM 600-WRITE-SECTION-EXCEPTION
              END-IF
              IF WS-DTL-MODE (WS-DETAIL-SUB) = "NET"
                 PERFORM 370-DISPOSE-NET-COMPONENT
                    VARYING WS-CMP-IDX FROM 1 BY 1
                    UNTIL WS-CMP-IDX > WS-COMPONENT-COUNT
              ELSE
                 MOVE WS-DTL-TRANSACTION-ID (WS-DETAIL-SUB)
                    TO WS-UPD-TRANSACTION-ID
                 PERFORM 345-DISPOSE-INSTRUCTED-PAYMENT
              END-IF
           END-IF.

       345-DISPOSE-INSTRUCTED-PAYMENT.
           IF WS-INS-FAILED
              ADD 1 TO WS-FAILED-COUNT
              MOVE "GTWY-FAILED" TO WS-UPD-DISPOSITION
              MOVE SPACES TO WS-UPD-REASON
              STRING "GATEWAY REASON " WS-INS-REASON
                 DELIMITED BY SIZE INTO WS-UPD-REASON
              END-STRING
           ELSE
              ADD 1 TO WS-CONFIRMED-COUNT
              MOVE "CONFIRMED" TO WS-UPD-DISPOSITION
              MOVE SPACES TO WS-UPD-REASON
           END-IF
           PERFORM 500-UPDATE-MASTER-DISPOSITION
           PERFORM 360-RECORD-INSTRUCTION-HISTORY.

       350-CHECK-INSTRUCTION-ACK.
           SET WS-INS-FAILED TO FALSE
           MOVE SPACES TO WS-INS-REASON
                 END-IF
           END-SEARCH.

      *> WS-INS-FAILED and WS-INS-REASON are still set from the
      *> disposition just made.
       360-RECORD-INSTRUCTION-HISTORY.
           IF WS-ACK-HISTORY-OPEN
              MOVE SPACES TO GAH-RECORD
              MOVE WS-UPD-TRANSACTION-ID TO GAH-TRANSACTION-ID
              MOVE WS-SNT-SECTION-SEQ (WS-SENT-SUB)
                 TO GAH-SECTION-SEQ
              MOVE WS-SNT-BANK-ID (WS-SENT-SUB) TO GAH-RECEIVER-BANK
              MOVE WS-SNT-VALUE-DATE (WS-SENT-SUB) TO GAH-VALUE-DATE
              MOVE WS-SNT-WRITTEN-DATE (WS-SENT-SUB)
                 TO GAH-INSTRUCTED-DATE
              MOVE WS-SNT-WRITTEN-TIME (WS-SENT-SUB)
                 TO GAH-INSTRUCTED-TIME
              MOVE WS-TODAY-DATE TO GAH-ACK-DATE
              MOVE WS-TODAY-TIME (1:6) TO GAH-ACK-TIME
              IF WS-INS-FAILED
                 SET GAH-FAILED TO TRUE
                 MOVE WS-INS-REASON TO GAH-REASON-CODE
              ELSE
                 SET GAH-CONFIRMED TO TRUE
              END-IF
              WRITE GAH-RECORD
           END-IF.

      *> The net's fate is each of its outbound payments' fate.
       370-DISPOSE-NET-COMPONENT.
           IF WS-CMP-NET-ID (WS-CMP-IDX)
              = WS-DTL-TRANSACTION-ID (WS-DETAIL-SUB)
              MOVE WS-CMP-TRANSACTION-ID (WS-CMP-IDX)
                 TO WS-UPD-TRANSACTION-ID
              PERFORM 345-DISPOSE-INSTRUCTED-PAYMENT
           END-IF.

      *> A payment in a net we receive or that is flat was settled by
      *> the offset -- nothing went to the gateway for it.
       380-DISPOSE-NETTED-OFF.
           IF WS-CMP-NET-RESULT (WS-CMP-IDX) = "RECEIVE"
              OR WS-CMP-NET-RESULT (WS-CMP-IDX) = "FLAT"
              ADD 1 TO WS-NETTED-OFF-COUNT
              MOVE WS-CMP-TRANSACTION-ID (WS-CMP-IDX)
                 TO WS-UPD-TRANSACTION-ID
              MOVE "CONFIRMED" TO WS-UPD-DISPOSITION
              MOVE SPACES TO WS-UPD-REASON
              STRING "NETTED OFF - " DELIMITED BY SIZE
                     WS-CMP-NET-RESULT (WS-CMP-IDX) DELIMITED BY SPACE
                     " NET, NOT INSTRUCTED" DELIMITED BY SIZE
                 INTO WS-UPD-REASON
              END-STRING
              PERFORM 500-UPDATE-MASTER-DISPOSITION
           END-IF.

      *> Acknowledgments for sections we never sent -- either the
      *> gateway replayed an old file or somebody else's instructions
      *> landed under our identity. Loud either way.
