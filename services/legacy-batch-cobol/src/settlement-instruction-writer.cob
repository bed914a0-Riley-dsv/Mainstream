      *> the file directly instead of an operator rekeying
      *> settlement-report.dat by hand -- the single biggest source
      *> of settlement errors this shop has.
      *> A receiver bank under a bilateral netting agreement
      *> (netting-agreements.dat, override via NETTING_AGREEMENT_PATH)
      *> is not instructed gross: per entity, value date and currency
      *> its PAYs are netted against the PAYs it sends us, and only a
      *> net amount we owe it goes out, as one net SID in its
      *> section. Every net position and every payment in it is
      *> listed on reports/netting-schedule.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. settlement-instruction-writer.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - the SIH written time is taken from an
      *> eight-digit TIME field, hours to seconds; the six-digit one
      *> kept only minutes, seconds and hundredths.
      *> 15102026 Riley - the run cycle is passed in after the
      *> entity code and closes the net ID (-C02), so two intraday
      *> cycles netting the same bank, currency, value date and
      *> entity no longer issue the same transaction ID.
      *> 15102026 Riley - bilateral netting. PAYs to a bank with a
      *> netting agreement in force on their value date are netted,
      *> per entity, value date and currency, against the PAYs that
      *> bank sends us; a net we owe goes out as a single net SID,
      *> a net the bank owes us (or a flat one) is not instructed.
      *> The netting schedule lists every net position and the
      *> payments in it, and the nets ride in the snapshot.
      *> 15102026 Riley - the SID now carries the ordering and
      *> beneficiary names, remittance information, purpose code and
      *> charge bearer of a payment that arrived in the extended
      *> extract layout, after the original 140 bytes. The buffered
      *> details and their snapshot rows hold the whole 400-byte
      *> record.
      *> 15102026 Riley - each SIH now carries the date and time the
      *> file was written, so the gateway ack history can time
      *> instruction to confirmation.
      *> 02092026 Riley - the restore no longer reports an empty
      *> snapshot (the commit step leaves the state file empty) as a
      *> restore -- there is nothing here to reload it from, so it
                  ASSIGN TO WS-STATE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-STATE-STATUS.
           SELECT NETTING-AGREEMENT-FILE
                  ASSIGN TO WS-AGREEMENT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AGREEMENT-STATUS.
           SELECT NETTING-SCHEDULE-FILE
                  ASSIGN TO WS-SCHEDULE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SCHEDULE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTION-FILE.
       01 SIN-FILE-LINE               PIC X(400).

       FD STATE-FILE.
       01 STA-STATE-LINE PIC X(410).

       FD NETTING-AGREEMENT-FILE.
       COPY "netting-agreement-record".

       FD NETTING-SCHEDULE-FILE.
       01 NSS-FILE-LINE PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-INSTRUCTION-PATH PIC X(255) VALUE
                       "../../../reports/settlement-instructions.dat".
       01 WS-INSTRUCTION-STATUS PIC X(2) VALUE '00'.
       01 WS-WRITTEN-DATE PIC 9(8) VALUE 0.
       01 WS-WRITTEN-TIME PIC 9(8) VALUE 0.
       COPY "preflight-sentinel".
       COPY "settlement-instruction-record".
       COPY "netting-schedule-record".

       01 WS-GROUP-BANK-ID PIC X(6).
       01 WS-SENDER-BANK-ID PIC X(6).

      *> Netting agreements in force, loaded on the first CALL.
       01 WS-AGREEMENT-PATH PIC X(255) VALUE
                       "../../../sample-data/netting-agreements.dat".
       01 WS-AGREEMENT-OVERRIDE PIC X(255).
       01 WS-AGREEMENT-STATUS PIC X(2) VALUE '00'.
       01 WS-AGREEMENT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-AGREEMENT-EOF VALUE 'Y' FALSE 'N'.
       01 WS-AGREEMENTS-LOADED-SW PIC X(1) VALUE 'N'.
           88 WS-AGREEMENTS-LOADED VALUE 'Y' FALSE 'N'.
       01 WS-AGREEMENT-MAX PIC 9(3) VALUE 100.
       01 WS-AGREEMENT-COUNT PIC 9(3) VALUE 0.
       01 WS-AGREEMENT-TABLE.
           05 WS-AGR-ENTRY OCCURS 100 TIMES
                 INDEXED BY WS-AGR-IDX.
                 10 WS-AGR-BANK-ID     PIC X(6).
                 10 WS-AGR-FROM-DATE   PIC 9(8).
                 10 WS-AGR-TO-DATE     PIC 9(8).
       01 WS-AGREEMENT-BANK-ID PIC X(6).
       01 WS-AGREEMENT-SW PIC X(1) VALUE 'N'.
           88 WS-UNDER-AGREEMENT VALUE 'Y' FALSE 'N'.

       01 WS-SCHEDULE-PATH PIC X(255) VALUE
                       "../../../reports/netting-schedule.dat".
       01 WS-SCHEDULE-STATUS PIC X(2) VALUE '00'.

      *> Net positions -- one per entity, netting bank, value date
      *> and currency -- and the payments netted into them, each
      *> tagged with its net's subscript. The net amount, result and
      *> the section it went out under are settled at finalize.
       01 WS-NET-MAX PIC 9(3) VALUE 50.
       01 WS-NET-COUNT PIC 9(3) VALUE 0.
       01 WS-NET-SUB PIC 9(3) VALUE 0.
       01 WS-CURRENT-NET PIC 9(3) VALUE 0.
       01 WS-NET-TABLE.
           05 WS-NET-ENTRY OCCURS 50 TIMES
                 INDEXED BY WS-NET-IDX.
                 10 WS-NET-ENTITY         PIC X(4).
                 10 WS-NET-BANK-ID        PIC X(6).
                 10 WS-NET-VALUE-DATE     PIC 9(8).
                 10 WS-NET-CURRENCY       PIC X(3).
                 10 WS-NET-OUT-COUNT      PIC 9(5).
                 10 WS-NET-OUT-TOTAL      PIC 9(12)V99.
                 10 WS-NET-IN-COUNT       PIC 9(5).
                 10 WS-NET-IN-TOTAL       PIC 9(12)V99.
                 10 WS-NET-AMOUNT         PIC 9(12)V99.
                 10 WS-NET-RESULT         PIC X(7).
                 10 WS-NET-GROUP-SUB      PIC 9(3).
                 10 WS-NET-SECTION-SEQ    PIC 9(4).
                 10 WS-NET-ID             PIC X(32).
       01 WS-NET-FOUND-SW PIC X(1).
           88 WS-NET-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-NET-KEY-BANK-ID PIC X(6).
       01 WS-NET-INSTRUCTED-COUNT PIC 9(3) VALUE 0.

       01 WS-COMPONENT-MAX PIC 9(3) VALUE 500.
       01 WS-COMPONENT-COUNT PIC 9(3) VALUE 0.
       01 WS-COMPONENT-TABLE.
           05 WS-CMP-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-CMP-IDX.
                 10 WS-CMP-NET-SUB        PIC 9(3).
                 10 WS-CMP-DIRECTION      PIC X(3).
                 10 WS-CMP-TRANSACTION-ID PIC X(32).
                 10 WS-CMP-AMOUNT         PIC 9(10)V99.
                 10 WS-CMP-IBAN           PIC X(27).
                 10 WS-CMP-REFERENCE      PIC X(20).
       01 WS-CMP-DIRECTION-IN PIC X(3).

      *> Sections in arrival order -- one per receiver bank per value
      *> date -- and the buffered details that belong to them. The
           05 WS-DTL-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-DTL-IDX.
                 10 WS-DTL-GROUP-SUB   PIC 9(3).
                 10 WS-DTL-DETAIL      PIC X(400).
       01 WS-CURRENT-GROUP PIC 9(3) VALUE 0.
       01 WS-GROUP-SUB PIC 9(3) VALUE 0.
       01 WS-SECTION-SEQ PIC 9(4) VALUE 0.

      *> Snapshot/restore state file: one 'G' row per section group,
      *> one 'D' row per buffered detail, one 'N' row per net
      *> position and one 'C' row per netted payment.
       01 WS-STATE-PATH PIC X(255) VALUE
                       "../../../checkpoints/instruction-state.dat".
       01 WS-STATE-STATUS PIC X(2) VALUE '00'.
       01 WS-STATE-DETAIL.
           05 STD-TAG         PIC X(1).
           05 STD-GROUP-SUB   PIC 9(3).
           05 STD-DETAIL      PIC X(400).
       01 WS-STATE-NET.
           05 STN-TAG         PIC X(1).
           05 STN-ENTITY      PIC X(4).
           05 STN-BANK-ID     PIC X(6).
           05 STN-VALUE-DATE  PIC 9(8).
           05 STN-CURRENCY    PIC X(3).
           05 STN-OUT-COUNT   PIC 9(5).
           05 STN-OUT-TOTAL   PIC 9(12)V99.
           05 STN-IN-COUNT    PIC 9(5).
           05 STN-IN-TOTAL    PIC 9(12)V99.
       01 WS-STATE-COMPONENT.
           05 STC-TAG            PIC X(1).
           05 STC-NET-SUB        PIC 9(3).
           05 STC-DIRECTION      PIC X(3).
           05 STC-TRANSACTION-ID PIC X(32).
           05 STC-AMOUNT         PIC 9(10)V99.
           05 STC-IBAN           PIC X(27).
           05 STC-REFERENCE      PIC X(20).

      *> Buffered details are raw 400-byte rows -- this view lays the
      *> extract layout back over one without touching the caller's
      *> TRANSACTION-RECORD during the finalize pass.
       01 WS-DETAIL-VIEW.
           05 FILLER                  PIC X(1).
           05 WS-DTV-SOURCE-SYSTEM    PIC X(8).
           05 FILLER                  PIC X(2).
           05 FILLER                  PIC X(1).
           05 WS-DTV-ORDERING-NAME    PIC X(35).
           05 FILLER                  PIC X(1).
           05 WS-DTV-BENEFICIARY-NAME PIC X(35).
           05 FILLER                  PIC X(1).
           05 WS-DTV-REMITTANCE-INFO  PIC X(140).
           05 FILLER                  PIC X(1).
           05 WS-DTV-PURPOSE-CODE     PIC X(4).
           05 FILLER                  PIC X(1).
           05 WS-DTV-CHARGE-BEARER    PIC X(3).
           05 FILLER                  PIC X(12).

       LINKAGE SECTION.
       COPY "transaction-copybook".
       01 LK-FINALIZE-FLAG PIC X(1).
       01 LK-ENTITY-CODE PIC X(4).
       01 LK-RUN-CYCLE PIC 9(2).

       PROCEDURE DIVISION USING TRANSACTION-RECORD, LK-FINALIZE-FLAG,
                 LK-ENTITY-CODE, LK-RUN-CYCLE.
       000-MAIN.
           IF TR-TRANSACTION-ID = PF-SENTINEL-ID
              MOVE 0 TO RETURN-CODE
              EXIT PROGRAM
           END-IF
           IF NOT WS-AGREEMENTS-LOADED
              PERFORM 100-LOAD-AGREEMENTS
           END-IF
           EVALUATE LK-FINALIZE-FLAG
              WHEN 'Y'
                 PERFORM 900-WRITE-INSTRUCTION-FILE
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

      *> No agreement file means no bank nets -- every PAY is
      *> instructed gross, exactly as before agreements existed.
       100-LOAD-AGREEMENTS.
           SET WS-AGREEMENTS-LOADED TO TRUE
           MOVE SPACES TO WS-AGREEMENT-OVERRIDE
           ACCEPT WS-AGREEMENT-OVERRIDE
              FROM ENVIRONMENT "NETTING_AGREEMENT_PATH"
           IF WS-AGREEMENT-OVERRIDE NOT = SPACES
              MOVE WS-AGREEMENT-OVERRIDE TO WS-AGREEMENT-PATH
           END-IF
           OPEN INPUT NETTING-AGREEMENT-FILE
           IF WS-AGREEMENT-STATUS NOT = '00'
              DISPLAY "settlement-instruction-writer: no netting "
                 "agreements at " WS-AGREEMENT-PATH
                 " - every bank instructed gross"
           ELSE
              SET WS-AGREEMENT-EOF TO FALSE
              PERFORM 110-LOAD-ONE-AGREEMENT UNTIL WS-AGREEMENT-EOF
              CLOSE NETTING-AGREEMENT-FILE
              DISPLAY "settlement-instruction-writer: "
                 WS-AGREEMENT-COUNT " netting agreement(s) loaded"
           END-IF.

       110-LOAD-ONE-AGREEMENT.
           READ NETTING-AGREEMENT-FILE
              AT END SET WS-AGREEMENT-EOF TO TRUE
              NOT AT END
                 IF NAG-BANK-ID NOT = SPACES
                    AND NAG-EFFECTIVE-FROM IS NUMERIC
                    IF WS-AGREEMENT-COUNT < WS-AGREEMENT-MAX
                       ADD 1 TO WS-AGREEMENT-COUNT
                       MOVE NAG-BANK-ID
                          TO WS-AGR-BANK-ID (WS-AGREEMENT-COUNT)
                       MOVE NAG-EFFECTIVE-FROM
                          TO WS-AGR-FROM-DATE (WS-AGREEMENT-COUNT)
                       IF NAG-EFFECTIVE-TO IS NUMERIC
                          AND NAG-EFFECTIVE-TO > 0
                          MOVE NAG-EFFECTIVE-TO
                             TO WS-AGR-TO-DATE (WS-AGREEMENT-COUNT)
                       ELSE
                          MOVE 99999999
                             TO WS-AGR-TO-DATE (WS-AGREEMENT-COUNT)
                       END-IF
                    ELSE
                       DISPLAY "settlement-instruction-writer: "
                          "agreement table full, " NAG-BANK-ID
                          " instructed gross"
                    END-IF
                 END-IF
           END-READ.

       800-SAVE-STATE.
           OPEN OUTPUT STATE-FILE
           IF WS-STATE-STATUS NOT = '00'
              PERFORM 820-SAVE-ONE-DETAIL
                 VARYING WS-STATE-SUB FROM 1 BY 1
                 UNTIL WS-STATE-SUB > WS-DETAIL-COUNT
              PERFORM 830-SAVE-ONE-NET
                 VARYING WS-STATE-SUB FROM 1 BY 1
                 UNTIL WS-STATE-SUB > WS-NET-COUNT
              PERFORM 840-SAVE-ONE-COMPONENT
                 VARYING WS-STATE-SUB FROM 1 BY 1
                 UNTIL WS-STATE-SUB > WS-COMPONENT-COUNT
              CLOSE STATE-FILE
           END-IF.

           MOVE WS-STATE-DETAIL TO STA-STATE-LINE
           WRITE STA-STATE-LINE.

       830-SAVE-ONE-NET.
           MOVE SPACES TO WS-STATE-NET
           MOVE 'N' TO STN-TAG
           MOVE WS-NET-ENTITY (WS-STATE-SUB) TO STN-ENTITY
           MOVE WS-NET-BANK-ID (WS-STATE-SUB) TO STN-BANK-ID
           MOVE WS-NET-VALUE-DATE (WS-STATE-SUB) TO STN-VALUE-DATE
           MOVE WS-NET-CURRENCY (WS-STATE-SUB) TO STN-CURRENCY
           MOVE WS-NET-OUT-COUNT (WS-STATE-SUB) TO STN-OUT-COUNT
           MOVE WS-NET-OUT-TOTAL (WS-STATE-SUB) TO STN-OUT-TOTAL
           MOVE WS-NET-IN-COUNT (WS-STATE-SUB) TO STN-IN-COUNT
           MOVE WS-NET-IN-TOTAL (WS-STATE-SUB) TO STN-IN-TOTAL
           MOVE WS-STATE-NET TO STA-STATE-LINE
           WRITE STA-STATE-LINE.

       840-SAVE-ONE-COMPONENT.
           MOVE SPACES TO WS-STATE-COMPONENT
           MOVE 'C' TO STC-TAG
           MOVE WS-CMP-NET-SUB (WS-STATE-SUB) TO STC-NET-SUB
           MOVE WS-CMP-DIRECTION (WS-STATE-SUB) TO STC-DIRECTION
           MOVE WS-CMP-TRANSACTION-ID (WS-STATE-SUB)
              TO STC-TRANSACTION-ID
           MOVE WS-CMP-AMOUNT (WS-STATE-SUB) TO STC-AMOUNT
           MOVE WS-CMP-IBAN (WS-STATE-SUB) TO STC-IBAN
           MOVE WS-CMP-REFERENCE (WS-STATE-SUB) TO STC-REFERENCE
           MOVE WS-STATE-COMPONENT TO STA-STATE-LINE
           WRITE STA-STATE-LINE.

      *> No snapshot on disk, or an empty one (the commit step
      *> leaves the file empty), both mean the instruction buffers
      *> start cold -- and that is shouted, because anything settled
           ELSE
              MOVE 0 TO WS-GROUP-COUNT
              MOVE 0 TO WS-DETAIL-COUNT
              MOVE 0 TO WS-NET-COUNT
              MOVE 0 TO WS-COMPONENT-COUNT
              PERFORM 860-RESTORE-ONE-LINE UNTIL WS-STATE-EOF
              CLOSE STATE-FILE
              IF WS-GROUP-COUNT = 0 AND WS-DETAIL-COUNT = 0
              ELSE
                 DISPLAY "settlement-instruction-writer: snapshot "
                    "restored, " WS-GROUP-COUNT " section(s), "
                    WS-DETAIL-COUNT " detail(s), " WS-NET-COUNT
                    " net position(s), " WS-COMPONENT-COUNT
                    " netted payment(s)"
              END-IF
           END-IF.

                          MOVE STD-DETAIL
                             TO WS-DTL-DETAIL (WS-DETAIL-COUNT)
                       END-IF
                    WHEN 'N'
                       MOVE STA-STATE-LINE TO WS-STATE-NET
                       IF WS-NET-COUNT < WS-NET-MAX
                          ADD 1 TO WS-NET-COUNT
                          MOVE WS-NET-COUNT TO WS-NET-SUB
                          PERFORM 870-RESTORE-ONE-NET
                       END-IF
                    WHEN 'C'
                       MOVE STA-STATE-LINE TO WS-STATE-COMPONENT
                       IF WS-COMPONENT-COUNT < WS-COMPONENT-MAX
                          ADD 1 TO WS-COMPONENT-COUNT
                          PERFORM 880-RESTORE-ONE-COMPONENT
                       END-IF
                 END-EVALUATE
           END-READ.

       870-RESTORE-ONE-NET.
           MOVE STN-ENTITY TO WS-NET-ENTITY (WS-NET-SUB)
           MOVE STN-BANK-ID TO WS-NET-BANK-ID (WS-NET-SUB)
           MOVE STN-VALUE-DATE TO WS-NET-VALUE-DATE (WS-NET-SUB)
           MOVE STN-CURRENCY TO WS-NET-CURRENCY (WS-NET-SUB)
           MOVE STN-OUT-COUNT TO WS-NET-OUT-COUNT (WS-NET-SUB)
           MOVE STN-OUT-TOTAL TO WS-NET-OUT-TOTAL (WS-NET-SUB)
           MOVE STN-IN-COUNT TO WS-NET-IN-COUNT (WS-NET-SUB)
           MOVE STN-IN-TOTAL TO WS-NET-IN-TOTAL (WS-NET-SUB)
           MOVE 0 TO WS-NET-AMOUNT (WS-NET-SUB)
           MOVE SPACES TO WS-NET-RESULT (WS-NET-SUB)
           MOVE 0 TO WS-NET-GROUP-SUB (WS-NET-SUB)
           MOVE 0 TO WS-NET-SECTION-SEQ (WS-NET-SUB)
           MOVE SPACES TO WS-NET-ID (WS-NET-SUB).

       880-RESTORE-ONE-COMPONENT.
           MOVE STC-NET-SUB TO WS-CMP-NET-SUB (WS-COMPONENT-COUNT)
           MOVE STC-DIRECTION TO WS-CMP-DIRECTION (WS-COMPONENT-COUNT)
           MOVE STC-TRANSACTION-ID
              TO WS-CMP-TRANSACTION-ID (WS-COMPONENT-COUNT)
           MOVE STC-AMOUNT TO WS-CMP-AMOUNT (WS-COMPONENT-COUNT)
           MOVE STC-IBAN TO WS-CMP-IBAN (WS-COMPONENT-COUNT)
           MOVE STC-REFERENCE TO WS-CMP-REFERENCE (WS-COMPONENT-COUNT).

      *> A PAY to a bank under a netting agreement joins that bank's
      *> net position instead of going out gross; it still opens the
      *> bank's section, which the net instruction is written under.
      *> Whoever it goes to, a PAY from a bank under an agreement is
      *> an inbound flow in that bank's net position. A net or
      *> component table that has run out of room leaves the PAY
      *> instructed gross, and an inbound flow that finds no room is
      *> simply not offset -- either way the money still moves.
       200-BUFFER-INSTRUCTION.
           MOVE SPACES TO WS-GROUP-BANK-ID
           MOVE TR-RECEIVER-IBAN (1:2) TO WS-GROUP-BANK-ID (1:2)
           MOVE TR-RECEIVER-IBAN (5:4) TO WS-GROUP-BANK-ID (3:4)
           PERFORM 210-FIND-OR-ADD-GROUP
           IF WS-CURRENT-GROUP > 0
              MOVE WS-GROUP-BANK-ID TO WS-AGREEMENT-BANK-ID
              PERFORM 220-CHECK-AGREEMENT
              MOVE 0 TO WS-CURRENT-NET
              IF WS-UNDER-AGREEMENT
                 MOVE WS-GROUP-BANK-ID TO WS-NET-KEY-BANK-ID
                 MOVE "OUT" TO WS-CMP-DIRECTION-IN
                 PERFORM 230-ADD-NET-COMPONENT
              END-IF
              IF WS-CURRENT-NET = 0
                 PERFORM 205-BUFFER-GROSS-DETAIL
              END-IF
           END-IF
           MOVE SPACES TO WS-SENDER-BANK-ID
           MOVE TR-SENDER-IBAN (1:2) TO WS-SENDER-BANK-ID (1:2)
           MOVE TR-SENDER-IBAN (5:4) TO WS-SENDER-BANK-ID (3:4)
           MOVE WS-SENDER-BANK-ID TO WS-AGREEMENT-BANK-ID
           PERFORM 220-CHECK-AGREEMENT
           IF WS-UNDER-AGREEMENT
              MOVE WS-SENDER-BANK-ID TO WS-NET-KEY-BANK-ID
              MOVE "IN" TO WS-CMP-DIRECTION-IN
              PERFORM 230-ADD-NET-COMPONENT
              IF WS-CURRENT-NET = 0
                 DISPLAY "settlement-instruction-writer: netting "
                    "table full, inbound " TR-TRANSACTION-ID
                    " from " WS-SENDER-BANK-ID " not offset"
              END-IF
           END-IF.

       205-BUFFER-GROSS-DETAIL.
           IF WS-DETAIL-COUNT < WS-DETAIL-MAX
              ADD 1 TO WS-DETAIL-COUNT
              MOVE WS-CURRENT-GROUP
                 TO WS-DTL-GROUP-SUB (WS-DETAIL-COUNT)
              MOVE TRANSACTION-RECORD
                 TO WS-DTL-DETAIL (WS-DETAIL-COUNT)
              ADD 1 TO WS-GRP-REC-COUNT (WS-CURRENT-GROUP)
              ADD TR-AMOUNT
                 TO WS-GRP-HASH-TOTAL (WS-CURRENT-GROUP)
           ELSE
              DISPLAY "settlement-instruction-writer: detail "
                 "table full, " TR-TRANSACTION-ID
                 " NOT instructed - key it manually"
           END-IF.

       210-FIND-OR-ADD-GROUP.
              END-IF
           END-IF.

       220-CHECK-AGREEMENT.
           SET WS-UNDER-AGREEMENT TO FALSE
           SET WS-AGR-IDX TO 1
           SEARCH WS-AGR-ENTRY VARYING WS-AGR-IDX
              AT END CONTINUE
              WHEN WS-AGR-BANK-ID (WS-AGR-IDX) = WS-AGREEMENT-BANK-ID
                 AND WS-AGR-FROM-DATE (WS-AGR-IDX) NOT > TR-VALUE-DATE
                 AND WS-AGR-TO-DATE (WS-AGR-IDX) NOT < TR-VALUE-DATE
                 SET WS-UNDER-AGREEMENT TO TRUE
           END-SEARCH.

      *> Finds or opens the net position for WS-NET-KEY-BANK-ID and
      *> records the PAY in it in the direction given. Leaves
      *> WS-CURRENT-NET zero when there was no room.
       230-ADD-NET-COMPONENT.
           MOVE 0 TO WS-CURRENT-NET
           SET WS-NET-FOUND TO FALSE
           SET WS-NET-IDX TO 1
           SEARCH WS-NET-ENTRY VARYING WS-NET-IDX
              AT END CONTINUE
              WHEN WS-NET-BANK-ID (WS-NET-IDX) = WS-NET-KEY-BANK-ID
                 AND WS-NET-VALUE-DATE (WS-NET-IDX) = TR-VALUE-DATE
                 AND WS-NET-CURRENCY (WS-NET-IDX) = TR-CURRENCY
                 AND WS-NET-ENTITY (WS-NET-IDX) = LK-ENTITY-CODE
                 SET WS-NET-FOUND TO TRUE
           END-SEARCH
           IF WS-NET-FOUND
              SET WS-NET-SUB TO WS-NET-IDX
           ELSE
              MOVE 0 TO WS-NET-SUB
              IF WS-NET-COUNT < WS-NET-MAX
                 AND WS-COMPONENT-COUNT < WS-COMPONENT-MAX
                 ADD 1 TO WS-NET-COUNT
                 MOVE WS-NET-COUNT TO WS-NET-SUB
                 MOVE LK-ENTITY-CODE TO WS-NET-ENTITY (WS-NET-SUB)
                 MOVE WS-NET-KEY-BANK-ID TO WS-NET-BANK-ID (WS-NET-SUB)
                 MOVE TR-VALUE-DATE TO WS-NET-VALUE-DATE (WS-NET-SUB)
                 MOVE TR-CURRENCY TO WS-NET-CURRENCY (WS-NET-SUB)
                 MOVE 0 TO WS-NET-OUT-COUNT (WS-NET-SUB)
                 MOVE 0 TO WS-NET-OUT-TOTAL (WS-NET-SUB)
                 MOVE 0 TO WS-NET-IN-COUNT (WS-NET-SUB)
                 MOVE 0 TO WS-NET-IN-TOTAL (WS-NET-SUB)
                 MOVE 0 TO WS-NET-AMOUNT (WS-NET-SUB)
                 MOVE SPACES TO WS-NET-RESULT (WS-NET-SUB)
                 MOVE 0 TO WS-NET-GROUP-SUB (WS-NET-SUB)
                 MOVE 0 TO WS-NET-SECTION-SEQ (WS-NET-SUB)
                 MOVE SPACES TO WS-NET-ID (WS-NET-SUB)
              END-IF
           END-IF
           IF WS-NET-SUB > 0
              AND WS-COMPONENT-COUNT < WS-COMPONENT-MAX
              MOVE WS-NET-SUB TO WS-CURRENT-NET
              ADD 1 TO WS-COMPONENT-COUNT
              MOVE WS-NET-SUB TO WS-CMP-NET-SUB (WS-COMPONENT-COUNT)
              MOVE WS-CMP-DIRECTION-IN
                 TO WS-CMP-DIRECTION (WS-COMPONENT-COUNT)
              MOVE TR-TRANSACTION-ID
                 TO WS-CMP-TRANSACTION-ID (WS-COMPONENT-COUNT)
              MOVE TR-AMOUNT TO WS-CMP-AMOUNT (WS-COMPONENT-COUNT)
              MOVE TR-REFERENCE
                 TO WS-CMP-REFERENCE (WS-COMPONENT-COUNT)
              IF WS-CMP-DIRECTION-IN = "OUT"
                 MOVE TR-RECEIVER-IBAN
                    TO WS-CMP-IBAN (WS-COMPONENT-COUNT)
                 ADD 1 TO WS-NET-OUT-COUNT (WS-NET-SUB)
                 ADD TR-AMOUNT TO WS-NET-OUT-TOTAL (WS-NET-SUB)
              ELSE
                 MOVE TR-SENDER-IBAN
                    TO WS-CMP-IBAN (WS-COMPONENT-COUNT)
                 ADD 1 TO WS-NET-IN-COUNT (WS-NET-SUB)
                 ADD TR-AMOUNT TO WS-NET-IN-TOTAL (WS-NET-SUB)
              END-IF
           END-IF.

      *> The instruction file is the one output a machine consumes,
      *> so it is written EVERY run -- a zero-instruction run writes
      *> an empty file, because leaving yesterday's instructions on
      *> disk would hand the gateway the same fund movements twice.
      *> Settles each net position: outbound over inbound means we
      *> PAY the difference, under the bank's section, which takes
      *> it into its record count and hash total; inbound over
      *> outbound means the bank owes us (RECEIVE) and level is FLAT
      *> -- neither is instructed from here. The net ID is built
      *> from the position's own key and the run's cycle, so a rerun
      *> gives the same ID and a later intraday cycle netting the
      *> same bank, currency, value date and entity a different one.
       700-SETTLE-ONE-NET.
           MOVE SPACES TO WS-NET-ID (WS-NET-SUB)
           STRING "NET-" DELIMITED BY SIZE
                  WS-NET-BANK-ID (WS-NET-SUB) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NET-CURRENCY (WS-NET-SUB) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NET-VALUE-DATE (WS-NET-SUB) DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-NET-ENTITY (WS-NET-SUB) DELIMITED BY SIZE
                  "-C" DELIMITED BY SIZE
                  LK-RUN-CYCLE DELIMITED BY SIZE
              INTO WS-NET-ID (WS-NET-SUB)
           END-STRING
           MOVE 0 TO WS-NET-GROUP-SUB (WS-NET-SUB)
           MOVE 0 TO WS-NET-SECTION-SEQ (WS-NET-SUB)
           EVALUATE TRUE
              WHEN WS-NET-OUT-TOTAL (WS-NET-SUB)
                   > WS-NET-IN-TOTAL (WS-NET-SUB)
                 MOVE "PAY" TO WS-NET-RESULT (WS-NET-SUB)
                 SUBTRACT WS-NET-IN-TOTAL (WS-NET-SUB)
                    FROM WS-NET-OUT-TOTAL (WS-NET-SUB)
                    GIVING WS-NET-AMOUNT (WS-NET-SUB)
                 PERFORM 710-FIND-NET-GROUP
              WHEN WS-NET-IN-TOTAL (WS-NET-SUB)
                   > WS-NET-OUT-TOTAL (WS-NET-SUB)
                 MOVE "RECEIVE" TO WS-NET-RESULT (WS-NET-SUB)
                 SUBTRACT WS-NET-OUT-TOTAL (WS-NET-SUB)
                    FROM WS-NET-IN-TOTAL (WS-NET-SUB)
                    GIVING WS-NET-AMOUNT (WS-NET-SUB)
              WHEN OTHER
                 MOVE "FLAT" TO WS-NET-RESULT (WS-NET-SUB)
                 MOVE 0 TO WS-NET-AMOUNT (WS-NET-SUB)
           END-EVALUATE.

       710-FIND-NET-GROUP.
           SET WS-GRP-FOUND TO FALSE
           SET WS-GRP-IDX TO 1
           SEARCH WS-GRP-ENTRY VARYING WS-GRP-IDX
              AT END CONTINUE
              WHEN WS-GRP-BANK-ID (WS-GRP-IDX)
                   = WS-NET-BANK-ID (WS-NET-SUB)
                 AND WS-GRP-VALUE-DATE (WS-GRP-IDX)
                   = WS-NET-VALUE-DATE (WS-NET-SUB)
                 AND WS-GRP-ENTITY (WS-GRP-IDX)
                   = WS-NET-ENTITY (WS-NET-SUB)
                 SET WS-GRP-FOUND TO TRUE
           END-SEARCH
           IF WS-GRP-FOUND
              SET WS-NET-GROUP-SUB (WS-NET-SUB) TO WS-GRP-IDX
              ADD 1 TO WS-GRP-REC-COUNT (WS-GRP-IDX)
              ADD WS-NET-AMOUNT (WS-NET-SUB)
                 TO WS-GRP-HASH-TOTAL (WS-GRP-IDX)
              ADD 1 TO WS-NET-INSTRUCTED-COUNT
           ELSE
              DISPLAY "settlement-instruction-writer: no section "
                 "for net " WS-NET-ID (WS-NET-SUB)
                 " NOT instructed - key it manually"
           END-IF.

       900-WRITE-INSTRUCTION-FILE.
           MOVE 0 TO WS-NET-INSTRUCTED-COUNT
           PERFORM 700-SETTLE-ONE-NET
              VARYING WS-NET-SUB FROM 1 BY 1
              UNTIL WS-NET-SUB > WS-NET-COUNT
           IF WS-GROUP-COUNT = 0
              OPEN OUTPUT INSTRUCTION-FILE
              IF WS-INSTRUCTION-STATUS = '00'
                    WS-INSTRUCTION-STATUS
                 MOVE 1 TO RETURN-CODE
              ELSE
                 ACCEPT WS-WRITTEN-DATE FROM DATE YYYYMMDD
                 ACCEPT WS-WRITTEN-TIME FROM TIME
                 MOVE 0 TO WS-SECTION-SEQ
                 PERFORM 905-WRITE-LIVE-SECTION
                    VARYING WS-GROUP-SUB FROM 1 BY 1
                    UNTIL WS-GROUP-SUB > WS-GROUP-COUNT
                 CLOSE INSTRUCTION-FILE
                 DISPLAY "Settlement instructions written: "
                    WS-SECTION-SEQ " section(s), "
                    WS-DETAIL-COUNT " instruction(s), "
                    WS-NET-INSTRUCTED-COUNT " net instruction(s)"
              END-IF
           END-IF
           PERFORM 940-WRITE-NETTING-SCHEDULE.

      *> A section whose bank was netted to nothing we owe has no
      *> instruction in it and is not written at all.
       905-WRITE-LIVE-SECTION.
           IF WS-GRP-REC-COUNT (WS-GROUP-SUB) > 0
              PERFORM 910-WRITE-ONE-SECTION
           END-IF.

       910-WRITE-ONE-SECTION.
           MOVE WS-GRP-BANK-ID (WS-GROUP-SUB) TO SIH-RECEIVER-BANK
           MOVE WS-GRP-VALUE-DATE (WS-GROUP-SUB) TO SIH-VALUE-DATE
           MOVE WS-GRP-ENTITY (WS-GROUP-SUB) TO SIH-ENTITY
           MOVE WS-WRITTEN-DATE TO SIH-WRITTEN-DATE
           MOVE WS-WRITTEN-TIME (1:6) TO SIH-WRITTEN-TIME
           MOVE SIN-RAW-RECORD TO SIN-FILE-LINE
           WRITE SIN-FILE-LINE
           PERFORM 920-WRITE-SECTION-DETAIL
              VARYING WS-DTL-IDX FROM 1 BY 1
              UNTIL WS-DTL-IDX > WS-DETAIL-COUNT
           PERFORM 930-WRITE-SECTION-NET
              VARYING WS-NET-SUB FROM 1 BY 1
              UNTIL WS-NET-SUB > WS-NET-COUNT
           MOVE SPACES TO SIN-RAW-RECORD
           MOVE 'SIT' TO SIT-TAG
           MOVE WS-SECTION-SEQ TO SIT-SECTION-SEQ
              MOVE WS-DTV-SENDER-IBAN TO SID-SENDER-IBAN
              MOVE WS-DTV-RECEIVER-IBAN TO SID-RECEIVER-IBAN
              MOVE WS-DTV-REFERENCE TO SID-REFERENCE
              MOVE WS-DTV-ORDERING-NAME TO SID-ORDERING-NAME
              MOVE WS-DTV-BENEFICIARY-NAME TO SID-BENEFICIARY-NAME
              MOVE WS-DTV-REMITTANCE-INFO TO SID-REMITTANCE-INFO
              MOVE WS-DTV-PURPOSE-CODE TO SID-PURPOSE-CODE
              MOVE WS-DTV-CHARGE-BEARER TO SID-CHARGE-BEARER
              MOVE SIN-RAW-RECORD TO SIN-FILE-LINE
              WRITE SIN-FILE-LINE
           END-IF.

      *> A bank's net instruction goes out after its gross ones,
      *> under the same header. The section it went under is kept
      *> for the netting schedule, which is how recalls and acks
      *> find their way back from the net to its payments.
       930-WRITE-SECTION-NET.
           IF WS-NET-GROUP-SUB (WS-NET-SUB) = WS-GROUP-SUB
              MOVE WS-SECTION-SEQ TO WS-NET-SECTION-SEQ (WS-NET-SUB)
              MOVE SPACES TO SIN-RAW-RECORD
              MOVE 'SID' TO SID-TAG
              MOVE WS-NET-ID (WS-NET-SUB) TO SID-TRANSACTION-ID
              MOVE WS-NET-AMOUNT (WS-NET-SUB) TO SID-AMOUNT
              MOVE WS-NET-CURRENCY (WS-NET-SUB) TO SID-CURRENCY
              MOVE "BILATERAL NET" TO SID-REFERENCE
              MOVE "NET" TO SID-SETTLEMENT-MODE
              ADD WS-NET-OUT-COUNT (WS-NET-SUB)
                  WS-NET-IN-COUNT (WS-NET-SUB)
                 GIVING SID-COMPONENT-COUNT
              MOVE WS-NET-OUT-TOTAL (WS-NET-SUB) TO SID-GROSS-OUTBOUND
              MOVE WS-NET-IN-TOTAL (WS-NET-SUB) TO SID-GROSS-INBOUND
              MOVE SIN-RAW-RECORD TO SIN-FILE-LINE
              WRITE SIN-FILE-LINE
           END-IF.

      *> Written every run, even empty, for the same reason as the
      *> instruction file: a stale schedule would tie today's
      *> recalls and acks to yesterday's nets.
       940-WRITE-NETTING-SCHEDULE.
           OPEN OUTPUT NETTING-SCHEDULE-FILE
           IF WS-SCHEDULE-STATUS NOT = '00'
              DISPLAY "settlement-instruction-writer: netting "
                 "schedule file status " WS-SCHEDULE-STATUS
              MOVE 1 TO RETURN-CODE
           ELSE
              PERFORM 950-WRITE-SCHEDULE-NET
                 VARYING WS-NET-SUB FROM 1 BY 1
                 UNTIL WS-NET-SUB > WS-NET-COUNT
              CLOSE NETTING-SCHEDULE-FILE
              IF WS-NET-COUNT > 0
                 DISPLAY "Netting schedule written: " WS-NET-COUNT
                    " net position(s), " WS-COMPONENT-COUNT
                    " netted payment(s)"
              END-IF
           END-IF.

       950-WRITE-SCHEDULE-NET.
           MOVE SPACES TO NSS-RAW-RECORD
           MOVE 'NSN' TO NSN-TAG
           MOVE WS-NET-ID (WS-NET-SUB) TO NSN-NET-ID
           MOVE WS-NET-ENTITY (WS-NET-SUB) TO NSN-ENTITY
           MOVE WS-NET-BANK-ID (WS-NET-SUB) TO NSN-BANK-ID
           MOVE WS-NET-VALUE-DATE (WS-NET-SUB) TO NSN-VALUE-DATE
           MOVE WS-NET-CURRENCY (WS-NET-SUB) TO NSN-CURRENCY
           MOVE WS-NET-SECTION-SEQ (WS-NET-SUB) TO NSN-SECTION-SEQ
           MOVE WS-NET-OUT-COUNT (WS-NET-SUB) TO NSN-OUTBOUND-COUNT
           MOVE WS-NET-OUT-TOTAL (WS-NET-SUB) TO NSN-OUTBOUND-TOTAL
           MOVE WS-NET-IN-COUNT (WS-NET-SUB) TO NSN-INBOUND-COUNT
           MOVE WS-NET-IN-TOTAL (WS-NET-SUB) TO NSN-INBOUND-TOTAL
           MOVE WS-NET-AMOUNT (WS-NET-SUB) TO NSN-NET-AMOUNT
           MOVE WS-NET-RESULT (WS-NET-SUB) TO NSN-NET-RESULT
           MOVE NSS-RAW-RECORD TO NSS-FILE-LINE
           WRITE NSS-FILE-LINE
           PERFORM 960-WRITE-SCHEDULE-COMPONENT
              VARYING WS-CMP-IDX FROM 1 BY 1
              UNTIL WS-CMP-IDX > WS-COMPONENT-COUNT.

       960-WRITE-SCHEDULE-COMPONENT.
           IF WS-CMP-NET-SUB (WS-CMP-IDX) = WS-NET-SUB
              MOVE SPACES TO NSS-RAW-RECORD
              MOVE 'NSC' TO NSC-TAG
              MOVE WS-NET-ID (WS-NET-SUB) TO NSC-NET-ID
              MOVE WS-CMP-DIRECTION (WS-CMP-IDX) TO NSC-DIRECTION
              MOVE WS-CMP-TRANSACTION-ID (WS-CMP-IDX)
                 TO NSC-TRANSACTION-ID
              MOVE WS-CMP-AMOUNT (WS-CMP-IDX) TO NSC-AMOUNT
              MOVE WS-CMP-IBAN (WS-CMP-IDX) TO NSC-COUNTERPARTY-IBAN
              MOVE WS-CMP-REFERENCE (WS-CMP-IDX) TO NSC-REFERENCE
              MOVE NSS-RAW-RECORD TO NSS-FILE-LINE
              WRITE NSS-FILE-LINE
           END-IF.
