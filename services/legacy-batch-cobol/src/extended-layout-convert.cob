      *> Extended layout conversion. This is a standalone operator
      *> program, not CALLed from main-cobol-orchestrator -- it is run
      *> once, when a system whose keyed files were written before the
      *> extended extract layout moves onto the wider records. Two
      *> INDEXED files carry a whole transaction record and so grew
      *> with it:
      *>   reports/transaction-master.dat        290 -> 524 bytes
      *>   checkpoints/payment-warehouse-store.dat 181 -> 415 bytes
      *> Before the run the operator moves each old file aside under
      *> the name below (or names it in the environment); the program
      *> reads it and writes every record to the new file with the
      *> extended tail blank and the layout version '01', since every
      *> record on it arrived in the 166-byte layout:
      *>   reports/transaction-master.v1.dat      OLD_MASTER_PATH
      *>   checkpoints/payment-warehouse-store.v1.dat
      *>                                          OLD_WAREHOUSE_PATH
      *> A key already on the new file is left as it is, so a second
      *> run adds nothing. The keyed-store pending file, whose images
      *> grew with the warehouse record, is emptied -- with no run
      *> holding the batch lock there is nothing staged on it. The
      *> warehouse is re-sealed as converted. The old files are only
      *> read; once the conversion is checked they can be archived by
      *> hand. The program refuses to start while a run holds the
      *> batch lock. Return code 4 when a record could not be
      *> written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. extended-layout-convert.
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
           SELECT OLD-MASTER-FILE
                  ASSIGN TO WS-OLD-MASTER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OLD-MASTER-ID
                  FILE STATUS IS WS-OLD-MASTER-STATUS.
           SELECT TRANSACTION-MASTER-FILE
                  ASSIGN TO WS-MASTER-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS TMF-TRANSACTION-ID
                  FILE STATUS IS WS-MASTER-STATUS.
           SELECT OLD-WAREHOUSE-FILE
                  ASSIGN TO WS-OLD-WAREHOUSE-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS OLD-WHS-ID
                  FILE STATUS IS WS-OLD-WAREHOUSE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL-FILE.
       COPY "batch-control-record".

      *> The 290-byte master record as it stood before the extended
      *> tail: everything up to and including the 166-byte detail.
       FD OLD-MASTER-FILE.
       01 OLD-MASTER-RECORD.
           05 OLD-MASTER-ID PIC X(32).
           05 FILLER PIC X(258).

       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".

      *> The 181-byte warehouse record: amount, separator, and the
      *> 166-byte detail row keyed on its transaction ID.
       FD OLD-WAREHOUSE-FILE.
       01 OLD-WAREHOUSE-RECORD.
           05 FILLER PIC X(15).
           05 OLD-WHS-ID PIC X(32).
           05 FILLER PIC X(134).

       WORKING-STORAGE SECTION.
       01 WS-BATCH-CONTROL-PATH PIC X(255) VALUE
                       "../../../checkpoints/batch-control.dat".
       01 WS-BATCH-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.v1.dat".
       01 WS-OLD-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-MASTER-PATH PIC X(255) VALUE
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-WAREHOUSE-PATH PIC X(255) VALUE
                 "../../../checkpoints/payment-warehouse-store.v1.dat".
       01 WS-OLD-WAREHOUSE-STATUS PIC X(2) VALUE '00'.
       01 WS-PATH-OVERRIDE PIC X(255) VALUE SPACES.

       COPY "transaction-copybook".
       COPY "warehouse-record".
       COPY "keyed-store-request".
       COPY "seal-request".

       01 WS-OLD-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-OLD-EOF VALUE 'Y' FALSE 'N'.
       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-CONVERTED-COUNT PIC 9(9) VALUE 0.
       01 WS-PRESENT-COUNT PIC 9(9) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01 WS-ANY-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-ANY-FAILED VALUE 'Y' FALSE 'N'.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting extended layout conversion"
           PERFORM 050-CHECK-RUN-LOCK
           PERFORM 100-INITIALIZE
           PERFORM 200-CONVERT-MASTER
           PERFORM 300-CONVERT-WAREHOUSE
           PERFORM 400-EMPTY-PENDING
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           PERFORM 500-SEAL-WAREHOUSE
           IF WS-ANY-FAILED
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Extended layout conversion complete"
           STOP RUN.

      *> A run in flight is writing the master and staging against
      *> the warehouse -- a conversion under it would lose both.
       050-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-CONTROL-STATUS = '00'
              READ BATCH-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BCT-IN-FLIGHT
                       DISPLAY "*** RUN " BCT-LOCK-RUN-ID
                          " HOLDS THE BATCH LOCK - extended layout "
                          "conversion refused until it finishes ***"
                       CLOSE BATCH-CONTROL-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE BATCH-CONTROL-FILE
           END-IF.

       100-INITIALIZE.
           MOVE SPACES TO WS-PATH-OVERRIDE
           ACCEPT WS-PATH-OVERRIDE FROM ENVIRONMENT "OLD_MASTER_PATH"
           IF WS-PATH-OVERRIDE NOT = SPACES
              MOVE WS-PATH-OVERRIDE TO WS-OLD-MASTER-PATH
           END-IF
           MOVE SPACES TO WS-PATH-OVERRIDE
           ACCEPT WS-PATH-OVERRIDE
              FROM ENVIRONMENT "OLD_WAREHOUSE_PATH"
           IF WS-PATH-OVERRIDE NOT = SPACES
              MOVE WS-PATH-OVERRIDE TO WS-OLD-WAREHOUSE-PATH
           END-IF.

      *> The new master is opened the way transaction-master-writer
      *> opens it: created on status 35, then reopened I-O.
       200-CONVERT-MASTER.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-CONVERTED-COUNT
           MOVE 0 TO WS-PRESENT-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           SET WS-OLD-EOF TO FALSE
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-MASTER-STATUS NOT = '00'
              DISPLAY "No old transaction master at "
                 WS-OLD-MASTER-PATH ", nothing to convert"
           ELSE
              OPEN I-O TRANSACTION-MASTER-FILE
              IF WS-MASTER-STATUS = '35'
                 OPEN OUTPUT TRANSACTION-MASTER-FILE
                 IF WS-MASTER-STATUS = '00'
                    CLOSE TRANSACTION-MASTER-FILE
                    OPEN I-O TRANSACTION-MASTER-FILE
                 END-IF
              END-IF
              IF WS-MASTER-STATUS NOT = '00'
                 DISPLAY "*** TRANSACTION MASTER UNAVAILABLE (status "
                    WS-MASTER-STATUS ") - master not converted ***"
                 SET WS-ANY-FAILED TO TRUE
              ELSE
                 PERFORM 210-CONVERT-ONE-MASTER UNTIL WS-OLD-EOF
                 CLOSE TRANSACTION-MASTER-FILE
                 DISPLAY "Transaction master: " WS-READ-COUNT
                    " read, " WS-CONVERTED-COUNT " converted, "
                    WS-PRESENT-COUNT " already present, "
                    WS-FAILED-COUNT " not written"
              END-IF
              CLOSE OLD-MASTER-FILE
           END-IF.

       210-CONVERT-ONE-MASTER.
           READ OLD-MASTER-FILE NEXT
              AT END SET WS-OLD-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 MOVE OLD-MASTER-RECORD TO TMF-RECORD
                 MOVE SPACES TO TR-EXTENDED-DETAIL
                 SET TR-BASIC-LAYOUT TO TRUE
                 MOVE TR-EXTENDED-DETAIL TO TMF-EXTENDED-DETAIL
                 WRITE TMF-RECORD
                 EVALUATE WS-MASTER-STATUS
                    WHEN '00'
                       ADD 1 TO WS-CONVERTED-COUNT
                    WHEN '22'
                       ADD 1 TO WS-PRESENT-COUNT
                    WHEN OTHER
                       ADD 1 TO WS-FAILED-COUNT
                       SET WS-ANY-FAILED TO TRUE
                       DISPLAY "*** MASTER " TMF-TRANSACTION-ID
                          " NOT CONVERTED - status "
                          WS-MASTER-STATUS " ***"
                 END-EVALUATE
           END-READ.

      *> The warehouse store belongs to keyed-store, so converted
      *> entries are written through it like keyed-store-load does.
       300-CONVERT-WAREHOUSE.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-CONVERTED-COUNT
           MOVE 0 TO WS-PRESENT-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           SET WS-OLD-EOF TO FALSE
           OPEN INPUT OLD-WAREHOUSE-FILE
           IF WS-OLD-WAREHOUSE-STATUS NOT = '00'
              DISPLAY "No old warehouse store at "
                 WS-OLD-WAREHOUSE-PATH ", nothing to convert"
           ELSE
              PERFORM 310-CONVERT-ONE-ENTRY UNTIL WS-OLD-EOF
              CLOSE OLD-WAREHOUSE-FILE
              DISPLAY "Warehouse store: " WS-READ-COUNT " read, "
                 WS-CONVERTED-COUNT " converted, " WS-PRESENT-COUNT
                 " already present, " WS-FAILED-COUNT " not written"
           END-IF.

       310-CONVERT-ONE-ENTRY.
           READ OLD-WAREHOUSE-FILE NEXT
              AT END SET WS-OLD-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 MOVE OLD-WAREHOUSE-RECORD TO WHS-RECORD
                 MOVE WHS-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                 MOVE SPACES TO TR-EXTENDED-DETAIL
                 SET TR-BASIC-LAYOUT TO TRUE
                 MOVE TRANSACTION-RECORD TO WHS-TRANSACTION-DETAIL
                 PERFORM 320-STORE-IF-NEW
           END-READ.

       320-STORE-IF-NEW.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-READ TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           MOVE WHS-TRANSACTION-ID TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-FOUND
                 ADD 1 TO WS-PRESENT-COUNT
              WHEN KSR-NOT-FOUND
                 MOVE SPACES TO KSR-REQUEST
                 SET KSR-WRITE TO TRUE
                 MOVE "WAREHOUSE" TO KSR-STORE-ID
                 MOVE WHS-RECORD TO KSR-RECORD
                 CALL "keyed-store" USING KSR-REQUEST
                 IF KSR-DONE
                    ADD 1 TO WS-CONVERTED-COUNT
                 ELSE
                    PERFORM 330-NOTE-FAILURE
                 END-IF
              WHEN OTHER
                 PERFORM 330-NOTE-FAILURE
           END-EVALUATE.

       330-NOTE-FAILURE.
           ADD 1 TO WS-FAILED-COUNT
           SET WS-ANY-FAILED TO TRUE
           DISPLAY "*** WAREHOUSE " WHS-TRANSACTION-ID
              " NOT CONVERTED - " KSR-DETAIL " ***".

      *> DISCARD recreates the pending file empty, at the width of
      *> the images it now carries.
       400-EMPTY-PENDING.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-DISCARD TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           IF NOT KSR-DONE
              SET WS-ANY-FAILED TO TRUE
              DISPLAY "*** KEYED-STORE PENDING FILE NOT EMPTIED - "
                 KSR-DETAIL " ***"
           END-IF.

      *> Sealed as converted, so the first run on the new layout
      *> verifies the warehouse instead of refusing.
       500-SEAL-WAREHOUSE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE "WAREHOUSE" TO SLR-FILE-ID
           MOVE "extended-layout-convert" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-SEALED AND NOT SLR-NO-REGISTER
              DISPLAY "*** WAREHOUSE NOT RE-SEALED (" SLR-RESULT ") "
                 SLR-DETAIL " - the next run will refuse until "
                 "integrity-reseal is run ***"
           END-IF.
