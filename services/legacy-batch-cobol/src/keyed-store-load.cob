      *> Keyed store load. This is a standalone operator program, not
      *> CALLed from main-cobol-orchestrator -- it is run once, when a
      *> system still carrying the old line-sequential stores moves
      *> onto the keyed stores behind keyed-store. It reads each old
      *> file and writes its records to the matching store:
      *>   checkpoints/seen-transaction-ids.dat   -> SEEN-IDS
      *>   checkpoints/payment-references.dat     -> PAYMENT-REFS
      *>   checkpoints/payment-warehouse.dat      -> WAREHOUSE
      *>   checkpoints/sender-activity.dat        -> SENDER-ACT
      *> A key already on the store is left as it is, so a load run a
      *> second time adds nothing, and a payment reference the old log
      *> carried twice keeps its first entry, as the run does. The old
      *> seen-ID and reference lines carry no recorded date; they are
      *> stamped with the load date, so retention-housekeeper ages
      *> them from the day of the load. The old files are only read --
      *> once the load is checked they can be archived by hand. The
      *> seen-ID log, the payment reference register and the
      *> warehouse are re-sealed as loaded. The program refuses to
      *> start while a run holds the batch lock. Return code 4 when a
      *> record could not be written.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. keyed-store-load.
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
           SELECT OLD-STORE-FILE
                  ASSIGN TO WS-OLD-STORE-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-OLD-STORE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL-FILE.
       COPY "batch-control-record".

      *> Re-pointed at each old file in turn; the 420-byte line
      *> covers every store record.
       FD OLD-STORE-FILE.
       01 OLD-STORE-LINE PIC X(420).

       WORKING-STORAGE SECTION.
       01 WS-BATCH-CONTROL-PATH PIC X(255) VALUE
                       "../../../checkpoints/batch-control.dat".
       01 WS-BATCH-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-OLD-STORE-PATH PIC X(255) VALUE SPACES.
       01 WS-OLD-STORE-STATUS PIC X(2) VALUE '00'.

       COPY "keyed-store-request".
       COPY "seen-id-record".
       COPY "payment-reference-record".
       COPY "warehouse-record".
       COPY "sender-activity-record".
       COPY "seal-request".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-STORE-ID PIC X(12) VALUE SPACES.
       01 WS-STORE-KEY PIC X(32) VALUE SPACES.
       01 WS-SEAL-FILE-ID PIC X(12) VALUE SPACES.
       01 WS-OLD-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-OLD-EOF VALUE 'Y' FALSE 'N'.
       01 WS-READ-COUNT PIC 9(9) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(9) VALUE 0.
       01 WS-PRESENT-COUNT PIC 9(9) VALUE 0.
       01 WS-FAILED-COUNT PIC 9(9) VALUE 0.
       01 WS-ANY-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-ANY-FAILED VALUE 'Y' FALSE 'N'.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting keyed store load"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 050-CHECK-RUN-LOCK
           MOVE "../../../checkpoints/seen-transaction-ids.dat"
              TO WS-OLD-STORE-PATH
           MOVE "SEEN-IDS" TO WS-STORE-ID
           PERFORM 100-LOAD-ONE-STORE
           MOVE "../../../checkpoints/payment-references.dat"
              TO WS-OLD-STORE-PATH
           MOVE "PAYMENT-REFS" TO WS-STORE-ID
           PERFORM 100-LOAD-ONE-STORE
           MOVE "../../../checkpoints/payment-warehouse.dat"
              TO WS-OLD-STORE-PATH
           MOVE "WAREHOUSE" TO WS-STORE-ID
           PERFORM 100-LOAD-ONE-STORE
           MOVE "../../../checkpoints/sender-activity.dat"
              TO WS-OLD-STORE-PATH
           MOVE "SENDER-ACT" TO WS-STORE-ID
           PERFORM 100-LOAD-ONE-STORE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST
           PERFORM 300-SEAL-STORES
           IF WS-ANY-FAILED
              MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Keyed store load complete"
           STOP RUN.

      *> A run in flight is staging against the stores -- a load
      *> under it would be committed over or wound back.
       050-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-CONTROL-STATUS = '00'
              READ BATCH-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BCT-IN-FLIGHT
                       DISPLAY "*** RUN " BCT-LOCK-RUN-ID
                          " HOLDS THE BATCH LOCK - keyed store "
                          "load refused until it finishes ***"
                       CLOSE BATCH-CONTROL-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE BATCH-CONTROL-FILE
           END-IF.

      *> WS-OLD-STORE-PATH and WS-STORE-ID are set by the caller. An
      *> old file that is not there has nothing to load.
       100-LOAD-ONE-STORE.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-LOADED-COUNT
           MOVE 0 TO WS-PRESENT-COUNT
           MOVE 0 TO WS-FAILED-COUNT
           SET WS-OLD-EOF TO FALSE
           OPEN INPUT OLD-STORE-FILE
           IF WS-OLD-STORE-STATUS NOT = '00'
              DISPLAY "No old " WS-STORE-ID " file found, nothing "
                 "to load"
           ELSE
              PERFORM 110-LOAD-ONE-RECORD UNTIL WS-OLD-EOF
              CLOSE OLD-STORE-FILE
              DISPLAY WS-STORE-ID ": " WS-READ-COUNT " read, "
                 WS-LOADED-COUNT " loaded, " WS-PRESENT-COUNT
                 " already on the store, " WS-FAILED-COUNT
                 " not written"
           END-IF.

       110-LOAD-ONE-RECORD.
           READ OLD-STORE-FILE
              AT END SET WS-OLD-EOF TO TRUE
              NOT AT END
                 IF OLD-STORE-LINE NOT = SPACES
                    ADD 1 TO WS-READ-COUNT
                    PERFORM 120-BUILD-STORE-RECORD
                    PERFORM 130-STORE-IF-NEW
                 END-IF
           END-READ.

      *> Lays the old line over the store's record, dates what the
      *> old layout left undated, and leaves the record in KSR-RECORD
      *> and its key in WS-STORE-KEY.
       120-BUILD-STORE-RECORD.
           MOVE SPACES TO KSR-REQUEST
           EVALUATE WS-STORE-ID
              WHEN "SEEN-IDS"
                 MOVE OLD-STORE-LINE TO SID-RECORD
                 IF SID-RECORDED-DATE NOT NUMERIC
                    MOVE WS-TODAY-DATE TO SID-RECORDED-DATE
                 END-IF
                 MOVE SID-TRANSACTION-ID TO WS-STORE-KEY
                 MOVE SID-RECORD TO KSR-RECORD
              WHEN "PAYMENT-REFS"
                 MOVE OLD-STORE-LINE TO PRF-RECORD
                 IF PRF-RECORDED-DATE NOT NUMERIC
                    MOVE WS-TODAY-DATE TO PRF-RECORDED-DATE
                 END-IF
                 MOVE PRF-REFERENCE TO WS-STORE-KEY
                 MOVE PRF-RECORD TO KSR-RECORD
              WHEN "WAREHOUSE"
                 MOVE OLD-STORE-LINE TO WHS-RECORD
                 MOVE WHS-TRANSACTION-ID TO WS-STORE-KEY
                 MOVE WHS-RECORD TO KSR-RECORD
              WHEN OTHER
                 MOVE OLD-STORE-LINE TO SAC-RECORD
                 MOVE SAC-TRANSACTION-ID TO WS-STORE-KEY
                 MOVE SAC-RECORD TO KSR-RECORD
           END-EVALUATE.

       130-STORE-IF-NEW.
           MOVE KSR-RECORD TO OLD-STORE-LINE
           SET KSR-READ TO TRUE
           MOVE WS-STORE-ID TO KSR-STORE-ID
           MOVE WS-STORE-KEY TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-FOUND
                 ADD 1 TO WS-PRESENT-COUNT
              WHEN KSR-NOT-FOUND
                 MOVE SPACES TO KSR-REQUEST
                 SET KSR-WRITE TO TRUE
                 MOVE WS-STORE-ID TO KSR-STORE-ID
                 MOVE OLD-STORE-LINE TO KSR-RECORD
                 CALL "keyed-store" USING KSR-REQUEST
                 IF KSR-DONE
                    ADD 1 TO WS-LOADED-COUNT
                 ELSE
                    PERFORM 140-NOTE-FAILURE
                 END-IF
              WHEN OTHER
                 PERFORM 140-NOTE-FAILURE
           END-EVALUATE.

       140-NOTE-FAILURE.
           ADD 1 TO WS-FAILED-COUNT
           SET WS-ANY-FAILED TO TRUE
           DISPLAY "*** " WS-STORE-ID " " WS-STORE-KEY
              " NOT LOADED - " KSR-DETAIL " ***".

      *> The sealed stores are sealed as loaded, so the first run on
      *> the keyed stores verifies them instead of refusing.
       300-SEAL-STORES.
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 310-SEAL-ONE-STORE
           MOVE "PAYMENT-REFS" TO WS-SEAL-FILE-ID
           PERFORM 310-SEAL-ONE-STORE
           MOVE "WAREHOUSE" TO WS-SEAL-FILE-ID
           PERFORM 310-SEAL-ONE-STORE.

       310-SEAL-ONE-STORE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "keyed-store-load" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-SEALED AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " NOT RE-SEALED ("
                 SLR-RESULT ") " SLR-DETAIL " - the next run will "
                 "refuse until integrity-reseal is run ***"
           END-IF.
