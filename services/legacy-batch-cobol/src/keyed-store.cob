      *> Keyed stores carried between runs, CALLed by every program
      *> that reads or maintains one of them -- transaction-reader
      *> (seen IDs), reversal-match-reporter (payment references),
      *> structuring-monitor (sender activity), anomaly-monitor
      *> (sender profiles), main-cobol-orchestrator (the warehouse,
      *> and the two-phase finalize for all of them),
      *> the operator programs that maintain a store outside the run,
      *> the warehouse reports and integrity-seal.
      *> Each store is an INDEXED file read by key, the way the
      *> transaction master is, so it holds as many records as the
      *> disk will take and a run reads only the keys its records
      *> touch instead of loading the whole history into a table:
      *>   SEEN-IDS      checkpoints/seen-id-store.dat, keyed on the
      *>                 transaction ID
      *>   PAYMENT-REFS  checkpoints/payment-reference-store.dat,
      *>                 keyed on the reference, alternate key the
      *>                 reference behind its prefix
      *>   WAREHOUSE     checkpoints/payment-warehouse-store.dat,
      *>                 keyed on the transaction ID
      *>   SENDER-ACT    checkpoints/sender-activity-store.dat, keyed
      *>                 on the transaction ID, alternate key the
      *>                 sender IBAN
      *>   SENDER-PROF   checkpoints/sender-profile-store.dat, keyed
      *>                 on the sender IBAN; kept by
      *>                 sender-profile-builder outside the run
      *> A run does not touch the stores themselves. What it changes
      *> is staged on the pending file (checkpoints/keyed-store-
      *> pending.dat, one record per changed key, copybooks/keyed-
      *> store-pending-record.cpy) and the run reads its own view --
      *> the pending change where there is one, the store otherwise.
      *> The orchestrator COMMITs the pending file into the stores
      *> inside its two-phase finalize; a dry run, or a fresh run
      *> finding a crashed run's leftovers, DISCARDs it. Every state
      *> snapshot MARKs a generation, and a restart PURGEs whatever
      *> was staged after the generation its snapshot carries, so the
      *> stores come back exactly as the last checkpoint left them.
      *> COMMIT replays the pending images, so a commit interrupted
      *> part way is simply run again. The sealed stores keep their
      *> seals through all of this, since nothing reaches them before
      *> the commit.
      *> A dry run, which takes no batch lock, stages on a pending
      *> file of its own (KEYED_STORE_PENDING_PATH, set by the
      *> orchestrator), so it can never throw away what a real run
      *> -- or a crashed one awaiting restart -- has staged.
      *> Every file is opened on first use and stays open until CLOSE.
      *> The request layout is copybooks/keyed-store-request.cpy.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. keyed-store.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEEN-ID-STORE
                  ASSIGN TO WS-SEEN-ID-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SID-TRANSACTION-ID
                  FILE STATUS IS WS-STORE-STATUS.
           SELECT PAYMENT-REF-STORE
                  ASSIGN TO WS-PAYMENT-REF-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PRF-REFERENCE
                  ALTERNATE RECORD KEY IS PRF-REF-MATCH
                     WITH DUPLICATES
                  FILE STATUS IS WS-STORE-STATUS.
           SELECT WAREHOUSE-STORE
                  ASSIGN TO WS-WAREHOUSE-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS WHS-TRANSACTION-ID
                  FILE STATUS IS WS-STORE-STATUS.
           SELECT SENDER-ACT-STORE
                  ASSIGN TO WS-SENDER-ACT-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SAC-TRANSACTION-ID
                  ALTERNATE RECORD KEY IS SAC-SENDER-IBAN
                     WITH DUPLICATES
                  FILE STATUS IS WS-STORE-STATUS.
           SELECT SENDER-PROF-STORE
                  ASSIGN TO WS-SENDER-PROF-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SPR-SENDER-IBAN
                  FILE STATUS IS WS-STORE-STATUS.
           SELECT PENDING-FILE
                  ASSIGN TO WS-PENDING-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS KSP-KEY
                  ALTERNATE RECORD KEY IS KSP-ALT-KEY
                     WITH DUPLICATES
                  FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SEEN-ID-STORE.
       COPY "seen-id-record".

       FD PAYMENT-REF-STORE.
       COPY "payment-reference-record".

       FD WAREHOUSE-STORE.
       COPY "warehouse-record".

       FD SENDER-ACT-STORE.
       COPY "sender-activity-record".

       FD SENDER-PROF-STORE.
       COPY "sender-profile-record".

       FD PENDING-FILE.
       COPY "keyed-store-pending-record".

       WORKING-STORAGE SECTION.
       01 WS-SEEN-ID-PATH PIC X(255) VALUE
                 "../../../checkpoints/seen-id-store.dat".
       01 WS-PAYMENT-REF-PATH PIC X(255) VALUE
                 "../../../checkpoints/payment-reference-store.dat".
       01 WS-WAREHOUSE-PATH PIC X(255) VALUE
                 "../../../checkpoints/payment-warehouse-store.dat".
       01 WS-SENDER-ACT-PATH PIC X(255) VALUE
                 "../../../checkpoints/sender-activity-store.dat".
       01 WS-SENDER-PROF-PATH PIC X(255) VALUE
                 "../../../checkpoints/sender-profile-store.dat".
       01 WS-PENDING-PATH PIC X(255) VALUE
                 "../../../checkpoints/keyed-store-pending.dat".
       01 WS-PENDING-OVERRIDE PIC X(255) VALUE SPACES.
       01 WS-FIRST-CALL-SW PIC X(1) VALUE 'Y'.
           88 WS-FIRST-CALL VALUE 'Y' FALSE 'N'.
       01 WS-STORE-STATUS PIC X(2) VALUE '00'.
       01 WS-PENDING-STATUS PIC X(2) VALUE '00'.

      *> The stores, in the order the store number follows. A store
      *> with an alternate key carries 'Y' in the second column.
       01 WS-STORE-VALUES.
           05 FILLER PIC X(13) VALUE "SEEN-IDS    N".
           05 FILLER PIC X(13) VALUE "PAYMENT-REFSY".
           05 FILLER PIC X(13) VALUE "WAREHOUSE   N".
           05 FILLER PIC X(13) VALUE "SENDER-ACT  Y".
           05 FILLER PIC X(13) VALUE "SENDER-PROF N".
       01 WS-STORE-TABLE REDEFINES WS-STORE-VALUES.
           05 WS-STR-ENTRY OCCURS 5 TIMES
                 INDEXED BY WS-STR-IDX.
                 10 WS-STR-NAME           PIC X(12).
                 10 WS-STR-HAS-ALT        PIC X(1).
       01 WS-STORE-COUNT PIC 9(1) VALUE 5.
       01 WS-STORE-NO PIC 9(1) VALUE 0.
       01 WS-OPEN-TABLE.
           05 WS-STORE-OPEN-SW OCCURS 5 TIMES PIC X(1) VALUE 'N'.
       01 WS-PENDING-OPEN-SW PIC X(1) VALUE 'N'.
           88 WS-PENDING-OPEN VALUE 'Y' FALSE 'N'.

      *> The generation now being staged. A run starts at 1 and each
      *> MARK closes one and opens the next.
       01 WS-CURRENT-GENERATION PIC 9(6) VALUE 1.

      *> One browse per store, so a browse of one store can run while
      *> another is fetched or browsed. Phase S reads the store, P the
      *> pending file (the second half of a run-view browse by
      *> alternate key), M merges the two in primary key order, E is
      *> the end. The merge carries one record ahead from each side.
       01 WS-BROWSE-TABLE.
           05 WS-BRS-ENTRY OCCURS 5 TIMES.
                 10 WS-BRS-VIEW           PIC X(1).
                 10 WS-BRS-KEY-SW         PIC X(1).
                 10 WS-BRS-PHASE          PIC X(1).
                 10 WS-BRS-ALT-START      PIC X(27).
                 10 WS-BRS-LIVE-SW        PIC X(1).
                 10 WS-BRS-LIVE-KEY       PIC X(32).
                 10 WS-BRS-LIVE-IMAGE     PIC X(420).
                 10 WS-BRS-PEND-SW        PIC X(1).
                 10 WS-BRS-PEND-KEY       PIC X(32).
                 10 WS-BRS-PEND-ACTION    PIC X(1).
                 10 WS-BRS-PEND-IMAGE     PIC X(420).

       01 WS-WORK-KEY PIC X(32) VALUE SPACES.
       01 WS-WORK-ALT PIC X(27) VALUE SPACES.
       01 WS-WORK-IMAGE PIC X(420) VALUE SPACES.
       01 WS-MATCH-VALUE PIC X(27) VALUE SPACES.
       01 WS-STAGE-ACTION PIC X(1) VALUE SPACES.
       01 WS-STORE-KEY PIC X(32) VALUE SPACES.
       01 WS-STORE-IMAGE PIC X(420) VALUE SPACES.
       01 WS-EMIT-IMAGE PIC X(420) VALUE SPACES.
       01 WS-EMIT-ACTION PIC X(1) VALUE SPACES.
       01 WS-STORE-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-STORE-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-PENDING-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-PENDING-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-PENDING-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-PENDING-EOF VALUE 'Y' FALSE 'N'.
       01 WS-NEXT-DONE-SW PIC X(1) VALUE 'N'.
           88 WS-NEXT-DONE VALUE 'Y' FALSE 'N'.

       LINKAGE SECTION.
       COPY "keyed-store-request".

       PROCEDURE DIVISION USING KSR-REQUEST.
       000-MAIN.
           MOVE SPACES TO KSR-RESULT
           MOVE SPACES TO KSR-DETAIL
           IF WS-FIRST-CALL
              SET WS-FIRST-CALL TO FALSE
              ACCEPT WS-PENDING-OVERRIDE
                 FROM ENVIRONMENT "KEYED_STORE_PENDING_PATH"
              IF WS-PENDING-OVERRIDE NOT = SPACES
                 MOVE WS-PENDING-OVERRIDE TO WS-PENDING-PATH
              END-IF
           END-IF
           IF NOT KSR-MARK AND NOT KSR-PURGE AND NOT KSR-COMMIT
              AND NOT KSR-DISCARD AND NOT KSR-CLOSE
              PERFORM 100-FIND-STORE
           END-IF
           EVALUATE TRUE
              WHEN KSR-FAILED
                 CONTINUE
              WHEN KSR-FETCH
                 PERFORM 200-FETCH
              WHEN KSR-MATCH
                 PERFORM 210-MATCH
              WHEN KSR-STAGE
                 PERFORM 220-STAGE
              WHEN KSR-DROP
                 PERFORM 230-DROP
              WHEN KSR-BROWSE
                 PERFORM 300-BROWSE
              WHEN KSR-NEXT
                 PERFORM 310-NEXT
              WHEN KSR-READ
                 PERFORM 400-READ-STORE
              WHEN KSR-WRITE
                 PERFORM 410-WRITE-STORE
              WHEN KSR-DELETE
                 PERFORM 420-DELETE-STORE
              WHEN KSR-MARK
                 PERFORM 500-MARK
              WHEN KSR-PURGE
                 PERFORM 510-PURGE
              WHEN KSR-COMMIT
                 PERFORM 520-COMMIT
              WHEN KSR-DISCARD
                 PERFORM 530-DISCARD
              WHEN KSR-CLOSE
                 PERFORM 540-CLOSE
              WHEN OTHER
                 SET KSR-FAILED TO TRUE
                 MOVE "UNKNOWN KEYED STORE ACTION" TO KSR-DETAIL
           END-EVALUATE
           EXIT PROGRAM.

      *> Finds the store and opens it, with the pending file beside
      *> it for everything that works through the run's view.
       100-FIND-STORE.
           MOVE 0 TO WS-STORE-NO
           SET WS-STR-IDX TO 1
           SEARCH WS-STR-ENTRY
              AT END
                 SET KSR-FAILED TO TRUE
                 STRING "UNKNOWN KEYED STORE " DELIMITED BY SIZE
                    KSR-STORE-ID DELIMITED BY SPACE
                    INTO KSR-DETAIL
                 END-STRING
              WHEN WS-STR-NAME (WS-STR-IDX) = KSR-STORE-ID
                 SET WS-STORE-NO TO WS-STR-IDX
           END-SEARCH
           IF NOT KSR-FAILED
              PERFORM 800-OPEN-STORE
           END-IF
           IF NOT KSR-FAILED
              AND (KSR-FETCH OR KSR-MATCH OR KSR-STAGE OR KSR-DROP
                   OR (KSR-BROWSE AND KSR-RUN-VIEW))
              PERFORM 810-OPEN-PENDING
           END-IF.

      *> The run's view of one key: a pending change answers first --
      *> a staged delete means the key is gone -- and the store only
      *> where the run has not touched the key.
       200-FETCH.
           MOVE KSR-KEY TO WS-WORK-KEY
           PERFORM 720-READ-PENDING-KEY
           IF NOT KSR-FAILED
              IF WS-PENDING-FOUND
                 IF KSP-STAGED-WRITE
                    SET KSR-FOUND TO TRUE
                    MOVE KSP-IMAGE TO KSR-RECORD
                 ELSE
                    SET KSR-NOT-FOUND TO TRUE
                    MOVE SPACES TO KSR-RECORD
                 END-IF
              ELSE
                 PERFORM 820-READ-STORE-KEY
                 IF WS-STORE-FOUND
                    SET KSR-FOUND TO TRUE
                    MOVE WS-STORE-IMAGE TO KSR-RECORD
                 ELSE
                    IF NOT KSR-FAILED
                       SET KSR-NOT-FOUND TO TRUE
                       MOVE SPACES TO KSR-RECORD
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *> The first record, in the run's view, carrying the alternate
      *> key value asked for -- a record already in the store ahead
      *> of one the run has added.
       210-MATCH.
           MOVE KSR-ALT-KEY TO WS-MATCH-VALUE
           SET KSR-RUN-VIEW TO TRUE
           SET KSR-BY-ALTERNATE TO TRUE
           PERFORM 300-BROWSE
           IF NOT KSR-FAILED
              PERFORM 310-NEXT
           END-IF
           IF KSR-FOUND
              MOVE KSR-RECORD TO WS-WORK-IMAGE
              PERFORM 700-KEYS-FROM-IMAGE
              IF WS-WORK-ALT NOT = WS-MATCH-VALUE
                 SET KSR-NOT-FOUND TO TRUE
                 MOVE SPACES TO KSR-RECORD
              END-IF
           ELSE
              IF KSR-END
                 SET KSR-NOT-FOUND TO TRUE
              END-IF
           END-IF
           MOVE 'E' TO WS-BRS-PHASE (WS-STORE-NO).

       220-STAGE.
           MOVE KSR-RECORD TO WS-WORK-IMAGE
           PERFORM 700-KEYS-FROM-IMAGE
           MOVE 'W' TO WS-STAGE-ACTION
           PERFORM 240-STAGE-CHANGE.

      *> A staged delete keeps the image it removes, so the pending
      *> record still carries the key's alternate key.
       230-DROP.
           MOVE KSR-KEY TO WS-WORK-KEY
           MOVE SPACES TO WS-WORK-IMAGE
           MOVE SPACES TO WS-WORK-ALT
           PERFORM 720-READ-PENDING-KEY
           IF NOT KSR-FAILED
              IF WS-PENDING-FOUND
                 MOVE KSP-IMAGE TO WS-WORK-IMAGE
              ELSE
                 PERFORM 820-READ-STORE-KEY
                 IF WS-STORE-FOUND
                    MOVE WS-STORE-IMAGE TO WS-WORK-IMAGE
                 END-IF
              END-IF
           END-IF
           IF NOT KSR-FAILED
              IF WS-WORK-IMAGE NOT = SPACES
                 PERFORM 700-KEYS-FROM-IMAGE
              END-IF
              MOVE 'D' TO WS-STAGE-ACTION
              PERFORM 240-STAGE-CHANGE
           END-IF.

      *> The first change to a key after a MARK keeps the change as
      *> it stood at the MARK, for PURGE to put back.
       240-STAGE-CHANGE.
           PERFORM 720-READ-PENDING-KEY
           IF NOT KSR-FAILED
              IF WS-PENDING-FOUND
                 IF KSP-GENERATION < WS-CURRENT-GENERATION
                    MOVE KSP-GENERATION TO KSP-MARK-GENERATION
                    MOVE KSP-ACTION TO KSP-MARK-ACTION
                    MOVE KSP-IMAGE TO KSP-MARK-IMAGE
                 END-IF
                 MOVE WS-CURRENT-GENERATION TO KSP-GENERATION
                 MOVE WS-STAGE-ACTION TO KSP-ACTION
                 MOVE WS-WORK-IMAGE TO KSP-IMAGE
                 REWRITE KSP-RECORD
              ELSE
                 MOVE SPACES TO KSP-RECORD
                 MOVE WS-STR-NAME (WS-STORE-NO) TO KSP-STORE-ID
                 MOVE WS-WORK-KEY TO KSP-STORE-KEY
                 MOVE WS-STR-NAME (WS-STORE-NO) TO KSP-ALT-STORE-ID
                 MOVE WS-WORK-ALT TO KSP-ALT-VALUE
                 MOVE WS-CURRENT-GENERATION TO KSP-GENERATION
                 MOVE WS-STAGE-ACTION TO KSP-ACTION
                 MOVE WS-WORK-IMAGE TO KSP-IMAGE
                 MOVE 0 TO KSP-MARK-GENERATION
                 SET KSP-MARK-NONE TO TRUE
                 WRITE KSP-RECORD
              END-IF
              IF WS-PENDING-STATUS = '00' OR WS-PENDING-STATUS = '02'
                 SET KSR-DONE TO TRUE
              ELSE
                 SET KSR-FAILED TO TRUE
                 STRING "PENDING FILE WRITE STATUS " DELIMITED BY SIZE
                    WS-PENDING-STATUS DELIMITED BY SIZE
                    INTO KSR-DETAIL
                 END-STRING
              END-IF
           END-IF.

      *> Positions the store's browse. A browse in the run's view by
      *> primary key merges the store with the pending file. A browse
      *> by alternate key hands back only the records carrying the
      *> value asked for -- in the run's view the store's first, each
      *> as the run has left it, then the ones the run has added.
       300-BROWSE.
           IF KSR-BY-ALTERNATE
              AND WS-STR-HAS-ALT (WS-STORE-NO) NOT = 'Y'
              SET KSR-FAILED TO TRUE
              STRING KSR-STORE-ID DELIMITED BY SPACE
                 " HAS NO ALTERNATE KEY" DELIMITED BY SIZE
                 INTO KSR-DETAIL
              END-STRING
           ELSE
              MOVE KSR-VIEW TO WS-BRS-VIEW (WS-STORE-NO)
              MOVE KSR-KEY-SW TO WS-BRS-KEY-SW (WS-STORE-NO)
              MOVE KSR-ALT-KEY TO WS-BRS-ALT-START (WS-STORE-NO)
              MOVE 'N' TO WS-BRS-LIVE-SW (WS-STORE-NO)
              MOVE 'N' TO WS-BRS-PEND-SW (WS-STORE-NO)
              EVALUATE TRUE
                 WHEN KSR-RUN-VIEW AND KSR-BY-PRIMARY
                    PERFORM 305-START-MERGE
                 WHEN KSR-BY-ALTERNATE
                    MOVE KSR-ALT-KEY TO WS-WORK-ALT
                    PERFORM 835-START-STORE-ALT
                    IF WS-STORE-FOUND
                       MOVE 'S' TO WS-BRS-PHASE (WS-STORE-NO)
                    ELSE
                       IF KSR-RUN-VIEW
                          PERFORM 320-START-PENDING-SIDE
                       ELSE
                          MOVE 'E' TO WS-BRS-PHASE (WS-STORE-NO)
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE KSR-KEY TO WS-WORK-KEY
                    PERFORM 830-START-STORE-PRIMARY
                    IF WS-STORE-FOUND
                       MOVE 'S' TO WS-BRS-PHASE (WS-STORE-NO)
                    ELSE
                       MOVE 'E' TO WS-BRS-PHASE (WS-STORE-NO)
                    END-IF
              END-EVALUATE
              IF NOT KSR-FAILED
                 SET KSR-DONE TO TRUE
              END-IF
           END-IF.

       305-START-MERGE.
           MOVE 'M' TO WS-BRS-PHASE (WS-STORE-NO)
           MOVE KSR-KEY TO WS-WORK-KEY
           PERFORM 830-START-STORE-PRIMARY
           IF WS-STORE-FOUND
              PERFORM 345-AHEAD-STORE
           END-IF
           IF NOT KSR-FAILED
              MOVE WS-STR-NAME (WS-STORE-NO) TO KSP-STORE-ID
              MOVE KSR-KEY TO KSP-STORE-KEY
              START PENDING-FILE KEY NOT < KSP-KEY
              END-START
              EVALUATE WS-PENDING-STATUS
                 WHEN '00'
                    PERFORM 355-AHEAD-PENDING
                 WHEN '23'
                    CONTINUE
                 WHEN OTHER
                    PERFORM 890-PENDING-FAILED
              END-EVALUATE
           END-IF.

       310-NEXT.
           SET WS-NEXT-DONE TO FALSE
           PERFORM 315-NEXT-STEP UNTIL WS-NEXT-DONE.

       315-NEXT-STEP.
           EVALUATE WS-BRS-PHASE (WS-STORE-NO)
              WHEN 'S'
                 PERFORM 340-STEP-STORE-SIDE
              WHEN 'P'
                 PERFORM 350-STEP-PENDING-SIDE
              WHEN 'M'
                 PERFORM 360-STEP-MERGE
              WHEN OTHER
                 SET KSR-END TO TRUE
                 MOVE SPACES TO KSR-RECORD
                 SET WS-NEXT-DONE TO TRUE
           END-EVALUATE
           IF KSR-FAILED
              SET WS-NEXT-DONE TO TRUE
           END-IF.

       320-START-PENDING-SIDE.
           MOVE WS-STR-NAME (WS-STORE-NO) TO KSP-ALT-STORE-ID
           MOVE WS-BRS-ALT-START (WS-STORE-NO) TO KSP-ALT-VALUE
           START PENDING-FILE KEY NOT < KSP-ALT-KEY
           END-START
           EVALUATE WS-PENDING-STATUS
              WHEN '00'
                 MOVE 'P' TO WS-BRS-PHASE (WS-STORE-NO)
              WHEN '23'
                 MOVE 'E' TO WS-BRS-PHASE (WS-STORE-NO)
              WHEN OTHER
                 PERFORM 890-PENDING-FAILED
           END-EVALUATE.

      *> A store record the run has deleted is passed over; one it
      *> has rewritten comes back as rewritten.
       340-STEP-STORE-SIDE.
           PERFORM 840-READ-STORE-NEXT
           IF WS-STORE-FOUND
              AND WS-BRS-KEY-SW (WS-STORE-NO) = 'A'
              MOVE WS-STORE-IMAGE TO WS-WORK-IMAGE
              PERFORM 700-KEYS-FROM-IMAGE
              IF WS-WORK-ALT NOT = WS-BRS-ALT-START (WS-STORE-NO)
                 SET WS-STORE-FOUND TO FALSE
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN KSR-FAILED
                 CONTINUE
              WHEN NOT WS-STORE-FOUND
                 IF WS-BRS-VIEW (WS-STORE-NO) = 'R'
                    PERFORM 320-START-PENDING-SIDE
                 ELSE
                    MOVE 'E' TO WS-BRS-PHASE (WS-STORE-NO)
                 END-IF
              WHEN WS-BRS-VIEW (WS-STORE-NO) NOT = 'R'
                 MOVE WS-STORE-IMAGE TO WS-EMIT-IMAGE
                 PERFORM 380-EMIT
              WHEN OTHER
                 MOVE WS-STORE-KEY TO WS-WORK-KEY
                 MOVE WS-STORE-IMAGE TO WS-EMIT-IMAGE
                 PERFORM 720-READ-PENDING-KEY
                 IF NOT KSR-FAILED
                    IF WS-PENDING-FOUND
                       IF KSP-STAGED-WRITE
                          MOVE KSP-IMAGE TO WS-EMIT-IMAGE
                          PERFORM 380-EMIT
                       END-IF
                    ELSE
                       PERFORM 380-EMIT
                    END-IF
                 END-IF
           END-EVALUATE.

      *> Only a record the run has added is handed back here; a key
      *> the store already holds came back on the store side.
       350-STEP-PENDING-SIDE.
           READ PENDING-FILE NEXT
              AT END
                 MOVE 'E' TO WS-BRS-PHASE (WS-STORE-NO)
              NOT AT END
                 IF KSP-ALT-STORE-ID NOT = WS-STR-NAME (WS-STORE-NO)
                    OR KSP-ALT-VALUE
                       NOT = WS-BRS-ALT-START (WS-STORE-NO)
                    MOVE 'E' TO WS-BRS-PHASE (WS-STORE-NO)
                 ELSE
                    IF KSP-STAGED-WRITE
                       MOVE KSP-IMAGE TO WS-EMIT-IMAGE
                       MOVE KSP-STORE-KEY TO WS-WORK-KEY
                       PERFORM 820-READ-STORE-KEY
                       IF NOT WS-STORE-FOUND AND NOT KSR-FAILED
                          PERFORM 380-EMIT
                       END-IF
                    END-IF
                 END-IF
           END-READ
           IF WS-PENDING-STATUS NOT = '00'
              AND WS-PENDING-STATUS NOT = '02'
              AND WS-PENDING-STATUS NOT = '10'
              PERFORM 890-PENDING-FAILED
           END-IF.

      *> The lower key goes first; on the same key the pending change
      *> wins, and a staged delete hands back nothing at all.
       360-STEP-MERGE.
           EVALUATE TRUE
              WHEN WS-BRS-LIVE-SW (WS-STORE-NO) NOT = 'Y'
                 AND WS-BRS-PEND-SW (WS-STORE-NO) NOT = 'Y'
                 MOVE 'E' TO WS-BRS-PHASE (WS-STORE-NO)
              WHEN WS-BRS-PEND-SW (WS-STORE-NO) NOT = 'Y'
                 OR (WS-BRS-LIVE-SW (WS-STORE-NO) = 'Y'
                     AND WS-BRS-LIVE-KEY (WS-STORE-NO)
                         < WS-BRS-PEND-KEY (WS-STORE-NO))
                 MOVE WS-BRS-LIVE-IMAGE (WS-STORE-NO) TO WS-EMIT-IMAGE
                 PERFORM 345-AHEAD-STORE
                 PERFORM 380-EMIT
              WHEN OTHER
                 MOVE WS-BRS-PEND-IMAGE (WS-STORE-NO) TO WS-EMIT-IMAGE
                 MOVE WS-BRS-PEND-ACTION (WS-STORE-NO)
                    TO WS-EMIT-ACTION
                 IF WS-BRS-LIVE-SW (WS-STORE-NO) = 'Y'
                    AND WS-BRS-LIVE-KEY (WS-STORE-NO)
                        = WS-BRS-PEND-KEY (WS-STORE-NO)
                    PERFORM 345-AHEAD-STORE
                 END-IF
                 PERFORM 355-AHEAD-PENDING
                 IF WS-EMIT-ACTION = 'W'
                    PERFORM 380-EMIT
                 END-IF
           END-EVALUATE.

       345-AHEAD-STORE.
           PERFORM 840-READ-STORE-NEXT
           IF WS-STORE-FOUND
              MOVE 'Y' TO WS-BRS-LIVE-SW (WS-STORE-NO)
              MOVE WS-STORE-KEY TO WS-BRS-LIVE-KEY (WS-STORE-NO)
              MOVE WS-STORE-IMAGE TO WS-BRS-LIVE-IMAGE (WS-STORE-NO)
           ELSE
              MOVE 'N' TO WS-BRS-LIVE-SW (WS-STORE-NO)
           END-IF.

       355-AHEAD-PENDING.
           MOVE 'N' TO WS-BRS-PEND-SW (WS-STORE-NO)
           READ PENDING-FILE NEXT
              AT END CONTINUE
              NOT AT END
                 IF KSP-STORE-ID = WS-STR-NAME (WS-STORE-NO)
                    MOVE 'Y' TO WS-BRS-PEND-SW (WS-STORE-NO)
                    MOVE KSP-STORE-KEY TO WS-BRS-PEND-KEY (WS-STORE-NO)
                    MOVE KSP-ACTION TO WS-BRS-PEND-ACTION (WS-STORE-NO)
                    MOVE KSP-IMAGE TO WS-BRS-PEND-IMAGE (WS-STORE-NO)
                 END-IF
           END-READ
           IF WS-PENDING-STATUS NOT = '00'
              AND WS-PENDING-STATUS NOT = '02'
              AND WS-PENDING-STATUS NOT = '10'
              PERFORM 890-PENDING-FAILED
           END-IF.

       380-EMIT.
           SET KSR-FOUND TO TRUE
           MOVE WS-EMIT-IMAGE TO KSR-RECORD
           SET WS-NEXT-DONE TO TRUE.

       400-READ-STORE.
           MOVE KSR-KEY TO WS-WORK-KEY
           PERFORM 820-READ-STORE-KEY
           IF WS-STORE-FOUND
              SET KSR-FOUND TO TRUE
              MOVE WS-STORE-IMAGE TO KSR-RECORD
           ELSE
              IF NOT KSR-FAILED
                 SET KSR-NOT-FOUND TO TRUE
                 MOVE SPACES TO KSR-RECORD
              END-IF
           END-IF.

       410-WRITE-STORE.
           MOVE KSR-RECORD TO WS-WORK-IMAGE
           PERFORM 850-WRITE-STORE-IMAGE
           IF NOT KSR-FAILED
              SET KSR-DONE TO TRUE
           END-IF.

       420-DELETE-STORE.
           MOVE KSR-KEY TO WS-WORK-KEY
           PERFORM 860-DELETE-STORE-KEY
           IF NOT KSR-FAILED
              IF WS-STORE-STATUS = '23'
                 SET KSR-NOT-FOUND TO TRUE
              ELSE
                 SET KSR-DONE TO TRUE
              END-IF
           END-IF.

       500-MARK.
           MOVE WS-CURRENT-GENERATION TO KSR-GENERATION
           ADD 1 TO WS-CURRENT-GENERATION
           SET KSR-DONE TO TRUE.

      *> Every key staged after the generation asked for goes back to
      *> the change it carried at the MARK, or off the pending file
      *> where it had none. KSR-COUNT hands back the keys put back.
       510-PURGE.
           MOVE 0 TO KSR-COUNT
           PERFORM 810-OPEN-PENDING
           IF NOT KSR-FAILED
              SET WS-PENDING-EOF TO FALSE
              MOVE LOW-VALUES TO KSP-KEY
              START PENDING-FILE KEY NOT < KSP-KEY
              END-START
              IF WS-PENDING-STATUS NOT = '00'
                 SET WS-PENDING-EOF TO TRUE
              END-IF
              PERFORM 515-PURGE-ONE
                 UNTIL WS-PENDING-EOF OR KSR-FAILED
           END-IF
           IF NOT KSR-FAILED
              COMPUTE WS-CURRENT-GENERATION = KSR-GENERATION + 1
              INITIALIZE WS-BROWSE-TABLE
              SET KSR-DONE TO TRUE
           END-IF.

       515-PURGE-ONE.
           READ PENDING-FILE NEXT
              AT END SET WS-PENDING-EOF TO TRUE
              NOT AT END
                 IF KSP-GENERATION > KSR-GENERATION
                    ADD 1 TO KSR-COUNT
                    IF KSP-MARK-NONE
                       DELETE PENDING-FILE RECORD
                       END-DELETE
                    ELSE
                       MOVE KSP-MARK-GENERATION TO KSP-GENERATION
                       MOVE KSP-MARK-ACTION TO KSP-ACTION
                       MOVE KSP-MARK-IMAGE TO KSP-IMAGE
                       MOVE 0 TO KSP-MARK-GENERATION
                       SET KSP-MARK-NONE TO TRUE
                       MOVE SPACES TO KSP-MARK-IMAGE
                       REWRITE KSP-RECORD
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ
           IF WS-PENDING-STATUS NOT = '00'
              AND WS-PENDING-STATUS NOT = '02'
              AND WS-PENDING-STATUS NOT = '10'
              PERFORM 890-PENDING-FAILED
           END-IF.

      *> Writes every pending image into its store and deletes every
      *> staged delete, then empties the pending file. A failure
      *> leaves the pending file as it was, for the commit to be run
      *> again. KSR-COUNT hands back the changes applied.
       520-COMMIT.
           MOVE 0 TO KSR-COUNT
           PERFORM 810-OPEN-PENDING
           IF NOT KSR-FAILED
              SET WS-PENDING-EOF TO FALSE
              MOVE LOW-VALUES TO KSP-KEY
              START PENDING-FILE KEY NOT < KSP-KEY
              END-START
              IF WS-PENDING-STATUS NOT = '00'
                 SET WS-PENDING-EOF TO TRUE
              END-IF
              PERFORM 525-COMMIT-ONE
                 UNTIL WS-PENDING-EOF OR KSR-FAILED
           END-IF
           IF NOT KSR-FAILED
              PERFORM 870-EMPTY-PENDING
           END-IF
           IF NOT KSR-FAILED
              MOVE 1 TO WS-CURRENT-GENERATION
              INITIALIZE WS-BROWSE-TABLE
              SET KSR-DONE TO TRUE
           END-IF.

       525-COMMIT-ONE.
           READ PENDING-FILE NEXT
              AT END SET WS-PENDING-EOF TO TRUE
              NOT AT END
                 PERFORM 527-APPLY-PENDING
           END-READ
           IF WS-PENDING-STATUS NOT = '00'
              AND WS-PENDING-STATUS NOT = '02'
              AND WS-PENDING-STATUS NOT = '10'
              PERFORM 890-PENDING-FAILED
           END-IF.

       527-APPLY-PENDING.
           MOVE 0 TO WS-STORE-NO
           SET WS-STR-IDX TO 1
           SEARCH WS-STR-ENTRY
              AT END
                 SET KSR-FAILED TO TRUE
                 STRING "PENDING CHANGE FOR UNKNOWN STORE "
                    DELIMITED BY SIZE
                    KSP-STORE-ID DELIMITED BY SPACE
                    INTO KSR-DETAIL
                 END-STRING
              WHEN WS-STR-NAME (WS-STR-IDX) = KSP-STORE-ID
                 SET WS-STORE-NO TO WS-STR-IDX
           END-SEARCH
           IF NOT KSR-FAILED
              PERFORM 800-OPEN-STORE
           END-IF
           IF NOT KSR-FAILED
              IF KSP-STAGED-WRITE
                 MOVE KSP-IMAGE TO WS-WORK-IMAGE
                 PERFORM 850-WRITE-STORE-IMAGE
              ELSE
                 MOVE KSP-STORE-KEY TO WS-WORK-KEY
                 PERFORM 860-DELETE-STORE-KEY
              END-IF
              ADD 1 TO KSR-COUNT
           END-IF.

       530-DISCARD.
           PERFORM 870-EMPTY-PENDING
           IF NOT KSR-FAILED
              MOVE 1 TO WS-CURRENT-GENERATION
              INITIALIZE WS-BROWSE-TABLE
              SET KSR-DONE TO TRUE
           END-IF.

      *> The pending file is named afresh on the next call, so the
      *> orchestrator can finish a crashed run's commit on the real
      *> pending file and then turn to a dry run's own.
       540-CLOSE.
           PERFORM 545-CLOSE-ONE-STORE
              VARYING WS-STORE-NO FROM 1 BY 1
              UNTIL WS-STORE-NO > WS-STORE-COUNT
           IF WS-PENDING-OPEN
              CLOSE PENDING-FILE
              SET WS-PENDING-OPEN TO FALSE
           END-IF
           INITIALIZE WS-BROWSE-TABLE
           SET WS-FIRST-CALL TO TRUE
           MOVE "../../../checkpoints/keyed-store-pending.dat"
              TO WS-PENDING-PATH
           SET KSR-DONE TO TRUE.

       545-CLOSE-ONE-STORE.
           IF WS-STORE-OPEN-SW (WS-STORE-NO) = 'Y'
              PERFORM 803-CLOSE-STORE-FILE
              MOVE 'N' TO WS-STORE-OPEN-SW (WS-STORE-NO)
           END-IF.

      *> Record key and alternate key of the image in WS-WORK-IMAGE,
      *> taken off the store's own record layout.
       700-KEYS-FROM-IMAGE.
           MOVE SPACES TO WS-WORK-ALT
           EVALUATE WS-STORE-NO
              WHEN 1
                 MOVE WS-WORK-IMAGE TO SID-RECORD
                 MOVE SID-TRANSACTION-ID TO WS-WORK-KEY
              WHEN 2
                 MOVE WS-WORK-IMAGE TO PRF-RECORD
                 MOVE PRF-REFERENCE TO WS-WORK-KEY
                 MOVE PRF-REF-MATCH TO WS-WORK-ALT
              WHEN 3
                 MOVE WS-WORK-IMAGE TO WHS-RECORD
                 MOVE WHS-TRANSACTION-ID TO WS-WORK-KEY
              WHEN 4
                 MOVE WS-WORK-IMAGE TO SAC-RECORD
                 MOVE SAC-TRANSACTION-ID TO WS-WORK-KEY
                 MOVE SAC-SENDER-IBAN TO WS-WORK-ALT
              WHEN 5
                 MOVE WS-WORK-IMAGE TO SPR-RECORD
                 MOVE SPR-SENDER-IBAN TO WS-WORK-KEY
           END-EVALUATE.

       720-READ-PENDING-KEY.
           SET WS-PENDING-FOUND TO FALSE
           MOVE WS-STR-NAME (WS-STORE-NO) TO KSP-STORE-ID
           MOVE WS-WORK-KEY TO KSP-STORE-KEY
           READ PENDING-FILE KEY IS KSP-KEY
           END-READ
           EVALUATE WS-PENDING-STATUS
              WHEN '00'
              WHEN '02'
                 SET WS-PENDING-FOUND TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 PERFORM 890-PENDING-FAILED
           END-EVALUATE.

      *> A store that is not there yet is created empty.
       800-OPEN-STORE.
           IF WS-STORE-OPEN-SW (WS-STORE-NO) NOT = 'Y'
              PERFORM 801-OPEN-STORE-FILE
              IF WS-STORE-STATUS = '35'
                 PERFORM 802-CREATE-STORE-FILE
                 IF WS-STORE-STATUS = '00'
                    PERFORM 803-CLOSE-STORE-FILE
                    PERFORM 801-OPEN-STORE-FILE
                 END-IF
              END-IF
              IF WS-STORE-STATUS = '00'
                 MOVE 'Y' TO WS-STORE-OPEN-SW (WS-STORE-NO)
              ELSE
                 SET KSR-FAILED TO TRUE
                 STRING WS-STR-NAME (WS-STORE-NO) DELIMITED BY SPACE
                    " STORE NOT AVAILABLE, STATUS " DELIMITED BY SIZE
                    WS-STORE-STATUS DELIMITED BY SIZE
                    INTO KSR-DETAIL
                 END-STRING
              END-IF
           END-IF.

       801-OPEN-STORE-FILE.
           EVALUATE WS-STORE-NO
              WHEN 1
                 OPEN I-O SEEN-ID-STORE
              WHEN 2
                 OPEN I-O PAYMENT-REF-STORE
              WHEN 3
                 OPEN I-O WAREHOUSE-STORE
              WHEN 4
                 OPEN I-O SENDER-ACT-STORE
              WHEN 5
                 OPEN I-O SENDER-PROF-STORE
           END-EVALUATE.

       802-CREATE-STORE-FILE.
           EVALUATE WS-STORE-NO
              WHEN 1
                 OPEN OUTPUT SEEN-ID-STORE
              WHEN 2
                 OPEN OUTPUT PAYMENT-REF-STORE
              WHEN 3
                 OPEN OUTPUT WAREHOUSE-STORE
              WHEN 4
                 OPEN OUTPUT SENDER-ACT-STORE
              WHEN 5
                 OPEN OUTPUT SENDER-PROF-STORE
           END-EVALUATE.

       803-CLOSE-STORE-FILE.
           EVALUATE WS-STORE-NO
              WHEN 1
                 CLOSE SEEN-ID-STORE
              WHEN 2
                 CLOSE PAYMENT-REF-STORE
              WHEN 3
                 CLOSE WAREHOUSE-STORE
              WHEN 4
                 CLOSE SENDER-ACT-STORE
              WHEN 5
                 CLOSE SENDER-PROF-STORE
           END-EVALUATE.

       810-OPEN-PENDING.
           IF NOT WS-PENDING-OPEN
              OPEN I-O PENDING-FILE
              IF WS-PENDING-STATUS = '35'
                 OPEN OUTPUT PENDING-FILE
                 IF WS-PENDING-STATUS = '00'
                    CLOSE PENDING-FILE
                    OPEN I-O PENDING-FILE
                 END-IF
              END-IF
              IF WS-PENDING-STATUS = '00'
                 SET WS-PENDING-OPEN TO TRUE
              ELSE
                 PERFORM 890-PENDING-FAILED
              END-IF
           END-IF.

       820-READ-STORE-KEY.
           SET WS-STORE-FOUND TO FALSE
           EVALUATE WS-STORE-NO
              WHEN 1
                 MOVE WS-WORK-KEY TO SID-TRANSACTION-ID
                 READ SEEN-ID-STORE KEY IS SID-TRANSACTION-ID
                 END-READ
              WHEN 2
                 MOVE WS-WORK-KEY TO PRF-REFERENCE
                 READ PAYMENT-REF-STORE KEY IS PRF-REFERENCE
                 END-READ
              WHEN 3
                 MOVE WS-WORK-KEY TO WHS-TRANSACTION-ID
                 READ WAREHOUSE-STORE KEY IS WHS-TRANSACTION-ID
                 END-READ
              WHEN 4
                 MOVE WS-WORK-KEY TO SAC-TRANSACTION-ID
                 READ SENDER-ACT-STORE KEY IS SAC-TRANSACTION-ID
                 END-READ
              WHEN 5
                 MOVE WS-WORK-KEY TO SPR-SENDER-IBAN
                 READ SENDER-PROF-STORE KEY IS SPR-SENDER-IBAN
                 END-READ
           END-EVALUATE
           EVALUATE WS-STORE-STATUS
              WHEN '00'
              WHEN '02'
                 SET WS-STORE-FOUND TO TRUE
                 PERFORM 845-TAKE-STORE-RECORD
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 PERFORM 880-STORE-FAILED
           END-EVALUATE.

       830-START-STORE-PRIMARY.
           SET WS-STORE-FOUND TO FALSE
           EVALUATE WS-STORE-NO
              WHEN 1
                 MOVE WS-WORK-KEY TO SID-TRANSACTION-ID
                 START SEEN-ID-STORE KEY NOT < SID-TRANSACTION-ID
                 END-START
              WHEN 2
                 MOVE WS-WORK-KEY TO PRF-REFERENCE
                 START PAYMENT-REF-STORE KEY NOT < PRF-REFERENCE
                 END-START
              WHEN 3
                 MOVE WS-WORK-KEY TO WHS-TRANSACTION-ID
                 START WAREHOUSE-STORE KEY NOT < WHS-TRANSACTION-ID
                 END-START
              WHEN 4
                 MOVE WS-WORK-KEY TO SAC-TRANSACTION-ID
                 START SENDER-ACT-STORE KEY NOT < SAC-TRANSACTION-ID
                 END-START
              WHEN 5
                 MOVE WS-WORK-KEY TO SPR-SENDER-IBAN
                 START SENDER-PROF-STORE KEY NOT < SPR-SENDER-IBAN
                 END-START
           END-EVALUATE
           PERFORM 836-CHECK-START.

       835-START-STORE-ALT.
           SET WS-STORE-FOUND TO FALSE
           EVALUATE WS-STORE-NO
              WHEN 2
                 MOVE WS-WORK-ALT TO PRF-REF-MATCH
                 START PAYMENT-REF-STORE KEY NOT < PRF-REF-MATCH
                 END-START
              WHEN 4
                 MOVE WS-WORK-ALT TO SAC-SENDER-IBAN
                 START SENDER-ACT-STORE KEY NOT < SAC-SENDER-IBAN
                 END-START
           END-EVALUATE
           PERFORM 836-CHECK-START.

       836-CHECK-START.
           EVALUATE WS-STORE-STATUS
              WHEN '00'
                 SET WS-STORE-FOUND TO TRUE
              WHEN '23'
                 CONTINUE
              WHEN OTHER
                 PERFORM 880-STORE-FAILED
           END-EVALUATE.

       840-READ-STORE-NEXT.
           SET WS-STORE-FOUND TO FALSE
           EVALUATE WS-STORE-NO
              WHEN 1
                 READ SEEN-ID-STORE NEXT
                 END-READ
              WHEN 2
                 READ PAYMENT-REF-STORE NEXT
                 END-READ
              WHEN 3
                 READ WAREHOUSE-STORE NEXT
                 END-READ
              WHEN 4
                 READ SENDER-ACT-STORE NEXT
                 END-READ
              WHEN 5
                 READ SENDER-PROF-STORE NEXT
                 END-READ
           END-EVALUATE
           EVALUATE WS-STORE-STATUS
              WHEN '00'
              WHEN '02'
                 SET WS-STORE-FOUND TO TRUE
                 PERFORM 845-TAKE-STORE-RECORD
              WHEN '10'
                 CONTINUE
              WHEN OTHER
                 PERFORM 880-STORE-FAILED
           END-EVALUATE.

       845-TAKE-STORE-RECORD.
           EVALUATE WS-STORE-NO
              WHEN 1
                 MOVE SID-RECORD TO WS-STORE-IMAGE
                 MOVE SID-TRANSACTION-ID TO WS-STORE-KEY
              WHEN 2
                 MOVE PRF-RECORD TO WS-STORE-IMAGE
                 MOVE PRF-REFERENCE TO WS-STORE-KEY
              WHEN 3
                 MOVE WHS-RECORD TO WS-STORE-IMAGE
                 MOVE WHS-TRANSACTION-ID TO WS-STORE-KEY
              WHEN 4
                 MOVE SAC-RECORD TO WS-STORE-IMAGE
                 MOVE SAC-TRANSACTION-ID TO WS-STORE-KEY
              WHEN 5
                 MOVE SPR-RECORD TO WS-STORE-IMAGE
                 MOVE SPR-SENDER-IBAN TO WS-STORE-KEY
           END-EVALUATE.

      *> Adds the record, or replaces the one already on its key.
       850-WRITE-STORE-IMAGE.
           EVALUATE WS-STORE-NO
              WHEN 1
                 MOVE WS-WORK-IMAGE TO SID-RECORD
                 WRITE SID-RECORD
                 END-WRITE
                 IF WS-STORE-STATUS = '22'
                    REWRITE SID-RECORD
                    END-REWRITE
                 END-IF
              WHEN 2
                 MOVE WS-WORK-IMAGE TO PRF-RECORD
                 WRITE PRF-RECORD
                 END-WRITE
                 IF WS-STORE-STATUS = '22'
                    REWRITE PRF-RECORD
                    END-REWRITE
                 END-IF
              WHEN 3
                 MOVE WS-WORK-IMAGE TO WHS-RECORD
                 WRITE WHS-RECORD
                 END-WRITE
                 IF WS-STORE-STATUS = '22'
                    REWRITE WHS-RECORD
                    END-REWRITE
                 END-IF
              WHEN 4
                 MOVE WS-WORK-IMAGE TO SAC-RECORD
                 WRITE SAC-RECORD
                 END-WRITE
                 IF WS-STORE-STATUS = '22'
                    REWRITE SAC-RECORD
                    END-REWRITE
                 END-IF
              WHEN 5
                 MOVE WS-WORK-IMAGE TO SPR-RECORD
                 WRITE SPR-RECORD
                 END-WRITE
                 IF WS-STORE-STATUS = '22'
                    REWRITE SPR-RECORD
                    END-REWRITE
                 END-IF
           END-EVALUATE
           IF WS-STORE-STATUS NOT = '00' AND WS-STORE-STATUS NOT = '02'
              PERFORM 880-STORE-FAILED
           END-IF.

      *> A key that is not there is no failure; the caller sees the
      *> '23' and decides.
       860-DELETE-STORE-KEY.
           EVALUATE WS-STORE-NO
              WHEN 1
                 MOVE WS-WORK-KEY TO SID-TRANSACTION-ID
                 DELETE SEEN-ID-STORE RECORD
                 END-DELETE
              WHEN 2
                 MOVE WS-WORK-KEY TO PRF-REFERENCE
                 DELETE PAYMENT-REF-STORE RECORD
                 END-DELETE
              WHEN 3
                 MOVE WS-WORK-KEY TO WHS-TRANSACTION-ID
                 DELETE WAREHOUSE-STORE RECORD
                 END-DELETE
              WHEN 4
                 MOVE WS-WORK-KEY TO SAC-TRANSACTION-ID
                 DELETE SENDER-ACT-STORE RECORD
                 END-DELETE
              WHEN 5
                 MOVE WS-WORK-KEY TO SPR-SENDER-IBAN
                 DELETE SENDER-PROF-STORE RECORD
                 END-DELETE
           END-EVALUATE
           IF WS-STORE-STATUS NOT = '00' AND WS-STORE-STATUS NOT = '23'
              PERFORM 880-STORE-FAILED
           END-IF.

       870-EMPTY-PENDING.
           IF WS-PENDING-OPEN
              CLOSE PENDING-FILE
              SET WS-PENDING-OPEN TO FALSE
           END-IF
           OPEN OUTPUT PENDING-FILE
           IF WS-PENDING-STATUS = '00'
              CLOSE PENDING-FILE
           ELSE
              PERFORM 890-PENDING-FAILED
           END-IF.

       880-STORE-FAILED.
           SET KSR-FAILED TO TRUE
           MOVE SPACES TO KSR-DETAIL
           STRING WS-STR-NAME (WS-STORE-NO) DELIMITED BY SPACE
              " STORE STATUS " DELIMITED BY SIZE
              WS-STORE-STATUS DELIMITED BY SIZE
              INTO KSR-DETAIL
           END-STRING.

       890-PENDING-FAILED.
           SET KSR-FAILED TO TRUE
           MOVE SPACES TO KSR-DETAIL
           STRING "PENDING FILE STATUS " DELIMITED BY SIZE
              WS-PENDING-STATUS DELIMITED BY SIZE
              INTO KSR-DETAIL
           END-STRING.
