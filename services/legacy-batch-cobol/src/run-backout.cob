      *> Period buckets subtract per legal entity, derived from the
      *> same source-to-entity map the orchestrator used when it
      *> accumulated them. A run already on backout-audit.dat is
      *> refused -- backing out is not idempotent (the period buckets
      *> would come out a second time, and with the seen-ID log
      *> already stripped nothing downstream would catch the
      *> doubles), and run-status.dat still names the backed-out
      *> run as most recent, so only this guard stands between a
      *> fat-fingered second invocation and double settlement.
      *> A backout is maker-checker: RUN_BACKOUT_KEYER_ID names the
      *> operator requesting it and RUN_BACKOUT_AUTHORIZER_ID a
      *> second operator approving it, and operator-authorization
      *> must pass both for RUN-BACKOUT before anything is reversed.
      *> The period totals, warehouse, duplicate-ID log and payment
      *> reference register are under integrity seal: a backout
      *> refuses (RC 12) if any of them no longer matches its seal,
      *> and re-seals all four once they are reversed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. run-backout.
       AUTHOR. Riley.
              DATE-WRITTEN. 01092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 01092026.
      *> 15102026 Riley - the instruction file's read buffer widens
      *> from 140 to 400 bytes: an SID for an extended-layout payment
      *> now carries the party names and remittance after byte 140.
      *> 15102026 Riley - the warehouse, duplicate-ID log and payment
      *> reference register are now keyed stores: the run's entries
      *> are deleted and its consumed warehouse entries written back
      *> by key through keyed-store, instead of each file being read
      *> into a capped work table and rewritten.
      *> 15102026 Riley - verifies the integrity seals on the four
      *> persistent stores it reverses before touching any of them,
      *> and re-seals them once the backout is written.
      *> 15102026 Riley - a backout now needs a keyer
      *> (RUN_BACKOUT_KEYER_ID) and a separate authorizer
      *> (RUN_BACKOUT_AUTHORIZER_ID), judged and journaled by
      *> operator-authorization after the target run checks pass; a
      *> refused backout stops before any store is touched.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                  ASSIGN TO WS-PERIOD-TOTALS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-PERIOD-TOTALS-STATUS.
           SELECT RELEASE-LOG-FILE
                  ASSIGN TO WS-RELEASE-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RELEASE-LOG-STATUS.
           SELECT BATCH-CONTROL-FILE
                  ASSIGN TO WS-BATCH-CONTROL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
       COPY "run-status-record".

       FD INSTRUCTION-FILE.
       01 SIN-FILE-LINE               PIC X(400).

       FD SECTION-ACK-FILE.
       COPY "section-ack-record".
       FD PERIOD-TOTALS-FILE.
       COPY "period-totals-record".

       FD RELEASE-LOG-FILE.
       COPY "warehouse-release-record".

       FD BATCH-CONTROL-FILE.
       COPY "batch-control-record".

       01 WS-PERIOD-TOTALS-PATH PIC X(255) VALUE
                       "../../../checkpoints/period-totals.dat".
       01 WS-PERIOD-TOTALS-STATUS PIC X(2) VALUE '00'.
       01 WS-RELEASE-LOG-PATH PIC X(255) VALUE
                   "../../../checkpoints/warehouse-release-log.dat".
       01 WS-RELEASE-LOG-STATUS PIC X(2) VALUE '00'.
       01 WS-BATCH-CONTROL-PATH PIC X(255) VALUE
                       "../../../checkpoints/batch-control.dat".
       01 WS-BATCH-CONTROL-STATUS PIC X(2) VALUE '00'.

       01 WS-TARGET-RUN PIC 9(6) VALUE 0.
       01 WS-TARGET-RUN-TEXT PIC X(6) VALUE SPACES.
       COPY "authorization-request".
       01 WS-TARGET-OVERRIDE PIC 9(6) VALUE 0.
       01 WS-BACKOUT-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-BACKOUT-EOF VALUE 'Y' FALSE 'N'.
       01 WS-REMOVE-TABLE.
           05 WS-REMOVE-ID PIC X(32) OCCURS 2000 TIMES
                 INDEXED BY WS-RMV-IDX.
       01 WS-REFSTRIP-MAX PIC 9(4) VALUE 2000.
       01 WS-REFSTRIP-COUNT PIC 9(4) VALUE 0.
       01 WS-REFSTRIP-TABLE.
           05 WS-REFSTRIP-REF PIC X(20) OCCURS 2000 TIMES
                 INDEXED BY WS-RFS-IDX.
       01 WS-WHSDROP-MAX PIC 9(4) VALUE 2000.
       01 WS-WHSDROP-COUNT PIC 9(4) VALUE 0.
       01 WS-WHSDROP-TABLE.
           05 WS-WHSDROP-ID PIC X(32) OCCURS 2000 TIMES
                 INDEXED BY WS-WHD-IDX.

      *> The warehouse, duplicate-ID log and payment reference
      *> register are keyed stores behind keyed-store; the backout
      *> deletes and writes their records directly, by key.
       COPY "warehouse-record".
       COPY "keyed-store-request".
       01 WS-SEEN-REMOVED PIC 9(5) VALUE 0.
       01 WS-REF-REMOVED PIC 9(5) VALUE 0.

       01 WS-SETTLED-BACKED PIC 9(5) VALUE 0.
       01 WS-WAREHOUSE-REMOVED PIC 9(5) VALUE 0.
       01 WS-YEAR-DIV-400 PIC 9(4).
       01 WS-YEAR-REM-400 PIC 9(4).

      *> Integrity seals on the persistent files rewritten here.
       COPY "seal-request".
       01 WS-SEAL-FILE-ID PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting run backout"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           PERFORM 050-IDENTIFY-TARGET
           PERFORM 080-VERIFY-SEALS
           PERFORM 060-LOAD-ENTITY-MAP
           PERFORM 100-CHECK-GATEWAY-ACK
           PERFORM 200-BACKOUT-MASTER
           PERFORM 600-ROLL-BACK-CONTROL
           PERFORM 650-FLAG-INSTRUCTION-HOLD
           PERFORM 700-WRITE-BACKOUT-AUDIT
           PERFORM 750-SEAL-FILES
           DISPLAY "Backout of run " WS-TARGET-RUN " complete: "
              WS-SETTLED-BACKED " settled backed out, "
              WS-HELD-BACKED " held/rejected marked, "
                 "refusing ***"
              STOP RUN
           END-IF
           PERFORM 058-AUTHORIZE-BACKOUT
           IF NOT AUR-APPROVED
              DISPLAY "*** BACKOUT OF RUN " WS-TARGET-RUN
                 " NOT AUTHORIZED: " AUR-REASON " - refusing ***"
              STOP RUN
           END-IF
           DISPLAY "Backing out run " WS-TARGET-RUN.

      *> Every completed backout opens its audit line with
                 END-IF
           END-READ.

       058-AUTHORIZE-BACKOUT.
           MOVE SPACES TO AUR-REQUEST
           MOVE "RUN-BACKOUT" TO AUR-ACTION-TYPE
           MOVE "run-backout" TO AUR-PROGRAM
           MOVE WS-TARGET-RUN TO WS-TARGET-RUN-TEXT
           MOVE WS-TARGET-RUN-TEXT TO AUR-SUBJECT
           ACCEPT AUR-KEYER-ID FROM ENVIRONMENT "RUN_BACKOUT_KEYER_ID"
           ACCEPT AUR-AUTHORIZER-ID
              FROM ENVIRONMENT "RUN_BACKOUT_AUTHORIZER_ID"
           CALL "operator-authorization" USING AUR-REQUEST.

      *> The instruction file on disk is the target run's own, since
      *> only the most recent run qualifies -- if the gateway has
      *> acknowledged ANY of its sections, that money moved and a
                    TO WS-ENM-ENTITY (WS-ENTMAP-COUNT)
           END-READ.

      *> The stores must still be as the run being backed out left
      *> them -- reversing a run's postings out of a hand-edited
      *> store would compound the edit. With no seal register yet
      *> there is nothing to check.
       080-VERIFY-SEALS.
           MOVE "PERIOD-TOTAL" TO WS-SEAL-FILE-ID
           PERFORM 085-VERIFY-ONE-SEAL
           MOVE "WAREHOUSE" TO WS-SEAL-FILE-ID
           PERFORM 085-VERIFY-ONE-SEAL
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 085-VERIFY-ONE-SEAL
           MOVE "PAYMENT-REFS" TO WS-SEAL-FILE-ID
           PERFORM 085-VERIFY-ONE-SEAL.

       085-VERIFY-ONE-SEAL.
           MOVE SPACES TO SLR-REQUEST
           MOVE "VERIFY" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "run-backout" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-INTACT AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " FAILS ITS INTEGRITY "
                 "SEAL (" SLR-RESULT ") " SLR-DETAIL " ***"
              DISPLAY "*** refusing to back out; restore the file or "
                 "accept the change with integrity-reseal ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       100-CHECK-GATEWAY-ACK.
           OPEN INPUT INSTRUCTION-FILE
           IF WS-INSTRUCTION-STATUS NOT = '00'
              TO PTD-REVERSAL-AMOUNT
           WRITE PTD-RECORD.

      *> The run's created entries come out of the warehouse store
      *> and the entries it consumed go back in off the release log
      *> -- the pending-settlement balance goes back to what it was
      *> before the run started.
       400-FIX-WAREHOUSE.
           PERFORM 410-DROP-WAREHOUSE-ENTRY
              VARYING WS-WHD-IDX FROM 1 BY 1
              UNTIL WS-WHD-IDX > WS-WHSDROP-COUNT
           SET WS-FILE-EOF TO FALSE
           OPEN INPUT RELEASE-LOG-FILE
           IF WS-RELEASE-LOG-STATUS NOT = '00'
           ELSE
              PERFORM 420-RESTORE-RELEASED-ENTRY UNTIL WS-FILE-EOF
              CLOSE RELEASE-LOG-FILE
           END-IF.

       410-DROP-WAREHOUSE-ENTRY.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-DELETE TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           MOVE WS-WHSDROP-ID (WS-WHD-IDX) TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-DONE
                 ADD 1 TO WS-WAREHOUSE-REMOVED
              WHEN KSR-FAILED
                 DISPLAY "*** WAREHOUSE STORE: " KSR-DETAIL " - "
                    WS-WHSDROP-ID (WS-WHD-IDX)
                    " NOT removed, remove it by hand ***"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

       420-RESTORE-RELEASED-ENTRY.
           READ RELEASE-LOG-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 IF WRL-RUN-ID = WS-TARGET-RUN
                    PERFORM 430-WRITE-WAREHOUSE-ENTRY
                 END-IF
           END-READ.

       430-WRITE-WAREHOUSE-ENTRY.
           MOVE SPACES TO WHS-RECORD
           MOVE WRL-AMOUNT-BASE TO WHS-AMOUNT-BASE
           MOVE WRL-TRANSACTION-DETAIL TO WHS-TRANSACTION-DETAIL
           MOVE SPACES TO KSR-REQUEST
           SET KSR-WRITE TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           MOVE WHS-RECORD TO KSR-RECORD
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-DONE
              ADD 1 TO WS-RELEASES-RESTORED
           ELSE
              DISPLAY "*** WAREHOUSE STORE: " KSR-DETAIL " - "
                 WHS-TRANSACTION-ID
                 " NOT re-carried, settle it by hand ***"
           END-IF.

      *> The reader remembered the run's IDs in the duplicate-ID log
      *> -- the corrected extract carries the same IDs, so they must
      *> come off or the rerun rejects wholesale. Each is deleted
      *> from the keyed store by key.
       500-STRIP-SEEN-IDS.
           IF WS-REMOVE-COUNT = 0
              CONTINUE
                    "RECORDS ON THE RUN - seen-ID log left "
                    "untouched, strip it by hand ***"
              ELSE
                 PERFORM 510-DELETE-SEEN-ID
                    VARYING WS-RMV-IDX FROM 1 BY 1
                    UNTIL WS-RMV-IDX > WS-REMOVE-COUNT
                 DISPLAY "Duplicate-ID log: " WS-SEEN-REMOVED
                    " ID(s) removed of " WS-REMOVE-COUNT
              END-IF
           END-IF.

       510-DELETE-SEEN-ID.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-DELETE TO TRUE
           MOVE "SEEN-IDS" TO KSR-STORE-ID
           MOVE WS-REMOVE-ID (WS-RMV-IDX) TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-DONE
                 ADD 1 TO WS-SEEN-REMOVED
              WHEN KSR-FAILED
                 DISPLAY "*** SEEN-ID STORE: " KSR-DETAIL " - "
                    WS-REMOVE-ID (WS-RMV-IDX)
                    " will reject as a duplicate on the rerun ***"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> The run's settled PAY references come off the reference
      *> register the same way -- a backed-out payment is no longer
      *> settled, and a reversal must not quietly match it.
       550-STRIP-PAYMENT-REFS.
           IF WS-REFSTRIP-COUNT = 0
              CONTINUE
           ELSE
              PERFORM 560-DELETE-PAYMENT-REF
                 VARYING WS-RFS-IDX FROM 1 BY 1
                 UNTIL WS-RFS-IDX > WS-REFSTRIP-COUNT
              DISPLAY "Reference register: " WS-REF-REMOVED
                 " reference(s) removed of " WS-REFSTRIP-COUNT
           END-IF
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST.

       560-DELETE-PAYMENT-REF.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-DELETE TO TRUE
           MOVE "PAYMENT-REFS" TO KSR-STORE-ID
           MOVE WS-REFSTRIP-REF (WS-RFS-IDX) TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-DONE
                 ADD 1 TO WS-REF-REMOVED
              WHEN KSR-FAILED
                 DISPLAY "*** PAYMENT REFERENCE STORE: " KSR-DETAIL
                    " - " WS-REFSTRIP-REF (WS-RFS-IDX)
                    " NOT removed ***"
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

      *> The business-date gate must accept the corrected extract as
      *> if the backed-out run never closed: a cycle 02+ run rolls
              DISPLAY "run-backout: unable to write backout audit, "
                 "status " WS-BACKOUT-AUDIT-STATUS
           END-IF.

      *> Re-seals the four stores as the backout left them, so the
      *> re-run's verification accepts the change.
       750-SEAL-FILES.
           MOVE "PERIOD-TOTAL" TO WS-SEAL-FILE-ID
           PERFORM 760-SEAL-ONE-FILE
           MOVE "WAREHOUSE" TO WS-SEAL-FILE-ID
           PERFORM 760-SEAL-ONE-FILE
           MOVE "SEEN-IDS" TO WS-SEAL-FILE-ID
           PERFORM 760-SEAL-ONE-FILE
           MOVE "PAYMENT-REFS" TO WS-SEAL-FILE-ID
           PERFORM 760-SEAL-ONE-FILE.

       760-SEAL-ONE-FILE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "run-backout" TO SLR-PROGRAM
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
