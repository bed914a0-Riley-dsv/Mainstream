      *> Integrity re-seal. This is a standalone operator program,
      *> not CALLed from main-cobol-orchestrator -- it is how an
      *> authorized change to a sealed persistent file is accepted.
      *> The orchestrator refuses to run (completion code 16) while
      *> any of the files on the seal file table no longer matches
      *> its seal on the seal register; when the change is a
      *> legitimate one -- a store repaired by hand on the desk's
      *> instruction, a file restored from backup, the first run on
      *> a system that has never been sealed -- the operator re-seals
      *> it here instead of editing the register.
      *> INTEGRITY_RESEAL_FILE names the sealed file (its ID on the
      *> seal file table) or ALL; INTEGRITY_RESEAL_REASON says why,
      *> and a re-seal without a reason is refused. The re-seal is
      *> maker-checker: INTEGRITY_RESEAL_KEYER_ID names the operator
      *> requesting it and INTEGRITY_RESEAL_AUTHORIZER_ID a second
      *> operator approving it, and operator-authorization must pass
      *> both for RESEAL before any seal is recorded. Only ALL can
      *> create a missing seal register or rebuild one that fails its
      *> own check. Every file re-sealed is recorded on the re-seal
      *> log (reports/seal-reseal-log.dat, override via
      *> INTEGRITY_RESEAL_LOG_PATH) with the seal it replaced,
      *> whether the file still matched that seal, the new seal, both
      *> operator IDs and the reason; a re-seal that cannot be logged
      *> is not made. The program refuses to start while a run holds
      *> the batch lock -- the run's files are in mid-change and the
      *> run seals them itself at its end. Return code 12 when
      *> nothing was re-sealed.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrity-reseal.
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
           SELECT RESEAL-LOG-FILE
                  ASSIGN TO WS-RESEAL-LOG-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RESEAL-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BATCH-CONTROL-FILE.
       COPY "batch-control-record".

       FD RESEAL-LOG-FILE.
       COPY "reseal-log-record".

       WORKING-STORAGE SECTION.
       01 WS-BATCH-CONTROL-PATH PIC X(255) VALUE
                       "../../../checkpoints/batch-control.dat".
       01 WS-BATCH-CONTROL-STATUS PIC X(2) VALUE '00'.
       01 WS-RESEAL-LOG-PATH PIC X(255) VALUE
                       "../../../reports/seal-reseal-log.dat".
       01 WS-RESEAL-LOG-OVERRIDE PIC X(255).
       01 WS-RESEAL-LOG-STATUS PIC X(2) VALUE '00'.

       COPY "seal-file-table".
       COPY "seal-request".
       COPY "authorization-request".

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-RESEAL-FILE PIC X(12) VALUE SPACES.
       01 WS-RESEAL-REASON PIC X(60) VALUE SPACES.
       01 WS-FILE-KNOWN-SW PIC X(1) VALUE 'N'.
           88 WS-FILE-KNOWN VALUE 'Y' FALSE 'N'.
       01 WS-FILE-SUB PIC 9(2) VALUE 0.
       01 WS-RESEALED-COUNT PIC 9(2) VALUE 0.

      *> Each file in scope as it stood before the re-seal, filled
      *> by a single-file VERIFY, one slot per seal file table entry.
       01 WS-BEFORE-TABLE.
           05 WS-BFR-ENTRY OCCURS 20 TIMES.
                 10 WS-BFR-IN-SCOPE       PIC X(1).
                 10 WS-BFR-STATE          PIC X(12).
                 10 WS-BFR-OLD-COUNT      PIC 9(9).
                 10 WS-BFR-OLD-HASH       PIC 9(12).
                 10 WS-BFR-NEW-COUNT      PIC 9(9).
                 10 WS-BFR-NEW-HASH       PIC 9(12).

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting integrity re-seal"
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM 050-CHECK-RUN-LOCK
           PERFORM 100-READ-REQUEST
           PERFORM 150-AUTHORIZE-RESEAL
           PERFORM 200-MEASURE-BEFORE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > SFT-FILE-COUNT
           PERFORM 250-OPEN-RESEAL-LOG
           PERFORM 300-RECORD-SEALS
           PERFORM 400-WRITE-RESEAL-LINE
              VARYING WS-FILE-SUB FROM 1 BY 1
              UNTIL WS-FILE-SUB > SFT-FILE-COUNT
           CLOSE RESEAL-LOG-FILE
           DISPLAY "Integrity re-seal complete: " WS-RESEALED-COUNT
              " file(s) re-sealed"
           STOP RUN.

      *> A run in flight is part-way through changing the sealed
      *> files and seals them itself when it ends -- a re-seal under
      *> it would bless a half-finished state.
       050-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-CONTROL-FILE
           IF WS-BATCH-CONTROL-STATUS = '00'
              READ BATCH-CONTROL-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF BCT-IN-FLIGHT
                       DISPLAY "*** RUN " BCT-LOCK-RUN-ID
                          " HOLDS THE BATCH LOCK - re-seal "
                          "refused until it finishes ***"
                       CLOSE BATCH-CONTROL-FILE
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                    END-IF
              END-READ
              CLOSE BATCH-CONTROL-FILE
           END-IF.

       100-READ-REQUEST.
           MOVE SPACES TO WS-RESEAL-LOG-OVERRIDE
           ACCEPT WS-RESEAL-LOG-OVERRIDE
              FROM ENVIRONMENT "INTEGRITY_RESEAL_LOG_PATH"
           IF WS-RESEAL-LOG-OVERRIDE NOT = SPACES
              MOVE WS-RESEAL-LOG-OVERRIDE TO WS-RESEAL-LOG-PATH
           END-IF
           ACCEPT WS-RESEAL-FILE
              FROM ENVIRONMENT "INTEGRITY_RESEAL_FILE"
           ACCEPT WS-RESEAL-REASON
              FROM ENVIRONMENT "INTEGRITY_RESEAL_REASON"
           IF WS-RESEAL-FILE = SPACES
              DISPLAY "Set INTEGRITY_RESEAL_FILE to the sealed file "
                 "to re-seal, or ALL"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-RESEAL-REASON = SPACES
              DISPLAY "*** NO INTEGRITY_RESEAL_REASON - a re-seal "
                 "must say why the change is accepted; refusing ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           SET WS-FILE-KNOWN TO FALSE
           IF WS-RESEAL-FILE = "ALL"
              SET WS-FILE-KNOWN TO TRUE
           ELSE
              SET SFT-IDX TO 1
              SEARCH SFT-ENTRY
                 AT END CONTINUE
                 WHEN SFT-FILE-ID (SFT-IDX) = WS-RESEAL-FILE
                    SET WS-FILE-KNOWN TO TRUE
              END-SEARCH
           END-IF
           IF NOT WS-FILE-KNOWN
              DISPLAY "*** " WS-RESEAL-FILE " IS NOT A SEALED FILE "
                 "- refusing ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       150-AUTHORIZE-RESEAL.
           MOVE SPACES TO AUR-REQUEST
           MOVE "RESEAL" TO AUR-ACTION-TYPE
           MOVE "integrity-reseal" TO AUR-PROGRAM
           MOVE WS-RESEAL-FILE TO AUR-SUBJECT
           ACCEPT AUR-KEYER-ID
              FROM ENVIRONMENT "INTEGRITY_RESEAL_KEYER_ID"
           ACCEPT AUR-AUTHORIZER-ID
              FROM ENVIRONMENT "INTEGRITY_RESEAL_AUTHORIZER_ID"
           CALL "operator-authorization" USING AUR-REQUEST
           IF NOT AUR-APPROVED
              DISPLAY "*** RE-SEAL OF " WS-RESEAL-FILE
                 " NOT AUTHORIZED: " AUR-REASON " - refusing ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> What each file in scope looked like against its old seal,
      *> for the log -- taken before anything is re-sealed.
       200-MEASURE-BEFORE.
           MOVE SPACES TO WS-BFR-ENTRY (WS-FILE-SUB)
           IF WS-RESEAL-FILE = "ALL"
              OR WS-RESEAL-FILE = SFT-FILE-ID (WS-FILE-SUB)
              MOVE SPACES TO SLR-REQUEST
              MOVE "VERIFY" TO SLR-ACTION
              MOVE SFT-FILE-ID (WS-FILE-SUB) TO SLR-FILE-ID
              MOVE "integrity-reseal" TO SLR-PROGRAM
              MOVE 0 TO SLR-RUN-ID
              CALL "integrity-seal" USING SLR-REQUEST
              MOVE 'Y' TO WS-BFR-IN-SCOPE (WS-FILE-SUB)
              MOVE SLR-RESULT TO WS-BFR-STATE (WS-FILE-SUB)
              MOVE SLR-OLD-COUNT TO WS-BFR-OLD-COUNT (WS-FILE-SUB)
              MOVE SLR-OLD-HASH TO WS-BFR-OLD-HASH (WS-FILE-SUB)
              MOVE SLR-NEW-COUNT TO WS-BFR-NEW-COUNT (WS-FILE-SUB)
              MOVE SLR-NEW-HASH TO WS-BFR-NEW-HASH (WS-FILE-SUB)
           END-IF.

      *> Opened before any seal is recorded: a re-seal that could
      *> not be logged is not made.
       250-OPEN-RESEAL-LOG.
           OPEN EXTEND RESEAL-LOG-FILE
           IF WS-RESEAL-LOG-STATUS = '35'
              OPEN OUTPUT RESEAL-LOG-FILE
           END-IF
           IF WS-RESEAL-LOG-STATUS NOT = '00'
              DISPLAY "*** RE-SEAL LOG NOT WRITABLE (status "
                 WS-RESEAL-LOG-STATUS ") - nothing re-sealed ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

      *> A single file can only be re-sealed onto a sound register;
      *> integrity-seal says so and nothing is recorded.
       300-RECORD-SEALS.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-RESEAL-FILE TO SLR-FILE-ID
           MOVE "integrity-reseal" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
           EVALUATE TRUE
              WHEN SLR-SEALED
                 CONTINUE
              WHEN SLR-NO-REGISTER
                 DISPLAY "*** NO SEAL REGISTER YET - re-seal ALL to "
                    "create it; nothing re-sealed ***"
                 CLOSE RESEAL-LOG-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 DISPLAY "*** RE-SEAL FAILED (" SLR-RESULT ") "
                    SLR-DETAIL " ***"
                 IF WS-RESEAL-FILE NOT = "ALL"
                    DISPLAY "*** re-seal ALL to rebuild a damaged "
                       "register ***"
                 END-IF
                 CLOSE RESEAL-LOG-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
           END-EVALUATE.

       400-WRITE-RESEAL-LINE.
           IF WS-BFR-IN-SCOPE (WS-FILE-SUB) = 'Y'
              MOVE SPACES TO RSL-RECORD
              MOVE WS-TODAY-DATE TO RSL-DATE
              MOVE WS-NOW-TIME (1:6) TO RSL-TIME
              MOVE SFT-FILE-ID (WS-FILE-SUB) TO RSL-FILE-ID
              MOVE WS-BFR-STATE (WS-FILE-SUB) TO RSL-PRIOR-STATE
              MOVE WS-BFR-OLD-COUNT (WS-FILE-SUB) TO RSL-OLD-COUNT
              MOVE WS-BFR-OLD-HASH (WS-FILE-SUB) TO RSL-OLD-HASH
              IF WS-RESEAL-FILE = "ALL"
                 MOVE WS-BFR-NEW-COUNT (WS-FILE-SUB) TO RSL-NEW-COUNT
                 MOVE WS-BFR-NEW-HASH (WS-FILE-SUB) TO RSL-NEW-HASH
              ELSE
                 MOVE SLR-NEW-COUNT TO RSL-NEW-COUNT
                 MOVE SLR-NEW-HASH TO RSL-NEW-HASH
              END-IF
              MOVE AUR-KEYER-ID TO RSL-KEYER-ID
              MOVE AUR-AUTHORIZER-ID TO RSL-AUTHORIZER-ID
              MOVE WS-RESEAL-REASON TO RSL-REASON
              WRITE RSL-RECORD
              ADD 1 TO WS-RESEALED-COUNT
              DISPLAY "Re-sealed " RSL-FILE-ID " (was "
                 RSL-PRIOR-STATE "): " RSL-NEW-COUNT " records, "
                 "hash " RSL-NEW-HASH
           END-IF.
