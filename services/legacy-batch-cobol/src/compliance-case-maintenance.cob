      *> work table refuses any status update (a rewrite from a
      *> partial table would delete the unheld cases) and says so
      *> loudly; the worklist still prints what was loaded, flagged
      *> as incomplete. A status update is maker-checker: CASE_KEYER_ID
      *> names the operator keying it and CASE_AUTHORIZER_ID a second
      *> operator approving it, and operator-authorization must pass
      *> both for CASE-STATUS before the case file is touched.
      *> The case file is under integrity seal: an update is refused
      *> (RC 12) if the file no longer matches its seal, and the
      *> file is re-sealed once the update is written. Each worklist
      *> line shows the kind of alert that raised the case (LARGE-TXN
      *> or ANOMALY).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. compliance-case-maintenance.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - the case record now carries the alert type
      *> that raised it; the worklist prints it in a new TYPE column
      *> (a case raised before the type was kept shows LARGE-TXN),
      *> the work table entry widens to 139 bytes and the worklist
      *> line to 160.
      *> 15102026 Riley - verifies the case file's integrity seal
      *> before applying a status update and re-seals it after.
      *> 15102026 Riley - case status updates need a keyer
      *> (CASE_KEYER_ID) and a separate authorizer
      *> (CASE_AUTHORIZER_ID), judged and journaled by
      *> operator-authorization; a refused update is not applied.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY "compliance-case-record".

       FD WORKLIST-FILE.
       01 WKL-REPORT-LINE PIC X(160).

       WORKING-STORAGE SECTION.
       01 WS-CASE-FILE-PATH PIC X(255) VALUE
       01 WS-UPDATE-NOTE PIC X(40) VALUE SPACES.
       01 WS-UPDATE-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-UPDATE-FOUND VALUE 'Y' FALSE 'N'.
       COPY "authorization-request".

       01 WS-CASE-MAX PIC 9(3) VALUE 200.
       01 WS-CASE-OVERFLOW-SW PIC X(1) VALUE 'N'.
       01 WS-CASE-COUNT PIC 9(3) VALUE 0.
       01 WS-CASE-SUB PIC 9(3) VALUE 0.
       01 WS-CASE-TABLE.
           05 WS-CASE-ENTRY PIC X(139) OCCURS 200 TIMES.

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-OPEN-COUNT PIC 9(3) VALUE 0.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STATUS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "TYPE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(32) VALUE "TRANSACTION-ID".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(15) VALUE "AMOUNT-USD".
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WKL-STATUS              PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WKL-ALERT-TYPE          PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WKL-TRANSACTION-ID      PIC X(32).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WKL-AMOUNT              PIC Z(11)9.99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WKL-NOTE                PIC X(40).

      *> Integrity seals on the persistent files rewritten here.
       COPY "seal-request".
       01 WS-SEAL-FILE-ID PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
                 OR WS-UPDATE-STATUS = "UNDER REVIEW"
                 OR WS-UPDATE-STATUS = "CLEARED"
                 OR WS-UPDATE-STATUS = "ESCALATED"
                 PERFORM 205-AUTHORIZE-UPDATE
                 IF AUR-APPROVED
                    PERFORM 210-APPLY-UPDATE
                 ELSE
                    DISPLAY "Case " WS-UPDATE-CASE-ID " update NOT "
                       "AUTHORIZED: " AUR-REASON " - no update applied"
                 END-IF
              ELSE
                 DISPLAY "CASE_STATUS must be NEW, UNDER REVIEW, "
                    "CLEARED or ESCALATED - no update applied"
              END-IF
           END-IF.

       205-AUTHORIZE-UPDATE.
           MOVE SPACES TO AUR-REQUEST
           MOVE "CASE-STATUS" TO AUR-ACTION-TYPE
           MOVE "compliance-case-maintenance" TO AUR-PROGRAM
           MOVE WS-UPDATE-CASE-ID-TEXT TO AUR-SUBJECT
           ACCEPT AUR-KEYER-ID FROM ENVIRONMENT "CASE_KEYER_ID"
           ACCEPT AUR-AUTHORIZER-ID
              FROM ENVIRONMENT "CASE_AUTHORIZER_ID"
           CALL "operator-authorization" USING AUR-REQUEST.

      *> A rewrite sourced from a table that could not hold every
      *> case would delete the unheld ones -- with an overflowed
      *> file the update is refused outright.
                 VARYING WS-CASE-SUB FROM 1 BY 1
                 UNTIL WS-CASE-SUB > WS-CASE-COUNT
              IF WS-UPDATE-FOUND
                 PERFORM 230-VERIFY-SEALS
                 PERFORM 300-REWRITE-CASE-FILE
                 PERFORM 320-SEAL-FILES
                 DISPLAY "Case " WS-UPDATE-CASE-ID " set to "
                    WS-UPDATE-STATUS
              ELSE
              MOVE CSE-RECORD TO WS-CASE-ENTRY (WS-CASE-SUB)
           END-IF.

      *> An update is not written over a hand-edited case file.
      *> With no seal register yet there is nothing to check.
       230-VERIFY-SEALS.
           MOVE "COMPL-CASES" TO WS-SEAL-FILE-ID
           PERFORM 235-VERIFY-ONE-SEAL.

       235-VERIFY-ONE-SEAL.
           MOVE SPACES TO SLR-REQUEST
           MOVE "VERIFY" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "compliance-case-maintenance" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-INTACT AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " FAILS ITS INTEGRITY "
                 "SEAL (" SLR-RESULT ") " SLR-DETAIL " ***"
              DISPLAY "*** refusing to update the case; restore "
                 "the file or accept the change with "
                 "integrity-reseal ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       300-REWRITE-CASE-FILE.
           OPEN OUTPUT COMPLIANCE-CASE-FILE
           IF WS-CASE-FILE-STATUS = '00'
           MOVE WS-CASE-ENTRY (WS-CASE-SUB) TO CSE-RECORD
           WRITE CSE-RECORD.

      *> Re-seals the case file as the update left it, so the next
      *> run's verification accepts the change.
       320-SEAL-FILES.
           MOVE "COMPL-CASES" TO WS-SEAL-FILE-ID
           PERFORM 330-SEAL-ONE-FILE.

       330-SEAL-ONE-FILE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "compliance-case-maintenance" TO SLR-PROGRAM
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

       900-WRITE-WORKLIST.
           MOVE 0 TO WS-OPEN-COUNT
           MOVE 0 TO WS-OLDEST-AGE
              MOVE CSE-RAISED-DATE TO WKL-RAISED-DATE
              MOVE WS-CASE-AGE TO WKL-AGE
              MOVE CSE-STATUS TO WKL-STATUS
              IF CSE-ALERT-TYPE = SPACES
                 MOVE "LARGE-TXN" TO WKL-ALERT-TYPE
              ELSE
                 MOVE CSE-ALERT-TYPE TO WKL-ALERT-TYPE
              END-IF
              MOVE CSE-TRANSACTION-ID TO WKL-TRANSACTION-ID
              MOVE CSE-AMOUNT-BASE TO WKL-AMOUNT
              MOVE CSE-NOTE TO WKL-NOTE
