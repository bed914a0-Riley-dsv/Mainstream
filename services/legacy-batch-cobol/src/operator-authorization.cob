      *> Maker-checker authorization for operator-keyed actions,
      *> CALLed by reject-repair, screening-review,
      *> settlement-recall-processor, compliance-case-maintenance,
      *> run-backout, fx-rate-restatement and integrity-reseal before
      *> they act on anything an operator keyed.
      *> Those inputs used to change money or compliance state on a
      *> single person's say-so; every one now carries a keyer ID and
      *> a separate authorizer ID, and this is the one place they are
      *> judged, so the callers cannot drift apart on the rule.
      *> An entry is refused when either ID is missing, when keyer
      *> and authorizer are the same person, when the keyer has no
      *> key authority for the action type on the maintained
      *> operator authority file (sample-data/operator-authority.dat,
      *> override via OPERATOR_AUTHORITY_PATH), or when the
      *> authorizer has no approve authority for it. A missing
      *> authority file refuses everything. Every decision, approved
      *> or refused, is appended to the shared authorization journal
      *> (reports/authorization-journal.dat, override via
      *> AUTHORIZATION_JOURNAL_PATH) with both operator IDs and the
      *> run ID of the most recent run on run-status.dat. The
      *> authority file and run ID are loaded on the first CALL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. operator-authorization.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
      *> 15102026 Riley - integrity-reseal calls in before accepting
      *> a change to a sealed persistent file (action RESEAL).
      *> 15102026 Riley - fx-rate-restatement calls in for each
      *> treasury rate correction (action FX-RESTATE).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-AUTHORITY-FILE
                  ASSIGN TO WS-AUTHORITY-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-AUTHORITY-STATUS.
           SELECT AUTHORIZATION-JOURNAL-FILE
                  ASSIGN TO WS-JOURNAL-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT RUN-STATUS-FILE
                  ASSIGN TO WS-RUN-STATUS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RUN-STATUS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-AUTHORITY-FILE.
       COPY "operator-authority-record".

       FD AUTHORIZATION-JOURNAL-FILE.
       COPY "authorization-journal-record".

       FD RUN-STATUS-FILE.
       COPY "run-status-record".

       WORKING-STORAGE SECTION.
       01 WS-AUTHORITY-PATH PIC X(255) VALUE
                       "../../../sample-data/operator-authority.dat".
       01 WS-AUTHORITY-OVERRIDE PIC X(255).
       01 WS-AUTHORITY-STATUS PIC X(2) VALUE '00'.
       01 WS-JOURNAL-PATH PIC X(255) VALUE
                       "../../../reports/authorization-journal.dat".
       01 WS-JOURNAL-OVERRIDE PIC X(255).
       01 WS-JOURNAL-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-STATUS-PATH PIC X(255) VALUE
                       "../../../reports/run-status.dat".
       01 WS-RUN-STATUS-STATUS PIC X(2) VALUE '00'.

       01 WS-FIRST-CALL-SW PIC X(1) VALUE 'Y'.
           88 WS-FIRST-CALL VALUE 'Y' FALSE 'N'.
       01 WS-AUTHORITY-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-AUTHORITY-EOF VALUE 'Y' FALSE 'N'.
       01 WS-AUTHORITY-LOADED-SW PIC X(1) VALUE 'N'.
           88 WS-AUTHORITY-LOADED VALUE 'Y' FALSE 'N'.
       01 WS-LAST-RUN-ID PIC 9(6) VALUE 0.
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.

      *> The authority file, one entry per operator per action type.
       01 WS-AUTHORITY-MAX PIC 9(3) VALUE 300.
       01 WS-AUTHORITY-COUNT PIC 9(3) VALUE 0.
       01 WS-AUTHORITY-TABLE.
           05 WS-OPA-ENTRY OCCURS 300 TIMES
                 INDEXED BY WS-OPA-IDX.
                 10 WS-OPA-OPERATOR-ID    PIC X(8).
                 10 WS-OPA-ACTION-TYPE    PIC X(14).
                 10 WS-OPA-MAY-KEY        PIC X(1).
                 10 WS-OPA-MAY-AUTHORIZE  PIC X(1).
       01 WS-LOOKUP-OPERATOR PIC X(8) VALUE SPACES.
       01 WS-LOOKUP-KEY PIC X(1) VALUE 'N'.
       01 WS-LOOKUP-AUTHORIZE PIC X(1) VALUE 'N'.

       LINKAGE SECTION.
       COPY "authorization-request".

       PROCEDURE DIVISION USING AUR-REQUEST.
       000-MAIN.
           IF WS-FIRST-CALL
              PERFORM 100-INIT
              SET WS-FIRST-CALL TO FALSE
           END-IF
           PERFORM 200-JUDGE-REQUEST
           PERFORM 300-WRITE-JOURNAL
           EXIT PROGRAM.

       100-INIT.
           MOVE SPACES TO WS-AUTHORITY-OVERRIDE
           ACCEPT WS-AUTHORITY-OVERRIDE
              FROM ENVIRONMENT "OPERATOR_AUTHORITY_PATH"
           IF WS-AUTHORITY-OVERRIDE NOT = SPACES
              MOVE WS-AUTHORITY-OVERRIDE TO WS-AUTHORITY-PATH
           END-IF
           MOVE SPACES TO WS-JOURNAL-OVERRIDE
           ACCEPT WS-JOURNAL-OVERRIDE
              FROM ENVIRONMENT "AUTHORIZATION_JOURNAL_PATH"
           IF WS-JOURNAL-OVERRIDE NOT = SPACES
              MOVE WS-JOURNAL-OVERRIDE TO WS-JOURNAL-PATH
           END-IF
           OPEN INPUT OPERATOR-AUTHORITY-FILE
           IF WS-AUTHORITY-STATUS NOT = '00'
              DISPLAY "*** OPERATOR AUTHORITY FILE NOT AVAILABLE "
                 "(status " WS-AUTHORITY-STATUS ") - every operator "
                 "action will be refused ***"
           ELSE
              SET WS-AUTHORITY-LOADED TO TRUE
              PERFORM 110-READ-AUTHORITY-ENTRY
                 UNTIL WS-AUTHORITY-EOF
                    OR WS-AUTHORITY-COUNT = WS-AUTHORITY-MAX
              IF NOT WS-AUTHORITY-EOF
                 DISPLAY "*** OPERATOR AUTHORITY FILE EXCEEDS "
                    WS-AUTHORITY-MAX " ENTRIES - operators past the "
                    "ceiling hold no authority ***"
              END-IF
              CLOSE OPERATOR-AUTHORITY-FILE
           END-IF
           OPEN INPUT RUN-STATUS-FILE
           IF WS-RUN-STATUS-STATUS = '00'
              READ RUN-STATUS-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF RST-RUN-ID IS NUMERIC
                       MOVE RST-RUN-ID TO WS-LAST-RUN-ID
                    END-IF
              END-READ
              CLOSE RUN-STATUS-FILE
           END-IF.

       110-READ-AUTHORITY-ENTRY.
           READ OPERATOR-AUTHORITY-FILE
              AT END SET WS-AUTHORITY-EOF TO TRUE
              NOT AT END
                 IF OPA-OPERATOR-ID NOT = SPACES
                    ADD 1 TO WS-AUTHORITY-COUNT
                    MOVE OPA-OPERATOR-ID
                       TO WS-OPA-OPERATOR-ID (WS-AUTHORITY-COUNT)
                    MOVE OPA-ACTION-TYPE
                       TO WS-OPA-ACTION-TYPE (WS-AUTHORITY-COUNT)
                    MOVE OPA-MAY-KEY
                       TO WS-OPA-MAY-KEY (WS-AUTHORITY-COUNT)
                    MOVE OPA-MAY-AUTHORIZE
                       TO WS-OPA-MAY-AUTHORIZE (WS-AUTHORITY-COUNT)
                 END-IF
           END-READ.

      *> The first failed test decides the reason -- the checks run
      *> cheapest first, and the same-person test ahead of the
      *> authority lookups so a self-approval is always reported as
      *> exactly that.
       200-JUDGE-REQUEST.
           SET AUR-APPROVED TO TRUE
           MOVE SPACES TO AUR-REASON
           EVALUATE TRUE
              WHEN AUR-KEYER-ID = SPACES
                 SET AUR-REFUSED TO TRUE
                 MOVE "NO KEYER ID" TO AUR-REASON
              WHEN AUR-AUTHORIZER-ID = SPACES
                 SET AUR-REFUSED TO TRUE
                 MOVE "NO AUTHORIZER ID" TO AUR-REASON
              WHEN AUR-KEYER-ID = AUR-AUTHORIZER-ID
                 SET AUR-REFUSED TO TRUE
                 MOVE "KEYER AND AUTHORIZER ARE THE SAME OPERATOR"
                    TO AUR-REASON
              WHEN NOT WS-AUTHORITY-LOADED
                 SET AUR-REFUSED TO TRUE
                 MOVE "OPERATOR AUTHORITY FILE NOT AVAILABLE"
                    TO AUR-REASON
              WHEN OTHER
                 MOVE AUR-KEYER-ID TO WS-LOOKUP-OPERATOR
                 PERFORM 210-LOOKUP-AUTHORITY
                 IF WS-LOOKUP-KEY NOT = 'Y'
                    SET AUR-REFUSED TO TRUE
                    MOVE "KEYER HAS NO KEY AUTHORITY FOR ACTION"
                       TO AUR-REASON
                 ELSE
                    MOVE AUR-AUTHORIZER-ID TO WS-LOOKUP-OPERATOR
                    PERFORM 210-LOOKUP-AUTHORITY
                    IF WS-LOOKUP-AUTHORIZE NOT = 'Y'
                       SET AUR-REFUSED TO TRUE
                       MOVE "AUTHORIZER HAS NO APPROVE AUTHORITY"
                          TO AUR-REASON
                    END-IF
                 END-IF
           END-EVALUATE.

       210-LOOKUP-AUTHORITY.
           MOVE 'N' TO WS-LOOKUP-KEY
           MOVE 'N' TO WS-LOOKUP-AUTHORIZE
           SET WS-OPA-IDX TO 1
           SEARCH WS-OPA-ENTRY
              AT END CONTINUE
              WHEN WS-OPA-IDX > WS-AUTHORITY-COUNT
                 CONTINUE
              WHEN WS-OPA-OPERATOR-ID (WS-OPA-IDX) = WS-LOOKUP-OPERATOR
                 AND WS-OPA-ACTION-TYPE (WS-OPA-IDX)
                    = AUR-ACTION-TYPE
                 MOVE WS-OPA-MAY-KEY (WS-OPA-IDX) TO WS-LOOKUP-KEY
                 MOVE WS-OPA-MAY-AUTHORIZE (WS-OPA-IDX)
                    TO WS-LOOKUP-AUTHORIZE
           END-SEARCH.

      *> Opened and closed around every line, so a caller that stops
      *> part-way still leaves every decision it took on the journal.
      *> A decision that cannot be journaled is not acted on.
       300-WRITE-JOURNAL.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           OPEN EXTEND AUTHORIZATION-JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '35'
              OPEN OUTPUT AUTHORIZATION-JOURNAL-FILE
           END-IF
           IF WS-JOURNAL-STATUS = '00'
              MOVE SPACES TO AUJ-RECORD
              MOVE WS-TODAY-DATE TO AUJ-DATE
              MOVE WS-NOW-TIME (1:6) TO AUJ-TIME
              MOVE WS-LAST-RUN-ID TO AUJ-RUN-ID
              MOVE AUR-PROGRAM TO AUJ-PROGRAM
              MOVE AUR-ACTION-TYPE TO AUJ-ACTION-TYPE
              MOVE AUR-SUBJECT TO AUJ-SUBJECT
              MOVE AUR-KEYER-ID TO AUJ-KEYER-ID
              MOVE AUR-AUTHORIZER-ID TO AUJ-AUTHORIZER-ID
              MOVE AUR-DECISION TO AUJ-DECISION
              MOVE AUR-REASON TO AUJ-REASON
              WRITE AUJ-RECORD
              CLOSE AUTHORIZATION-JOURNAL-FILE
           ELSE
              DISPLAY "*** AUTHORIZATION JOURNAL NOT WRITABLE "
                 "(status " WS-JOURNAL-STATUS ") - " AUR-ACTION-TYPE
                 " " AUR-SUBJECT " refused ***"
              SET AUR-REFUSED TO TRUE
              MOVE "AUTHORIZATION JOURNAL NOT WRITABLE"
                 TO AUR-REASON
           END-IF.
