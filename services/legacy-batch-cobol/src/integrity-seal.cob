      *> Integrity seals on the persistent files the batch trusts
      *> between runs, CALLed by main-cobol-orchestrator, by every
      *> operator program entitled to rewrite one of those files, and
      *> by integrity-reseal.
      *> The seen-ID log, the payment reference register, the period
      *> totals, the warehouse, the screening hold queue, the
      *> compliance case file and the audit log (the seal file table,
      *> copybooks/seal-file-table.cpy) are each carried on the seal
      *> register (checkpoints/seal-register.dat, override via
      *> SEAL_REGISTER_PATH) as a record count and a hash total over
      *> their contents. SEAL measures the requested file, or ALL of
      *> them, and records a fresh seal with the caller's name and
      *> run ID. VERIFY measures them again and reports BROKEN when a
      *> file no longer matches its seal -- a file changed outside
      *> the batch and outside every program entitled to change it.
      *> A file the table names but the register does not carry is
      *> broken; a missing file measures as empty. The seen-ID log,
      *> the payment reference register and the warehouse are keyed
      *> stores, measured by browsing them through keyed-store in
      *> key order, so their seals stand for the records and not for
      *> the indexed file's physical layout. The audit log is
      *> append-only: its sealed records must still be there, in
      *> order and unchanged, but later appends are not a change.
      *> The register carries a trailer whose count and hash cover
      *> the seal lines themselves; a register that fails that check
      *> breaks every seal on it, and only SEAL ALL rebuilds it. With
      *> no register on disk at all VERIFY answers NO-REGISTER and a
      *> single-file SEAL records nothing -- the register comes into
      *> being with the first SEAL ALL.
      *> Hash: each record contributes the sum of byte value times
      *> byte position up to its last non-blank byte, folded into the
      *> running total as H = (H * 131 + R + 1) modulo 999999999989,
      *> so a reordered, inserted or deleted record changes it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. integrity-seal.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
      *> 15102026 Riley - seal mode K measures a keyed store record by
      *> record through keyed-store; the seen-ID log, payment
      *> reference register and warehouse are sealed that way now.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEAL-REGISTER-FILE
                  ASSIGN TO WS-REGISTER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REGISTER-STATUS.
           SELECT SEALED-FILE
                  ASSIGN TO WS-SEALED-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-SEALED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SEAL-REGISTER-FILE.
       COPY "seal-register-record".

       FD SEALED-FILE.
       01 SEALED-LINE PIC X(512).

       WORKING-STORAGE SECTION.
       01 WS-REGISTER-PATH PIC X(255) VALUE
                       "../../../checkpoints/seal-register.dat".
       01 WS-REGISTER-OVERRIDE PIC X(255).
       01 WS-REGISTER-STATUS PIC X(2) VALUE '00'.
       01 WS-SEALED-PATH PIC X(255) VALUE SPACES.
       01 WS-SEALED-STATUS PIC X(2) VALUE '00'.

       COPY "seal-file-table".

       01 WS-NO-REGISTER-SW PIC X(1) VALUE 'N'.
           88 WS-NO-REGISTER VALUE 'Y' FALSE 'N'.
       01 WS-REGISTER-TAMPERED-SW PIC X(1) VALUE 'N'.
           88 WS-REGISTER-TAMPERED VALUE 'Y' FALSE 'N'.
       01 WS-REGISTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-REGISTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-TRAILER-SEEN-SW PIC X(1) VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y' FALSE 'N'.
       01 WS-SEALED-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-SEALED-EOF VALUE 'Y' FALSE 'N'.
       01 WS-FILE-UNREADABLE-SW PIC X(1) VALUE 'N'.
           88 WS-FILE-UNREADABLE VALUE 'Y' FALSE 'N'.
       01 WS-SEAL-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-SEAL-FAILED VALUE 'Y' FALSE 'N'.
       01 WS-SEAL-OK-SW PIC X(1) VALUE 'Y'.
           88 WS-SEAL-OK VALUE 'Y' FALSE 'N'.
       01 WS-SCAN-DONE-SW PIC X(1) VALUE 'N'.
           88 WS-SCAN-DONE VALUE 'Y' FALSE 'N'.

       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-NOW-TIME PIC 9(8) VALUE 0.
       01 WS-TARGET-IDX PIC 9(2) VALUE 0.
       01 WS-FILE-IDX PIC 9(2) VALUE 0.
       01 WS-BROKEN-REASON PIC X(36) VALUE SPACES.

      *> The register as loaded, one slot per seal file table entry.
       01 WS-REGISTER-LINES PIC 9(5) VALUE 0.
       01 WS-TRAILER-COUNT PIC 9(9) VALUE 0.
       01 WS-TRAILER-HASH PIC 9(12) VALUE 0.
       01 WS-REGISTER-TABLE.
           05 WS-RSE-ENTRY OCCURS 20 TIMES.
                 10 WS-RSE-PRESENT        PIC X(1).
                 10 WS-RSE-MODE           PIC X(1).
                 10 WS-RSE-COUNT          PIC 9(9).
                 10 WS-RSE-HASH           PIC 9(12).
                 10 WS-RSE-DATE           PIC 9(8).
                 10 WS-RSE-TIME           PIC 9(6).
                 10 WS-RSE-SEALED-BY      PIC X(30).
                 10 WS-RSE-RUN-ID         PIC 9(6).

      *> One file as measured now. The prefix hash is the running
      *> hash as it stood after the number of records last sealed,
      *> for the append-only check.
       01 WS-FILE-COUNT PIC 9(9) VALUE 0.
       01 WS-FILE-HASH PIC 9(12) VALUE 0.
       01 WS-PREFIX-LIMIT PIC 9(9) VALUE 0.
       01 WS-PREFIX-HASH PIC 9(12) VALUE 0.

      *> The hash arithmetic.
       01 WS-HASH-MODULUS PIC 9(12) VALUE 999999999989.
       01 WS-ACC-HASH PIC 9(12) VALUE 0.
       01 WS-HASH-WORK PIC 9(15) VALUE 0.
       01 WS-HASH-QUOTIENT PIC 9(15) VALUE 0.
       01 WS-HASH-LINE PIC X(512) VALUE SPACES.
       01 WS-LINE-LENGTH PIC 9(4) COMP VALUE 0.
       01 WS-LINE-POS PIC 9(4) COMP VALUE 0.
       01 WS-LINE-SUM PIC 9(9) VALUE 0.
       01 WS-BYTE-PAIR.
           05 WS-BYTE-HIGH PIC X(1) VALUE LOW-VALUE.
           05 WS-BYTE-LOW PIC X(1) VALUE LOW-VALUE.
       01 WS-BYTE-VALUE REDEFINES WS-BYTE-PAIR PIC 9(4) COMP.

      *> A keyed store is measured through keyed-store.
       COPY "keyed-store-request".

       LINKAGE SECTION.
       COPY "seal-request".

       PROCEDURE DIVISION USING SLR-REQUEST.
       000-MAIN.
           PERFORM 100-INIT
           PERFORM 110-FIND-TARGET
           PERFORM 150-LOAD-REGISTER
           EVALUATE TRUE
              WHEN SLR-FAILED
                 CONTINUE
              WHEN SLR-VERIFY
                 PERFORM 200-VERIFY-SEALS
              WHEN SLR-SEAL
                 PERFORM 300-RECORD-SEALS
              WHEN OTHER
                 SET SLR-FAILED TO TRUE
                 MOVE "UNKNOWN SEAL ACTION" TO SLR-DETAIL
           END-EVALUATE
           EXIT PROGRAM.

       100-INIT.
           MOVE SPACES TO WS-REGISTER-OVERRIDE
           ACCEPT WS-REGISTER-OVERRIDE
              FROM ENVIRONMENT "SEAL_REGISTER_PATH"
           IF WS-REGISTER-OVERRIDE NOT = SPACES
              MOVE WS-REGISTER-OVERRIDE TO WS-REGISTER-PATH
           END-IF
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO SLR-RESULT
           MOVE SPACES TO SLR-DETAIL
           MOVE 0 TO SLR-BROKEN-COUNT
           MOVE 0 TO SLR-OLD-COUNT
           MOVE 0 TO SLR-OLD-HASH
           MOVE 0 TO SLR-NEW-COUNT
           MOVE 0 TO SLR-NEW-HASH
           SET WS-SEAL-FAILED TO FALSE.

      *> ALL leaves the target at zero; an ID the seal file table
      *> does not carry fails the request outright.
       110-FIND-TARGET.
           MOVE 0 TO WS-TARGET-IDX
           IF SLR-FILE-ID NOT = "ALL"
              SET SFT-IDX TO 1
              SEARCH SFT-ENTRY
                 AT END
                    SET SLR-FAILED TO TRUE
                    STRING "UNKNOWN SEALED FILE ID " DELIMITED BY SIZE
                       SLR-FILE-ID DELIMITED BY SPACE
                       INTO SLR-DETAIL
                    END-STRING
                 WHEN SFT-FILE-ID (SFT-IDX) = SLR-FILE-ID
                    SET WS-TARGET-IDX TO SFT-IDX
              END-SEARCH
           END-IF.

      *> Every seal line is hashed as it is read, so the trailer can
      *> be checked once the register is in. A line after the
      *> trailer, a seal with a damaged count or hash, or a trailer
      *> that does not agree with the lines ahead of it fails the
      *> whole register.
       150-LOAD-REGISTER.
           INITIALIZE WS-REGISTER-TABLE
           SET WS-NO-REGISTER TO FALSE
           SET WS-REGISTER-TAMPERED TO FALSE
           SET WS-REGISTER-EOF TO FALSE
           SET WS-TRAILER-SEEN TO FALSE
           MOVE 0 TO WS-REGISTER-LINES
           MOVE 0 TO WS-TRAILER-COUNT
           MOVE 0 TO WS-TRAILER-HASH
           MOVE 0 TO WS-ACC-HASH
           OPEN INPUT SEAL-REGISTER-FILE
           EVALUATE WS-REGISTER-STATUS
              WHEN '00'
                 PERFORM 160-READ-REGISTER-LINE
                    UNTIL WS-REGISTER-EOF
                 CLOSE SEAL-REGISTER-FILE
                 IF NOT WS-TRAILER-SEEN
                    OR WS-TRAILER-COUNT NOT = WS-REGISTER-LINES
                    OR WS-TRAILER-HASH NOT = WS-ACC-HASH
                    SET WS-REGISTER-TAMPERED TO TRUE
                 END-IF
              WHEN '35'
                 SET WS-NO-REGISTER TO TRUE
              WHEN OTHER
                 DISPLAY "*** SEAL REGISTER NOT READABLE (status "
                    WS-REGISTER-STATUS ") ***"
                 SET WS-REGISTER-TAMPERED TO TRUE
           END-EVALUATE
           IF WS-REGISTER-TAMPERED
              DISPLAY "*** SEAL REGISTER FAILS ITS OWN CHECK - every "
                 "seal on it is treated as broken ***"
           END-IF.

       160-READ-REGISTER-LINE.
           READ SEAL-REGISTER-FILE
              AT END SET WS-REGISTER-EOF TO TRUE
              NOT AT END
                 EVALUATE TRUE
                    WHEN WS-TRAILER-SEEN
                       SET WS-REGISTER-TAMPERED TO TRUE
                    WHEN SRG-FILE-ID = "*REGISTER*"
                       SET WS-TRAILER-SEEN TO TRUE
                       IF SRG-RECORD-COUNT IS NUMERIC
                          AND SRG-HASH-TOTAL IS NUMERIC
                          MOVE SRG-RECORD-COUNT TO WS-TRAILER-COUNT
                          MOVE SRG-HASH-TOTAL TO WS-TRAILER-HASH
                       ELSE
                          SET WS-REGISTER-TAMPERED TO TRUE
                       END-IF
                    WHEN OTHER
                       ADD 1 TO WS-REGISTER-LINES
                       MOVE SRG-RECORD TO WS-HASH-LINE
                       PERFORM 500-HASH-LINE
                       PERFORM 170-STORE-REGISTER-LINE
                 END-EVALUATE
           END-READ.

      *> A seal for a file the table no longer carries is kept in
      *> the trailer hash but otherwise ignored, and drops off the
      *> register the next time it is written.
       170-STORE-REGISTER-LINE.
           IF SRG-RECORD-COUNT IS NOT NUMERIC
              OR SRG-HASH-TOTAL IS NOT NUMERIC
              SET WS-REGISTER-TAMPERED TO TRUE
           ELSE
              SET SFT-IDX TO 1
              SEARCH SFT-ENTRY
                 AT END CONTINUE
                 WHEN SFT-FILE-ID (SFT-IDX) = SRG-FILE-ID
                    SET WS-FILE-IDX TO SFT-IDX
                    MOVE 'Y' TO WS-RSE-PRESENT (WS-FILE-IDX)
                    MOVE SRG-SEAL-MODE TO WS-RSE-MODE (WS-FILE-IDX)
                    MOVE SRG-RECORD-COUNT TO WS-RSE-COUNT (WS-FILE-IDX)
                    MOVE SRG-HASH-TOTAL TO WS-RSE-HASH (WS-FILE-IDX)
                    IF SRG-SEALED-DATE IS NUMERIC
                       MOVE SRG-SEALED-DATE TO WS-RSE-DATE (WS-FILE-IDX)
                    END-IF
                    IF SRG-SEALED-TIME IS NUMERIC
                       MOVE SRG-SEALED-TIME TO WS-RSE-TIME (WS-FILE-IDX)
                    END-IF
                    MOVE SRG-SEALED-BY
                       TO WS-RSE-SEALED-BY (WS-FILE-IDX)
                    IF SRG-RUN-ID IS NUMERIC
                       MOVE SRG-RUN-ID TO WS-RSE-RUN-ID (WS-FILE-IDX)
                    END-IF
              END-SEARCH
           END-IF.

      *> Every requested file is measured even with no register, so
      *> a single-file VERIFY always hands back what is on disk now.
       200-VERIFY-SEALS.
           PERFORM 210-VERIFY-FILE
              VARYING WS-FILE-IDX FROM 1 BY 1
              UNTIL WS-FILE-IDX > SFT-FILE-COUNT
           EVALUATE TRUE
              WHEN WS-NO-REGISTER
                 SET SLR-NO-REGISTER TO TRUE
              WHEN SLR-BROKEN-COUNT > 0
                 SET SLR-BROKEN TO TRUE
              WHEN OTHER
                 SET SLR-INTACT TO TRUE
           END-EVALUATE.

       210-VERIFY-FILE.
           IF WS-TARGET-IDX = 0 OR WS-TARGET-IDX = WS-FILE-IDX
              MOVE 0 TO WS-PREFIX-LIMIT
              IF WS-RSE-PRESENT (WS-FILE-IDX) = 'Y'
                 AND SFT-SEAL-MODE (WS-FILE-IDX) = 'A'
                 MOVE WS-RSE-COUNT (WS-FILE-IDX) TO WS-PREFIX-LIMIT
              END-IF
              PERFORM 400-MEASURE-FILE
              IF WS-TARGET-IDX = WS-FILE-IDX
                 MOVE WS-RSE-COUNT (WS-FILE-IDX) TO SLR-OLD-COUNT
                 MOVE WS-RSE-HASH (WS-FILE-IDX) TO SLR-OLD-HASH
                 MOVE WS-FILE-COUNT TO SLR-NEW-COUNT
                 MOVE WS-FILE-HASH TO SLR-NEW-HASH
              END-IF
              IF NOT WS-NO-REGISTER
                 PERFORM 220-JUDGE-SEAL
              END-IF
           END-IF.

       220-JUDGE-SEAL.
           SET WS-SEAL-OK TO TRUE
           MOVE SPACES TO WS-BROKEN-REASON
           EVALUATE TRUE
              WHEN WS-REGISTER-TAMPERED
                 SET WS-SEAL-OK TO FALSE
                 MOVE "SEAL REGISTER FAILS ITS OWN CHECK"
                    TO WS-BROKEN-REASON
              WHEN WS-RSE-PRESENT (WS-FILE-IDX) NOT = 'Y'
                 SET WS-SEAL-OK TO FALSE
                 MOVE "NOT ON THE SEAL REGISTER" TO WS-BROKEN-REASON
              WHEN WS-FILE-UNREADABLE
                 SET WS-SEAL-OK TO FALSE
                 MOVE "NOT READABLE" TO WS-BROKEN-REASON
              WHEN SFT-SEAL-MODE (WS-FILE-IDX) = 'A'
                 IF WS-FILE-COUNT < WS-RSE-COUNT (WS-FILE-IDX)
                    OR WS-PREFIX-HASH NOT = WS-RSE-HASH (WS-FILE-IDX)
                    SET WS-SEAL-OK TO FALSE
                    MOVE "SEALED RECORDS CHANGED OR REMOVED"
                       TO WS-BROKEN-REASON
                 END-IF
              WHEN OTHER
                 IF WS-FILE-COUNT NOT = WS-RSE-COUNT (WS-FILE-IDX)
                    OR WS-FILE-HASH NOT = WS-RSE-HASH (WS-FILE-IDX)
                    SET WS-SEAL-OK TO FALSE
                    MOVE "CHANGED OUTSIDE THE BATCH"
                       TO WS-BROKEN-REASON
                 END-IF
           END-EVALUATE
           IF NOT WS-SEAL-OK
              ADD 1 TO SLR-BROKEN-COUNT
              IF SLR-DETAIL = SPACES
                 STRING SFT-FILE-ID (WS-FILE-IDX) DELIMITED BY SPACE
                    " " DELIMITED BY SIZE
                    WS-BROKEN-REASON DELIMITED BY SIZE
                    INTO SLR-DETAIL
                 END-STRING
              END-IF
              DISPLAY "*** SEAL BROKEN - " SFT-FILE-ID (WS-FILE-IDX)
                 " " WS-BROKEN-REASON " - sealed "
                 WS-RSE-COUNT (WS-FILE-IDX) " records hash "
                 WS-RSE-HASH (WS-FILE-IDX) " by "
                 WS-RSE-SEALED-BY (WS-FILE-IDX) ", now "
                 WS-FILE-COUNT " records hash " WS-FILE-HASH " ***"
           END-IF.

      *> A single-file SEAL needs a sound register to add to; only
      *> SEAL ALL may start one or rebuild a damaged one. Nothing is
      *> written unless every requested file could be measured.
       300-RECORD-SEALS.
           EVALUATE TRUE
              WHEN WS-NO-REGISTER AND WS-TARGET-IDX NOT = 0
                 SET SLR-NO-REGISTER TO TRUE
              WHEN WS-REGISTER-TAMPERED AND WS-TARGET-IDX NOT = 0
                 SET SLR-FAILED TO TRUE
                 MOVE "SEAL REGISTER FAILS ITS OWN CHECK" TO SLR-DETAIL
              WHEN OTHER
                 IF WS-REGISTER-TAMPERED
                    INITIALIZE WS-REGISTER-TABLE
                 END-IF
                 PERFORM 310-SEAL-FILE
                    VARYING WS-FILE-IDX FROM 1 BY 1
                    UNTIL WS-FILE-IDX > SFT-FILE-COUNT
                 IF WS-SEAL-FAILED
                    SET SLR-FAILED TO TRUE
                 ELSE
                    PERFORM 350-WRITE-REGISTER
                 END-IF
           END-EVALUATE.

       310-SEAL-FILE.
           IF WS-TARGET-IDX = 0 OR WS-TARGET-IDX = WS-FILE-IDX
              MOVE 0 TO WS-PREFIX-LIMIT
              PERFORM 400-MEASURE-FILE
              IF WS-FILE-UNREADABLE
                 SET WS-SEAL-FAILED TO TRUE
                 IF SLR-DETAIL = SPACES
                    STRING SFT-FILE-ID (WS-FILE-IDX) DELIMITED BY SPACE
                       " NOT READABLE" DELIMITED BY SIZE
                       INTO SLR-DETAIL
                    END-STRING
                 END-IF
              ELSE
                 IF WS-TARGET-IDX = WS-FILE-IDX
                    MOVE WS-RSE-COUNT (WS-FILE-IDX) TO SLR-OLD-COUNT
                    MOVE WS-RSE-HASH (WS-FILE-IDX) TO SLR-OLD-HASH
                    MOVE WS-FILE-COUNT TO SLR-NEW-COUNT
                    MOVE WS-FILE-HASH TO SLR-NEW-HASH
                 END-IF
                 MOVE 'Y' TO WS-RSE-PRESENT (WS-FILE-IDX)
                 MOVE SFT-SEAL-MODE (WS-FILE-IDX)
                    TO WS-RSE-MODE (WS-FILE-IDX)
                 MOVE WS-FILE-COUNT TO WS-RSE-COUNT (WS-FILE-IDX)
                 MOVE WS-FILE-HASH TO WS-RSE-HASH (WS-FILE-IDX)
                 MOVE WS-TODAY-DATE TO WS-RSE-DATE (WS-FILE-IDX)
                 MOVE WS-NOW-TIME (1:6) TO WS-RSE-TIME (WS-FILE-IDX)
                 MOVE SLR-PROGRAM TO WS-RSE-SEALED-BY (WS-FILE-IDX)
                 MOVE SLR-RUN-ID TO WS-RSE-RUN-ID (WS-FILE-IDX)
              END-IF
           END-IF.

      *> The register is rewritten whole, seal lines in table order
      *> and the trailer last, hashed as they are written.
       350-WRITE-REGISTER.
           OPEN OUTPUT SEAL-REGISTER-FILE
           IF WS-REGISTER-STATUS NOT = '00'
              DISPLAY "*** SEAL REGISTER NOT WRITABLE (status "
                 WS-REGISTER-STATUS ") - no seal recorded ***"
              SET SLR-FAILED TO TRUE
              MOVE "SEAL REGISTER NOT WRITABLE" TO SLR-DETAIL
           ELSE
              MOVE 0 TO WS-REGISTER-LINES
              MOVE 0 TO WS-ACC-HASH
              PERFORM 360-WRITE-SEAL-LINE
                 VARYING WS-FILE-IDX FROM 1 BY 1
                 UNTIL WS-FILE-IDX > SFT-FILE-COUNT
              MOVE SPACES TO SRG-RECORD
              MOVE "*REGISTER*" TO SRG-FILE-ID
              MOVE WS-REGISTER-LINES TO SRG-RECORD-COUNT
              MOVE WS-ACC-HASH TO SRG-HASH-TOTAL
              MOVE WS-TODAY-DATE TO SRG-SEALED-DATE
              MOVE WS-NOW-TIME (1:6) TO SRG-SEALED-TIME
              MOVE SLR-PROGRAM TO SRG-SEALED-BY
              MOVE SLR-RUN-ID TO SRG-RUN-ID
              WRITE SRG-RECORD
              CLOSE SEAL-REGISTER-FILE
              SET SLR-SEALED TO TRUE
           END-IF.

       360-WRITE-SEAL-LINE.
           IF WS-RSE-PRESENT (WS-FILE-IDX) = 'Y'
              MOVE SPACES TO SRG-RECORD
              MOVE SFT-FILE-ID (WS-FILE-IDX) TO SRG-FILE-ID
              MOVE WS-RSE-MODE (WS-FILE-IDX) TO SRG-SEAL-MODE
              MOVE WS-RSE-COUNT (WS-FILE-IDX) TO SRG-RECORD-COUNT
              MOVE WS-RSE-HASH (WS-FILE-IDX) TO SRG-HASH-TOTAL
              MOVE WS-RSE-DATE (WS-FILE-IDX) TO SRG-SEALED-DATE
              MOVE WS-RSE-TIME (WS-FILE-IDX) TO SRG-SEALED-TIME
              MOVE WS-RSE-SEALED-BY (WS-FILE-IDX) TO SRG-SEALED-BY
              MOVE WS-RSE-RUN-ID (WS-FILE-IDX) TO SRG-RUN-ID
              MOVE SRG-RECORD TO WS-HASH-LINE
              PERFORM 500-HASH-LINE
              ADD 1 TO WS-REGISTER-LINES
              WRITE SRG-RECORD
           END-IF.

      *> A file that is not there measures as empty -- the seal then
      *> catches a sealed file that has been deleted.
       400-MEASURE-FILE.
           MOVE SFT-FILE-PATH (WS-FILE-IDX) TO WS-SEALED-PATH
           MOVE 0 TO WS-FILE-COUNT
           MOVE 0 TO WS-ACC-HASH
           MOVE 0 TO WS-PREFIX-HASH
           SET WS-FILE-UNREADABLE TO FALSE
           SET WS-SEALED-EOF TO FALSE
           IF SFT-SEAL-MODE (WS-FILE-IDX) = 'K'
              PERFORM 420-MEASURE-KEYED-STORE
           ELSE
              OPEN INPUT SEALED-FILE
              EVALUATE WS-SEALED-STATUS
                 WHEN '00'
                    PERFORM 410-READ-SEALED-RECORD
                       UNTIL WS-SEALED-EOF
                    CLOSE SEALED-FILE
                 WHEN '35'
                    CONTINUE
                 WHEN OTHER
                    SET WS-FILE-UNREADABLE TO TRUE
                    DISPLAY "*** SEALED FILE "
                       SFT-FILE-ID (WS-FILE-IDX)
                       " NOT READABLE (status " WS-SEALED-STATUS
                       ") ***"
              END-EVALUATE
           END-IF
           MOVE WS-ACC-HASH TO WS-FILE-HASH.

       410-READ-SEALED-RECORD.
           READ SEALED-FILE
              AT END SET WS-SEALED-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-FILE-COUNT
                 MOVE SEALED-LINE TO WS-HASH-LINE
                 PERFORM 500-HASH-LINE
                 IF WS-FILE-COUNT = WS-PREFIX-LIMIT
                    MOVE WS-ACC-HASH TO WS-PREFIX-HASH
                 END-IF
           END-READ.

      *> The store as it stands, from its lowest key -- nothing a run
      *> has staged and not yet committed is part of it. The store
      *> table's ID is the keyed-store store ID.
       420-MEASURE-KEYED-STORE.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-BROWSE TO TRUE
           MOVE SFT-FILE-ID (WS-FILE-IDX) TO KSR-STORE-ID
           SET KSR-LIVE-VIEW TO TRUE
           SET KSR-BY-PRIMARY TO TRUE
           MOVE LOW-VALUES TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              SET WS-FILE-UNREADABLE TO TRUE
           ELSE
              PERFORM 430-READ-KEYED-RECORD UNTIL WS-SEALED-EOF
           END-IF
           IF WS-FILE-UNREADABLE
              DISPLAY "*** SEALED FILE " SFT-FILE-ID (WS-FILE-IDX)
                 " NOT READABLE (" KSR-DETAIL ") ***"
           END-IF
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST.

       430-READ-KEYED-RECORD.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-NEXT TO TRUE
           MOVE SFT-FILE-ID (WS-FILE-IDX) TO KSR-STORE-ID
           CALL "keyed-store" USING KSR-REQUEST
           EVALUATE TRUE
              WHEN KSR-FOUND
                 ADD 1 TO WS-FILE-COUNT
                 MOVE KSR-RECORD TO WS-HASH-LINE
                 PERFORM 500-HASH-LINE
              WHEN KSR-FAILED
                 SET WS-FILE-UNREADABLE TO TRUE
                 SET WS-SEALED-EOF TO TRUE
              WHEN OTHER
                 SET WS-SEALED-EOF TO TRUE
           END-EVALUATE.

      *> Folds the line in WS-HASH-LINE into the running hash.
       500-HASH-LINE.
           MOVE 512 TO WS-LINE-LENGTH
           SET WS-SCAN-DONE TO FALSE
           PERFORM 510-STEP-BACK UNTIL WS-SCAN-DONE
           MOVE 0 TO WS-LINE-SUM
           PERFORM 520-ADD-BYTE
              VARYING WS-LINE-POS FROM 1 BY 1
              UNTIL WS-LINE-POS > WS-LINE-LENGTH
           COMPUTE WS-HASH-WORK = WS-ACC-HASH * 131 + WS-LINE-SUM + 1
           DIVIDE WS-HASH-WORK BY WS-HASH-MODULUS
              GIVING WS-HASH-QUOTIENT REMAINDER WS-ACC-HASH.

       510-STEP-BACK.
           IF WS-LINE-LENGTH = 0
              SET WS-SCAN-DONE TO TRUE
           ELSE
              IF WS-HASH-LINE (WS-LINE-LENGTH:1) NOT = SPACE
                 SET WS-SCAN-DONE TO TRUE
              ELSE
                 SUBTRACT 1 FROM WS-LINE-LENGTH
              END-IF
           END-IF.

       520-ADD-BYTE.
           MOVE WS-HASH-LINE (WS-LINE-POS:1) TO WS-BYTE-LOW
           COMPUTE WS-LINE-SUM = WS-LINE-SUM
              + WS-BYTE-VALUE * WS-LINE-POS.
