       PROGRAM-ID. period-close-archiver.
       AUTHOR. Riley.
              DATE-WRITTEN. 09082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 09082026.
      *> 15102026 Riley - the archive copy buffer widens from 255 to
      *> 512 bytes: the extended extract layout (400 bytes) and the
      *> settlement report (482) no longer fit the old line, which
      *> would have archived a longer line in two pieces.
      *> 15102026 Riley - the period totals file is under integrity
      *> seal: the close refuses (RC 12) if it no longer matches its
      *> seal, and re-seals it once it has been cleared for the new
      *> period.
      *> 02092026 Riley - the period-end statement now prints the
      *> legal entity each totals line belongs to, since the period
      *> file accumulates per entity; a pre-entity record prints a
       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-SOURCE-FILE.
       01 ARC-SOURCE-LINE PIC X(512).

       FD ARCHIVE-COPY-FILE.
       01 ARC-COPY-LINE PIC X(512).

       FD ARCHIVE-INDEX-FILE.
       01 ARC-INDEX-LINE PIC X(200).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 ARC-INDEX-STATUS       PIC X(8).

      *> Integrity seals on the persistent files rewritten here.
       COPY "seal-request".
       01 WS-SEAL-FILE-ID PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting period-close archive"
           PERFORM 003-CHECK-LAST-RUN-STATUS
           PERFORM 004-VERIFY-SEALS
           PERFORM 001-DETERMINE-PERIOD-DATE
           PERFORM 002-OPEN-INDEX-FILE
           PERFORM 110-ARCHIVE-SETTLEMENT-REPORT
           PERFORM 170-ARCHIVE-AUDIT-LOG
           PERFORM 175-CLOSE-PERIOD-TOTALS
           PERFORM 180-ARCHIVE-EXTRACT
           PERFORM 190-SEAL-FILES
           CLOSE ARCHIVE-INDEX-FILE
           DISPLAY "Period-close archive complete for " WS-PERIOD-DATE
              ": " WS-FILES-ARCHIVED " file(s) archived, "
              CLOSE RUN-STATUS-FILE
           END-IF.

      *> A period-end statement built from a hand-edited totals
      *> file would publish the edit. With no seal register yet
      *> there is nothing to check.
       004-VERIFY-SEALS.
           MOVE "PERIOD-TOTAL" TO WS-SEAL-FILE-ID
           PERFORM 005-VERIFY-ONE-SEAL.

       005-VERIFY-ONE-SEAL.
           MOVE SPACES TO SLR-REQUEST
           MOVE "VERIFY" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "period-close-archiver" TO SLR-PROGRAM
           MOVE 0 TO SLR-RUN-ID
           CALL "integrity-seal" USING SLR-REQUEST
                ON EXCEPTION
                   DISPLAY "*** integrity-seal is not available ***"
           END-CALL
           IF NOT SLR-INTACT AND NOT SLR-NO-REGISTER
              DISPLAY "*** " WS-SEAL-FILE-ID " FAILS ITS INTEGRITY "
                 "SEAL (" SLR-RESULT ") " SLR-DETAIL " ***"
              DISPLAY "*** refusing to close the period; restore "
                 "the file or accept the change with "
                 "integrity-reseal ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

       001-DETERMINE-PERIOD-DATE.
           ACCEPT WS-PERIOD-DATE-OVERRIDE
              FROM ENVIRONMENT "ARCHIVE_PERIOD_DATE"
           SET WS-CLEAR-AFTER TO FALSE
           PERFORM 200-ARCHIVE-ONE-FILE.

      *> Re-seals the cleared totals file, so the new period's
      *> first run verifies against it.
       190-SEAL-FILES.
           MOVE "PERIOD-TOTAL" TO WS-SEAL-FILE-ID
           PERFORM 195-SEAL-ONE-FILE.

       195-SEAL-ONE-FILE.
           MOVE SPACES TO SLR-REQUEST
           MOVE "SEAL" TO SLR-ACTION
           MOVE WS-SEAL-FILE-ID TO SLR-FILE-ID
           MOVE "period-close-archiver" TO SLR-PROGRAM
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

      *> Shared copy logic for every file above -- WS-SOURCE-PATH,
      *> WS-DEST-PATH and WS-CLEAR-AFTER-SW must be set by the calling
      *> paragraph before this is PERFORMed. A missing source file is
