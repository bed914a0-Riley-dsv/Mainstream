      * One request to integrity-seal. The caller sets the action --
      * VERIFY to check seals, SEAL to record fresh ones -- and the
      * file ID from the seal file table, or ALL for every sealed
      * file, with its own program name and (for the orchestrator)
      * its run ID. integrity-seal hands back the result: INTACT,
      * BROKEN (SLR-BROKEN-COUNT files changed outside the batch,
      * the first of them named in SLR-DETAIL), NO-REGISTER (no seal
      * register on disk yet), SEALED or FAILED. For a single-file
      * request the seal found on the register before the call and
      * the one computed by it are handed back as well, for the
      * re-seal journal.
       01  SLR-REQUEST.
           05     SLR-ACTION               PIC X(8).
               88 SLR-VERIFY               VALUE 'VERIFY'.
               88 SLR-SEAL                 VALUE 'SEAL'.
           05     SLR-FILE-ID              PIC X(12).
           05     SLR-PROGRAM              PIC X(30).
           05     SLR-RUN-ID               PIC 9(6).
           05     SLR-RESULT               PIC X(12).
               88 SLR-INTACT               VALUE 'INTACT'.
               88 SLR-BROKEN               VALUE 'BROKEN'.
               88 SLR-NO-REGISTER          VALUE 'NO-REGISTER'.
               88 SLR-SEALED               VALUE 'SEALED'.
               88 SLR-FAILED               VALUE 'FAILED'.
           05     SLR-BROKEN-COUNT         PIC 9(2).
           05     SLR-DETAIL               PIC X(60).
           05     SLR-OLD-COUNT            PIC 9(9).
           05     SLR-OLD-HASH             PIC 9(12).
           05     SLR-NEW-COUNT            PIC 9(9).
           05     SLR-NEW-HASH             PIC 9(12).
