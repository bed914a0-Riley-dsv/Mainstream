      * One line of the re-seal log (reports/seal-reseal-log.dat),
      * appended by integrity-reseal for every sealed file it
      * re-seals -- the record that a change made outside the batch
      * was accepted, by whom and why. The seal as it stood on the
      * register before (with whether the file still matched it:
      * INTACT, BROKEN, or NO-REGISTER when there was no register at
      * all) and the seal recorded in its place are both kept, with
      * the keyer and authorizer the maker-checker step approved.
      * The log is never rewritten, only appended to.
       01  RSL-RECORD.
           05     RSL-DATE                 PIC 9(8).
           05     FILLER                   PIC X(1).
           05     RSL-TIME                 PIC 9(6).
           05     FILLER                   PIC X(1).
           05     RSL-FILE-ID              PIC X(12).
           05     FILLER                   PIC X(1).
           05     RSL-PRIOR-STATE          PIC X(12).
           05     FILLER                   PIC X(1).
           05     RSL-OLD-COUNT            PIC 9(9).
           05     FILLER                   PIC X(1).
           05     RSL-OLD-HASH             PIC 9(12).
           05     FILLER                   PIC X(1).
           05     RSL-NEW-COUNT            PIC 9(9).
           05     FILLER                   PIC X(1).
           05     RSL-NEW-HASH             PIC 9(12).
           05     FILLER                   PIC X(1).
           05     RSL-KEYER-ID             PIC X(8).
           05     FILLER                   PIC X(1).
           05     RSL-AUTHORIZER-ID        PIC X(8).
           05     FILLER                   PIC X(1).
           05     RSL-REASON               PIC X(60).
