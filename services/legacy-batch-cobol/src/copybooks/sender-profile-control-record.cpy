      * Single-record control behind the sender profile store -- the
      * highest run ID whose settled PAYs sender-profile-builder has
      * rolled into the profiles, with the date it did so. The next
      * roll-forward takes only master records from later runs, so
      * no payment is counted into a profile twice. No control file
      * means nothing has been rolled in yet: the first roll-forward
      * builds every profile from the whole master.
       01  SPC-RECORD.
           05     SPC-THROUGH-RUN-ID       PIC 9(6).
           05     FILLER                   PIC X(1).
           05     SPC-ROLLED-DATE          PIC 9(8).
           05     FILLER                   PIC X(1).
           05     SPC-PROFILE-COUNT        PIC 9(9).
