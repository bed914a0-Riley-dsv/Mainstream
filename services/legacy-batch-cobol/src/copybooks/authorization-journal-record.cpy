      * One line of the shared authorization journal
      * (reports/authorization-journal.dat), appended by
      * operator-authorization for every maker-checker decision
      * taken by reject-repair, screening-review,
      * settlement-recall-processor, compliance-case-maintenance,
      * run-backout, fx-rate-restatement and integrity-reseal --
      * approved and refused alike, with both
      * operator IDs and the run the action was taken against (the
      * most recent run on run-status.dat). The journal is never
      * rewritten, only appended to.
       01  AUJ-RECORD.
           05     AUJ-DATE                 PIC 9(8).
           05     FILLER                   PIC X(1).
           05     AUJ-TIME                 PIC 9(6).
           05     FILLER                   PIC X(1).
           05     AUJ-RUN-ID               PIC 9(6).
           05     FILLER                   PIC X(1).
           05     AUJ-PROGRAM              PIC X(30).
           05     FILLER                   PIC X(1).
           05     AUJ-ACTION-TYPE          PIC X(14).
           05     FILLER                   PIC X(1).
           05     AUJ-SUBJECT              PIC X(32).
           05     FILLER                   PIC X(1).
           05     AUJ-KEYER-ID             PIC X(8).
           05     FILLER                   PIC X(1).
           05     AUJ-AUTHORIZER-ID        PIC X(8).
           05     FILLER                   PIC X(1).
           05     AUJ-DECISION             PIC X(8).
           05     FILLER                   PIC X(1).
           05     AUJ-REASON               PIC X(40).
