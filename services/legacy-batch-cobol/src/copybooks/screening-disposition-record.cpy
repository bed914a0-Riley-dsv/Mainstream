      * since the hold still catches it) and requires a
      * justification note; CONFIRM records a true match, which feeds
      * the consolidated regulatory submission. Every disposition
      * lands on the review audit trail with the reviewer's ID. The
      * reviewer keys the disposition; a second operator approves it
      * in SDX-AUTHORIZER-ID, and operator-authorization refuses the
      * disposition unless both hold authority for the action.
       01  SDX-RECORD.
           05     SDX-TRANSACTION-ID       PIC X(32).
           05     FILLER                   PIC X(1).
           05     SDX-REVIEWER-ID          PIC X(8).
           05     FILLER                   PIC X(1).
           05     SDX-JUSTIFICATION        PIC X(40).
           05     FILLER                   PIC X(1).
           05     SDX-AUTHORIZER-ID        PIC X(8).
