      * One seal on the seal register (checkpoints/seal-register.dat)
      * -- the record count and hash total of one sealed file as the
      * last program entitled to change it left it, with who sealed
      * it and when. The register ends with one SRG-FILE-ID
      * '*REGISTER*' trailer whose count and hash cover the seal
      * lines themselves, so a register edited by hand fails its own
      * check and every seal on it is treated as broken. The hash is
      * integrity-seal's running position-weighted byte hash, modulo
      * a 12-digit prime; it is a control total against casual or
      * careless edits, not a cryptographic signature -- the register
      * dataset itself is protected by access control.
       01  SRG-RECORD.
           05     SRG-FILE-ID              PIC X(12).
           05     FILLER                   PIC X(1).
           05     SRG-SEAL-MODE            PIC X(1).
           05     FILLER                   PIC X(1).
           05     SRG-RECORD-COUNT         PIC 9(9).
           05     FILLER                   PIC X(1).
           05     SRG-HASH-TOTAL           PIC 9(12).
           05     FILLER                   PIC X(1).
           05     SRG-SEALED-DATE          PIC 9(8).
           05     FILLER                   PIC X(1).
           05     SRG-SEALED-TIME          PIC 9(6).
           05     FILLER                   PIC X(1).
           05     SRG-SEALED-BY            PIC X(30).
           05     FILLER                   PIC X(1).
           05     SRG-RUN-ID               PIC 9(6).
