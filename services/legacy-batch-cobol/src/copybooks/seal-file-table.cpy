      * The persistent files this system trusts between runs, each
      * under an integrity seal on the seal register. Shared by
      * integrity-seal, which computes and checks the seals, and
      * integrity-reseal, which accepts an authorized change, so the
      * two can never disagree on what is sealed. The seal mode is F
      * for a file rewritten as a whole -- record count and hash must
      * match exactly -- or A for an append-only history, where the
      * records sealed must still be there unchanged and in order but
      * later appends (a dry run or a refused run writing its audit
      * record) are not a change, or K for a keyed store behind
      * keyed-store, measured record by record in key order under its
      * keyed-store store ID (the path is carried for the operator's
      * eye only) and judged like F.
       01  SFT-FILE-VALUES.
           05     FILLER PIC X(12) VALUE "SEEN-IDS".
           05     FILLER PIC X(1)  VALUE "K".
           05     FILLER PIC X(60) VALUE
                  "../../../checkpoints/seen-id-store.dat".
           05     FILLER PIC X(12) VALUE "PAYMENT-REFS".
           05     FILLER PIC X(1)  VALUE "K".
           05     FILLER PIC X(60) VALUE
                  "../../../checkpoints/payment-reference-store.dat".
           05     FILLER PIC X(12) VALUE "PERIOD-TOTAL".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(60) VALUE
                  "../../../checkpoints/period-totals.dat".
           05     FILLER PIC X(12) VALUE "WAREHOUSE".
           05     FILLER PIC X(1)  VALUE "K".
           05     FILLER PIC X(60) VALUE
                  "../../../checkpoints/payment-warehouse-store.dat".
           05     FILLER PIC X(12) VALUE "SCREEN-HOLDS".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(60) VALUE
                  "../../../rejects/screening-hold-queue.dat".
           05     FILLER PIC X(12) VALUE "COMPL-CASES".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(60) VALUE
                  "../../../reports/compliance-cases.dat".
           05     FILLER PIC X(12) VALUE "AUDIT-LOG".
           05     FILLER PIC X(1)  VALUE "A".
           05     FILLER PIC X(60) VALUE
                  "../../../reports/audit-log.dat".
       01  SFT-FILE-TABLE REDEFINES SFT-FILE-VALUES.
           05     SFT-ENTRY OCCURS 7 TIMES
                  INDEXED BY SFT-IDX.
                  10 SFT-FILE-ID           PIC X(12).
                  10 SFT-SEAL-MODE         PIC X(1).
                  10 SFT-FILE-PATH         PIC X(60).
       01  SFT-FILE-COUNT                  PIC 9(2) VALUE 7.
