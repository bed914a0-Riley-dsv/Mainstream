      * One request to keyed-store, the program that owns the keyed
      * stores carried between runs: the seen-ID log (SEEN-IDS), the
      * payment reference register (PAYMENT-REFS), the payment
      * warehouse (WAREHOUSE), the structuring monitor's sender
      * activity (SENDER-ACT) and the sender profiles the anomaly
      * monitor scores against (SENDER-PROF), each an INDEXED file
      * read by key.
      * A run never changes a store directly. STAGE (a record, keyed
      * off the record itself) and DROP (by KSR-KEY) hold the change
      * on the pending file until the orchestrator COMMITs it in its
      * two-phase finalize, and FETCH (by KSR-KEY) and MATCH (by
      * KSR-ALT-KEY) answer from the run's own view -- the pending
      * change where there is one, the store otherwise. MARK closes
      * a checkpoint generation, handing back its number in
      * KSR-GENERATION; PURGE undoes everything staged after the
      * generation in KSR-GENERATION; DISCARD throws every pending
      * change away. BROWSE positions on KSR-KEY in the live store
      * (KSR-LIVE-VIEW) or the run's view (KSR-RUN-VIEW), and each
      * NEXT hands back the following record until END; with
      * KSR-BY-ALTERNATE it hands back just the records carrying the
      * alternate key value in KSR-ALT-KEY. A run-view browse reads
      * the pending file as it goes, so it is finished before
      * anything else is fetched, matched or staged. A live browse
      * by primary key may stage, drop, rewrite or delete each record
      * as it is handed back. The operator programs
      * that maintain a store outside the run use READ, WRITE (add
      * or replace) and DELETE, which go straight to the store.
      * CLOSE closes every file keyed-store holds open.
       01  KSR-REQUEST.
           05     KSR-ACTION               PIC X(8).
               88 KSR-FETCH                VALUE 'FETCH'.
               88 KSR-MATCH                VALUE 'MATCH'.
               88 KSR-STAGE                VALUE 'STAGE'.
               88 KSR-DROP                 VALUE 'DROP'.
               88 KSR-BROWSE               VALUE 'BROWSE'.
               88 KSR-NEXT                 VALUE 'NEXT'.
               88 KSR-READ                 VALUE 'READ'.
               88 KSR-WRITE                VALUE 'WRITE'.
               88 KSR-DELETE               VALUE 'DELETE'.
               88 KSR-MARK                 VALUE 'MARK'.
               88 KSR-PURGE                VALUE 'PURGE'.
               88 KSR-COMMIT               VALUE 'COMMIT'.
               88 KSR-DISCARD              VALUE 'DISCARD'.
               88 KSR-CLOSE                VALUE 'CLOSE'.
           05     KSR-STORE-ID             PIC X(12).
           05     KSR-VIEW                 PIC X(1).
               88 KSR-LIVE-VIEW            VALUE 'L'.
               88 KSR-RUN-VIEW             VALUE 'R'.
           05     KSR-KEY-SW               PIC X(1).
               88 KSR-BY-PRIMARY           VALUE 'P'.
               88 KSR-BY-ALTERNATE         VALUE 'A'.
           05     KSR-KEY                  PIC X(32).
           05     KSR-ALT-KEY              PIC X(27).
           05     KSR-GENERATION           PIC 9(6).
           05     KSR-RESULT               PIC X(12).
               88 KSR-FOUND                VALUE 'FOUND'.
               88 KSR-NOT-FOUND            VALUE 'NOT-FOUND'.
               88 KSR-END                  VALUE 'END'.
               88 KSR-DONE                 VALUE 'DONE'.
               88 KSR-FAILED               VALUE 'FAILED'.
           05     KSR-COUNT                PIC 9(9).
           05     KSR-DETAIL               PIC X(60).
           05     KSR-RECORD               PIC X(420).
