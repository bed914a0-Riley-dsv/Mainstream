      * One settled payment's worth of per-sender activity inside the
      * structuring detection window -- the date it settled, the
      * sender IBAN it came from, its USD-equivalent amount and its
      * transaction ID, held on the INDEXED sender activity store
      * (keyed-store, store SENDER-ACT) keyed on the transaction ID,
      * with the sender IBAN as an alternate key with duplicates.
      * structuring-monitor adds the run's settled PAYs to it, reads a
      * sender's entries back by the alternate key, and drops anything
      * older than the rolling window at end of run, so ten
      * sub-threshold transfers spread across several days still add
      * up to an alert -- the classic structuring pattern a
      * one-record-at-a-time check can never see.
       01  SAC-RECORD.
           05     SAC-ACTIVITY-DATE        PIC 9(8).
           05     FILLER                   PIC X(1).
