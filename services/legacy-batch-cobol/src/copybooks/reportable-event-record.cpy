      * One reportable compliance event on the persistent period
      * event log (reports/reportable-events.dat) -- appended by
      * screening-hit-writer, structuring-monitor and
      * compliance-alert-writer (LARGE-TXN and ANOMALY alerts) at
      * the moment they write their per-run report lines. The
      * per-run report files are truncated at the start of every
      * real run, so by period close only the final run's lines
      * survive there; this log is what
      * regulatory-submission-builder consolidates, and the builder
      * rolls it over to a dated copy once a filing is built so the
      * next period starts empty. RPE-TRANSACTION-ID carries the
      * sender IBAN for a STRUCTURING aggregate; RPE-AMOUNT-BASE is
      * USD equivalent except for SCREENING events, which log the
      * original-currency amount and are re-valued off the
      * transaction master when the submission is built. An ANOMALY
      * event's RPE-MATCHED-DETAIL holds the reason codes that raised
      * it (RCV, CTY, CCY, AMT, FRQ).
       01  RPE-RECORD.
           05     RPE-EVENT-CLASS          PIC X(12).
           05     FILLER                   PIC X(1).
