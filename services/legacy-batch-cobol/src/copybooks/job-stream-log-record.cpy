      * One line of the job-stream log (reports/job-stream-log.dat),
      * appended by job-stream-driver and never rewritten. A step
      * that is started gets a STARTED line before it runs and an
      * ENDED line with its completion code and outcome (COMPLETED or
      * FAILED) when it returns; a step left alone gets one line --
      * BYPASSED when it already completed for the business date,
      * SKIPPED when a prerequisite has not. On a restart for the
      * same business date the ENDED lines are what tell the driver
      * which steps are finished: a STARTED line with no ENDED line
      * after it is a step that never returned, and it runs again.
       01  JSL-RECORD.
           05     JSL-BUSINESS-DATE        PIC 9(8).
           05     FILLER                   PIC X(1).
           05     JSL-STEP-ID              PIC X(8).
           05     FILLER                   PIC X(1).
           05     JSL-EVENT                PIC X(8).
               88 JSL-IS-ENDED             VALUE 'ENDED'.
           05     FILLER                   PIC X(1).
           05     JSL-START-DATE           PIC 9(8).
           05     FILLER                   PIC X(1).
           05     JSL-START-TIME           PIC 9(6).
           05     FILLER                   PIC X(1).
           05     JSL-END-DATE             PIC 9(8).
           05     FILLER                   PIC X(1).
           05     JSL-END-TIME             PIC 9(6).
           05     FILLER                   PIC X(1).
           05     JSL-COMPLETION-CODE      PIC 9(3).
           05     FILLER                   PIC X(1).
           05     JSL-OUTCOME              PIC X(10).
               88 JSL-COMPLETED            VALUE 'COMPLETED'.
           05     FILLER                   PIC X(1).
           05     JSL-NOTE                 PIC X(40).
