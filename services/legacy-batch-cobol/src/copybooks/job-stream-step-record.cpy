      * One step of the nightly job stream, as maintained on the
      * job-stream definition file (sample-data/job-stream.dat) that
      * job-stream-driver walks top to bottom. JSS-STEP-ID is the
      * short name the log and the prerequisite lists use;
      * JSS-PREREQ-ID names up to four earlier steps that must have
      * completed for the business date before this one may start.
      * A step completes when its completion code is no higher than
      * JSS-MAX-OK-CODE; a higher code fails it, and a failed step
      * with JSS-STOP-ON-FAIL 'Y' stops the stream there. With
      * JSS-CODE-SOURCE 'R' the completion code is taken from the
      * run-status.dat record the step writes (the orchestrator's
      * graded 00/04/08/12/16) rather than from its exit status.
      * JSS-COMMAND is the command line that runs the step.
       01  JSS-RECORD.
           05     JSS-STEP-ID              PIC X(8).
           05     FILLER                   PIC X(1).
           05     JSS-STOP-ON-FAIL         PIC X(1).
               88 JSS-STOPS-STREAM         VALUE 'Y'.
           05     FILLER                   PIC X(1).
           05     JSS-MAX-OK-CODE          PIC 9(2).
           05     FILLER                   PIC X(1).
           05     JSS-CODE-SOURCE          PIC X(1).
               88 JSS-CODE-FROM-RUN-STATUS VALUE 'R'.
           05     FILLER                   PIC X(1).
           05     JSS-PREREQ-LIST.
               10 JSS-PREREQ               OCCURS 4 TIMES.
                  15 JSS-PREREQ-ID         PIC X(8).
                  15 FILLER                PIC X(1).
           05     JSS-COMMAND              PIC X(120).
