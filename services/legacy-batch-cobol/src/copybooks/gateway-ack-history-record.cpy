      * Gateway acknowledgment history -- one record per instructed
      * payment the gateway has answered for, appended by
      * gateway-ack-processor to checkpoints/gateway-ack-history.dat
      * whenever it confirms or fails an instruction. The section-ack
      * log records that a section was seen; this records, payment by
      * payment, when we instructed it (the SIH written stamp) and
      * when the gateway's answer was processed, so the latency
      * report can time the gateway leg of every settled PAY.
      * GAH-INSTRUCTED-DATE is zero when the instruction file pre-
      * dates the SIH stamp.
       01  GAH-RECORD.
           05     GAH-TRANSACTION-ID      PIC X(32).
           05     FILLER                  PIC X(1).
           05     GAH-SECTION-SEQ         PIC 9(4).
           05     FILLER                  PIC X(1).
           05     GAH-RECEIVER-BANK       PIC X(6).
           05     FILLER                  PIC X(1).
           05     GAH-VALUE-DATE          PIC 9(8).
           05     FILLER                  PIC X(1).
           05     GAH-INSTRUCTED-DATE     PIC 9(8).
           05     FILLER                  PIC X(1).
           05     GAH-INSTRUCTED-TIME     PIC 9(6).
           05     FILLER                  PIC X(1).
           05     GAH-ACK-DATE            PIC 9(8).
           05     FILLER                  PIC X(1).
           05     GAH-ACK-TIME            PIC 9(6).
           05     FILLER                  PIC X(1).
           05     GAH-STATUS              PIC X(8).
               88 GAH-CONFIRMED           VALUE 'ACCEPTED'.
               88 GAH-FAILED              VALUE 'FAILED'.
           05     FILLER                  PIC X(1).
           05     GAH-REASON-CODE         PIC X(6).
