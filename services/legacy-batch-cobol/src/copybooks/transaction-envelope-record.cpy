      * lets the reader confirm a truncated or double-shipped extract
      * before the caller ever has to wait for the separate
      * control-total.dat companion file at the end of the run.
      * The buffer is as wide as the longest extract layout. An HDR
      * that leaves HDR-LAYOUT-VERSION blank (or says '01') introduces
      * the original 166-byte layout; '02' introduces the 400-byte
      * layout with TR-EXTENDED-DETAIL on every detail row.
       01  WS-RAW-RECORD                 PIC X(400).
       01  WS-RAW-TAG REDEFINES WS-RAW-RECORD.
           05     WS-RECORD-TAG          PIC X(3).
           05     FILLER                 PIC X(397).
       01  HDR-RECORD REDEFINES WS-RAW-RECORD.
           05     HDR-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     HDR-EXPECTED-COUNT     PIC 9(10).
           05     FILLER                 PIC X(1).
           05     HDR-EXPECTED-TOTAL     PIC 9(10)V99.
           05     FILLER                 PIC X(1).
           05     HDR-LAYOUT-VERSION     PIC X(2).
               88 HDR-BASIC-LAYOUT       VALUE SPACES '01'.
               88 HDR-EXTENDED-LAYOUT    VALUE '02'.
           05     FILLER                 PIC X(361).
       01  TRL-RECORD REDEFINES WS-RAW-RECORD.
           05     TRL-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     TRL-ACTUAL-COUNT       PIC 9(10).
           05     FILLER                 PIC X(1).
           05     TRL-ACTUAL-TOTAL       PIC 9(10)V99.
           05     FILLER                 PIC X(373).
