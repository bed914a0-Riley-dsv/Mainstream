      * One line of a per-source processing result ("status return")
      * file, the file status-return-writer sends back to each
      * upstream source system after a cycle. Laid over one raw
      * 130-byte buffer like the extract envelope: a detail line per
      * transaction -- SRR-RECORD-KIND 'NEW' the first time upstream
      * hears about it, 'UPD' for a later change (gateway CONFIRMED
      * or GTWY-FAILED, a screening release, a repair resubmission,
      * a backout), with SRR-PRIOR-STATUS saying what upstream was
      * told last time -- bookended by an 'HDR' and a 'TRL' line of
      * the same shape. The control lines count the NEW lines per
      * disposition, so the NEW total ties to the detail count of
      * the extract(s) the source sent for the cycle; UPD lines are
      * counted on their own.
       01  SRR-RAW-RECORD                  PIC X(130).
       01  SRR-DETAIL-RECORD REDEFINES SRR-RAW-RECORD.
           05     SRR-RECORD-KIND          PIC X(3).
           05     FILLER                   PIC X(1).
           05     SRR-TRANSACTION-ID       PIC X(32).
           05     FILLER                   PIC X(1).
           05     SRR-STATUS               PIC X(12).
           05     FILLER                   PIC X(1).
           05     SRR-REASON               PIC X(40).
           05     FILLER                   PIC X(1).
           05     SRR-RUN-ID               PIC 9(6).
           05     FILLER                   PIC X(1).
           05     SRR-VALUE-DATE           PIC 9(8).
           05     FILLER                   PIC X(1).
           05     SRR-PRIOR-STATUS         PIC X(12).
           05     FILLER                   PIC X(11).
      * SRC-DISP-COUNT runs SETTLED, REJECTED, SCREENED, REF-HELD,
      * LIMIT-HELD, WAREHOUSED, OVERREVERSED, then anything else.
       01  SRR-CONTROL-RECORD REDEFINES SRR-RAW-RECORD.
           05     SRC-TAG                  PIC X(3).
           05     FILLER                   PIC X(1).
           05     SRC-SOURCE-SYSTEM        PIC X(8).
           05     FILLER                   PIC X(1).
           05     SRC-RETURN-DATE          PIC 9(8).
           05     FILLER                   PIC X(1).
           05     SRC-RUN-ID               PIC 9(6).
           05     FILLER                   PIC X(1).
           05     SRC-NEW-COUNT            PIC 9(7).
           05     FILLER                   PIC X(1).
           05     SRC-UPDATE-COUNT         PIC 9(7).
           05     SRC-DISPOSITION-COUNTS.
                  10 SRC-DISP-ENTRY OCCURS 8 TIMES.
                     15 FILLER             PIC X(1).
                     15 SRC-DISP-COUNT     PIC 9(7).
           05     FILLER                   PIC X(22).
