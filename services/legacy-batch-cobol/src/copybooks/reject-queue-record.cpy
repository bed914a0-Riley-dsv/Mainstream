      * Machine-readable companion to the human-readable reject report
      * -- one record per rejected transaction, carrying the run that
      * rejected it, the validation reason, and the original detail
      * row exactly as it came off the extract (the whole 400-byte
      * record, blank past byte 166 for the 166-byte layout). This
      * is what reject-repair works from: the report file formats
      * amounts and dates for the eye, which made it useless as a
      * repair input.
      * The queue is a carry-over worklist, like compliance-cases:
      * transaction-reject-writer appends (OPEN EXTEND) so an entry
      * survives however many batch runs pass while its correction
           05     FILLER                   PIC X(1).
           05     RQ-REASON                PIC X(40).
           05     FILLER                   PIC X(1).
           05     RQ-TRANSACTION-DETAIL    PIC X(400).
