      * One entry of the maintained hold SLA table -- how many
      * business days an unfinished transaction may sit in one hold
      * type before the aged inventory flags it as an SLA breach.
      * The hold type is the master disposition the item is stuck
      * under (REF-HELD, SCREENED, LIMIT-HELD, WAREHOUSED,
      * GTWY-FAILED, RELEASED, REF-RELEASED), or REJECTED for an item
      * still on the reject repair queue, or UNACKED for a settled
      * payment the gateway has not yet acknowledged. A hold type
      * with no entry here is listed with no SLA and never flagged.
       01  HSL-RECORD.
           05     HSL-HOLD-TYPE            PIC X(12).
           05     FILLER                   PIC X(1).
           05     HSL-SLA-DAYS             PIC 9(3).
           05     FILLER                   PIC X(1).
           05     HSL-DESCRIPTION          PIC X(40).
