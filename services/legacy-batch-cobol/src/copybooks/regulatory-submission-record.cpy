      * matched watch-list entry or aggregate figure where one
      * applies, and the related compliance case status; an RSF
      * trailer restates the event count. All three lay over the same
      * raw buffer, like the instruction records. The buffer is 400
      * bytes: an RSE for a transaction that arrived in the extended
      * extract layout carries the party names, remittance
      * information, purpose code and charge bearer after byte 140,
      * as recorded on the transaction master. Blank otherwise, and
      * for a structuring aggregate, which names no one transaction.
       01  RSB-RAW-RECORD                PIC X(400).
       01  RSB-RAW-TAG REDEFINES RSB-RAW-RECORD.
           05     RSB-RECORD-TAG         PIC X(3).
           05     FILLER                 PIC X(397).
       01  RSH-RECORD REDEFINES RSB-RAW-RECORD.
           05     RSH-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     RSH-PERIOD-DATE        PIC 9(8).
           05     FILLER                 PIC X(1).
           05     RSH-BUILD-DATE         PIC 9(8).
           05     FILLER                 PIC X(372).
       01  RSE-RECORD REDEFINES RSB-RAW-RECORD.
           05     RSE-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     FILLER                 PIC X(1).
           05     RSE-CASE-STATUS        PIC X(12).
           05     FILLER                 PIC X(33).
           05     RSE-ORDERING-NAME      PIC X(35).
           05     FILLER                 PIC X(1).
           05     RSE-BENEFICIARY-NAME   PIC X(35).
           05     FILLER                 PIC X(1).
           05     RSE-REMITTANCE-INFO    PIC X(140).
           05     FILLER                 PIC X(1).
           05     RSE-PURPOSE-CODE       PIC X(4).
           05     FILLER                 PIC X(1).
           05     RSE-CHARGE-BEARER      PIC X(3).
           05     FILLER                 PIC X(39).
       01  RSF-RECORD REDEFINES RSB-RAW-RECORD.
           05     RSF-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     RSF-FILING-SEQUENCE    PIC 9(6).
           05     FILLER                 PIC X(1).
           05     RSF-EVENT-COUNT        PIC 9(6).
           05     FILLER                 PIC X(383).
