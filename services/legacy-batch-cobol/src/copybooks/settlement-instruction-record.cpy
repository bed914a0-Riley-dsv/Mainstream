      * and the amount hash total the gateway verifies before
      * accepting the section. All three lay over the same raw
      * 140-byte buffer, the same way the extract's HDR/TRL envelope
      * shares its detail buffer. The buffer is now 400 bytes: an SID
      * for a payment that arrived in the extended extract layout
      * carries the party names, remittance information, purpose
      * code and charge bearer after byte 140. Every other record,
      * and an SID for a 166-byte-layout payment, still ends by byte
      * 140 and is written no longer than it ever was.
       01  SIN-RAW-RECORD                PIC X(400).
       01  SIN-RAW-TAG REDEFINES SIN-RAW-RECORD.
           05     SIN-RECORD-TAG         PIC X(3).
           05     FILLER                 PIC X(397).
      * SIH-ENTITY was appended after the original fields when the
      * shop started clearing for more than one legal entity -- each
      * section belongs to exactly one entity, so the gateway (and
      * the ack and recall programs, which key sections on the
      * original fields) see segregated sections without their
      * layouts moving. A pre-entity file reads back spaces there.
      * SIH-WRITTEN-DATE/TIME were appended the same way: the moment
      * the section was written to the file, which gateway-ack-
      * processor carries onto the gateway ack history so the
      * latency report can time instruction to confirmation. Spaces
      * on a file written before the stamp existed.
       01  SIH-RECORD REDEFINES SIN-RAW-RECORD.
           05     SIH-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     SIH-VALUE-DATE         PIC 9(8).
           05     FILLER                 PIC X(1).
           05     SIH-ENTITY             PIC X(4).
           05     FILLER                 PIC X(1).
           05     SIH-WRITTEN-DATE       PIC 9(8).
           05     FILLER                 PIC X(1).
           05     SIH-WRITTEN-TIME       PIC 9(6).
           05     FILLER                 PIC X(355).
       01  SID-RECORD-AREA REDEFINES SIN-RAW-RECORD.
           05     SID-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     FILLER                 PIC X(1).
           05     SID-REFERENCE          PIC X(20).
           05     FILLER                 PIC X(10).
           05     SID-ORDERING-NAME      PIC X(35).
           05     FILLER                 PIC X(1).
           05     SID-BENEFICIARY-NAME   PIC X(35).
           05     FILLER                 PIC X(1).
           05     SID-REMITTANCE-INFO    PIC X(140).
           05     FILLER                 PIC X(1).
           05     SID-PURPOSE-CODE       PIC X(4).
           05     FILLER                 PIC X(1).
           05     SID-CHARGE-BEARER      PIC X(3).
      * SID-SETTLEMENT-MODE is NET on a net instruction to a bank
      * under a netting agreement: SID-TRANSACTION-ID is then the net
      * ID on the netting schedule, not a payment's, the IBANs and
      * party fields are spaces, SID-AMOUNT is the net we owe, and
      * the component count and the gross outbound and inbound totals
      * restate what was netted. Spaces on a gross SID.
           05     FILLER                 PIC X(1).
           05     SID-SETTLEMENT-MODE    PIC X(5).
               88 SID-NET-INSTRUCTION    VALUE "NET".
           05     FILLER                 PIC X(1).
           05     SID-COMPONENT-COUNT    PIC 9(5).
           05     FILLER                 PIC X(1).
           05     SID-GROSS-OUTBOUND     PIC 9(10)V99.
           05     FILLER                 PIC X(1).
           05     SID-GROSS-INBOUND      PIC 9(10)V99.
           05     FILLER                 PIC X(1).
      * An SIC cancellation/recall record travels alongside the
      * SIH/SID/SIT family (reports/settlement-recalls.dat, written by
      * settlement-recall-processor) and asks the gateway to pull back
           05     SIC-VALUE-DATE         PIC 9(8).
           05     FILLER                 PIC X(1).
           05     SIC-AMOUNT             PIC 9(10)V99.
           05     FILLER                 PIC X(325).
       01  SIT-RECORD REDEFINES SIN-RAW-RECORD.
           05     SIT-TAG                PIC X(3).
           05     FILLER                 PIC X(1).
           05     SIT-RECORD-COUNT       PIC 9(6).
           05     FILLER                 PIC X(1).
           05     SIT-HASH-TOTAL         PIC 9(12)V99.
           05     FILLER                 PIC X(370).
