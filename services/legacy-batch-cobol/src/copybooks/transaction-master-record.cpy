      * the record, the run ID that handled it, the validation reason
      * where it was rejected, the USD-equivalent amount, the
      * reference (so an inquiry can chase a REV back to its PAY), and
      * the original 166-byte detail row verbatim, followed by the
      * extended-layout tail (names, remittance, purpose, charges;
      * blank for a record that arrived in the 166-byte layout). This
      * is the one place "what happened to transaction X?" can be
      * answered without grepping the settlement report, the reject
      * file, the ledgers and the alert file by hand.
       01  TMF-RECORD.
           05     TMF-TRANSACTION-ID       PIC X(32).
           05     TMF-RUN-ID               PIC 9(6).
           05     TMF-AMOUNT-BASE          PIC 9(12)V99.
           05     TMF-REFERENCE            PIC X(20).
           05     TMF-TRANSACTION-DETAIL   PIC X(166).
           05     TMF-EXTENDED-DETAIL      PIC X(234).
