       PROGRAM-ID. transaction-master-writer.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - the master record now carries the extended
      *> extract layout's tail (TMF-EXTENDED-DETAIL: party names,
      *> remittance, purpose code, charge bearer, layout version)
      *> beside the 166-byte detail row. A master written before this
      *> change is converted once with extended-layout-convert.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           MOVE LK-AMOUNT-BASE TO TMF-AMOUNT-BASE
           MOVE TR-REFERENCE TO TMF-REFERENCE
           MOVE TRANSACTION-RECORD TO TMF-TRANSACTION-DETAIL
           MOVE TR-EXTENDED-DETAIL TO TMF-EXTENDED-DETAIL
           WRITE TMF-RECORD
           IF WS-MASTER-STATUS = '22'
              REWRITE TMF-RECORD
