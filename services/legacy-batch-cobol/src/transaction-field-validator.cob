      *> live path instead of a drifting copy of them. Only the
      *> per-field checks live here: required fields, real calendar
      *> dates, known transaction type, non-zero amount, currency code
      *> shape and mod-97 IBAN checksums, and the fields the extended
      *> (400-byte) extract layout adds. Checks that depend on reader
      *> state (duplicate transaction IDs, FX rate availability) stay
      *> in the reader.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. transaction-field-validator.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - the fields of the extended extract layout
      *> are now vetted by 280-VALIDATE-EXTENDED: the charge bearer,
      *> when given, must be OUR, SHA or BEN; the purpose code, when
      *> given, must be four capital letters; a PAY that arrived in
      *> the extended layout must name both the ordering and the
      *> beneficiary party; and a layout version other than the two
      *> the reader knows rejects the record outright.
      *> 01092026 Riley - RTN (returned payment) is now a known
      *> transaction type instead of bouncing off the known-type
      *> check into the reject queue for somebody to fudge into a
           IF WS-RECORD-VALID
              AND TR-TRANSACTION-TYPE = "RTN"
              PERFORM 265-VALIDATE-RETURN
           END-IF
           IF WS-RECORD-VALID
              PERFORM 280-VALIDATE-EXTENDED
           END-IF.

      *> A return without its bank's reason code cannot be worked,
              END-IF
           END-IF.

      *> The extended-layout fields are optional on the wire -- a
      *> record from a 166-byte extract has none of them -- so each is
      *> checked only when present. The names are the exception: an
      *> extended-layout PAY is exactly the record the gateway and the
      *> compliance desk need them on, so it rejects without them.
      *> A layout version the reader did not recognise in the HDR
      *> comes through here and rejects every record of that file.
       280-VALIDATE-EXTENDED.
           IF TR-LAYOUT-VERSION NOT = SPACES
              AND NOT TR-BASIC-LAYOUT
              AND NOT TR-EXTENDED-LAYOUT
              SET WS-RECORD-VALID TO FALSE
              MOVE "UNKNOWN EXTRACT LAYOUT VERSION"
                 TO WS-VALIDATION-REASON
           END-IF
           IF WS-RECORD-VALID
              AND TR-CHARGE-BEARER NOT = SPACES
              AND NOT TR-CHARGE-BEARER-VALID
              SET WS-RECORD-VALID TO FALSE
              MOVE "INVALID CHARGE BEARER" TO WS-VALIDATION-REASON
           END-IF
           IF WS-RECORD-VALID
              AND TR-PURPOSE-CODE NOT = SPACES
              IF TR-PURPOSE-CODE IS NOT ALPHABETIC-UPPER
                 OR TR-PURPOSE-CODE (1:1) = SPACE
                 OR TR-PURPOSE-CODE (2:1) = SPACE
                 OR TR-PURPOSE-CODE (3:1) = SPACE
                 OR TR-PURPOSE-CODE (4:1) = SPACE
                 SET WS-RECORD-VALID TO FALSE
                 MOVE "INVALID PURPOSE CODE" TO WS-VALIDATION-REASON
              END-IF
           END-IF
           IF WS-RECORD-VALID
              AND TR-EXTENDED-LAYOUT
              AND TR-TRANSACTION-TYPE = "PAY"
              IF TR-ORDERING-NAME = SPACES
                 SET WS-RECORD-VALID TO FALSE
                 MOVE "MISSING ORDERING NAME" TO WS-VALIDATION-REASON
              ELSE
                 IF TR-BENEFICIARY-NAME = SPACES
                    SET WS-RECORD-VALID TO FALSE
                    MOVE "MISSING BENEFICIARY NAME"
                       TO WS-VALIDATION-REASON
                 END-IF
              END-IF
           END-IF.

       255-VALIDATE-DATE-TIME.
           MOVE TR-OPERATION-DATE (1:4) TO WS-DATE-YEAR
           MOVE TR-OPERATION-DATE (5:2) TO WS-DATE-MONTH
