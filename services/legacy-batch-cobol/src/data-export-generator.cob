       PROGRAM-ID. data-export-generator.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - the settlement report line is now 482
      *> bytes, with the extended-layout columns (party names, name
      *> check, purpose, charge bearer, remittance) after STATUS; the
      *> read buffer widens to match. The export layout is unchanged.
      *> 15102026 Riley - the settlement report line widened again,
      *> to 243 bytes, for the ORIG-VALUE and STATUS columns, and
      *> the report now also lists payments that missed their
      *> gateway cut-off and were WAREHOUSED rather than settled.
      *> Those lines are skipped here -- the warehouse team loads
      *> this export as settled volume, and a parked payment is
      *> exported on the day it actually settles.
      *> 01092026 Riley - the settlement report line widened to 217
      *> bytes when the counterparty name columns were appended to
      *> its right-hand edge; the read buffer here widens to match so
       DATA DIVISION.
       FILE SECTION.
       FD SETTLEMENT-REPORT-FILE.
       01 RPT-REPORT-LINE             PIC X(482).

       FD INSIGHT-SUMMARY-FILE.
       01 INS-REPORT-LINE             PIC X(80).
       01 WS-COL-CURRENCY PIC X(3).
       01 WS-COL-SENDER PIC X(27).
       01 WS-COL-RECEIVER PIC X(27).
       01 WS-COL-STATUS PIC X(12).

      *> Edited report amounts parsed back to numbers, then
      *> re-rendered at the currency's real decimal count.
           READ SETTLEMENT-REPORT-FILE
              AT END SET WS-FILE-EOF TO TRUE
              NOT AT END
                 MOVE RPT-REPORT-LINE (232:12) TO WS-COL-STATUS
                 IF WS-FIRST-LINE
                    SET WS-FIRST-LINE TO FALSE
                 ELSE
                    IF WS-COL-STATUS NOT = "WAREHOUSED"
                       PERFORM 120-BUILD-SETTLEMENT-ROW
                    END-IF
                 END-IF
           END-READ.

