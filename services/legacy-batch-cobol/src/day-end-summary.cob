       PROGRAM-ID. day-end-summary.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 22082026.
      *> 15102026 Riley - the pending-settlement balance is totalled
      *> off the keyed warehouse store through keyed-store.
      *> 02092026 Riley - the cycle consolidation now keys on the
      *> audit record's new business-date stamp instead of the
      *> wall-clock end date: two catch-up runs for different
                  ASSIGN TO WS-RETURN-LEDGER-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RETURN-LEDGER-STATUS.
           SELECT ENTITY-TOTALS-FILE
                  ASSIGN TO WS-ENTITY-TOTALS-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
       FD RETURN-LEDGER-FILE.
       01 RTL-REPORT-LINE             PIC X(120).

       FD ENTITY-TOTALS-FILE.
       COPY "entity-totals-record".

       01 WS-RETURN-LEDGER-PATH PIC X(255) VALUE
                       "../../../reports/return-ledger.dat".
       01 WS-RETURN-LEDGER-STATUS PIC X(2) VALUE '00'.
       01 WS-ENTITY-TOTALS-PATH PIC X(255) VALUE
                       "../../../reports/entity-totals.dat".
       01 WS-ENTITY-TOTALS-STATUS PIC X(2) VALUE '00'.
       01 WS-RETURN-TOTAL PIC 9(12)V99 VALUE 0.
       01 WS-PENDING-COUNT PIC 9(5) VALUE 0.
       01 WS-PENDING-TOTAL PIC 9(14)V99 VALUE 0.
       COPY "warehouse-record".
       COPY "keyed-store-request".
       01 WS-FIRST-LINE-SW PIC X(1) VALUE 'Y'.
           88 WS-FIRST-LINE VALUE 'Y' FALSE 'N'.

                 END-IF
           END-READ.

      *> The warehouse is the keyed store behind keyed-store,
      *> browsed as it stands from its lowest key.
       420-TOTAL-WAREHOUSE.
           SET WS-FILE-EOF TO FALSE
           MOVE SPACES TO KSR-REQUEST
           SET KSR-BROWSE TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           SET KSR-LIVE-VIEW TO TRUE
           SET KSR-BY-PRIMARY TO TRUE
           MOVE LOW-VALUES TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              CONTINUE
           ELSE
              PERFORM 425-READ-WAREHOUSE-ENTRY UNTIL WS-FILE-EOF
           END-IF
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST.

       425-READ-WAREHOUSE-ENTRY.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-NEXT TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FOUND
              MOVE KSR-RECORD TO WHS-RECORD
              ADD 1 TO WS-PENDING-COUNT
              ADD WHS-AMOUNT-BASE TO WS-PENDING-TOTAL
           ELSE
              SET WS-FILE-EOF TO TRUE
           END-IF.

      *> Turns an edited " 1250.00"-style report column back into a
      *> number: split on the decimal point, zero-fill the blanks,
