       PROGRAM-ID. funding-forecast-reporter.
       AUTHOR. Riley.
              DATE-WRITTEN. 02092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 02092026.
      *> 15102026 Riley - the instruction file's read buffer widens
      *> from 140 to 400 bytes: an SID for an extended-layout payment
      *> now carries the party names and remittance after byte 140.
      *> 15102026 Riley - parked payments are browsed off the keyed
      *> warehouse store through keyed-store.
      *> 02092026 Riley - instruction sections dated at (or before)
      *> the base date now project onto the FIRST forecast business
      *> day instead of being dropped: settled PAYs always carry a
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTRUCTION-FILE
                  ASSIGN TO WS-INSTRUCTION-PATH
                  ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD INSTRUCTION-FILE.
       01 SIN-FILE-LINE               PIC X(400).

       FD HOLIDAY-CALENDAR-FILE.
       COPY "holiday-calendar-record".
       01 FFC-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INSTRUCTION-PATH PIC X(255) VALUE
                       "../../../reports/settlement-instructions.dat".
       01 WS-INSTRUCTION-STATUS PIC X(2) VALUE '00'.

       01 WS-WAREHOUSE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-WAREHOUSE-EOF VALUE 'Y' FALSE 'N'.
       COPY "warehouse-record".
       COPY "keyed-store-request".
       01 WS-INSTRUCTION-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-INSTRUCTION-EOF VALUE 'Y' FALSE 'N'.
       01 WS-HOLIDAY-EOF-SW PIC X(1) VALUE 'N'.
      *> Every parked payment is money committed to leave on its
      *> value date -- inside the horizon it buckets by date,
      *> original currency and receiver bank.
      *> The warehouse is the keyed store behind keyed-store,
      *> browsed as it stands from its lowest key.
       200-BUCKET-WAREHOUSE.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-BROWSE TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           SET KSR-LIVE-VIEW TO TRUE
           SET KSR-BY-PRIMARY TO TRUE
           MOVE LOW-VALUES TO KSR-KEY
           CALL "keyed-store" USING KSR-REQUEST
           IF KSR-FAILED
              DISPLAY "No payment warehouse on file - forecast "
                 "covers the instruction file only"
           ELSE
              PERFORM 210-BUCKET-ONE-PARKED UNTIL WS-WAREHOUSE-EOF
           END-IF
           MOVE SPACES TO KSR-REQUEST
           SET KSR-CLOSE TO TRUE
           CALL "keyed-store" USING KSR-REQUEST.

       210-BUCKET-ONE-PARKED.
           MOVE SPACES TO KSR-REQUEST
           SET KSR-NEXT TO TRUE
           MOVE "WAREHOUSE" TO KSR-STORE-ID
           CALL "keyed-store" USING KSR-REQUEST
           IF NOT KSR-FOUND
              SET WS-WAREHOUSE-EOF TO TRUE
           ELSE
              MOVE KSR-RECORD TO WHS-RECORD
              MOVE WHS-TRANSACTION-DETAIL TO TRANSACTION-RECORD
      *> Strictly after the base date: money valued today has
      *> already moved and is not tomorrow's funding problem.
              IF TR-VALUE-DATE > WS-BASE-DATE
                 AND TR-VALUE-DATE NOT > WS-HORIZON-DATE
                 MOVE TR-VALUE-DATE TO WS-BUCKET-DATE
                 MOVE TR-CURRENCY TO WS-BUCKET-CCY
                 MOVE SPACES TO WS-BUCKET-BANK
                 MOVE TR-RECEIVER-IBAN (1:2)
                    TO WS-BUCKET-BANK (1:2)
                 MOVE TR-RECEIVER-IBAN (5:4)
                    TO WS-BUCKET-BANK (3:4)
                 MOVE TR-AMOUNT TO WS-BUCKET-AMOUNT
                 PERFORM 250-POST-TO-BUCKET
              END-IF
           END-IF.

      *> The SIH names each section's bank and value date; its SIDs
      *> carry the instructed amounts and currencies.
