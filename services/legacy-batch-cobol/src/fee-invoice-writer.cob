      *> builds one invoice per TR-SOURCE-SYSTEM from the period's
      *> settled activity on the transaction master, so our own bills
      *> to the source systems stop being produced in a spreadsheet
      *> from the period totals. Every payment is priced by
      *> fee-tariff-pricer, the same CALL fee-reconciliation-reporter
      *> prices through, off the maintained tariff in force on its
      *> value date (rate by type, currency, domestic/cross-border,
      *> source system and monthly volume tier, held between the
      *> line's minimum and maximum charge), so the invoice and the
      *> recon price off the same effective-dated tariff. They tier
      *> on different volumes: the monthly volume here is the
      *> source's whole value-date month of settled PAYs on the
      *> master, counted in a first pass, so every payment of the
      *> month is priced at the tier the month reached; the recon
      *> tiers on the month to date, so mid-month it can sit in a
      *> lower tier than the month's invoice. Line items
      *> per fee class and tariff line carry the tariff version and
      *> tier, the transaction count and USD-equivalent volume
      *> behind each one; invoice numbers come off the controlled
      *> sequence in checkpoints/invoice-sequence.dat.
      *> Set INVOICE_PERIOD_START and INVOICE_PERIOD_END (YYYYMMDD,
      *> inclusive, matched against each settled record's operation
      *> date) before running.
       PROGRAM-ID. fee-invoice-writer.
       AUTHOR. Riley.
              DATE-WRITTEN. 01092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 01092026.
      *> 15102026 Riley - priced by fee-tariff-pricer off the
      *> maintained, effective-dated tariff file instead of the
      *> compiled-in schedule. A first pass over the master counts
      *> each source's settled PAYs per value-date month for the
      *> volume tiers; each invoice line now shows the tariff
      *> version and tier it was priced at. A payment no tariff line
      *> fits is invoiced on an UNPRICED line at zero and the run
      *> ends RC 4.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                       "../../../reports/fee-invoices.dat".
       01 WS-INVOICE-STATUS PIC X(2) VALUE '00'.
       COPY "transaction-copybook".
       COPY "fee-tariff-request".

       01 WS-MASTER-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-MASTER-EOF VALUE 'Y' FALSE 'N'.
       01 WS-NEXT-INVOICE PIC 9(6) VALUE 0.
       01 WS-INVOICES-WRITTEN PIC 9(3) VALUE 0.
       01 WS-SELECTED-COUNT PIC 9(7) VALUE 0.
       01 WS-UNPRICED-COUNT PIC 9(7) VALUE 0.
       01 WS-VALUE-MONTH PIC 9(6).

      *> Settled PAYs per source per value-date month across the
      *> whole master -- the monthly volume the tariff tiers are
      *> chosen on, whatever part of the month the period covers.
       01 WS-VOLUME-MAX PIC 9(3) VALUE 500.
       01 WS-VOLUME-COUNT PIC 9(3) VALUE 0.
       01 WS-VOLUME-TABLE.
           05 WS-VOL-ENTRY OCCURS 500 TIMES
                 INDEXED BY WS-VOL-IDX.
                 10 WS-VOL-SYSTEM       PIC X(8).
                 10 WS-VOL-MONTH        PIC 9(6).
                 10 WS-VOL-ITEMS        PIC 9(7).
       01 WS-VOL-FOUND-SW PIC X(1).
           88 WS-VOL-FOUND VALUE 'Y' FALSE 'N'.

      *> One bucket per source system per fee class (type, currency,
      *> domestic/cross-border) per tariff line (version, tier and
      *> rate) -- the line items.
       01 WS-LINE-MAX PIC 9(3) VALUE 200.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINE-SUB PIC 9(3) VALUE 0.
                 10 WS-LIN-TYPE       PIC X(3).
                 10 WS-LIN-CURRENCY   PIC X(3).
                 10 WS-LIN-BORDER     PIC X(1).
                 10 WS-LIN-TARIFF-ID  PIC X(8).
                 10 WS-LIN-TIER-NO    PIC 9(2).
                 10 WS-LIN-RATE       PIC 9(1)V9999.
                 10 WS-LIN-COUNT      PIC 9(7).
                 10 WS-LIN-VOLUME     PIC 9(14)V99.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 INV-DTL-RATE            PIC 9.9999.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 INV-DTL-TARIFF-ID       PIC X(8).
           05 FILLER                  PIC X(3) VALUE " T ".
           05 INV-DTL-TIER-NO         PIC 9(2).
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 INV-DTL-COUNT           PIC Z(6)9.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 INV-DTL-VOLUME          PIC Z(13)9.99.
       000-MAIN.
           DISPLAY "Starting fee invoicing"
           PERFORM 050-DETERMINE-PERIOD
           PERFORM 080-COUNT-MONTH-VOLUMES
           PERFORM 100-ACCUMULATE-FROM-MASTER
           IF WS-LINE-COUNT = 0
              DISPLAY "No settled PAY activity in the period - no "
           DISPLAY "Fee invoicing complete: " WS-INVOICES-WRITTEN
              " invoice(s) from " WS-SELECTED-COUNT
              " settled payment(s)"
           IF WS-UNPRICED-COUNT > 0
              DISPLAY "*** " WS-UNPRICED-COUNT " payment(s) fit no "
                 "fee tariff line - invoiced UNPRICED at zero, "
                 "bill them by hand ***"
              MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       050-DETERMINE-PERIOD.
           DISPLAY "Invoicing period " WS-PERIOD-START " through "
              WS-PERIOD-END.

      *> The first of two passes over the master: only the monthly
      *> counts, so the tier a payment is priced at does not depend
      *> on where in the key order it falls.
       080-COUNT-MONTH-VOLUMES.
           OPEN INPUT TRANSACTION-MASTER-FILE
           IF WS-MASTER-STATUS NOT = '00'
              DISPLAY "Transaction master not available, status "
                 WS-MASTER-STATUS
              STOP RUN
           END-IF
           MOVE LOW-VALUES TO TMF-TRANSACTION-ID
           START TRANSACTION-MASTER-FILE
              KEY NOT < TMF-TRANSACTION-ID
           END-START
           IF WS-MASTER-STATUS NOT = '00'
              SET WS-MASTER-EOF TO TRUE
           END-IF
           PERFORM 085-COUNT-ONE-MASTER UNTIL WS-MASTER-EOF
           CLOSE TRANSACTION-MASTER-FILE
           SET WS-MASTER-EOF TO FALSE.

       085-COUNT-ONE-MASTER.
           READ TRANSACTION-MASTER-FILE NEXT
              AT END SET WS-MASTER-EOF TO TRUE
              NOT AT END
                 MOVE TMF-TRANSACTION-DETAIL TO TRANSACTION-RECORD
                 IF (TMF-DISPOSITION = "SETTLED"
                    OR TMF-DISPOSITION = "CONFIRMED")
                    AND TR-TRANSACTION-TYPE = "PAY"
                    PERFORM 090-FIND-MONTH-VOLUME
                    IF WS-VOL-FOUND
                       ADD 1 TO WS-VOL-ITEMS (WS-VOL-IDX)
                    END-IF
                 END-IF
           END-READ.

      *> Finds (or opens) TR-SOURCE-SYSTEM's entry for the month of
      *> TR-VALUE-DATE. A full table is said once and leaves the
      *> source's later months at the first tier.
       090-FIND-MONTH-VOLUME.
           MOVE TR-VALUE-DATE (1:6) TO WS-VALUE-MONTH
           SET WS-VOL-FOUND TO FALSE
           SET WS-VOL-IDX TO 1
           SEARCH WS-VOL-ENTRY VARYING WS-VOL-IDX
              AT END CONTINUE
              WHEN WS-VOL-SYSTEM (WS-VOL-IDX) = TR-SOURCE-SYSTEM
                 AND WS-VOL-MONTH (WS-VOL-IDX) = WS-VALUE-MONTH
                 SET WS-VOL-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-VOL-FOUND
              IF WS-VOLUME-COUNT < WS-VOLUME-MAX
                 ADD 1 TO WS-VOLUME-COUNT
                 MOVE TR-SOURCE-SYSTEM
                    TO WS-VOL-SYSTEM (WS-VOLUME-COUNT)
                 MOVE WS-VALUE-MONTH TO WS-VOL-MONTH (WS-VOLUME-COUNT)
                 MOVE 0 TO WS-VOL-ITEMS (WS-VOLUME-COUNT)
                 SET WS-VOL-IDX TO WS-VOLUME-COUNT
                 SET WS-VOL-FOUND TO TRUE
                 IF WS-VOLUME-COUNT = WS-VOLUME-MAX
                    DISPLAY "fee-invoice-writer: monthly volume "
                       "table full - later source months priced "
                       "at the first tier"
                 END-IF
              END-IF
           END-IF.

      *> The master is the billing source of truth: every settled
      *> (or gateway-confirmed) PAY whose operation date falls in
      *> the period earns its line item at the schedule rate -- the
           ELSE
              MOVE 'X' TO WS-BORDER-FLAG
           END-IF
           MOVE SPACES TO FTQ-REQUEST
           MOVE TR-TRANSACTION-TYPE TO FTQ-TRANSACTION-TYPE
           MOVE TR-CURRENCY TO FTQ-CURRENCY
           MOVE WS-BORDER-FLAG TO FTQ-BORDER-FLAG
           MOVE TR-SOURCE-SYSTEM TO FTQ-SOURCE-SYSTEM
           MOVE TR-VALUE-DATE TO FTQ-VALUE-DATE
           MOVE TMF-AMOUNT-BASE TO FTQ-AMOUNT-BASE
           MOVE 1 TO FTQ-MONTH-VOLUME
           PERFORM 090-FIND-MONTH-VOLUME
           IF WS-VOL-FOUND
              MOVE WS-VOL-ITEMS (WS-VOL-IDX) TO FTQ-MONTH-VOLUME
           END-IF
           CALL "fee-tariff-pricer" USING FTQ-REQUEST
           IF FTQ-NOT-PRICED
              ADD 1 TO WS-UNPRICED-COUNT
              MOVE "UNPRICED" TO FTQ-TARIFF-ID
              DISPLAY "fee-invoice-writer: no tariff line for "
                 TR-TRANSACTION-ID " " TR-SOURCE-SYSTEM " "
                 TR-CURRENCY "/" WS-BORDER-FLAG " value date "
                 TR-VALUE-DATE
           END-IF
           MOVE FTQ-FEE TO WS-LINE-FEE
           PERFORM 130-POST-TO-LINE
           PERFORM 140-NOTE-SOURCE.

       130-POST-TO-LINE.
           SET WS-LIN-FOUND TO FALSE
           SET WS-LIN-IDX TO 1
                 AND WS-LIN-TYPE (WS-LIN-IDX) = TR-TRANSACTION-TYPE
                 AND WS-LIN-CURRENCY (WS-LIN-IDX) = TR-CURRENCY
                 AND WS-LIN-BORDER (WS-LIN-IDX) = WS-BORDER-FLAG
                 AND WS-LIN-TARIFF-ID (WS-LIN-IDX) = FTQ-TARIFF-ID
                 AND WS-LIN-TIER-NO (WS-LIN-IDX) = FTQ-TIER-NO
                 AND WS-LIN-RATE (WS-LIN-IDX) = FTQ-RATE
                 SET WS-LIN-FOUND TO TRUE
           END-SEARCH
           IF NOT WS-LIN-FOUND
                    TO WS-LIN-CURRENCY (WS-LINE-COUNT)
                 MOVE WS-BORDER-FLAG
                    TO WS-LIN-BORDER (WS-LINE-COUNT)
                 MOVE FTQ-TARIFF-ID
                    TO WS-LIN-TARIFF-ID (WS-LINE-COUNT)
                 MOVE FTQ-TIER-NO TO WS-LIN-TIER-NO (WS-LINE-COUNT)
                 MOVE FTQ-RATE TO WS-LIN-RATE (WS-LINE-COUNT)
                 MOVE 0 TO WS-LIN-COUNT (WS-LINE-COUNT)
                 MOVE 0 TO WS-LIN-VOLUME (WS-LINE-COUNT)
                 MOVE 0 TO WS-LIN-FEE (WS-LINE-COUNT)
              MOVE WS-LIN-CURRENCY (WS-LINE-SUB) TO INV-DTL-CURRENCY
              MOVE WS-LIN-BORDER (WS-LINE-SUB) TO INV-DTL-BORDER
              MOVE WS-LIN-RATE (WS-LINE-SUB) TO INV-DTL-RATE
              MOVE WS-LIN-TARIFF-ID (WS-LINE-SUB) TO INV-DTL-TARIFF-ID
              MOVE WS-LIN-TIER-NO (WS-LINE-SUB) TO INV-DTL-TIER-NO
              MOVE WS-LIN-COUNT (WS-LINE-SUB) TO INV-DTL-COUNT
              MOVE WS-LIN-VOLUME (WS-LINE-SUB) TO INV-DTL-VOLUME
              MOVE WS-LIN-FEE (WS-LINE-SUB) TO INV-DTL-FEE
