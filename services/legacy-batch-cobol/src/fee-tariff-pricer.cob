      *> Fee tariff pricing, CALLed once per item to price by
      *> fee-reconciliation-reporter (each settled PAY, for the
      *> expected fee) and fee-invoice-writer (each invoiced PAY).
      *> Pricing used to be a compiled-in schedule copied into both
      *> callers -- one flat rate per type, currency and border
      *> flag, a recompile and release for every price change, and
      *> no way to express the volume-tiered and source-specific
      *> rates the commercial team has signed. The tariff now lives
      *> in a maintained file (sample-data/fee-tariff.dat, override
      *> via FEE_TARIFF_PATH), effective-dated line by line and
      *> loaded on the first CALL; both callers price through here,
      *> so the invoice and the recon can never disagree on a rate.
      *> The line in force on the item's value date that fits its
      *> type, currency, border flag, source system and monthly
      *> volume tier is chosen, most specific first, the rate is
      *> applied to the USD-equivalent amount and the result is held
      *> between the line's minimum and maximum charge. A missing
      *> tariff file, or an item no line fits, comes back unpriced
      *> and the caller says so.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. fee-tariff-pricer.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEE-TARIFF-FILE
                  ASSIGN TO WS-TARIFF-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-TARIFF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FEE-TARIFF-FILE.
       COPY "fee-tariff-record".

       WORKING-STORAGE SECTION.
       01 WS-TARIFF-PATH PIC X(255) VALUE
                       "../../../sample-data/fee-tariff.dat".
       01 WS-TARIFF-OVERRIDE PIC X(255).
       01 WS-TARIFF-STATUS PIC X(2) VALUE '00'.

       01 WS-FIRST-CALL-SW PIC X(1) VALUE 'Y'.
           88 WS-FIRST-CALL VALUE 'Y' FALSE 'N'.
       01 WS-TARIFF-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-TARIFF-EOF VALUE 'Y' FALSE 'N'.

      *> The tariff lines, as maintained -- every version, in force
      *> or not; the value date decides per item.
       01 WS-LINE-MAX PIC 9(3) VALUE 300.
       01 WS-LINE-COUNT PIC 9(3) VALUE 0.
       01 WS-LINE-SUB PIC 9(3) VALUE 0.
       01 WS-TARIFF-TABLE.
           05 WS-TRF-ENTRY OCCURS 300 TIMES.
                 10 WS-TRF-TARIFF-ID     PIC X(8).
                 10 WS-TRF-FROM-DATE     PIC 9(8).
                 10 WS-TRF-TO-DATE       PIC 9(8).
                 10 WS-TRF-TYPE          PIC X(3).
                 10 WS-TRF-CURRENCY      PIC X(3).
                 10 WS-TRF-BORDER        PIC X(1).
                 10 WS-TRF-SOURCE        PIC X(8).
                 10 WS-TRF-TIER-NO       PIC 9(2).
                 10 WS-TRF-TIER-FROM     PIC 9(7).
                 10 WS-TRF-TIER-TO       PIC 9(7).
                 10 WS-TRF-RATE          PIC 9(1)V9999.
                 10 WS-TRF-MIN-CHARGE    PIC 9(7)V99.
                 10 WS-TRF-MAX-CHARGE    PIC 9(7)V99.

      *> The best-fitting line so far for the item being priced:
      *> source-specific counts 4, a named currency 2, a named
      *> border flag 1.
       01 WS-BEST-LINE PIC 9(3) VALUE 0.
       01 WS-BEST-WEIGHT PIC 9(1) VALUE 0.
       01 WS-LINE-WEIGHT PIC 9(1) VALUE 0.
       01 WS-LINE-FITS-SW PIC X(1) VALUE 'N'.
           88 WS-LINE-FITS VALUE 'Y' FALSE 'N'.

       LINKAGE SECTION.
       COPY "fee-tariff-request".

       PROCEDURE DIVISION USING FTQ-REQUEST.
       000-MAIN.
           IF WS-FIRST-CALL
              SET WS-FIRST-CALL TO FALSE
              PERFORM 100-LOAD-TARIFF
           END-IF
           PERFORM 200-PRICE-ITEM
           MOVE 0 TO RETURN-CODE
           EXIT PROGRAM.

       100-LOAD-TARIFF.
           MOVE SPACES TO WS-TARIFF-OVERRIDE
           ACCEPT WS-TARIFF-OVERRIDE FROM ENVIRONMENT "FEE_TARIFF_PATH"
           IF WS-TARIFF-OVERRIDE NOT = SPACES
              MOVE WS-TARIFF-OVERRIDE TO WS-TARIFF-PATH
           END-IF
           OPEN INPUT FEE-TARIFF-FILE
           IF WS-TARIFF-STATUS NOT = '00'
              DISPLAY "*** NO FEE TARIFF at " WS-TARIFF-PATH
                 " - every item comes back UNPRICED ***"
           ELSE
              PERFORM 110-LOAD-ONE-LINE UNTIL WS-TARIFF-EOF
              CLOSE FEE-TARIFF-FILE
              DISPLAY "fee-tariff-pricer: " WS-LINE-COUNT
                 " tariff line(s) loaded"
           END-IF.

       110-LOAD-ONE-LINE.
           READ FEE-TARIFF-FILE
              AT END SET WS-TARIFF-EOF TO TRUE
              NOT AT END
                 IF FTF-TARIFF-ID NOT = SPACES
                    AND FTF-EFFECTIVE-FROM IS NUMERIC
                    AND FTF-RATE IS NUMERIC
                    PERFORM 120-KEEP-ONE-LINE
                 END-IF
           END-READ.

       120-KEEP-ONE-LINE.
           IF WS-LINE-COUNT < WS-LINE-MAX
              ADD 1 TO WS-LINE-COUNT
              MOVE FTF-TARIFF-ID TO WS-TRF-TARIFF-ID (WS-LINE-COUNT)
              MOVE FTF-EFFECTIVE-FROM
                 TO WS-TRF-FROM-DATE (WS-LINE-COUNT)
              IF FTF-EFFECTIVE-TO IS NUMERIC
                 AND FTF-EFFECTIVE-TO > 0
                 MOVE FTF-EFFECTIVE-TO
                    TO WS-TRF-TO-DATE (WS-LINE-COUNT)
              ELSE
                 MOVE 99999999 TO WS-TRF-TO-DATE (WS-LINE-COUNT)
              END-IF
              MOVE FTF-TYPE-CODE TO WS-TRF-TYPE (WS-LINE-COUNT)
              MOVE FTF-CURRENCY-CODE TO WS-TRF-CURRENCY (WS-LINE-COUNT)
              MOVE FTF-BORDER-FLAG TO WS-TRF-BORDER (WS-LINE-COUNT)
              MOVE FTF-SOURCE-SYSTEM TO WS-TRF-SOURCE (WS-LINE-COUNT)
              IF FTF-TIER-NO IS NUMERIC
                 MOVE FTF-TIER-NO TO WS-TRF-TIER-NO (WS-LINE-COUNT)
              ELSE
                 MOVE 1 TO WS-TRF-TIER-NO (WS-LINE-COUNT)
              END-IF
              IF FTF-TIER-FROM IS NUMERIC
                 MOVE FTF-TIER-FROM
                    TO WS-TRF-TIER-FROM (WS-LINE-COUNT)
              ELSE
                 MOVE 0 TO WS-TRF-TIER-FROM (WS-LINE-COUNT)
              END-IF
              IF FTF-TIER-TO IS NUMERIC
                 AND FTF-TIER-TO > 0
                 MOVE FTF-TIER-TO TO WS-TRF-TIER-TO (WS-LINE-COUNT)
              ELSE
                 MOVE 9999999 TO WS-TRF-TIER-TO (WS-LINE-COUNT)
              END-IF
              MOVE FTF-RATE TO WS-TRF-RATE (WS-LINE-COUNT)
              IF FTF-MIN-CHARGE IS NUMERIC
                 MOVE FTF-MIN-CHARGE
                    TO WS-TRF-MIN-CHARGE (WS-LINE-COUNT)
              ELSE
                 MOVE 0 TO WS-TRF-MIN-CHARGE (WS-LINE-COUNT)
              END-IF
              IF FTF-MAX-CHARGE IS NUMERIC
                 MOVE FTF-MAX-CHARGE
                    TO WS-TRF-MAX-CHARGE (WS-LINE-COUNT)
              ELSE
                 MOVE 0 TO WS-TRF-MAX-CHARGE (WS-LINE-COUNT)
              END-IF
           ELSE
              DISPLAY "*** FEE TARIFF EXCEEDS " WS-LINE-MAX
                 " LINES - " FTF-TARIFF-ID " " FTF-TYPE-CODE "/"
                 FTF-CURRENCY-CODE "/" FTF-SOURCE-SYSTEM
                 " NOT loaded ***"
           END-IF.

       200-PRICE-ITEM.
           SET FTQ-NOT-PRICED TO TRUE
           MOVE SPACES TO FTQ-TARIFF-ID
           MOVE 0 TO FTQ-TIER-NO
           MOVE 0 TO FTQ-RATE
           SET FTQ-NO-LIMIT-APPLIED TO TRUE
           MOVE 0 TO FTQ-FEE
           MOVE 0 TO WS-BEST-LINE
           MOVE 0 TO WS-BEST-WEIGHT
           PERFORM 210-WEIGH-ONE-LINE
              VARYING WS-LINE-SUB FROM 1 BY 1
              UNTIL WS-LINE-SUB > WS-LINE-COUNT
           IF WS-BEST-LINE > 0
              PERFORM 220-APPLY-BEST-LINE
           END-IF.

      *> A line fits when it is in force on the value date, is for
      *> the item's type and tier, and each of currency, border flag
      *> and source is either the item's own or the wildcard. Of two
      *> fitting lines of equal weight the later effective-from wins;
      *> equal again, the earlier line in the file stands.
       210-WEIGH-ONE-LINE.
           SET WS-LINE-FITS TO FALSE
           MOVE 0 TO WS-LINE-WEIGHT
           IF WS-TRF-TYPE (WS-LINE-SUB) = FTQ-TRANSACTION-TYPE
              AND WS-TRF-FROM-DATE (WS-LINE-SUB) NOT > FTQ-VALUE-DATE
              AND WS-TRF-TO-DATE (WS-LINE-SUB) NOT < FTQ-VALUE-DATE
              AND WS-TRF-TIER-FROM (WS-LINE-SUB)
                 NOT > FTQ-MONTH-VOLUME
              AND WS-TRF-TIER-TO (WS-LINE-SUB)
                 NOT < FTQ-MONTH-VOLUME
              AND (WS-TRF-CURRENCY (WS-LINE-SUB) = FTQ-CURRENCY
                 OR WS-TRF-CURRENCY (WS-LINE-SUB) = "***")
              AND (WS-TRF-BORDER (WS-LINE-SUB) = FTQ-BORDER-FLAG
                 OR WS-TRF-BORDER (WS-LINE-SUB) = "*")
              AND (WS-TRF-SOURCE (WS-LINE-SUB) = FTQ-SOURCE-SYSTEM
                 OR WS-TRF-SOURCE (WS-LINE-SUB) = "*")
              SET WS-LINE-FITS TO TRUE
              IF WS-TRF-SOURCE (WS-LINE-SUB) NOT = "*"
                 ADD 4 TO WS-LINE-WEIGHT
              END-IF
              IF WS-TRF-CURRENCY (WS-LINE-SUB) NOT = "***"
                 ADD 2 TO WS-LINE-WEIGHT
              END-IF
              IF WS-TRF-BORDER (WS-LINE-SUB) NOT = "*"
                 ADD 1 TO WS-LINE-WEIGHT
              END-IF
           END-IF
           IF WS-LINE-FITS
              EVALUATE TRUE
                 WHEN WS-BEST-LINE = 0
                    MOVE WS-LINE-SUB TO WS-BEST-LINE
                    MOVE WS-LINE-WEIGHT TO WS-BEST-WEIGHT
                 WHEN WS-LINE-WEIGHT > WS-BEST-WEIGHT
                    MOVE WS-LINE-SUB TO WS-BEST-LINE
                    MOVE WS-LINE-WEIGHT TO WS-BEST-WEIGHT
                 WHEN WS-LINE-WEIGHT = WS-BEST-WEIGHT
                    AND WS-TRF-FROM-DATE (WS-LINE-SUB)
                       > WS-TRF-FROM-DATE (WS-BEST-LINE)
                    MOVE WS-LINE-SUB TO WS-BEST-LINE
              END-EVALUATE
           END-IF.

       220-APPLY-BEST-LINE.
           SET FTQ-PRICED TO TRUE
           MOVE WS-TRF-TARIFF-ID (WS-BEST-LINE) TO FTQ-TARIFF-ID
           MOVE WS-TRF-TIER-NO (WS-BEST-LINE) TO FTQ-TIER-NO
           MOVE WS-TRF-RATE (WS-BEST-LINE) TO FTQ-RATE
           COMPUTE FTQ-FEE ROUNDED =
              FTQ-AMOUNT-BASE * WS-TRF-RATE (WS-BEST-LINE)
           IF WS-TRF-MIN-CHARGE (WS-BEST-LINE) > 0
              AND FTQ-FEE < WS-TRF-MIN-CHARGE (WS-BEST-LINE)
              MOVE WS-TRF-MIN-CHARGE (WS-BEST-LINE) TO FTQ-FEE
              SET FTQ-MINIMUM-APPLIED TO TRUE
           END-IF
           IF WS-TRF-MAX-CHARGE (WS-BEST-LINE) > 0
              AND FTQ-FEE > WS-TRF-MAX-CHARGE (WS-BEST-LINE)
              MOVE WS-TRF-MAX-CHARGE (WS-BEST-LINE) TO FTQ-FEE
              SET FTQ-MAXIMUM-APPLIED TO TRUE
           END-IF.
