       PROGRAM-ID. report-trans-generator.
       AUTHOR. Riley.
              DATE-WRITTEN. 25042026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 25042026.
      *> 15102026 Riley - six columns follow STATUS for the extended
      *> extract layout: the ordering and beneficiary names as the
      *> payer sent them, NAME-CHECK (MATCH or MISMATCH against the
      *> counterparty reference master's name for the receiver IBAN,
      *> blank when not checked -- the orchestrator decides and hands
      *> it over as a fourth USING parameter), the purpose code, the
      *> charge bearer and the remittance information. All are blank
      *> for a record that arrived in the 166-byte layout. The line
      *> grows from 243 to 482 bytes.
      *> 15102026 Riley - a PAY that missed its gateway payment
      *> cut-off is now also written here, by main-cobol-
      *> orchestrator as it parks it in the warehouse, so the desk
      *> can see every payment that moved: the new ORIG-VALUE column
      *> carries the value date the payment asked for (blank when it
      *> did not move) next to the value date it will now settle on,
      *> and the new STATUS column tells a settled line from a
      *> WAREHOUSED one. Both arrive as two more USING parameters.
      *> 01092026 Riley - the report now prints the counterparty
      *> names next to both IBANs, looked up from the maintained
      *> counterparty reference master (counterparty-reference.dat,
       DATA DIVISION.
       FILE SECTION.
       FD SETTLEMENT-REPORT-FILE.
       01 RPT-REPORT-LINE            PIC X(482).

       FD COUNTERPARTY-REF-FILE.
       COPY "counterparty-reference-record".
           05 FILLER PIC X(30) VALUE "SENDER-NAME".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "RECEIVER-NAME".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "ORIG-VALUE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "STATUS".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(35) VALUE "ORDERING-NAME".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(35) VALUE "BENEFICIARY-NAME".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE "NAME-CHECK".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(4)  VALUE "PURP".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(3)  VALUE "CHG".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(140) VALUE "REMITTANCE-INFO".

       01 RPT-DETAIL-LINE.
           05 RPT-TRANSACTION-ID     PIC X(32).
           05 RPT-SENDER-NAME        PIC X(30).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-RECEIVER-NAME      PIC X(30).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-ORIGINAL-VALUE-DATE PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-STATUS             PIC X(12).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-ORDERING-NAME      PIC X(35).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-BENEFICIARY-NAME   PIC X(35).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-NAME-CHECK         PIC X(10).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-PURPOSE-CODE       PIC X(4).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-CHARGE-BEARER      PIC X(3).
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 RPT-REMITTANCE-INFO    PIC X(140).

       LINKAGE SECTION.
       COPY "transaction-copybook".
      *> The value date the record asked for before a missed payment
      *> cut-off moved it (zero when it did not move), and what the
      *> run did with it -- SETTLED, or WAREHOUSED for a cut-off move.
       01 LK-ORIGINAL-VALUE-DATE PIC 9(8).
       01 LK-REPORT-STATUS PIC X(12).
      *> How the beneficiary name compared with the reference master
      *> -- MATCH, MISMATCH, or spaces when it was not checked.
       01 LK-NAME-CHECK PIC X(10).

       PROCEDURE DIVISION USING TRANSACTION-RECORD,
                 LK-ORIGINAL-VALUE-DATE, LK-REPORT-STATUS,
                 LK-NAME-CHECK.
       000-MAIN.
           IF TR-TRANSACTION-ID = PF-SENTINEL-ID
              MOVE 0 TO RETURN-CODE
           MOVE TR-RECEIVER-IBAN TO RPT-RECEIVER-IBAN
           PERFORM 210-FORMAT-DATE-TIME
           PERFORM 220-FORMAT-VALUE-DATE
           PERFORM 230-FORMAT-ORIGINAL-DATE
           MOVE LK-REPORT-STATUS TO RPT-STATUS
           MOVE TR-SENDER-IBAN TO WS-CPTY-LOOKUP-IBAN
           PERFORM 300-LOOKUP-CPTY-NAME
           MOVE WS-CPTY-NAME TO RPT-SENDER-NAME
           MOVE TR-RECEIVER-IBAN TO WS-CPTY-LOOKUP-IBAN
           PERFORM 300-LOOKUP-CPTY-NAME
           MOVE WS-CPTY-NAME TO RPT-RECEIVER-NAME
           MOVE TR-ORDERING-NAME TO RPT-ORDERING-NAME
           MOVE TR-BENEFICIARY-NAME TO RPT-BENEFICIARY-NAME
           MOVE LK-NAME-CHECK TO RPT-NAME-CHECK
           MOVE TR-PURPOSE-CODE TO RPT-PURPOSE-CODE
           MOVE TR-CHARGE-BEARER TO RPT-CHARGE-BEARER
           MOVE TR-REMITTANCE-INFO TO RPT-REMITTANCE-INFO
           MOVE RPT-DETAIL-LINE TO RPT-REPORT-LINE
           WRITE RPT-REPORT-LINE.

                  TR-VALUE-DATE (7:2)
                  DELIMITED BY SIZE INTO RPT-VALUE-DATE
           END-STRING.

       230-FORMAT-ORIGINAL-DATE.
           MOVE SPACES TO RPT-ORIGINAL-VALUE-DATE
           IF LK-ORIGINAL-VALUE-DATE > 0
              STRING LK-ORIGINAL-VALUE-DATE (1:4) "-"
                     LK-ORIGINAL-VALUE-DATE (5:2) "-"
                     LK-ORIGINAL-VALUE-DATE (7:2)
                     DELIMITED BY SIZE INTO RPT-ORIGINAL-VALUE-DATE
              END-STRING
           END-IF.
