       PROGRAM-ID. extract-profiler.
       AUTHOR. Riley.
              DATE-WRITTEN. 22082026.
       DATE-MODIFIED. 15102026.
      *> 15102026 Riley - reads the 400-byte extended layout. The HDR
      *> layout version is reported and each record is stamped the
      *> way the reader stamps it before it is validated; fill counts
      *> cover the names, remittance, purpose code and charge bearer;
      *> the generated HDR says layout 02 when the extract is
      *> extended or any record carried extended detail.
      *> 01092026 Riley - the generated control record now stamps
      *> the intraday settlement cycle (EXTRACT_CYCLE_NUMBER,
      *> default 01) so a regenerated control file for a midday
       DATA DIVISION.
       FILE SECTION.
       FD EXTRACT-FILE.
       01 EXT-RAW-LINE PIC X(400).

       FD PROFILE-REPORT-FILE.
       01 PRF-REPORT-LINE PIC X(100).
       COPY "control-total-record".

       FD GEN-ENVELOPE-FILE.
       01 GEN-ENVELOPE-LINE PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-EXTRACT-PATH PIC X(255) VALUE
       01 WS-HDR-CLAIM-TOTAL PIC 9(10)V99 VALUE 0.
       01 WS-HDR-CLAIM-DATE PIC 9(8) VALUE 0.
       01 WS-TRL-CLAIM-COUNT PIC 9(10) VALUE 0.
       01 WS-HDR-LAYOUT-VERSION PIC X(2) VALUE SPACES.
       01 WS-EXTENDED-SEEN-SW PIC X(1) VALUE 'N'.
           88 WS-EXTENDED-SEEN VALUE 'Y' FALSE 'N'.
       01 WS-TRL-CLAIM-TOTAL PIC 9(10)V99 VALUE 0.

      *> Fill-rate counters: how many records carry something other
      *> field -- a column upstream suddenly stops populating shows
      *> up here before the batch ever rejects a record.
       01 WS-FILL-COUNTERS.
           05 WS-FILL-ENTRY OCCURS 16 TIMES
                 INDEXED BY WS-FIL-IDX.
                 10 WS-FIL-NAME  PIC X(14).
                 10 WS-FIL-COUNT PIC 9(10).
           MOVE "RECEIVER-IBAN"  TO WS-FIL-NAME (9)
           MOVE "REFERENCE"      TO WS-FIL-NAME (10)
           MOVE "SOURCE-SYSTEM"  TO WS-FIL-NAME (11)
           MOVE "ORDERING-NAME"  TO WS-FIL-NAME (12)
           MOVE "BENEF-NAME"     TO WS-FIL-NAME (13)
           MOVE "REMITTANCE"     TO WS-FIL-NAME (14)
           MOVE "PURPOSE-CODE"   TO WS-FIL-NAME (15)
           MOVE "CHARGE-BEARER"  TO WS-FIL-NAME (16)
           PERFORM 110-CLEAR-FILL-COUNT
              VARYING WS-FILL-SUB FROM 1 BY 1
              UNTIL WS-FILL-SUB > 16.

       110-CLEAR-FILL-COUNT.
           MOVE 0 TO WS-FIL-COUNT (WS-FILL-SUB).
                       MOVE HDR-RUN-DATE TO WS-HDR-CLAIM-DATE
                       MOVE HDR-EXPECTED-COUNT TO WS-HDR-CLAIM-COUNT
                       MOVE HDR-EXPECTED-TOTAL TO WS-HDR-CLAIM-TOTAL
                       MOVE HDR-LAYOUT-VERSION TO WS-HDR-LAYOUT-VERSION
                    WHEN 'TRL'
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE TRL-ACTUAL-COUNT TO WS-TRL-CLAIM-COUNT
                       MOVE TRL-ACTUAL-TOTAL TO WS-TRL-CLAIM-TOTAL
                    WHEN OTHER
                       MOVE WS-RAW-RECORD TO TRANSACTION-RECORD
                       PERFORM 205-STAMP-LAYOUT-VERSION
                       PERFORM 210-PROFILE-DETAIL
                 END-EVALUATE
           END-READ.

      *> Stamped as batch-transaction-reader stamps it, so the
      *> validation tally is the one the run would produce: a basic
      *> extract's records lose anything past byte 166, an extended
      *> one's blank version becomes '02', and an unknown header
      *> version is passed on for the validator to reject.
       205-STAMP-LAYOUT-VERSION.
           EVALUATE TRUE
              WHEN WS-HDR-LAYOUT-VERSION = SPACES
              WHEN WS-HDR-LAYOUT-VERSION = '01'
                 MOVE SPACES TO TR-EXTENDED-DETAIL
                 SET TR-BASIC-LAYOUT TO TRUE
              WHEN WS-HDR-LAYOUT-VERSION = '02'
                 IF TR-LAYOUT-VERSION = SPACES
                    SET TR-EXTENDED-LAYOUT TO TRUE
                 END-IF
              WHEN OTHER
                 MOVE WS-HDR-LAYOUT-VERSION TO TR-LAYOUT-VERSION
           END-EVALUATE
           IF TR-EXTENDED-LAYOUT
              SET WS-EXTENDED-SEEN TO TRUE
           END-IF.

       210-PROFILE-DETAIL.
           ADD 1 TO WS-RECORD-COUNT
           ADD TR-AMOUNT TO WS-AMOUNT-TOTAL
           END-IF
           IF TR-SOURCE-SYSTEM NOT = SPACES
              ADD 1 TO WS-FIL-COUNT (11)
           END-IF
           IF TR-ORDERING-NAME NOT = SPACES
              ADD 1 TO WS-FIL-COUNT (12)
           END-IF
           IF TR-BENEFICIARY-NAME NOT = SPACES
              ADD 1 TO WS-FIL-COUNT (13)
           END-IF
           IF TR-REMITTANCE-INFO NOT = SPACES
              ADD 1 TO WS-FIL-COUNT (14)
           END-IF
           IF TR-PURPOSE-CODE NOT = SPACES
              ADD 1 TO WS-FIL-COUNT (15)
           END-IF
           IF TR-CHARGE-BEARER NOT = SPACES
              ADD 1 TO WS-FIL-COUNT (16)
           END-IF.

       230-COUNT-SOURCE.
              END-IF
              MOVE WS-RECORD-COUNT TO HDR-EXPECTED-COUNT
              MOVE WS-AMOUNT-TOTAL TO HDR-EXPECTED-TOTAL
              IF WS-EXTENDED-SEEN
                 SET HDR-EXTENDED-LAYOUT TO TRUE
              ELSE
                 MOVE WS-HDR-LAYOUT-VERSION TO HDR-LAYOUT-VERSION
              END-IF
              MOVE WS-RAW-RECORD TO GEN-ENVELOPE-LINE
              WRITE GEN-ENVELOPE-LINE
              MOVE SPACES TO WS-RAW-RECORD
              DELIMITED BY SIZE INTO PRF-REPORT-LINE
           END-STRING
           PERFORM 905-WRITE-AND-ECHO
           MOVE SPACES TO PRF-REPORT-LINE
           IF WS-HDR-LAYOUT-VERSION = SPACES
              MOVE "EXTRACT LAYOUT: 01 (NO VERSION ON HDR)"
                 TO PRF-REPORT-LINE
           ELSE
              STRING "EXTRACT LAYOUT: " WS-HDR-LAYOUT-VERSION
                 DELIMITED BY SIZE INTO PRF-REPORT-LINE
              END-STRING
           END-IF
           PERFORM 905-WRITE-AND-ECHO
           IF WS-HEADER-SEEN
              MOVE WS-HDR-CLAIM-COUNT TO WS-COUNT-DISPLAY
              MOVE WS-HDR-CLAIM-TOTAL TO WS-AMOUNT-DISPLAY
           PERFORM 905-WRITE-AND-ECHO
           PERFORM 910-WRITE-FILL-LINE
              VARYING WS-FILL-SUB FROM 1 BY 1
              UNTIL WS-FILL-SUB > 16
           MOVE "BY SOURCE SYSTEM" TO PRF-REPORT-LINE
           PERFORM 905-WRITE-AND-ECHO
           PERFORM 920-WRITE-SOURCE-LINE
