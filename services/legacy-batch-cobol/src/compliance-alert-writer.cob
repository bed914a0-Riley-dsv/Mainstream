      *> or exceeds the large-transaction threshold from
      *> main-cobol-orchestrator's main loop, so the compliance desk has
      *> a reviewable file of large-value activity instead of having to
      *> comb the full settlement report for it. anomaly-monitor CALLs
      *> it too, for each settled PAY that departs from its sender's
      *> profile; LK-ALERT-TYPE says which kind of alert it is
      *> (LARGE-TXN or ANOMALY) and LK-ALERT-DETAIL carries what
      *> raised it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. compliance-alert-writer.
       AUTHOR. Riley.
              DATE-WRITTEN. 09082026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 09082026.
      *> 15102026 Riley - alerts now carry an alert type and detail
      *> from the caller (LK-ALERT-TYPE, LK-ALERT-DETAIL): LARGE-TXN
      *> from the orchestrator's threshold check, ANOMALY with its
      *> reason codes from anomaly-monitor. The type and detail are
      *> printed on the alert line, become the reportable event's
      *> class and detail, and are kept on the case (CSE-ALERT-TYPE),
      *> so anomaly alerts reach the desk and the submission as their
      *> own kind of event. The carried case widens to 139 bytes.
      *> 02092026 Riley - every alert is now also appended to the
      *> persistent reportable-event log: the per-run alert file is
      *> truncated at the start of every real run, so by period
       01 WS-TODAY-DATE PIC 9(8) VALUE 0.
       01 WS-CASE-SUB PIC 9(3) VALUE 0.
       01 WS-CARRY-TABLE.
           05 WS-CARRY-CASE PIC X(139) OCCURS 200 TIMES.

       01 CAL-HEADING-LINE.
           05 FILLER PIC X(32) VALUE "TRANSACTION-ID".
           05 FILLER PIC X(30) VALUE "SENDER-NAME".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(30) VALUE "RECEIVER-NAME".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(12) VALUE "ALERT-TYPE".
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(27) VALUE "ALERT-DETAIL".

       01 CAL-DETAIL-LINE.
           05 CAL-TRANSACTION-ID      PIC X(32).
           05 CAL-SENDER-NAME         PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 CAL-RECEIVER-NAME       PIC X(30).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 CAL-ALERT-TYPE          PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 CAL-ALERT-DETAIL        PIC X(27).

       LINKAGE SECTION.
       COPY "transaction-copybook".
       01 LK-AMOUNT-BASE PIC 9(12)V99.
       01 LK-ALERT-TYPE PIC X(12).
       01 LK-ALERT-DETAIL PIC X(27).

       PROCEDURE DIVISION USING TRANSACTION-RECORD, LK-AMOUNT-BASE,
                 LK-ALERT-TYPE, LK-ALERT-DETAIL.
       000-MAIN.
           IF TR-TRANSACTION-ID = PF-SENTINEL-ID
              MOVE 0 TO RETURN-CODE
           MOVE TR-RECEIVER-IBAN TO WS-CPTY-LOOKUP-IBAN
           PERFORM 220-LOOKUP-CPTY-NAME
           MOVE WS-CPTY-NAME TO CAL-RECEIVER-NAME
           MOVE LK-ALERT-TYPE TO CAL-ALERT-TYPE
           MOVE LK-ALERT-DETAIL TO CAL-ALERT-DETAIL
           MOVE CAL-DETAIL-LINE TO CAL-REPORT-LINE
           WRITE CAL-REPORT-LINE
           PERFORM 230-LOG-REPORTABLE-EVENT
           END-IF
           IF WS-EVENT-LOG-STATUS = '00'
              MOVE SPACES TO RPE-RECORD
              MOVE LK-ALERT-TYPE TO RPE-EVENT-CLASS
              MOVE TR-TRANSACTION-ID TO RPE-TRANSACTION-ID
              MOVE LK-AMOUNT-BASE TO RPE-AMOUNT-BASE
              MOVE LK-ALERT-DETAIL TO RPE-MATCHED-DETAIL
              MOVE WS-TODAY-DATE TO RPE-EVENT-DATE
              WRITE RPE-RECORD
              CLOSE REPORTABLE-EVENT-FILE
              MOVE LK-AMOUNT-BASE TO CSE-AMOUNT-BASE
              MOVE TR-SOURCE-SYSTEM TO CSE-SOURCE-SYSTEM
              MOVE SPACES TO CSE-NOTE
              MOVE LK-ALERT-TYPE TO CSE-ALERT-TYPE
              WRITE CSE-RECORD
           END-IF.
