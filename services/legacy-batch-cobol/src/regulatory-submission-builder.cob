      *> period, after the compliance desk has worked its cases, and
      *> builds the regulator's one fixed-format submission file
      *> from the PERSISTENT reportable-event log the screening,
      *> structuring, large-transaction and anomaly writers append to
      *> as the period runs (the per-run report files those writers also
      *> produce are truncated at the start of every real run, so at
      *> period close they carry only the final run's events) plus
      *> the confirmed-screening-hits file the review workflow
       PROGRAM-ID. regulatory-submission-builder.
       AUTHOR. Riley.
              DATE-WRITTEN. 01092026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 01092026.
      *> 15102026 Riley - ANOMALY events (settled PAYs that departed
      *> from their sender's profile) pass through under their own
      *> class, and their case status is taken from the ANOMALY case
      *> raised for the transaction, not from a large-transaction
      *> case the same payment may also have raised -- and the other
      *> way about.
      *> 15102026 Riley - each RSE now also carries the ordering and
      *> beneficiary names, remittance information, purpose code and
      *> charge bearer of its transaction, read off the master record
      *> (blank where the transaction arrived in the 166-byte layout,
      *> or the event names a sender rather than a transaction). The
      *> submission line is now 400 bytes.
      *> 02092026 Riley - screening hits a reviewer has CONFIRMed as
      *> true matches (reports/confirmed-screening-hits.dat, written
      *> by screening-review) are now consolidated under their own
       COPY "filing-sequence-record".

       FD SUBMISSION-FILE.
       01 SUB-FILE-LINE               PIC X(400).

       FD TRANSACTION-MASTER-FILE.
       COPY "transaction-master-record".
                       "../../../reports/transaction-master.dat".
       01 WS-MASTER-STATUS PIC X(2) VALUE '00'.
       COPY "regulatory-submission-record".
       COPY "transaction-copybook".

       01 WS-FILE-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-FILE-EOF VALUE 'Y' FALSE 'N'.
                 INDEXED BY WS-CSE-IDX.
                 10 WS-CSE-TRANSACTION-ID PIC X(32).
                 10 WS-CSE-STATUS         PIC X(12).
                 10 WS-CSE-ALERT-TYPE     PIC X(12).
       01 WS-CASE-STATUS-FOUND PIC X(12) VALUE SPACES.

       01 WS-EVENT-AMOUNT PIC 9(14)V99 VALUE 0.
                       TO WS-CSE-TRANSACTION-ID (WS-CASE-COUNT)
                    MOVE CSE-STATUS
                       TO WS-CSE-STATUS (WS-CASE-COUNT)
                    MOVE CSE-ALERT-TYPE
                       TO WS-CSE-ALERT-TYPE (WS-CASE-COUNT)
                 END-IF
           END-READ.

           MOVE WS-EVENT-AMOUNT TO RSE-AMOUNT-BASE
           MOVE WS-EVENT-DETAIL TO RSE-MATCHED-DETAIL
           MOVE WS-CASE-STATUS-FOUND TO RSE-CASE-STATUS
           PERFORM 610-ADD-PARTY-DETAIL
           MOVE RSB-RAW-RECORD TO SUB-FILE-LINE
           WRITE SUB-FILE-LINE
           ADD 1 TO WS-EVENT-COUNT.

      *> The extended-layout fields come off the master, the one
      *> place they are kept. An event ID that is not on the master --
      *> a structuring aggregate's sender IBAN, or a transaction
      *> since purged -- leaves them blank.
       610-ADD-PARTY-DETAIL.
           IF WS-MASTER-OPEN
              MOVE WS-EVENT-ID TO TMF-TRANSACTION-ID
              READ TRANSACTION-MASTER-FILE
              IF WS-MASTER-STATUS = '00'
                 MOVE TMF-EXTENDED-DETAIL TO TR-EXTENDED-DETAIL
                 MOVE TR-ORDERING-NAME TO RSE-ORDERING-NAME
                 MOVE TR-BENEFICIARY-NAME TO RSE-BENEFICIARY-NAME
                 MOVE TR-REMITTANCE-INFO TO RSE-REMITTANCE-INFO
                 MOVE TR-PURPOSE-CODE TO RSE-PURPOSE-CODE
                 MOVE TR-CHARGE-BEARER TO RSE-CHARGE-BEARER
              ELSE
                 MOVE '00' TO WS-MASTER-STATUS
              END-IF
           END-IF.

      *> A payment can carry both a large-transaction case and an
      *> anomaly case; an ANOMALY event reports the anomaly case and
      *> every other event the other.
       650-LOOKUP-CASE-STATUS.
           MOVE "NO CASE" TO WS-CASE-STATUS-FOUND
           SET WS-CSE-IDX TO 1
           SEARCH WS-CSE-ENTRY
              AT END CONTINUE
              WHEN WS-CSE-TRANSACTION-ID (WS-CSE-IDX) = WS-EVENT-ID
                 AND ((WS-EVENT-CLASS = "ANOMALY"
                       AND WS-CSE-ALERT-TYPE (WS-CSE-IDX) = "ANOMALY")
                  OR (WS-EVENT-CLASS NOT = "ANOMALY"
                   AND WS-CSE-ALERT-TYPE (WS-CSE-IDX) NOT = "ANOMALY"))
                 MOVE WS-CSE-STATUS (WS-CSE-IDX)
                    TO WS-CASE-STATUS-FOUND
           END-SEARCH.
