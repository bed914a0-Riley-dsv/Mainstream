      * The run outputs parallel-run-compare knows, and how each is
      * laid out -- so a baseline run and a candidate run over the
      * same extract can be compared field by field instead of by
      * eye. Paths are relative to a run's root (reports/ and
      * rejects/ under it, the way a run lays them down).
      * CLT-FILE: the compare mode is F when every record is
      * compared, or L for an append-only history where only the
      * record the run itself appended -- the last -- is the run's
      * output. The dry-run flag is Y on the files a dry run
      * (BATCH_DRY_RUN=Y) still writes; the rest are skipped when
      * the baseline is a dry run. The key start and length pick the
      * match key out of a record: records pair up on key and, where
      * a key repeats, on its occurrence. Length zero pairs records
      * by position instead, for files with no natural key.
      * CLT-KEY: a record type (the first three bytes) keyed
      * differently from the file's default, for the files that mix
      * header, detail and trailer records.
      * CLT-FIELD: each file's fields in record order, by file
      * number (the file's place in CLT-FILE) and record type (blank
      * for every record of the file). The action is C to compare
      * the field or I to ignore it -- run IDs, timestamps and
      * anything else expected to differ between two good runs.
      * Bytes not under any field are compared as RECORD.
       01  CLT-FILE-VALUES.
           05     FILLER PIC X(12) VALUE "SETTLE-RPT".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "reports/settlement-report.dat".
           05     FILLER PIC X(12) VALUE "POSITION".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001006".
           05     FILLER PIC X(40) VALUE
                  "reports/settlement-position.dat".
           05     FILLER PIC X(12) VALUE "INSTRUCTION".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001003".
           05     FILLER PIC X(40) VALUE
                  "reports/settlement-instructions.dat".
           05     FILLER PIC X(12) VALUE "NETTING".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001003".
           05     FILLER PIC X(40) VALUE
                  "reports/netting-schedule.dat".
           05     FILLER PIC X(12) VALUE "JOURNAL".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001003".
           05     FILLER PIC X(40) VALUE
                  "reports/journal-voucher.dat".
           05     FILLER PIC X(12) VALUE "FEE-LEDGER".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "reports/fee-ledger.dat".
           05     FILLER PIC X(12) VALUE "REV-LEDGER".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "reports/reversal-ledger.dat".
           05     FILLER PIC X(12) VALUE "RTN-LEDGER".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "reports/return-ledger.dat".
           05     FILLER PIC X(12) VALUE "COMPL-ALERT".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "reports/compliance-alerts.dat".
           05     FILLER PIC X(12) VALUE "SCREEN-HITS".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "reports/screening-hits.dat".
           05     FILLER PIC X(12) VALUE "STRUCTURING".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "000000".
           05     FILLER PIC X(40) VALUE
                  "reports/structuring-alerts.dat".
           05     FILLER PIC X(12) VALUE "ANOMALY".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "000000".
           05     FILLER PIC X(40) VALUE
                  "reports/anomaly-alerts.dat".
           05     FILLER PIC X(12) VALUE "INSIGHT".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "000000".
           05     FILLER PIC X(40) VALUE
                  "reports/insight-summary.dat".
           05     FILLER PIC X(12) VALUE "FEE-RECON".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001008".
           05     FILLER PIC X(40) VALUE
                  "reports/fee-reconciliation.dat".
           05     FILLER PIC X(12) VALUE "REV-MATCH".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "reports/reversal-match-report.dat".
           05     FILLER PIC X(12) VALUE "ENTITY-TOTAL".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001004".
           05     FILLER PIC X(40) VALUE
                  "reports/entity-totals.dat".
           05     FILLER PIC X(12) VALUE "BANK-LIMITS".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001006".
           05     FILLER PIC X(40) VALUE
                  "reports/bank-limits-report.dat".
           05     FILLER PIC X(12) VALUE "VALUE-DATES".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "reports/value-date-adjustments.dat".
           05     FILLER PIC X(12) VALUE "CUTOFF-EXC".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "reports/cutoff-exceptions.dat".
           05     FILLER PIC X(12) VALUE "REJECTS".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "001032".
           05     FILLER PIC X(40) VALUE
                  "rejects/transaction-rejects.dat".
           05     FILLER PIC X(12) VALUE "RUN-STATUS".
           05     FILLER PIC X(1)  VALUE "F".
           05     FILLER PIC X(1)  VALUE "N".
           05     FILLER PIC X(6)  VALUE "000000".
           05     FILLER PIC X(40) VALUE
                  "reports/run-status.dat".
           05     FILLER PIC X(12) VALUE "AUDIT-LOG".
           05     FILLER PIC X(1)  VALUE "L".
           05     FILLER PIC X(1)  VALUE "Y".
           05     FILLER PIC X(6)  VALUE "000000".
           05     FILLER PIC X(40) VALUE
                  "reports/audit-log.dat".
       01  CLT-FILE-TABLE REDEFINES CLT-FILE-VALUES.
           05     CLT-FILE-ENTRY OCCURS 22 TIMES
                  INDEXED BY CLT-FILE-IDX.
                  10 CLT-FILE-ID           PIC X(12).
                  10 CLT-FILE-MODE         PIC X(1).
                  10 CLT-FILE-DRY-RUN      PIC X(1).
                  10 CLT-FILE-KEY-START    PIC 9(3).
                  10 CLT-FILE-KEY-LENGTH   PIC 9(3).
                  10 CLT-FILE-PATH         PIC X(40).
       01  CLT-FILE-COUNT                  PIC 9(2) VALUE 22.
       01  CLT-KEY-VALUES.
           05     FILLER PIC X(11) VALUE "03SIH001008".
           05     FILLER PIC X(11) VALUE "03SID005032".
           05     FILLER PIC X(11) VALUE "03SIT001008".
           05     FILLER PIC X(11) VALUE "04NSN001036".
           05     FILLER PIC X(11) VALUE "04NSC038036".
           05     FILLER PIC X(11) VALUE "05JVH001003".
           05     FILLER PIC X(11) VALUE "05JVD005048".
           05     FILLER PIC X(11) VALUE "05JVT001003".
       01  CLT-KEY-TABLE REDEFINES CLT-KEY-VALUES.
           05     CLT-KEY-ENTRY OCCURS 8 TIMES
                  INDEXED BY CLT-KEY-IDX.
                  10 CLT-KEY-FILE-NO       PIC 9(2).
                  10 CLT-KEY-TAG           PIC X(3).
                  10 CLT-KEY-START         PIC 9(3).
                  10 CLT-KEY-LENGTH        PIC 9(3).
       01  CLT-KEY-COUNT                   PIC 9(2) VALUE 8.
       01  CLT-FIELD-VALUES.
           05     FILLER PIC X(30) VALUE
                  "01   TRANSACTION-ID    001032C".
           05     FILLER PIC X(30) VALUE
                  "01   DATE-TIME         036019C".
           05     FILLER PIC X(30) VALUE
                  "01   VALUE-DATE        058010C".
           05     FILLER PIC X(30) VALUE
                  "01   TYPE              071003C".
           05     FILLER PIC X(30) VALUE
                  "01   AMOUNT            077013C".
           05     FILLER PIC X(30) VALUE
                  "01   CURRENCY          092003C".
           05     FILLER PIC X(30) VALUE
                  "01   SENDER-IBAN       098027C".
           05     FILLER PIC X(30) VALUE
                  "01   RECEIVER-IBAN     127027C".
           05     FILLER PIC X(30) VALUE
                  "01   SENDER-NAME       156030C".
           05     FILLER PIC X(30) VALUE
                  "01   RECEIVER-NAME     188030C".
           05     FILLER PIC X(30) VALUE
                  "01   ORIG-VALUE-DATE   220010C".
           05     FILLER PIC X(30) VALUE
                  "01   STATUS            232012C".
           05     FILLER PIC X(30) VALUE
                  "01   ORDERING-NAME     246035C".
           05     FILLER PIC X(30) VALUE
                  "01   BENEFICIARY-NAME  283035C".
           05     FILLER PIC X(30) VALUE
                  "01   NAME-CHECK        320010C".
           05     FILLER PIC X(30) VALUE
                  "01   PURPOSE-CODE      332004C".
           05     FILLER PIC X(30) VALUE
                  "01   CHARGE-BEARER     338003C".
           05     FILLER PIC X(30) VALUE
                  "01   REMITTANCE-INFO   343140C".
           05     FILLER PIC X(30) VALUE
                  "02   BANK-ID           001006C".
           05     FILLER PIC X(30) VALUE
                  "02   WE-OWE-THEM       011018C".
           05     FILLER PIC X(30) VALUE
                  "02   THEY-OWE-US       031018C".
           05     FILLER PIC X(30) VALUE
                  "02   NET               051018C".
           05     FILLER PIC X(30) VALUE
                  "03SIHSECTION-SEQ       005004C".
           05     FILLER PIC X(30) VALUE
                  "03SIHRECEIVER-BANK     010006C".
           05     FILLER PIC X(30) VALUE
                  "03SIHVALUE-DATE        017008C".
           05     FILLER PIC X(30) VALUE
                  "03SIHENTITY            026004C".
           05     FILLER PIC X(30) VALUE
                  "03SIHWRITTEN-DATE      031008I".
           05     FILLER PIC X(30) VALUE
                  "03SIHWRITTEN-TIME      040006I".
           05     FILLER PIC X(30) VALUE
                  "03SIDTRANSACTION-ID    005032C".
           05     FILLER PIC X(30) VALUE
                  "03SIDAMOUNT            038012C".
           05     FILLER PIC X(30) VALUE
                  "03SIDCURRENCY          051003C".
           05     FILLER PIC X(30) VALUE
                  "03SIDSENDER-IBAN       055027C".
           05     FILLER PIC X(30) VALUE
                  "03SIDRECEIVER-IBAN     083027C".
           05     FILLER PIC X(30) VALUE
                  "03SIDREFERENCE         111020C".
           05     FILLER PIC X(30) VALUE
                  "03SIDORDERING-NAME     141035C".
           05     FILLER PIC X(30) VALUE
                  "03SIDBENEFICIARY-NAME  177035C".
           05     FILLER PIC X(30) VALUE
                  "03SIDREMITTANCE-INFO   213140C".
           05     FILLER PIC X(30) VALUE
                  "03SIDPURPOSE-CODE      354004C".
           05     FILLER PIC X(30) VALUE
                  "03SIDCHARGE-BEARER     359003C".
           05     FILLER PIC X(30) VALUE
                  "03SIDSETTLEMENT-MODE   363005C".
           05     FILLER PIC X(30) VALUE
                  "03SIDCOMPONENT-COUNT   369005C".
           05     FILLER PIC X(30) VALUE
                  "03SIDGROSS-OUTBOUND    375012C".
           05     FILLER PIC X(30) VALUE
                  "03SIDGROSS-INBOUND     388012C".
           05     FILLER PIC X(30) VALUE
                  "03SITSECTION-SEQ       005004C".
           05     FILLER PIC X(30) VALUE
                  "03SITRECORD-COUNT      010006C".
           05     FILLER PIC X(30) VALUE
                  "03SITHASH-TOTAL        017014C".
           05     FILLER PIC X(30) VALUE
                  "04NSNNET-ID            005032C".
           05     FILLER PIC X(30) VALUE
                  "04NSNENTITY            038004C".
           05     FILLER PIC X(30) VALUE
                  "04NSNBANK-ID           043006C".
           05     FILLER PIC X(30) VALUE
                  "04NSNVALUE-DATE        050008C".
           05     FILLER PIC X(30) VALUE
                  "04NSNCURRENCY          059003C".
           05     FILLER PIC X(30) VALUE
                  "04NSNSECTION-SEQ       063004C".
           05     FILLER PIC X(30) VALUE
                  "04NSNOUTBOUND-COUNT    068005C".
           05     FILLER PIC X(30) VALUE
                  "04NSNOUTBOUND-TOTAL    074014C".
           05     FILLER PIC X(30) VALUE
                  "04NSNINBOUND-COUNT     089005C".
           05     FILLER PIC X(30) VALUE
                  "04NSNINBOUND-TOTAL     095014C".
           05     FILLER PIC X(30) VALUE
                  "04NSNNET-AMOUNT        110014C".
           05     FILLER PIC X(30) VALUE
                  "04NSNNET-RESULT        125007C".
           05     FILLER PIC X(30) VALUE
                  "04NSCNET-ID            005032C".
           05     FILLER PIC X(30) VALUE
                  "04NSCDIRECTION         038003C".
           05     FILLER PIC X(30) VALUE
                  "04NSCTRANSACTION-ID    042032C".
           05     FILLER PIC X(30) VALUE
                  "04NSCAMOUNT            075012C".
           05     FILLER PIC X(30) VALUE
                  "04NSCCOUNTERPARTY-IBAN 088027C".
           05     FILLER PIC X(30) VALUE
                  "04NSCREFERENCE         116020C".
           05     FILLER PIC X(30) VALUE
                  "05JVHRUN-ID            005006I".
           05     FILLER PIC X(30) VALUE
                  "05JVHBUSINESS-DATE     012008C".
           05     FILLER PIC X(30) VALUE
                  "05JVDPOSTING-CLASS     005012C".
           05     FILLER PIC X(30) VALUE
                  "05JVDDEBIT-CREDIT      018001C".
           05     FILLER PIC X(30) VALUE
                  "05JVDACCOUNT           020020C".
           05     FILLER PIC X(30) VALUE
                  "05JVDCURRENCY          041003C".
           05     FILLER PIC X(30) VALUE
                  "05JVDSOURCE-SYSTEM     045008C".
           05     FILLER PIC X(30) VALUE
                  "05JVDAMOUNT-BASE       054016C".
           05     FILLER PIC X(30) VALUE
                  "05JVDAMOUNT-ORIGINAL   071016C".
           05     FILLER PIC X(30) VALUE
                  "05JVDENTITY            088004C".
           05     FILLER PIC X(30) VALUE
                  "05JVDREFERENCE         093032C".
           05     FILLER PIC X(30) VALUE
                  "05JVTLINE-COUNT        005006C".
           05     FILLER PIC X(30) VALUE
                  "05JVTTOTAL-DEBITS      012016C".
           05     FILLER PIC X(30) VALUE
                  "05JVTTOTAL-CREDITS     029016C".
           05     FILLER PIC X(30) VALUE
                  "06   TRANSACTION-ID    001032C".
           05     FILLER PIC X(30) VALUE
                  "06   AMOUNT            036013C".
           05     FILLER PIC X(30) VALUE
                  "06   CURRENCY          051003C".
           05     FILLER PIC X(30) VALUE
                  "06   SOURCE-SYSTEM     057008C".
           05     FILLER PIC X(30) VALUE
                  "07   TRANSACTION-ID    001032C".
           05     FILLER PIC X(30) VALUE
                  "07   AMOUNT            036013C".
           05     FILLER PIC X(30) VALUE
                  "07   CURRENCY          051003C".
           05     FILLER PIC X(30) VALUE
                  "07   SOURCE-SYSTEM     057008C".
           05     FILLER PIC X(30) VALUE
                  "08   TRANSACTION-ID    001032C".
           05     FILLER PIC X(30) VALUE
                  "08   AMOUNT            036013C".
           05     FILLER PIC X(30) VALUE
                  "08   CURRENCY          051003C".
           05     FILLER PIC X(30) VALUE
                  "08   RETURN-REASON     057002C".
           05     FILLER PIC X(30) VALUE
                  "08   REFERENCE         063020C".
           05     FILLER PIC X(30) VALUE
                  "08   SOURCE-SYSTEM     085008C".
           05     FILLER PIC X(30) VALUE
                  "09   TRANSACTION-ID    001032C".
           05     FILLER PIC X(30) VALUE
                  "09   TYPE              036003C".
           05     FILLER PIC X(30) VALUE
                  "09   AMOUNT            042013C".
           05     FILLER PIC X(30) VALUE
                  "09   CURRENCY          057003C".
           05     FILLER PIC X(30) VALUE
                  "09   AMOUNT-BASE       063015C".
           05     FILLER PIC X(30) VALUE
                  "09   SOURCE-SYSTEM     085008C".
           05     FILLER PIC X(30) VALUE
                  "09   SENDER-NAME       095030C".
           05     FILLER PIC X(30) VALUE
                  "09   RECEIVER-NAME     127030C".
           05     FILLER PIC X(30) VALUE
                  "09   ALERT-TYPE        159012C".
           05     FILLER PIC X(30) VALUE
                  "09   ALERT-DETAIL      173027C".
           05     FILLER PIC X(30) VALUE
                  "10   TRANSACTION-ID    001032C".
           05     FILLER PIC X(30) VALUE
                  "10   TYPE              036003C".
           05     FILLER PIC X(30) VALUE
                  "10   AMOUNT            042013C".
           05     FILLER PIC X(30) VALUE
                  "10   CURRENCY          057003C".
           05     FILLER PIC X(30) VALUE
                  "10   SIDE              063008C".
           05     FILLER PIC X(30) VALUE
                  "10   MATCH-TYPE        073007C".
           05     FILLER PIC X(30) VALUE
                  "10   LIST-ENTRY        082027C".
           05     FILLER PIC X(30) VALUE
                  "10   SCREENED-IBAN     111027C".
           05     FILLER PIC X(30) VALUE
                  "10   SOURCE-SYSTEM     140008C".
           05     FILLER PIC X(30) VALUE
                  "11   LINE              001120C".
           05     FILLER PIC X(30) VALUE
                  "12   LINE              001180C".
           05     FILLER PIC X(30) VALUE
                  "13   LINE              001080C".
           05     FILLER PIC X(30) VALUE
                  "14   SOURCE-SYSTEM     001008C".
           05     FILLER PIC X(30) VALUE
                  "14   EXPECTED-FEE      011015C".
           05     FILLER PIC X(30) VALUE
                  "14   BILLED-FEE        028015C".
           05     FILLER PIC X(30) VALUE
                  "14   DIFFERENCE        045016C".
           05     FILLER PIC X(30) VALUE
                  "14   STATUS            063014C".
           05     FILLER PIC X(30) VALUE
                  "14   UNPRICED          079007C".
           05     FILLER PIC X(30) VALUE
                  "15   REVERSAL-ID       001032C".
           05     FILLER PIC X(30) VALUE
                  "15   REFERENCE         036020C".
           05     FILLER PIC X(30) VALUE
                  "15   AMOUNT            058013C".
           05     FILLER PIC X(30) VALUE
                  "15   CURRENCY          073003C".
           05     FILLER PIC X(30) VALUE
                  "15   MATCHED-PAYMENT   079020C".
           05     FILLER PIC X(30) VALUE
                  "15   DISPOSITION       101016C".
           05     FILLER PIC X(30) VALUE
                  "16   ENTITY            001004C".
           05     FILLER PIC X(30) VALUE
                  "16   SETTLED-AMOUNT    006016C".
           05     FILLER PIC X(30) VALUE
                  "16   FEE-AMOUNT        023016C".
           05     FILLER PIC X(30) VALUE
                  "16   REVERSAL-AMOUNT   040016C".
           05     FILLER PIC X(30) VALUE
                  "17   BANK-ID           001006C".
           05     FILLER PIC X(30) VALUE
                  "17   DAILY-CAP         011017C".
           05     FILLER PIC X(30) VALUE
                  "17   USED              031017C".
           05     FILLER PIC X(30) VALUE
                  "17   PCT               050006C".
           05     FILLER PIC X(30) VALUE
                  "17   HELD-COUNT        059005C".
           05     FILLER PIC X(30) VALUE
                  "17   HELD-AMOUNT       067017C".
           05     FILLER PIC X(30) VALUE
                  "17   FLAG              086014C".
           05     FILLER PIC X(30) VALUE
                  "18   TRANSACTION-ID    001032C".
           05     FILLER PIC X(30) VALUE
                  "18   FROM-DATE         036008C".
           05     FILLER PIC X(30) VALUE
                  "18   TO-DATE           048008C".
           05     FILLER PIC X(30) VALUE
                  "18   DAYS-MOVED        060002C".
           05     FILLER PIC X(30) VALUE
                  "19   TRANSACTION-ID    001032C".
           05     FILLER PIC X(30) VALUE
                  "19   CURRENCY          035003C".
           05     FILLER PIC X(30) VALUE
                  "19   BANK-ID           040006C".
           05     FILLER PIC X(30) VALUE
                  "19   KEYED-TIME        048006C".
           05     FILLER PIC X(30) VALUE
                  "19   CUTOFF-TIME       058006C".
           05     FILLER PIC X(30) VALUE
                  "19   ORIG-VALUE-DATE   068008C".
           05     FILLER PIC X(30) VALUE
                  "19   NEW-VALUE-DATE    080008C".
           05     FILLER PIC X(30) VALUE
                  "20   TRANSACTION-ID    001032C".
           05     FILLER PIC X(30) VALUE
                  "20   DATE-TIME         036019C".
           05     FILLER PIC X(30) VALUE
                  "20   VALUE-DATE        058010C".
           05     FILLER PIC X(30) VALUE
                  "20   TYPE              071003C".
           05     FILLER PIC X(30) VALUE
                  "20   AMOUNT            077013C".
           05     FILLER PIC X(30) VALUE
                  "20   CURRENCY          092003C".
           05     FILLER PIC X(30) VALUE
                  "20   SENDER-IBAN       098027C".
           05     FILLER PIC X(30) VALUE
                  "20   RECEIVER-IBAN     127027C".
           05     FILLER PIC X(30) VALUE
                  "20   REFERENCE         156020C".
           05     FILLER PIC X(30) VALUE
                  "20   SOURCE-SYSTEM     178008C".
           05     FILLER PIC X(30) VALUE
                  "20   REASON            188040C".
           05     FILLER PIC X(30) VALUE
                  "21   RUN-ID            001006I".
           05     FILLER PIC X(30) VALUE
                  "21   COMPLETION-CODE   008002C".
           05     FILLER PIC X(30) VALUE
                  "21   VERDICT           011014C".
           05     FILLER PIC X(30) VALUE
                  "21   ENTRIES-READ      026010C".
           05     FILLER PIC X(30) VALUE
                  "21   ENTRIES-WRITTEN   037010C".
           05     FILLER PIC X(30) VALUE
                  "21   ENTRIES-REJECTED  048010C".
           05     FILLER PIC X(30) VALUE
                  "21   CYCLE-NUMBER      059002C".
           05     FILLER PIC X(30) VALUE
                  "21   FEED-FLAG         062007C".
           05     FILLER PIC X(30) VALUE
                  "22   RUN-ID            001006I".
           05     FILLER PIC X(30) VALUE
                  "22   START-DATE        008008I".
           05     FILLER PIC X(30) VALUE
                  "22   START-TIME        017006I".
           05     FILLER PIC X(30) VALUE
                  "22   END-DATE          024008I".
           05     FILLER PIC X(30) VALUE
                  "22   END-TIME          033006I".
           05     FILLER PIC X(30) VALUE
                  "22   ENTRIES-READ      040010C".
           05     FILLER PIC X(30) VALUE
                  "22   ENTRIES-WRITTEN   051010C".
           05     FILLER PIC X(30) VALUE
                  "22   TOTAL-AMOUNT      062016C".
           05     FILLER PIC X(30) VALUE
                  "22   BALANCE-STATUS    079014C".
           05     FILLER PIC X(30) VALUE
                  "22   CYCLE-NUMBER      094002C".
           05     FILLER PIC X(30) VALUE
                  "22   FEED-FLAG         097007C".
           05     FILLER PIC X(30) VALUE
                  "22   BUSINESS-DATE     105008C".
       01  CLT-FIELD-TABLE REDEFINES CLT-FIELD-VALUES.
           05     CLT-FIELD-ENTRY OCCURS 179 TIMES
                  INDEXED BY CLT-FIELD-IDX.
                  10 CLT-FIELD-FILE-NO     PIC 9(2).
                  10 CLT-FIELD-TAG         PIC X(3).
                  10 CLT-FIELD-NAME        PIC X(18).
                  10 CLT-FIELD-START       PIC 9(3).
                  10 CLT-FIELD-LENGTH      PIC 9(3).
                  10 CLT-FIELD-ACTION      PIC X(1).
       01  CLT-FIELD-COUNT                 PIC 9(3) VALUE 179.
