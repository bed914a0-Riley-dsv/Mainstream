      *> Parallel-run output comparison. This is a standalone batch
      *> program, not CALLed from main-cobol-orchestrator -- it is
      *> how a program change is certified: the old code and the new
      *> are run side by side over the same extract, each into its
      *> own run root, and this program compares what the two runs
      *> wrote. PARALLEL_BASELINE_DIR names the baseline run's root
      *> and PARALLEL_CANDIDATE_DIR the candidate's; both are
      *> required, each holding the reports/ and rejects/ the run
      *> laid down. Every output file listed in
      *> compare-layout-table.cpy is compared record by record:
      *> records are paired on the key the layout gives them (or by
      *> position, for a file with no natural key), and each pair is
      *> compared field by field, leaving out the fields expected to
      *> differ between two good runs -- run IDs, timestamps and the
      *> like. Every record in the baseline only (MISSING), in the
      *> candidate only (ADDED) and every field that differs
      *> (CHANGED, with both values) goes on
      *> reports/parallel-run-comparison.dat (override via
      *> PARALLEL_COMPARE_REPORT_PATH), then a PASS or FAIL verdict
      *> per file and overall. A file neither run wrote is skipped; a
      *> file only one run wrote fails.
      *> PARALLEL_BASELINE_DRY_RUN=Y proves a dry run against the
      *> real run it preceded: the dry run's root is the baseline,
      *> only the files a dry run writes are compared -- the run's
      *> own audit-log record -- and the dry run's balance status
      *> (DRY RUN/BAL, DRY RUN/OOB, DRY RUN) is read as the real
      *> run's (IN BALANCE, OUT OF BALANCE, NOT CHECKED). The dry
      *> run's audit log must be copied aside before the real run
      *> appends to it. The records are paired on an INDEXED work
      *> file, checkpoints/parallel-run-work.dat (override via
      *> PARALLEL_COMPARE_WORK_PATH), rebuilt for each file.
      *> Return code 4 when any file fails, 12 when the comparison
      *> cannot run or neither root holds anything to compare.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. parallel-run-compare.
       AUTHOR. Riley.
              DATE-WRITTEN. 15102026.
       DATE-MODIFIED. 15102026.
              DATE-COMPILED. 15102026.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-OUTPUT-FILE
                  ASSIGN TO WS-RUN-OUTPUT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-RUN-OUTPUT-STATUS.
           SELECT COMPARE-WORK-FILE
                  ASSIGN TO WS-WORK-PATH
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CWK-KEY
                  FILE STATUS IS WS-WORK-STATUS.
           SELECT COMPARISON-REPORT-FILE
                  ASSIGN TO WS-REPORT-PATH
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-OUTPUT-FILE.
       01 ROF-LINE PIC X(512).

       FD COMPARE-WORK-FILE.
       COPY "compare-work-record".

       FD COMPARISON-REPORT-FILE.
       01 PRC-REPORT-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-BASELINE-DIR PIC X(200) VALUE SPACES.
       01 WS-CANDIDATE-DIR PIC X(200) VALUE SPACES.
       01 WS-RUN-OUTPUT-PATH PIC X(255) VALUE SPACES.
       01 WS-RUN-OUTPUT-STATUS PIC X(2) VALUE '00'.
       01 WS-WORK-PATH PIC X(255) VALUE
                       "../../../checkpoints/parallel-run-work.dat".
       01 WS-WORK-OVERRIDE PIC X(255).
       01 WS-WORK-STATUS PIC X(2) VALUE '00'.
       01 WS-REPORT-PATH PIC X(255) VALUE
                  "../../../reports/parallel-run-comparison.dat".
       01 WS-REPORT-OVERRIDE PIC X(255).
       01 WS-REPORT-STATUS PIC X(2) VALUE '00'.

       COPY "compare-layout-table".

       01 WS-DRY-RUN-SETTING PIC X(1) VALUE 'N'.
           88 WS-BASELINE-DRY-RUN VALUE 'Y'.
       01 WS-SIDE PIC X(1) VALUE 'B'.
           88 WS-LOADING-BASELINE VALUE 'B'.
           88 WS-LOADING-CANDIDATE VALUE 'C'.
       01 WS-LOAD-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-LOAD-EOF VALUE 'Y' FALSE 'N'.
       01 WS-PROBE-DONE-SW PIC X(1) VALUE 'N'.
           88 WS-PROBE-DONE VALUE 'Y' FALSE 'N'.
       01 WS-WALK-EOF-SW PIC X(1) VALUE 'N'.
           88 WS-WALK-EOF VALUE 'Y' FALSE 'N'.
       01 WS-PAIR-FOUND-SW PIC X(1) VALUE 'N'.
           88 WS-PAIR-FOUND VALUE 'Y' FALSE 'N'.
       01 WS-RECORD-DIFF-SW PIC X(1) VALUE 'N'.
           88 WS-RECORD-DIFFERS VALUE 'Y' FALSE 'N'.
       01 WS-B-PRESENT-SW PIC X(1) VALUE 'N'.
           88 WS-B-PRESENT VALUE 'Y' FALSE 'N'.
       01 WS-C-PRESENT-SW PIC X(1) VALUE 'N'.
           88 WS-C-PRESENT VALUE 'Y' FALSE 'N'.
       01 WS-WORK-FAILED-SW PIC X(1) VALUE 'N'.
           88 WS-WORK-FAILED VALUE 'Y' FALSE 'N'.

      *> The file being compared: its place in CLT-FILE, and the
      *> record being loaded from one side of it.
       01 WS-FILE-NO PIC 9(2) VALUE 0.
       01 WS-LOAD-LINE PIC X(512) VALUE SPACES.
       01 WS-LAST-LINE PIC X(512) VALUE SPACES.
       01 WS-RECORD-NO PIC 9(7) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(7) VALUE 0.
       01 WS-KEY-START PIC 9(3) VALUE 0.
       01 WS-KEY-LENGTH PIC 9(3) VALUE 0.
       01 WS-MATCH-KEY PIC X(60) VALUE SPACES.
       01 WS-OCCURRENCE PIC 9(7) VALUE 0.
       01 WS-SAVE-KEY PIC X(68) VALUE SPACES.

      *> The pair being compared. The work copies have each field
      *> blanked once it is judged, so what is left different is
      *> bytes no field covers.
       01 WS-B-IMAGE PIC X(512) VALUE SPACES.
       01 WS-C-IMAGE PIC X(512) VALUE SPACES.
       01 WS-B-WORK PIC X(512) VALUE SPACES.
       01 WS-C-WORK PIC X(512) VALUE SPACES.
       01 WS-B-RECORD-NO PIC 9(7) VALUE 0.
       01 WS-C-RECORD-NO PIC 9(7) VALUE 0.
       01 WS-FIELD-TAG PIC X(3) VALUE SPACES.
       01 WS-FIELD-START PIC 9(3) VALUE 0.
       01 WS-FIELD-LENGTH PIC 9(3) VALUE 0.
       01 WS-SHOW-LENGTH PIC 9(3) VALUE 0.

      *> Per-file counts, and the run's totals across files.
       01 WS-B-COUNT PIC 9(7) VALUE 0.
       01 WS-C-COUNT PIC 9(7) VALUE 0.
       01 WS-MATCHED-COUNT PIC 9(7) VALUE 0.
       01 WS-CHANGED-COUNT PIC 9(7) VALUE 0.
       01 WS-MISSING-COUNT PIC 9(7) VALUE 0.
       01 WS-ADDED-COUNT PIC 9(7) VALUE 0.
       01 WS-COMPARED-FILES PIC 9(2) VALUE 0.
       01 WS-PASSED-FILES PIC 9(2) VALUE 0.
       01 WS-FAILED-FILES PIC 9(2) VALUE 0.
       01 WS-SKIPPED-FILES PIC 9(2) VALUE 0.

       01 WS-TITLE-LINE.
           05 FILLER PIC X(26) VALUE "PARALLEL RUN COMPARISON - ".
           05 WS-TL-LABEL PIC X(10) VALUE SPACES.
           05 WS-TL-VALUE PIC X(164) VALUE SPACES.

       01 WS-DIFF-LINE.
           05 WS-DL-FILE-ID           PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-EVENT             PIC X(8).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-B-RECORD          PIC 9(7).
           05 FILLER                  PIC X(1) VALUE "/".
           05 WS-DL-C-RECORD          PIC 9(7).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-FIELD             PIC X(18).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-BASELINE          PIC X(40).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-CANDIDATE         PIC X(40).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-DL-KEY               PIC X(48).

       01 WS-VERDICT-LINE.
           05 WS-VL-FILE-ID           PIC X(12).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-VL-VERDICT           PIC X(4).
           05 FILLER                  PIC X(11) VALUE "  BASELINE ".
           05 WS-VL-B-COUNT           PIC Z(6)9.
           05 FILLER                  PIC X(11) VALUE " CANDIDATE ".
           05 WS-VL-C-COUNT           PIC Z(6)9.
           05 FILLER                  PIC X(9)  VALUE " MATCHED ".
           05 WS-VL-MATCHED           PIC Z(6)9.
           05 FILLER                  PIC X(9)  VALUE " CHANGED ".
           05 WS-VL-CHANGED           PIC Z(6)9.
           05 FILLER                  PIC X(9)  VALUE " MISSING ".
           05 WS-VL-MISSING           PIC Z(6)9.
           05 FILLER                  PIC X(7)  VALUE " ADDED ".
           05 WS-VL-ADDED             PIC Z(6)9.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 WS-VL-NOTE              PIC X(40).

       01 WS-OVERALL-LINE.
           05 FILLER PIC X(17) VALUE "OVERALL VERDICT: ".
           05 WS-OL-VERDICT           PIC X(4).
           05 FILLER PIC X(18) VALUE "  FILES COMPARED ".
           05 WS-OL-COMPARED          PIC Z9.
           05 FILLER PIC X(8)  VALUE " PASSED ".
           05 WS-OL-PASSED            PIC Z9.
           05 FILLER PIC X(8)  VALUE " FAILED ".
           05 WS-OL-FAILED            PIC Z9.
           05 FILLER PIC X(9)  VALUE " SKIPPED ".
           05 WS-OL-SKIPPED           PIC Z9.

       PROCEDURE DIVISION.
       000-MAIN.
           DISPLAY "Starting parallel-run output comparison"
           PERFORM 100-INITIALIZE
           OPEN OUTPUT COMPARISON-REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY "*** COMPARISON REPORT " WS-REPORT-PATH
                 " CANNOT BE OPENED, STATUS " WS-REPORT-STATUS
                 " - comparison not run ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           PERFORM 150-WRITE-TITLE
           PERFORM 200-COMPARE-ONE-FILE
              VARYING WS-FILE-NO FROM 1 BY 1
              UNTIL WS-FILE-NO > CLT-FILE-COUNT
           PERFORM 900-WRITE-OVERALL-VERDICT
           CLOSE COMPARISON-REPORT-FILE
           EVALUATE TRUE
              WHEN WS-WORK-FAILED
                 MOVE 12 TO RETURN-CODE
              WHEN WS-COMPARED-FILES = 0
                 MOVE 12 TO RETURN-CODE
              WHEN WS-FAILED-FILES > 0
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> Both run roots are required: there is no sensible default
      *> for either, and a root compared with itself proves nothing.
       100-INITIALIZE.
           ACCEPT WS-BASELINE-DIR
              FROM ENVIRONMENT "PARALLEL_BASELINE_DIR"
           ACCEPT WS-CANDIDATE-DIR
              FROM ENVIRONMENT "PARALLEL_CANDIDATE_DIR"
           IF WS-BASELINE-DIR = SPACES OR WS-CANDIDATE-DIR = SPACES
              DISPLAY "*** SET PARALLEL_BASELINE_DIR AND "
                 "PARALLEL_CANDIDATE_DIR (THE TWO RUN ROOTS) BEFORE "
                 "RUNNING THE COMPARISON ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           IF WS-BASELINE-DIR = WS-CANDIDATE-DIR
              DISPLAY "*** BASELINE AND CANDIDATE ARE THE SAME RUN "
                 "ROOT " WS-BASELINE-DIR " - nothing to compare ***"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF
           ACCEPT WS-DRY-RUN-SETTING
              FROM ENVIRONMENT "PARALLEL_BASELINE_DRY_RUN"
           MOVE SPACES TO WS-REPORT-OVERRIDE
           ACCEPT WS-REPORT-OVERRIDE
              FROM ENVIRONMENT "PARALLEL_COMPARE_REPORT_PATH"
           IF WS-REPORT-OVERRIDE NOT = SPACES
              MOVE WS-REPORT-OVERRIDE TO WS-REPORT-PATH
           END-IF
           MOVE SPACES TO WS-WORK-OVERRIDE
           ACCEPT WS-WORK-OVERRIDE
              FROM ENVIRONMENT "PARALLEL_COMPARE_WORK_PATH"
           IF WS-WORK-OVERRIDE NOT = SPACES
              MOVE WS-WORK-OVERRIDE TO WS-WORK-PATH
           END-IF.

       150-WRITE-TITLE.
           MOVE "BASELINE" TO WS-TL-LABEL
           MOVE WS-BASELINE-DIR TO WS-TL-VALUE
           WRITE PRC-REPORT-LINE FROM WS-TITLE-LINE
           MOVE "CANDIDATE" TO WS-TL-LABEL
           MOVE WS-CANDIDATE-DIR TO WS-TL-VALUE
           WRITE PRC-REPORT-LINE FROM WS-TITLE-LINE
           IF WS-BASELINE-DRY-RUN
              MOVE "MODE" TO WS-TL-LABEL
              MOVE "BASELINE IS A DRY RUN - DRY-RUN OUTPUTS ONLY"
                 TO WS-TL-VALUE
              WRITE PRC-REPORT-LINE FROM WS-TITLE-LINE
           END-IF
           MOVE SPACES TO PRC-REPORT-LINE
           WRITE PRC-REPORT-LINE.

      *> One output file: both sides loaded onto a fresh work file,
      *> the baseline's records paired off against the candidate's,
      *> what is left of the candidate's reported as added.
       200-COMPARE-ONE-FILE.
           SET CLT-FILE-IDX TO WS-FILE-NO
           MOVE 0 TO WS-B-COUNT
           MOVE 0 TO WS-C-COUNT
           MOVE 0 TO WS-MATCHED-COUNT
           MOVE 0 TO WS-CHANGED-COUNT
           MOVE 0 TO WS-MISSING-COUNT
           MOVE 0 TO WS-ADDED-COUNT
           MOVE SPACES TO WS-VL-NOTE
           IF WS-BASELINE-DRY-RUN
              AND CLT-FILE-DRY-RUN (CLT-FILE-IDX) NOT = 'Y'
              MOVE "SKIP" TO WS-VL-VERDICT
              MOVE "NOT WRITTEN BY A DRY RUN" TO WS-VL-NOTE
              ADD 1 TO WS-SKIPPED-FILES
              PERFORM 800-WRITE-FILE-VERDICT
           ELSE
              PERFORM 210-RESET-WORK-FILE
              IF WS-WORK-STATUS NOT = '00'
                 DISPLAY "*** WORK FILE " WS-WORK-PATH
                    " CANNOT BE OPENED, STATUS " WS-WORK-STATUS
                    " ***"
                 SET WS-WORK-FAILED TO TRUE
                 MOVE "FAIL" TO WS-VL-VERDICT
                 MOVE "WORK FILE UNAVAILABLE - NOT COMPARED"
                    TO WS-VL-NOTE
                 ADD 1 TO WS-FAILED-FILES
                 PERFORM 800-WRITE-FILE-VERDICT
              ELSE
                 SET WS-LOADING-BASELINE TO TRUE
                 PERFORM 300-LOAD-ONE-SIDE
                 SET WS-LOADING-CANDIDATE TO TRUE
                 PERFORM 300-LOAD-ONE-SIDE
                 PERFORM 220-JUDGE-FILE
                 CLOSE COMPARE-WORK-FILE
              END-IF
           END-IF.

       210-RESET-WORK-FILE.
           OPEN OUTPUT COMPARE-WORK-FILE
           IF WS-WORK-STATUS = '00'
              CLOSE COMPARE-WORK-FILE
              OPEN I-O COMPARE-WORK-FILE
           END-IF.

       220-JUDGE-FILE.
           EVALUATE TRUE
              WHEN NOT WS-B-PRESENT AND NOT WS-C-PRESENT
                 MOVE "SKIP" TO WS-VL-VERDICT
                 MOVE "WRITTEN BY NEITHER RUN" TO WS-VL-NOTE
                 ADD 1 TO WS-SKIPPED-FILES
              WHEN WS-B-PRESENT AND NOT WS-C-PRESENT
                 MOVE "FAIL" TO WS-VL-VERDICT
                 MOVE "WRITTEN BY THE BASELINE RUN ONLY"
                    TO WS-VL-NOTE
                 ADD 1 TO WS-COMPARED-FILES
                 ADD 1 TO WS-FAILED-FILES
              WHEN WS-C-PRESENT AND NOT WS-B-PRESENT
                 MOVE "FAIL" TO WS-VL-VERDICT
                 MOVE "WRITTEN BY THE CANDIDATE RUN ONLY"
                    TO WS-VL-NOTE
                 ADD 1 TO WS-COMPARED-FILES
                 ADD 1 TO WS-FAILED-FILES
              WHEN OTHER
                 PERFORM 400-PAIR-BASELINE-RECORDS
                 PERFORM 600-REPORT-ADDED-RECORDS
                 ADD 1 TO WS-COMPARED-FILES
                 IF WS-CHANGED-COUNT = 0 AND WS-MISSING-COUNT = 0
                    AND WS-ADDED-COUNT = 0
                    MOVE "PASS" TO WS-VL-VERDICT
                    ADD 1 TO WS-PASSED-FILES
                 ELSE
                    MOVE "FAIL" TO WS-VL-VERDICT
                    ADD 1 TO WS-FAILED-FILES
                 END-IF
           END-EVALUATE
           PERFORM 800-WRITE-FILE-VERDICT.

      *> Reads one run's copy of the file onto the work file. An
      *> append-only history keeps only its last record -- the one
      *> the run itself appended.
       300-LOAD-ONE-SIDE.
           MOVE SPACES TO WS-RUN-OUTPUT-PATH
           IF WS-LOADING-BASELINE
              STRING WS-BASELINE-DIR DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 CLT-FILE-PATH (CLT-FILE-IDX) DELIMITED BY SPACE
                 INTO WS-RUN-OUTPUT-PATH
              END-STRING
           ELSE
              STRING WS-CANDIDATE-DIR DELIMITED BY SPACE
                 "/" DELIMITED BY SIZE
                 CLT-FILE-PATH (CLT-FILE-IDX) DELIMITED BY SPACE
                 INTO WS-RUN-OUTPUT-PATH
              END-STRING
           END-IF
           MOVE 0 TO WS-RECORD-NO
           MOVE 0 TO WS-LOADED-COUNT
           OPEN INPUT RUN-OUTPUT-FILE
           IF WS-RUN-OUTPUT-STATUS = '00'
              IF WS-LOADING-BASELINE
                 SET WS-B-PRESENT TO TRUE
              ELSE
                 SET WS-C-PRESENT TO TRUE
              END-IF
              SET WS-LOAD-EOF TO FALSE
              PERFORM 310-LOAD-ONE-RECORD UNTIL WS-LOAD-EOF
              CLOSE RUN-OUTPUT-FILE
              IF CLT-FILE-MODE (CLT-FILE-IDX) = 'L'
                 AND WS-RECORD-NO > 0
                 MOVE WS-LAST-LINE TO WS-LOAD-LINE
                 MOVE SPACES TO WS-MATCH-KEY
                 MOVE 1 TO WS-OCCURRENCE
                 PERFORM 340-STORE-RECORD
              END-IF
           ELSE
              IF WS-LOADING-BASELINE
                 SET WS-B-PRESENT TO FALSE
              ELSE
                 SET WS-C-PRESENT TO FALSE
              END-IF
           END-IF
           IF WS-LOADING-BASELINE
              MOVE WS-LOADED-COUNT TO WS-B-COUNT
           ELSE
              MOVE WS-LOADED-COUNT TO WS-C-COUNT
           END-IF.

       310-LOAD-ONE-RECORD.
           READ RUN-OUTPUT-FILE INTO WS-LOAD-LINE
              AT END SET WS-LOAD-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-RECORD-NO
                 IF WS-LOADING-BASELINE AND WS-BASELINE-DRY-RUN
                    PERFORM 350-NORMALISE-DRY-RUN
                 END-IF
                 IF CLT-FILE-MODE (CLT-FILE-IDX) = 'L'
                    MOVE WS-LOAD-LINE TO WS-LAST-LINE
                 ELSE
                    PERFORM 320-FIND-MATCH-KEY
                    PERFORM 340-STORE-RECORD
                 END-IF
           END-READ.

      *> The key is the file's unless its record type is keyed on
      *> its own. A repeated key takes the next free occurrence, so
      *> repeats pair up in the order each run wrote them.
       320-FIND-MATCH-KEY.
           MOVE CLT-FILE-KEY-START (CLT-FILE-IDX) TO WS-KEY-START
           MOVE CLT-FILE-KEY-LENGTH (CLT-FILE-IDX) TO WS-KEY-LENGTH
           SET CLT-KEY-IDX TO 1
           SEARCH CLT-KEY-ENTRY
              AT END CONTINUE
              WHEN CLT-KEY-FILE-NO (CLT-KEY-IDX) = WS-FILE-NO
                 AND CLT-KEY-TAG (CLT-KEY-IDX) = WS-LOAD-LINE (1:3)
                 MOVE CLT-KEY-START (CLT-KEY-IDX) TO WS-KEY-START
                 MOVE CLT-KEY-LENGTH (CLT-KEY-IDX) TO WS-KEY-LENGTH
           END-SEARCH
           MOVE SPACES TO WS-MATCH-KEY
           IF WS-KEY-LENGTH = 0
              MOVE WS-RECORD-NO TO WS-OCCURRENCE
           ELSE
              MOVE WS-LOAD-LINE (WS-KEY-START:WS-KEY-LENGTH)
                 TO WS-MATCH-KEY
              MOVE 0 TO WS-OCCURRENCE
              SET WS-PROBE-DONE TO FALSE
              PERFORM 330-PROBE-OCCURRENCE UNTIL WS-PROBE-DONE
           END-IF.

       330-PROBE-OCCURRENCE.
           ADD 1 TO WS-OCCURRENCE
           MOVE WS-SIDE TO CWK-SIDE
           MOVE WS-MATCH-KEY TO CWK-MATCH-KEY
           MOVE WS-OCCURRENCE TO CWK-OCCURRENCE
           READ COMPARE-WORK-FILE
              INVALID KEY SET WS-PROBE-DONE TO TRUE
           END-READ.

       340-STORE-RECORD.
           MOVE WS-SIDE TO CWK-SIDE
           MOVE WS-MATCH-KEY TO CWK-MATCH-KEY
           MOVE WS-OCCURRENCE TO CWK-OCCURRENCE
           MOVE WS-RECORD-NO TO CWK-RECORD-NO
           MOVE WS-LOAD-LINE TO CWK-IMAGE
           WRITE CWK-RECORD
              INVALID KEY
                 DISPLAY "*** WORK FILE WRITE FAILED FOR "
                    CLT-FILE-ID (CLT-FILE-IDX) " RECORD "
                    WS-RECORD-NO ", STATUS " WS-WORK-STATUS " ***"
                 SET WS-WORK-FAILED TO TRUE
              NOT INVALID KEY
                 ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

      *> A dry run marks its balance status as a dry run's; the
      *> real run it preceded records the same outcome plainly.
       350-NORMALISE-DRY-RUN.
           SET CLT-FIELD-IDX TO 1
           SEARCH CLT-FIELD-ENTRY
              AT END CONTINUE
              WHEN CLT-FIELD-FILE-NO (CLT-FIELD-IDX) = WS-FILE-NO
                 AND CLT-FIELD-NAME (CLT-FIELD-IDX) = "BALANCE-STATUS"
                 MOVE CLT-FIELD-START (CLT-FIELD-IDX)
                    TO WS-FIELD-START
                 MOVE CLT-FIELD-LENGTH (CLT-FIELD-IDX)
                    TO WS-FIELD-LENGTH
                 EVALUATE WS-LOAD-LINE (WS-FIELD-START:WS-FIELD-LENGTH)
                    WHEN "DRY RUN/BAL"
                       MOVE "IN BALANCE" TO
                          WS-LOAD-LINE (WS-FIELD-START:WS-FIELD-LENGTH)
                    WHEN "DRY RUN/OOB"
                       MOVE "OUT OF BALANCE" TO
                          WS-LOAD-LINE (WS-FIELD-START:WS-FIELD-LENGTH)
                    WHEN "DRY RUN"
                       MOVE "NOT CHECKED" TO
                          WS-LOAD-LINE (WS-FIELD-START:WS-FIELD-LENGTH)
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-SEARCH.

      *> Walks the baseline's records in key order. Each pairing
      *> read moves the file position, so the walk is restarted past
      *> the baseline record just judged.
       400-PAIR-BASELINE-RECORDS.
           MOVE LOW-VALUES TO CWK-KEY
           MOVE 'B' TO CWK-SIDE
           SET WS-WALK-EOF TO FALSE
           START COMPARE-WORK-FILE KEY NOT < CWK-KEY
              INVALID KEY SET WS-WALK-EOF TO TRUE
           END-START
           PERFORM 410-PAIR-ONE-RECORD UNTIL WS-WALK-EOF.

       410-PAIR-ONE-RECORD.
           READ COMPARE-WORK-FILE NEXT
              AT END SET WS-WALK-EOF TO TRUE
           END-READ
           IF NOT WS-WALK-EOF AND CWK-SIDE NOT = 'B'
              SET WS-WALK-EOF TO TRUE
           END-IF
           IF NOT WS-WALK-EOF
              MOVE CWK-KEY TO WS-SAVE-KEY
              MOVE CWK-IMAGE TO WS-B-IMAGE
              MOVE CWK-RECORD-NO TO WS-B-RECORD-NO
              MOVE 'C' TO CWK-SIDE
              SET WS-PAIR-FOUND TO TRUE
              READ COMPARE-WORK-FILE
                 INVALID KEY SET WS-PAIR-FOUND TO FALSE
              END-READ
              IF WS-PAIR-FOUND
                 MOVE CWK-IMAGE TO WS-C-IMAGE
                 MOVE CWK-RECORD-NO TO WS-C-RECORD-NO
                 DELETE COMPARE-WORK-FILE
                    INVALID KEY CONTINUE
                 END-DELETE
                 PERFORM 500-COMPARE-PAIR
              ELSE
                 ADD 1 TO WS-MISSING-COUNT
                 MOVE "MISSING" TO WS-DL-EVENT
                 MOVE WS-B-RECORD-NO TO WS-DL-B-RECORD
                 MOVE 0 TO WS-DL-C-RECORD
                 MOVE SPACES TO WS-DL-FIELD
                 MOVE WS-B-IMAGE TO WS-DL-BASELINE
                 MOVE SPACES TO WS-DL-CANDIDATE
                 PERFORM 700-WRITE-DIFF-LINE
              END-IF
              MOVE WS-SAVE-KEY TO CWK-KEY
              START COMPARE-WORK-FILE KEY > CWK-KEY
                 INVALID KEY SET WS-WALK-EOF TO TRUE
              END-START
           END-IF.

      *> Fields are judged under the record type's own layout when
      *> it has one, otherwise under the file's.
       500-COMPARE-PAIR.
           MOVE WS-B-IMAGE TO WS-B-WORK
           MOVE WS-C-IMAGE TO WS-C-WORK
           SET WS-RECORD-DIFFERS TO FALSE
           MOVE WS-B-IMAGE (1:3) TO WS-FIELD-TAG
           SET CLT-FIELD-IDX TO 1
           SEARCH CLT-FIELD-ENTRY
              AT END MOVE SPACES TO WS-FIELD-TAG
              WHEN CLT-FIELD-FILE-NO (CLT-FIELD-IDX) = WS-FILE-NO
                 AND CLT-FIELD-TAG (CLT-FIELD-IDX) = WS-FIELD-TAG
                 CONTINUE
           END-SEARCH
           PERFORM 510-COMPARE-FIELD
              VARYING CLT-FIELD-IDX FROM 1 BY 1
              UNTIL CLT-FIELD-IDX > CLT-FIELD-COUNT
           IF WS-B-WORK NOT = WS-C-WORK
              SET WS-RECORD-DIFFERS TO TRUE
              MOVE "RECORD" TO WS-DL-FIELD
              MOVE WS-B-IMAGE TO WS-DL-BASELINE
              MOVE WS-C-IMAGE TO WS-DL-CANDIDATE
              PERFORM 520-WRITE-CHANGE
           END-IF
           IF WS-RECORD-DIFFERS
              ADD 1 TO WS-CHANGED-COUNT
           ELSE
              ADD 1 TO WS-MATCHED-COUNT
           END-IF.

       510-COMPARE-FIELD.
           IF CLT-FIELD-FILE-NO (CLT-FIELD-IDX) = WS-FILE-NO
              AND CLT-FIELD-TAG (CLT-FIELD-IDX) = WS-FIELD-TAG
              MOVE CLT-FIELD-START (CLT-FIELD-IDX) TO WS-FIELD-START
              MOVE CLT-FIELD-LENGTH (CLT-FIELD-IDX)
                 TO WS-FIELD-LENGTH
              IF CLT-FIELD-ACTION (CLT-FIELD-IDX) = 'C'
                 AND WS-B-WORK (WS-FIELD-START:WS-FIELD-LENGTH)
                    NOT = WS-C-WORK (WS-FIELD-START:WS-FIELD-LENGTH)
                 SET WS-RECORD-DIFFERS TO TRUE
                 MOVE WS-FIELD-LENGTH TO WS-SHOW-LENGTH
                 IF WS-SHOW-LENGTH > 40
                    MOVE 40 TO WS-SHOW-LENGTH
                 END-IF
                 MOVE CLT-FIELD-NAME (CLT-FIELD-IDX) TO WS-DL-FIELD
                 MOVE WS-B-WORK (WS-FIELD-START:WS-SHOW-LENGTH)
                    TO WS-DL-BASELINE
                 MOVE WS-C-WORK (WS-FIELD-START:WS-SHOW-LENGTH)
                    TO WS-DL-CANDIDATE
                 PERFORM 520-WRITE-CHANGE
              END-IF
              MOVE SPACES TO WS-B-WORK (WS-FIELD-START:WS-FIELD-LENGTH)
              MOVE SPACES TO WS-C-WORK (WS-FIELD-START:WS-FIELD-LENGTH)
           END-IF.

       520-WRITE-CHANGE.
           MOVE "CHANGED" TO WS-DL-EVENT
           MOVE WS-B-RECORD-NO TO WS-DL-B-RECORD
           MOVE WS-C-RECORD-NO TO WS-DL-C-RECORD
           PERFORM 700-WRITE-DIFF-LINE.

      *> Every candidate record the baseline walk did not pair off.
       600-REPORT-ADDED-RECORDS.
           MOVE LOW-VALUES TO CWK-KEY
           MOVE 'C' TO CWK-SIDE
           SET WS-WALK-EOF TO FALSE
           START COMPARE-WORK-FILE KEY NOT < CWK-KEY
              INVALID KEY SET WS-WALK-EOF TO TRUE
           END-START
           PERFORM 610-REPORT-ONE-ADDED UNTIL WS-WALK-EOF.

       610-REPORT-ONE-ADDED.
           READ COMPARE-WORK-FILE NEXT
              AT END SET WS-WALK-EOF TO TRUE
           END-READ
           IF NOT WS-WALK-EOF
              ADD 1 TO WS-ADDED-COUNT
              MOVE "ADDED" TO WS-DL-EVENT
              MOVE 0 TO WS-DL-B-RECORD
              MOVE CWK-RECORD-NO TO WS-DL-C-RECORD
              MOVE SPACES TO WS-DL-FIELD
              MOVE SPACES TO WS-DL-BASELINE
              MOVE CWK-IMAGE TO WS-DL-CANDIDATE
              MOVE CWK-KEY TO WS-SAVE-KEY
              PERFORM 700-WRITE-DIFF-LINE
           END-IF.

      *> The key shown is the pairing key; a file paired by position
      *> shows none, its record numbers say where.
       700-WRITE-DIFF-LINE.
           MOVE CLT-FILE-ID (CLT-FILE-IDX) TO WS-DL-FILE-ID
           MOVE WS-SAVE-KEY (2:48) TO WS-DL-KEY
           WRITE PRC-REPORT-LINE FROM WS-DIFF-LINE.

       800-WRITE-FILE-VERDICT.
           MOVE CLT-FILE-ID (CLT-FILE-IDX) TO WS-VL-FILE-ID
           MOVE WS-B-COUNT TO WS-VL-B-COUNT
           MOVE WS-C-COUNT TO WS-VL-C-COUNT
           MOVE WS-MATCHED-COUNT TO WS-VL-MATCHED
           MOVE WS-CHANGED-COUNT TO WS-VL-CHANGED
           MOVE WS-MISSING-COUNT TO WS-VL-MISSING
           MOVE WS-ADDED-COUNT TO WS-VL-ADDED
           WRITE PRC-REPORT-LINE FROM WS-VERDICT-LINE
           DISPLAY WS-VL-FILE-ID " " WS-VL-VERDICT " " WS-VL-NOTE.

       900-WRITE-OVERALL-VERDICT.
           IF WS-FAILED-FILES = 0 AND WS-COMPARED-FILES > 0
              MOVE "PASS" TO WS-OL-VERDICT
           ELSE
              MOVE "FAIL" TO WS-OL-VERDICT
           END-IF
           MOVE WS-COMPARED-FILES TO WS-OL-COMPARED
           MOVE WS-PASSED-FILES TO WS-OL-PASSED
           MOVE WS-FAILED-FILES TO WS-OL-FAILED
           MOVE WS-SKIPPED-FILES TO WS-OL-SKIPPED
           MOVE SPACES TO PRC-REPORT-LINE
           WRITE PRC-REPORT-LINE
           WRITE PRC-REPORT-LINE FROM WS-OVERALL-LINE
           DISPLAY WS-OVERALL-LINE
           IF WS-COMPARED-FILES = 0
              DISPLAY "*** NEITHER RUN ROOT HOLDS ANY OUTPUT TO "
                 "COMPARE - check PARALLEL_BASELINE_DIR and "
                 "PARALLEL_CANDIDATE_DIR ***"
           END-IF.
