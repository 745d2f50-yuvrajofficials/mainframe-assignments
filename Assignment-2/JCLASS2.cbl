               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT FIELD-MAP-FILE ASSIGN TO CMPMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CMPMAP-STATUS.
           SELECT AGREE-FILE ASSIGN TO DD8
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AGREE-STATUS.
           SELECT DISAGREE-FILE ASSIGN TO DD9
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISAGREE-STATUS.
           SELECT DISCREPANCY-REPORT ASSIGN TO CMPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISC-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO OPSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.


       DATA DIVISION.
       FILE SECTION.
          05 CHKPT-DUP1-KEY-COUNT    PIC 9(08).
          05 CHKPT-DUP2-KEY-COUNT    PIC 9(08).
          05 CHKPT-MANY-MANY-COUNT   PIC 9(08).
          05 CHKPT-AGREE-COUNT       PIC 9(08).
          05 CHKPT-DISAGREE-COUNT    PIC 9(08).
          05 CHKPT-DIFF-TABLE.
             10 CHKPT-DIFF-COUNT     PIC 9(08) OCCURS 20 TIMES.
       FD RESTART-FILE.
       01 RESTART-RECORD.
          05 RESTART-READ1-COUNT       PIC 9(08).
          05 RESTART-DUP1-KEY-COUNT    PIC 9(08).
          05 RESTART-DUP2-KEY-COUNT    PIC 9(08).
          05 RESTART-MANY-MANY-COUNT   PIC 9(08).
          05 RESTART-AGREE-COUNT       PIC 9(08).
          05 RESTART-DISAGREE-COUNT    PIC 9(08).
          05 RESTART-DIFF-TABLE.
             10 RESTART-DIFF-COUNT     PIC 9(08) OCCURS 20 TIMES.

       FD  RUN-MODE-FILE.
       01 RUN-MODE-RECORD.
       FD  SORTED-FILE2.
       01 SORTED2-RECORD        PIC X(80).

       FD  FIELD-MAP-FILE.
           COPY CMPMAP.

       FD  AGREE-FILE.
       01 AGREE-RECORD          PIC X(160).

       FD  DISAGREE-FILE.
       01 DISAGREE-RECORD       PIC X(160).

       FD  DISCREPANCY-REPORT.
       01 DISC-LINE             PIC X(132).

       FD  PRINT-REPORT.
       01 PRINT-LINE            PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 EOF-FILE1             PIC X VALUE 'N'.
       01 EOF-FILE2             PIC X VALUE 'N'.
       01 WS-CHKPT-STATUS       PIC 99    VALUE 0.
       01 WS-SKIP-INDEX         PIC 9(08) VALUE 0.
       01 WS-CURRENT-DATE       PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS     PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE      PIC X(08) VALUE SPACES.
       01 WS-HASH1-TOTAL        PIC 9(16) VALUE 0.
       01 WS-HASH2-TOTAL        PIC 9(16) VALUE 0.
       01 WS-TRL1-FOUND         PIC X     VALUE 'N'.
       01 WS-PREV1-KEY          PIC X(08) VALUE LOW-VALUES.
       01 WS-PREV2-KEY          PIC X(08) VALUE LOW-VALUES.

       01 WS-COMPARE-MODE       PIC X     VALUE 'N'.
       01 WS-CMPMAP-STATUS      PIC 99    VALUE 0.
       01 WS-CMPMAP-EOF         PIC X     VALUE 'N'.
       01 WS-CMPMAP-READ        PIC 9(04) VALUE 0.
       01 WS-CMPMAP-VALID       PIC X     VALUE 'Y'.
       01 WS-AGREE-STATUS       PIC 99    VALUE 0.
       01 WS-DISAGREE-STATUS    PIC 99    VALUE 0.
       01 WS-AGREE-COUNT        PIC 9(08) VALUE 0.
       01 WS-DISAGREE-COUNT     PIC 9(08) VALUE 0.
       01 WS-RESTART-AGREE-COUNT      PIC 9(08) VALUE 0.
       01 WS-RESTART-DISAGREE-COUNT   PIC 9(08) VALUE 0.
       01 WS-CMAP-COUNT         PIC 9(02) VALUE 0.
       01 WS-CMAP-MAX           PIC 9(02) VALUE 20.
       01 WS-CMAP-INDEX         PIC 9(02) VALUE 0.
       01 WS-CMAP-TABLE.
          05 WS-CMAP-ENTRY OCCURS 20 TIMES.
             10 WS-CMAP-LABEL      PIC X(20).
             10 WS-CMAP-DD1-POS    PIC 9(02).
             10 WS-CMAP-DD1-LEN    PIC 9(02).
             10 WS-CMAP-DD2-START  PIC 9(02).
             10 WS-CMAP-DD2-LEN    PIC 9(02).
             10 WS-CMAP-RULE       PIC X(01).
             10 WS-CMAP-TOLERANCE  PIC 9(07)V99.
       01 WS-CMP-DIFF-TABLE.
          05 WS-CMP-DIFF-COUNT OCCURS 20 TIMES PIC 9(08) VALUE ZERO.
       01 WS-RESTART-DIFF-TABLE.
          05 WS-RESTART-DIFF-COUNT OCCURS 20 TIMES
                                   PIC 9(08) VALUE ZERO.
       01 WS-CMP-VALUE1         PIC X(30) VALUE SPACES.
       01 WS-CMP-VALUE2         PIC X(30) VALUE SPACES.
       01 WS-CMP-DIFFERENCE     PIC S9(13)V9(04) VALUE 0.
       01 WS-CMP-PAIR-AGREES    PIC X     VALUE 'Y'.
       01 WS-CMP-FIELD-AGREES   PIC X     VALUE 'Y'.
       01 WS-CMP-RULE-TEXT      PIC X(07) VALUE SPACES.

       01 WS-DISC-STATUS    PIC 99    VALUE 0.
       01 WS-DISC-PAGE      PIC 9(04) VALUE 0.
       01 WS-DISC-LINES     PIC 9(02) VALUE 99.
       01 WS-EDIT-DISC-PAGE PIC ZZZ9  VALUE ZERO.
       01 WS-SAVE-DISC-LINE PIC X(132) VALUE SPACES.

       01 WS-RPT-STATUS     PIC 99    VALUE 0.
       01 WS-RPT-PAGE       PIC 9(04) VALUE 0.
       01 WS-RPT-LINES      PIC 9(02) VALUE 99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CYCLE-DATE
           PERFORM OPEN-RUN-REPORTING
           PERFORM READ-RUN-MODE
           IF WS-COMPARE-MODE = 'Y'
               PERFORM READ-FIELD-MAP
           END-IF
           PERFORM CHECK-FOR-RESTART

           IF WS-SORT-MODE = 'Y'
               MOVE WS-RESTART-DUP1-KEY-COUNT TO WS-DUP1-KEY-COUNT
               MOVE WS-RESTART-DUP2-KEY-COUNT TO WS-DUP2-KEY-COUNT
               MOVE WS-RESTART-MANY-MANY-COUNT TO WS-MANY-MANY-COUNT
               MOVE WS-RESTART-AGREE-COUNT TO WS-AGREE-COUNT
               MOVE WS-RESTART-DISAGREE-COUNT TO WS-DISAGREE-COUNT
               MOVE WS-RESTART-DIFF-TABLE TO WS-CMP-DIFF-TABLE
               OPEN EXTEND OUTPUT-FILE
               IF WS-OUT-STATUS NOT = 00
                   DISPLAY "OUTPUT-FILE OPEN ERROR: " WS-OUT-STATUS
               END-IF
           END-IF

           IF WS-COMPARE-MODE = 'Y'
               PERFORM OPEN-COMPARE-OUTPUTS
           END-IF

           PERFORM READ-INPUT1
           PERFORM READ-INPUT2

           IF WS-SORT-MODE = 'Y'
               CLOSE SORTED-FILE1 SORTED-FILE2
           END-IF
           IF WS-COMPARE-MODE = 'Y'
               PERFORM CLOSE-COMPARE-OUTPUTS
           END-IF

           PERFORM REPORT-PARA
           PERFORM PRINT-RUN-REPORT
           PERFORM WRITE-RUN-LOG
           STOP RUN.

      * The run date is the CYCLDATE business date, not the clock.
       READ-CYCLE-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYCDATE-STATUS NOT = 0
               DISPLAY "CYCLDATE BUSINESS DATE MISSING - RUN REFUSED"
               STOP RUN
           END-IF
           READ CYCLE-DATE-FILE
               AT END MOVE SPACES TO CYCLE-DATE-RECORD
           END-READ
           IF WS-CYCDATE-STATUS NOT = 00 AND WS-CYCDATE-STATUS NOT = 10
               MOVE SPACES TO CYCLE-DATE-RECORD
           END-IF
           CLOSE CYCLE-DATE-FILE
           IF CYCD-REC-TYPE NOT = 'D'
                 OR CYCD-BUSINESS-DATE NOT NUMERIC
               DISPLAY "CYCLDATE BUSINESS DATE MISSING OR INVALID - "
                       "RUN REFUSED"
               STOP RUN
           END-IF
           MOVE CYCD-BUSINESS-DATE TO WS-BUSINESS-DATE.

       CHECK-FOR-RESTART.
           OPEN INPUT RESTART-FILE
           MOVE 0 TO WS-RESTART1-COUNT
           MOVE 0 TO WS-RESTART-DUP1-KEY-COUNT
           MOVE 0 TO WS-RESTART-DUP2-KEY-COUNT
           MOVE 0 TO WS-RESTART-MANY-MANY-COUNT
           MOVE 0 TO WS-RESTART-AGREE-COUNT
           MOVE 0 TO WS-RESTART-DISAGREE-COUNT
           MOVE ZEROS TO WS-RESTART-DIFF-TABLE
           IF WS-RESTART-STATUS = 0
               READ RESTART-FILE
                   AT END MOVE 'Y' TO WS-RESTART-EOF
                       TO WS-RESTART-DUP2-KEY-COUNT
                   MOVE RESTART-MANY-MANY-COUNT
                       TO WS-RESTART-MANY-MANY-COUNT
                   MOVE RESTART-AGREE-COUNT TO WS-RESTART-AGREE-COUNT
                   MOVE RESTART-DISAGREE-COUNT
                       TO WS-RESTART-DISAGREE-COUNT
                   MOVE RESTART-DIFF-TABLE TO WS-RESTART-DIFF-TABLE
                   READ RESTART-FILE
                       AT END MOVE 'Y' TO WS-RESTART-EOF
                       NOT AT END MOVE 'N' TO WS-RESTART-EOF
               READ RUN-MODE-FILE
                   AT END MOVE 'Y' TO WS-RUNMODE-EOF
               END-READ
               PERFORM UNTIL WS-RUNMODE-EOF = 'Y'
                   IF RUNMODE-VALUE = "UNSORTED"
                       MOVE 'Y' TO WS-SORT-MODE
                   END-IF
                   IF RUNMODE-VALUE = "COMPARE"
                       MOVE 'Y' TO WS-COMPARE-MODE
                   END-IF
                   READ RUN-MODE-FILE
                       AT END MOVE 'Y' TO WS-RUNMODE-EOF
                   END-READ
               END-PERFORM
               CLOSE RUN-MODE-FILE
           END-IF
           IF WS-SORT-MODE = 'Y'
               DISPLAY "JCLASS2 RUNNING IN UNSORTED MODE - "
                       "INPUTS SORTED BEFORE MATCH"
           END-IF
           IF WS-COMPARE-MODE = 'Y'
               DISPLAY "JCLASS2 RUNNING IN COMPARE MODE - "
                       "MATCHED PAIRS CHECKED AGAINST CMPMAP"
           END-IF.

      * Compare mode: CMPMAP names the fields to check on every
      * matched pair. The whole map is validated before any input
      * is opened; one bad entry refuses the run. DD2 positions are
      * held as offsets into the full 80-byte DD2 record because
      * matched DD2 records are compared from the key-group table.
       READ-FIELD-MAP.
           OPEN INPUT FIELD-MAP-FILE
           IF WS-CMPMAP-STATUS NOT = 0
               DISPLAY "CMPMAP FIELD MAP MISSING - RUN REFUSED"
               CLOSE PRINT-REPORT RUN-LOG-FILE
               STOP RUN
           END-IF
           MOVE 0 TO WS-CMAP-COUNT
           MOVE 'Y' TO WS-CMPMAP-VALID
           READ FIELD-MAP-FILE
               AT END MOVE 'Y' TO WS-CMPMAP-EOF
           END-READ
           PERFORM UNTIL WS-CMPMAP-EOF = 'Y'
                      OR WS-CMPMAP-VALID NOT = 'Y'
               ADD 1 TO WS-CMPMAP-READ
               PERFORM VALIDATE-FIELD-MAP-ENTRY
               IF WS-CMPMAP-VALID = 'Y'
                   ADD 1 TO WS-CMAP-COUNT
                   MOVE CMAP-LABEL TO WS-CMAP-LABEL(WS-CMAP-COUNT)
                   MOVE CMAP-DD1-POS TO WS-CMAP-DD1-POS(WS-CMAP-COUNT)
                   MOVE CMAP-DD1-LEN TO WS-CMAP-DD1-LEN(WS-CMAP-COUNT)
                   COMPUTE WS-CMAP-DD2-START(WS-CMAP-COUNT) =
                       CMAP-DD2-POS + 28
                   MOVE CMAP-DD2-LEN TO WS-CMAP-DD2-LEN(WS-CMAP-COUNT)
                   MOVE CMAP-RULE TO WS-CMAP-RULE(WS-CMAP-COUNT)
                   MOVE CMAP-TOLERANCE
                       TO WS-CMAP-TOLERANCE(WS-CMAP-COUNT)
                   READ FIELD-MAP-FILE
                       AT END MOVE 'Y' TO WS-CMPMAP-EOF
                   END-READ
               END-IF
           END-PERFORM
           CLOSE FIELD-MAP-FILE
           IF WS-CMPMAP-VALID NOT = 'Y'
               DISPLAY "CMPMAP ENTRY " WS-CMPMAP-READ
                       " MISSING OR INVALID - RUN REFUSED"
               CLOSE PRINT-REPORT RUN-LOG-FILE
               STOP RUN
           END-IF
           IF WS-CMAP-COUNT = 0
               DISPLAY "CMPMAP FIELD MAP EMPTY - RUN REFUSED"
               CLOSE PRINT-REPORT RUN-LOG-FILE
               STOP RUN
           END-IF
           DISPLAY "CMPMAP FIELDS TO COMPARE: " WS-CMAP-COUNT.

       VALIDATE-FIELD-MAP-ENTRY.
           IF WS-CMAP-COUNT = WS-CMAP-MAX
               DISPLAY "CMPMAP HAS MORE THAN " WS-CMAP-MAX " FIELDS"
               MOVE 'N' TO WS-CMPMAP-VALID
           END-IF
           IF CMAP-LABEL = SPACES
               MOVE 'N' TO WS-CMPMAP-VALID
           END-IF
           IF CMAP-DD1-POS NOT NUMERIC OR CMAP-DD1-LEN NOT NUMERIC
                 OR CMAP-DD2-POS NOT NUMERIC
                 OR CMAP-DD2-LEN NOT NUMERIC
                 OR CMAP-TOLERANCE NOT NUMERIC
               MOVE 'N' TO WS-CMPMAP-VALID
           ELSE
               IF CMAP-DD1-POS = 0 OR CMAP-DD1-LEN = 0
                     OR CMAP-DD1-LEN > 30
                     OR CMAP-DD1-POS + CMAP-DD1-LEN > 61
                   MOVE 'N' TO WS-CMPMAP-VALID
               END-IF
               IF CMAP-DD2-POS = 0 OR CMAP-DD2-LEN = 0
                     OR CMAP-DD2-LEN > 30
                     OR CMAP-DD2-POS + CMAP-DD2-LEN > 53
                   MOVE 'N' TO WS-CMPMAP-VALID
               END-IF
           END-IF
           IF CMAP-RULE NOT = 'E' AND CMAP-RULE NOT = 'N'
               MOVE 'N' TO WS-CMPMAP-VALID
           END-IF.

      * Unsorted mode: the details of each input are pulled through
                   WRITE OUTPUT-RECORD
                   PERFORM CHECK-OUT-STATUS
                   ADD 1 TO WS-MATCH-COUNT
                   IF WS-COMPARE-MODE = 'Y'
                       PERFORM COMPARE-MATCHED-PAIR
                   END-IF
               END-PERFORM
               PERFORM READ-INPUT1
           END-PERFORM
           END-IF
           PERFORM WRITE-CHECKPOINT.

      * Compare mode: the pair just written to DD3 (the current DD1
      * record and DD2 group entry WS-GROUP-INDEX) is checked field
      * by field against the map. Every field that disagrees is
      * listed on CMPRPT; the pair goes to DD8 if all fields agree,
      * otherwise to DD9.
       COMPARE-MATCHED-PAIR.
           MOVE 'Y' TO WS-CMP-PAIR-AGREES
           PERFORM VARYING WS-CMAP-INDEX FROM 1 BY 1
                   UNTIL WS-CMAP-INDEX > WS-CMAP-COUNT
               PERFORM COMPARE-MAPPED-FIELD
           END-PERFORM
           IF WS-CMP-PAIR-AGREES = 'Y'
               MOVE OUTPUT-RECORD TO AGREE-RECORD
               WRITE AGREE-RECORD
               IF WS-AGREE-STATUS NOT = 00
                   DISPLAY "AGREE-FILE WRITE ERROR: " WS-AGREE-STATUS
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-AGREE-COUNT
           ELSE
               MOVE OUTPUT-RECORD TO DISAGREE-RECORD
               WRITE DISAGREE-RECORD
               IF WS-DISAGREE-STATUS NOT = 00
                   DISPLAY "DISAGREE-FILE WRITE ERROR: "
                           WS-DISAGREE-STATUS
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-DISAGREE-COUNT
           END-IF.

       COMPARE-MAPPED-FIELD.
           MOVE SPACES TO WS-CMP-VALUE1 WS-CMP-VALUE2
           MOVE INPUT1-SUFFIX(WS-CMAP-DD1-POS(WS-CMAP-INDEX):
                              WS-CMAP-DD1-LEN(WS-CMAP-INDEX))
               TO WS-CMP-VALUE1
           MOVE WS-DD2-GROUP-ENTRY(WS-GROUP-INDEX)
                   (WS-CMAP-DD2-START(WS-CMAP-INDEX):
                    WS-CMAP-DD2-LEN(WS-CMAP-INDEX))
               TO WS-CMP-VALUE2
           MOVE 'N' TO WS-CMP-FIELD-AGREES
           IF WS-CMP-VALUE1 = WS-CMP-VALUE2
               MOVE 'Y' TO WS-CMP-FIELD-AGREES
           ELSE
               IF WS-CMAP-RULE(WS-CMAP-INDEX) = 'N'
                   PERFORM COMPARE-NUMERIC-FIELD
               END-IF
           END-IF
           IF WS-CMP-FIELD-AGREES NOT = 'Y'
               MOVE 'N' TO WS-CMP-PAIR-AGREES
               ADD 1 TO WS-CMP-DIFF-COUNT(WS-CMAP-INDEX)
               PERFORM WRITE-DISCREPANCY-LINE
           END-IF.

      * A value that is not a valid number (including a blank one)
      * never agrees under the numeric rule.
       COMPARE-NUMERIC-FIELD.
           IF FUNCTION TEST-NUMVAL (WS-CMP-VALUE1) = 0
                 AND FUNCTION TEST-NUMVAL (WS-CMP-VALUE2) = 0
               COMPUTE WS-CMP-DIFFERENCE =
                   FUNCTION NUMVAL (WS-CMP-VALUE1)
                   - FUNCTION NUMVAL (WS-CMP-VALUE2)
               IF WS-CMP-DIFFERENCE < 0
                   COMPUTE WS-CMP-DIFFERENCE = 0 - WS-CMP-DIFFERENCE
               END-IF
               IF WS-CMP-DIFFERENCE NOT >
                     WS-CMAP-TOLERANCE(WS-CMAP-INDEX)
                   MOVE 'Y' TO WS-CMP-FIELD-AGREES
               END-IF
           END-IF.

       WRITE-DISCREPANCY-LINE.
           IF WS-CMAP-RULE(WS-CMAP-INDEX) = 'N'
               MOVE "NUMERIC" TO WS-CMP-RULE-TEXT
           ELSE
               MOVE "EXACT" TO WS-CMP-RULE-TEXT
           END-IF
           MOVE SPACES TO DISC-LINE
           STRING WS-SAVE-KEY "  "
                  WS-CMAP-LABEL(WS-CMAP-INDEX) "  "
                  WS-CMP-RULE-TEXT "  "
                  WS-CMP-VALUE1 "  "
                  WS-CMP-VALUE2
                  DELIMITED BY SIZE INTO DISC-LINE
           PERFORM PRINT-DISC-LINE.

       OPEN-COMPARE-OUTPUTS.
           IF WS-RESTART1-COUNT > 0 OR WS-RESTART2-COUNT > 0
               OPEN EXTEND AGREE-FILE
               IF WS-AGREE-STATUS NOT = 00
                   DISPLAY "AGREE-FILE OPEN ERROR: " WS-AGREE-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND DISAGREE-FILE
               IF WS-DISAGREE-STATUS NOT = 00
                   DISPLAY "DISAGREE-FILE OPEN ERROR: "
                           WS-DISAGREE-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND DISCREPANCY-REPORT
               IF WS-DISC-STATUS NOT = 00
                   DISPLAY "DISCREPANCY-REPORT OPEN ERROR: "
                           WS-DISC-STATUS
                   STOP RUN
               END-IF
           ELSE
               OPEN OUTPUT AGREE-FILE
               IF WS-AGREE-STATUS NOT = 00
                   DISPLAY "AGREE-FILE OPEN ERROR: " WS-AGREE-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT DISAGREE-FILE
               IF WS-DISAGREE-STATUS NOT = 00
                   DISPLAY "DISAGREE-FILE OPEN ERROR: "
                           WS-DISAGREE-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT DISCREPANCY-REPORT
               IF WS-DISC-STATUS NOT = 00
                   DISPLAY "DISCREPANCY-REPORT OPEN ERROR: "
                           WS-DISC-STATUS
                   STOP RUN
               END-IF
           END-IF.

       CLOSE-COMPARE-OUTPUTS.
           IF WS-DISAGREE-COUNT = 0
               MOVE "NO DISCREPANCIES FOUND" TO DISC-LINE
               PERFORM PRINT-DISC-LINE
           END-IF
           CLOSE AGREE-FILE DISAGREE-FILE DISCREPANCY-REPORT.

       PRINT-DISC-LINE.
           IF WS-DISC-LINES > 55
               MOVE DISC-LINE TO WS-SAVE-DISC-LINE
               PERFORM PRINT-DISC-HEADING
               MOVE WS-SAVE-DISC-LINE TO DISC-LINE
           END-IF
           WRITE DISC-LINE
           IF WS-DISC-STATUS NOT = 0
               DISPLAY "DISCREPANCY-REPORT WRITE ERROR: "
                       WS-DISC-STATUS
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF
           ADD 1 TO WS-DISC-LINES
           MOVE SPACES TO DISC-LINE.

       PRINT-DISC-HEADING.
           ADD 1 TO WS-DISC-PAGE
           MOVE WS-DISC-PAGE TO WS-EDIT-DISC-PAGE
           MOVE SPACES TO DISC-LINE
           STRING "JCLASS2 DISCREPANCY REPORT"
                  "   RUN DATE: " WS-CURRENT-DATE(1:8)
                  " TIME: " WS-CURRENT-DATE(9:6)
                  " PAGE: " WS-EDIT-DISC-PAGE
                  DELIMITED BY SIZE INTO DISC-LINE
           WRITE DISC-LINE
           MOVE SPACES TO DISC-LINE
           STRING "KEY       FIELD                 RULE     "
                  "DD1 VALUE                       DD2 VALUE"
                  DELIMITED BY SIZE INTO DISC-LINE
           WRITE DISC-LINE
           MOVE SPACES TO DISC-LINE
           MOVE ALL "=" TO DISC-LINE(1:113)
           WRITE DISC-LINE
           MOVE SPACES TO DISC-LINE
           MOVE 3 TO WS-DISC-LINES.

       VERIFY-BATCH-HEADERS.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           READ INPUT-FILE1
               AT END MOVE 'Y' TO EOF-FILE1
           END-READ
           MOVE WS-DUP1-KEY-COUNT TO CHKPT-DUP1-KEY-COUNT
           MOVE WS-DUP2-KEY-COUNT TO CHKPT-DUP2-KEY-COUNT
           MOVE WS-MANY-MANY-COUNT TO CHKPT-MANY-MANY-COUNT
           MOVE WS-AGREE-COUNT TO CHKPT-AGREE-COUNT
           MOVE WS-DISAGREE-COUNT TO CHKPT-DISAGREE-COUNT
           MOVE WS-CMP-DIFF-TABLE TO CHKPT-DIFF-TABLE
           WRITE CHECKPOINT-RECORD
           IF WS-CHKPT-STATUS NOT = 00
               DISPLAY "CHECKPOINT-FILE WRITE ERROR: " WS-CHKPT-STATUS
           IF WS-SORT2-DONE = 'Y'
               CLOSE SORTED-FILE2
           END-IF
           IF WS-COMPARE-MODE = 'Y'
               CLOSE AGREE-FILE DISAGREE-FILE DISCREPANCY-REPORT
           END-IF
           STOP RUN.

       REPORT-PARA.
           ELSE
               DISPLAY "RUN MODE: SORTED - SEQUENCE CHECKED"
           END-IF
           IF WS-COMPARE-MODE = 'Y'
               DISPLAY "COMPARE MODE: " WS-CMAP-COUNT
                       " FIELDS FROM CMPMAP"
           END-IF
           DISPLAY "RECORDS READ FROM DD1:       " WS-READ1-COUNT
           DISPLAY "RECORDS READ FROM DD2:       " WS-READ2-COUNT
           DISPLAY "RECORDS MATCHED (DD3):       " WS-MATCH-COUNT
           DISPLAY "DD1 KEYS WITH MULTIPLE RECORDS: " WS-DUP1-KEY-COUNT
           DISPLAY "DD2 KEYS WITH MULTIPLE RECORDS: " WS-DUP2-KEY-COUNT
           DISPLAY "KEYS MANY-TO-MANY ON BOTH:      " WS-MANY-MANY-COUNT
           IF WS-COMPARE-MODE = 'Y'
               DISPLAY "FIELD COMPARISON STATISTICS"
               DISPLAY "---------------------------"
               DISPLAY "MATCHED PAIRS AGREEING (DD8):    "
                       WS-AGREE-COUNT
               DISPLAY "MATCHED PAIRS DISAGREEING (DD9): "
                       WS-DISAGREE-COUNT
               DISPLAY "DISAGREEMENTS BY FIELD:"
               PERFORM VARYING WS-CMAP-INDEX FROM 1 BY 1
                       UNTIL WS-CMAP-INDEX > WS-CMAP-COUNT
                   DISPLAY "  " WS-CMAP-LABEL(WS-CMAP-INDEX) " "
                           WS-CMP-DIFF-COUNT(WS-CMAP-INDEX)
               END-PERFORM
           END-IF
           IF WS-TRL1-FOUND NOT = 'Y'
               DISPLAY "BATCH BALANCE: NO TRAILER ON DD1 - "
                       "OUT OF BALANCE"
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPSLOG-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

       PRINT-RPT-LINE.
           IF WS-RPT-LINES > 55
                   TO PRINT-LINE
           END-IF
           PERFORM PRINT-RPT-LINE
           IF WS-COMPARE-MODE = 'Y'
               STRING "COMPARE MODE: " WS-CMAP-COUNT
                      " FIELDS FROM CMPMAP"
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-RPT-LINE
           END-IF
           STRING "RECORDS READ FROM DD1:       " WS-READ1-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "KEYS MANY-TO-MANY ON BOTH:   " WS-MANY-MANY-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           IF WS-COMPARE-MODE = 'Y'
               STRING "PAIRS AGREEING (DD8):        " WS-AGREE-COUNT
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-RPT-LINE
               STRING "PAIRS DISAGREEING (DD9):     " WS-DISAGREE-COUNT
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-RPT-LINE
               PERFORM VARYING WS-CMAP-INDEX FROM 1 BY 1
                       UNTIL WS-CMAP-INDEX > WS-CMAP-COUNT
                   STRING "  DISAGREE " WS-CMAP-LABEL(WS-CMAP-INDEX)
                          " " WS-CMP-DIFF-COUNT(WS-CMAP-INDEX)
                          DELIMITED BY SIZE INTO PRINT-LINE
                   PERFORM PRINT-RPT-LINE
               END-PERFORM
           END-IF
           IF WS-TRL1-FOUND = 'Y'
                 AND WS-TRL1-COUNT = WS-READ1-COUNT
                 AND WS-TRL1-HASH = WS-HASH1-TOTAL
