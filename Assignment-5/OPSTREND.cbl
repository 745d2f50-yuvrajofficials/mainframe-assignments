       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSTREND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO TRNDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO OPSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.
           SELECT LOG-HISTORY-FILE ASSIGN TO OPSHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOGHIST-STATUS.
           SELECT ROLL-WORK-FILE ASSIGN TO OPSROLL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ROLLWK-STATUS.
           SELECT TREND-REPORT ASSIGN TO TRNDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Retention days (0 = keep everything on OPSLOG), the number
      * of earlier complete runs the latest run is compared with,
      * and the tolerance either side of their average, in percent.
       FD  PARM-FILE.
       01 PARM-RECORD.
          05 PARM-RETAIN-DAYS    PIC 9(03).
          05 PARM-TRAIL-RUNS     PIC 9(02).
          05 PARM-TOLERANCE-PCT  PIC 9(03).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  LOG-HISTORY-FILE.
       01 LOG-HISTORY-RECORD    PIC X(62).

       FD  ROLL-WORK-FILE.
       01 ROLL-WORK-RECORD      PIC X(62).

       FD  TREND-REPORT.
       01 TREND-REPORT-LINE     PIC X(132).

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS    PIC 99    VALUE 0.
       01 WS-OPSLOG-STATUS  PIC 99    VALUE 0.
       01 WS-LOGHIST-STATUS PIC 99    VALUE 0.
       01 WS-TREND-STATUS   PIC 99    VALUE 0.
       01 WS-ROLLWK-STATUS  PIC 99    VALUE 0.
       01 WS-ROLLWK-EOF     PIC X     VALUE 'N'.
       01 WS-HISTORY-COUNT  PIC 9(08) VALUE 0.
       01 WS-PARM-EOF       PIC X     VALUE 'N'.
       01 WS-OPSLOG-EOF     PIC X     VALUE 'N'.
       01 WS-RETAIN-DAYS    PIC 9(03) VALUE 0.
       01 WS-TRAIL-RUNS     PIC 9(02) VALUE 0.
       01 WS-TOLERANCE-PCT  PIC 9(03) VALUE 0.
       01 WS-HIST-DEPTH     PIC 9(02) VALUE 0.
       01 WS-ROLL-ACTIVE    PIC X     VALUE 'N'.
       01 WS-CUTOFF-DATE    PIC X(08) VALUE SPACES.
       01 WS-CUTOFF-INTEGER PIC 9(08) VALUE 0.
       01 WS-READ-COUNT     PIC 9(08) VALUE 0.
       01 WS-OLD-COUNT      PIC 9(08) VALUE 0.
       01 WS-KEEP-COUNT     PIC 9(08) VALUE 0.
       01 WS-ROLLED-COUNT   PIC 9(08) VALUE 0.
       01 WS-KEPT-COUNT     PIC 9(08) VALUE 0.
       01 WS-ANOMALY-COUNT  PIC 9(08) VALUE 0.
       01 WS-ROLL-RESULT    PIC X(40) VALUE SPACES.
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.
       01 WS-RPT-PAGE       PIC 9(04) VALUE 0.
       01 WS-RPT-LINES      PIC 9(02) VALUE 99.
       01 WS-EDIT-RPT-PAGE  PIC ZZZ9  VALUE ZERO.
       01 WS-SAVE-PRINT-LINE PIC X(132) VALUE SPACES.

       01 WS-TIME-WORK      PIC X(06) VALUE SPACES.
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
          05 WS-TIME-HH     PIC 9(02).
          05 WS-TIME-MM     PIC 9(02).
          05 WS-TIME-SS     PIC 9(02).
       01 WS-TIME-SECONDS   PIC 9(05) VALUE 0.
       01 WS-START-SECONDS  PIC 9(05) VALUE 0.
       01 WS-ELAPSED        PIC S9(06) VALUE 0.

       01 WS-COUNT-INDEX    PIC 9(01) VALUE 0.
       01 WS-TREND-RUNS     PIC 9(02) VALUE 0.
       01 WS-TREND-SUM      PIC 9(10) VALUE 0.
       01 WS-TREND-FACTOR   PIC 9(04) VALUE 0.
       01 WS-TREND-LATEST   PIC 9(08) VALUE 0.
       01 WS-TREND-LOW      PIC 9(10)V99 VALUE 0.
       01 WS-TREND-HIGH     PIC 9(10)V99 VALUE 0.
       01 WS-TREND-DIRECTION PIC X(04) VALUE SPACES.
       01 WS-AVG-TABLE.
          05 WS-TREND-AVG   PIC 9(08)V99 OCCURS 4 TIMES.
       01 WS-EDIT-AVG-1     PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-AVG-2     PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-AVG-3     PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-AVG-4     PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-AVG       PIC ZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-ELAPSED   PIC ZZZZ9 VALUE ZERO.
       01 WS-LATEST-MARK    PIC X(08) VALUE SPACES.

      * The live log keeps only the retention window, so it is
      * held here between reading it and writing it back.
       01 WS-KEEP-MAX       PIC 9(05) VALUE 20000.
       01 WS-KEEP-INDEX     PIC 9(05) VALUE 0.
       01 WS-KEEP-TABLE.
          05 WS-KEEP-RECORD PIC X(62) OCCURS 20000 TIMES.

      * One entry per program on the log, holding its latest
      * complete runs, oldest first: up to the trailing runs
      * plus the latest run being judged against them.
       01 WS-PROG-MAX       PIC 9(02) VALUE 40.
       01 WS-PROG-USED      PIC 9(02) VALUE 0.
       01 WS-PROG-INDEX     PIC 9(02) VALUE 0.
       01 WS-PROG-FOUND     PIC X     VALUE 'N'.
       01 WS-HIST-INDEX     PIC 9(02) VALUE 0.
       01 WS-PROG-TABLE.
          05 WS-PROG-ENTRY OCCURS 40 TIMES.
             10 WS-PRGTAB-PROGRAM    PIC X(08).
             10 WS-PRGTAB-RUNS       PIC 9(06).
             10 WS-PRGTAB-FAILS      PIC 9(06).
             10 WS-PRGTAB-START-OPEN PIC X(01).
             10 WS-PRGTAB-START-DATE PIC X(08).
             10 WS-PRGTAB-START-TIME PIC X(06).
             10 WS-PRGTAB-HIST-USED  PIC 9(02).
             10 WS-PRGTAB-HIST OCCURS 11 TIMES.
                15 WS-HSTTAB-DATE    PIC X(08).
                15 WS-HSTTAB-TIME    PIC X(06).
                15 WS-HSTTAB-TIMED   PIC X(01).
                15 WS-HSTTAB-ELAPSED PIC 9(05).
                15 WS-HSTTAB-COUNT   PIC 9(08) OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM READ-PARM
           PERFORM INIT-PARA
           PERFORM READ-RUN-LOG
           PERFORM UNTIL WS-OPSLOG-EOF = 'Y'
               PERFORM TALLY-RUN-RECORD
               PERFORM READ-RUN-LOG
           END-PERFORM
           CLOSE RUN-LOG-FILE
           PERFORM VARYING WS-PROG-INDEX FROM 1 BY 1
                   UNTIL WS-PROG-INDEX > WS-PROG-USED
               PERFORM PRINT-PROGRAM-TREND
           END-PERFORM
           PERFORM ROLL-OFF-OLD-RECORDS
           PERFORM PRINT-TREND-TOTALS
           PERFORM SUMMARY-PARA
           PERFORM CLOSE-PARA
           IF WS-ANOMALY-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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

       READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = 0
               DISPLAY "PARM-FILE OPEN ERROR: " WS-PARM-STATUS
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ
           IF WS-PARM-EOF = 'Y' OR PARM-RETAIN-DAYS NOT NUMERIC
                 OR PARM-TRAIL-RUNS NOT NUMERIC
                 OR PARM-TOLERANCE-PCT NOT NUMERIC
                 OR PARM-TRAIL-RUNS = 0 OR PARM-TRAIL-RUNS > 10
                 OR PARM-TOLERANCE-PCT = 0
               DISPLAY "TRNDPARM TREND CARD MISSING OR INVALID - "
                       "RUN REFUSED"
               CLOSE PARM-FILE
               STOP RUN
           END-IF
           MOVE PARM-RETAIN-DAYS TO WS-RETAIN-DAYS
           MOVE PARM-TRAIL-RUNS TO WS-TRAIL-RUNS
           MOVE PARM-TOLERANCE-PCT TO WS-TOLERANCE-PCT
           CLOSE PARM-FILE
           COMPUTE WS-HIST-DEPTH = WS-TRAIL-RUNS + 1
           IF WS-RETAIN-DAYS > 0
               MOVE 'Y' TO WS-ROLL-ACTIVE
               COMPUTE WS-CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (WS-BUSINESS-DATE))
                   - WS-RETAIN-DAYS
               MOVE FUNCTION DATE-OF-INTEGER (WS-CUTOFF-INTEGER)
                   TO WS-CUTOFF-DATE
               DISPLAY "ROLLING OPSLOG RECORDS OLDER THAN: "
                       WS-CUTOFF-DATE
           ELSE
               DISPLAY "OPSLOG RETENTION 0 - NO RECORDS ROLLED"
           END-IF
           DISPLAY "TRAILING RUNS COMPARED:   " WS-TRAIL-RUNS
           DISPLAY "TOLERANCE PCT:            " WS-TOLERANCE-PCT.

       INIT-PARA.
           OPEN INPUT RUN-LOG-FILE
           IF WS-OPSLOG-STATUS NOT = 0
               DISPLAY "RUN-LOG-FILE OPEN ERROR: " WS-OPSLOG-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT TREND-REPORT
           IF WS-TREND-STATUS NOT = 0
               DISPLAY "TREND-REPORT OPEN ERROR: " WS-TREND-STATUS
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

       READ-RUN-LOG.
           READ RUN-LOG-FILE
               AT END MOVE 'Y' TO WS-OPSLOG-EOF
           END-READ
           IF WS-OPSLOG-STATUS NOT = 00 AND WS-OPSLOG-STATUS NOT = 10
               DISPLAY "RUN-LOG-FILE READ ERROR: " WS-OPSLOG-STATUS
               PERFORM ABEND-PARA
           END-IF.

      * Only COMPLETE runs are trended; a STARTED marker is kept
      * so the matching COMPLETE can show how long the run took.
      * Trial and failed runs end the run without being trended.
       TALLY-RUN-RECORD.
           ADD 1 TO WS-READ-COUNT
           IF WS-ROLL-ACTIVE = 'Y'
                 AND RUNLOG-RUN-DATE < WS-CUTOFF-DATE
               ADD 1 TO WS-OLD-COUNT
           ELSE
               ADD 1 TO WS-KEEP-COUNT
           END-IF
           PERFORM FIND-PROGRAM-ENTRY
           IF WS-PROG-FOUND = 'Y'
               EVALUATE RUNLOG-STATUS
                   WHEN "STARTED"
                       MOVE 'Y' TO WS-PRGTAB-START-OPEN(WS-PROG-INDEX)
                       MOVE RUNLOG-RUN-DATE
                           TO WS-PRGTAB-START-DATE(WS-PROG-INDEX)
                       MOVE RUNLOG-RUN-TIME
                           TO WS-PRGTAB-START-TIME(WS-PROG-INDEX)
                   WHEN "COMPLETE"
                       ADD 1 TO WS-PRGTAB-RUNS(WS-PROG-INDEX)
                       PERFORM ADD-RUN-HISTORY
                       MOVE 'N' TO WS-PRGTAB-START-OPEN(WS-PROG-INDEX)
                   WHEN "TRIAL"
                       MOVE 'N' TO WS-PRGTAB-START-OPEN(WS-PROG-INDEX)
                   WHEN OTHER
                       ADD 1 TO WS-PRGTAB-FAILS(WS-PROG-INDEX)
                       MOVE 'N' TO WS-PRGTAB-START-OPEN(WS-PROG-INDEX)
               END-EVALUATE
           END-IF.

       FIND-PROGRAM-ENTRY.
           MOVE 'N' TO WS-PROG-FOUND
           PERFORM VARYING WS-PROG-INDEX FROM 1 BY 1
                   UNTIL WS-PROG-INDEX > WS-PROG-USED
                      OR WS-PROG-FOUND = 'Y'
               IF WS-PRGTAB-PROGRAM(WS-PROG-INDEX) = RUNLOG-PROGRAM
                   MOVE 'Y' TO WS-PROG-FOUND
               END-IF
           END-PERFORM
           IF WS-PROG-FOUND = 'Y'
               SUBTRACT 1 FROM WS-PROG-INDEX
           ELSE
               IF WS-PROG-USED < WS-PROG-MAX
                   ADD 1 TO WS-PROG-USED
                   MOVE WS-PROG-USED TO WS-PROG-INDEX
                   MOVE 'Y' TO WS-PROG-FOUND
                   MOVE RUNLOG-PROGRAM
                       TO WS-PRGTAB-PROGRAM(WS-PROG-INDEX)
                   MOVE ZERO TO WS-PRGTAB-RUNS(WS-PROG-INDEX)
                   MOVE ZERO TO WS-PRGTAB-FAILS(WS-PROG-INDEX)
                   MOVE ZERO TO WS-PRGTAB-HIST-USED(WS-PROG-INDEX)
                   MOVE 'N' TO WS-PRGTAB-START-OPEN(WS-PROG-INDEX)
               ELSE
                   DISPLAY "PROGRAM TABLE FULL - NOT TRENDED: "
                           RUNLOG-PROGRAM
               END-IF
           END-IF.

       ADD-RUN-HISTORY.
           IF WS-PRGTAB-HIST-USED(WS-PROG-INDEX) < WS-HIST-DEPTH
               ADD 1 TO WS-PRGTAB-HIST-USED(WS-PROG-INDEX)
           ELSE
               PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                       UNTIL WS-HIST-INDEX NOT < WS-HIST-DEPTH
                   MOVE WS-PRGTAB-HIST(WS-PROG-INDEX, WS-HIST-INDEX + 1)
                       TO WS-PRGTAB-HIST(WS-PROG-INDEX, WS-HIST-INDEX)
               END-PERFORM
           END-IF
           MOVE WS-PRGTAB-HIST-USED(WS-PROG-INDEX) TO WS-HIST-INDEX
           MOVE RUNLOG-RUN-DATE
               TO WS-HSTTAB-DATE(WS-PROG-INDEX, WS-HIST-INDEX)
           MOVE RUNLOG-RUN-TIME
               TO WS-HSTTAB-TIME(WS-PROG-INDEX, WS-HIST-INDEX)
           MOVE RUNLOG-COUNT-1
               TO WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX, 1)
           MOVE RUNLOG-COUNT-2
               TO WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX, 2)
           MOVE RUNLOG-COUNT-3
               TO WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX, 3)
           MOVE RUNLOG-COUNT-4
               TO WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX, 4)
           MOVE 'N' TO WS-HSTTAB-TIMED(WS-PROG-INDEX, WS-HIST-INDEX)
           MOVE ZERO TO WS-HSTTAB-ELAPSED(WS-PROG-INDEX, WS-HIST-INDEX)
           IF WS-PRGTAB-START-OPEN(WS-PROG-INDEX) = 'Y'
                 AND WS-PRGTAB-START-DATE(WS-PROG-INDEX)
                     = RUNLOG-RUN-DATE
               PERFORM TIME-THE-RUN
           END-IF.

      * Elapsed seconds from the STARTED marker to the COMPLETE
      * record; a run that crosses midnight wraps round the day.
       TIME-THE-RUN.
           MOVE WS-PRGTAB-START-TIME(WS-PROG-INDEX) TO WS-TIME-WORK
           IF WS-TIME-WORK IS NUMERIC
               PERFORM TIME-TO-SECONDS
               MOVE WS-TIME-SECONDS TO WS-START-SECONDS
               MOVE RUNLOG-RUN-TIME TO WS-TIME-WORK
               IF WS-TIME-WORK IS NUMERIC
                   PERFORM TIME-TO-SECONDS
                   COMPUTE WS-ELAPSED =
                           WS-TIME-SECONDS - WS-START-SECONDS
                   IF WS-ELAPSED < 0
                       ADD 86400 TO WS-ELAPSED
                   END-IF
                   MOVE WS-ELAPSED
                       TO WS-HSTTAB-ELAPSED(WS-PROG-INDEX,
                                            WS-HIST-INDEX)
                   MOVE 'Y'
                       TO WS-HSTTAB-TIMED(WS-PROG-INDEX, WS-HIST-INDEX)
               END-IF
           END-IF.

       TIME-TO-SECONDS.
           COMPUTE WS-TIME-SECONDS = WS-TIME-HH * 3600
                                   + WS-TIME-MM * 60
                                   + WS-TIME-SS.

       PRINT-PROGRAM-TREND.
           MOVE SPACES TO TREND-REPORT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "  PROGRAM: " WS-PRGTAB-PROGRAM(WS-PROG-INDEX)
                  "   COMPLETE RUNS ON LOG: "
                  WS-PRGTAB-RUNS(WS-PROG-INDEX)
                  "   FAILED: " WS-PRGTAB-FAILS(WS-PROG-INDEX)
                  DELIMITED BY SIZE INTO TREND-REPORT-LINE
           PERFORM PRINT-RPT-LINE
           IF WS-PRGTAB-HIST-USED(WS-PROG-INDEX) > 0
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "    RUN DATE TIME   ELAPSED"
                      "  COUNT-1  COUNT-2  COUNT-3  COUNT-4"
                      DELIMITED BY SIZE INTO TREND-REPORT-LINE
               PERFORM PRINT-RPT-LINE
               PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                       UNTIL WS-HIST-INDEX
                             > WS-PRGTAB-HIST-USED(WS-PROG-INDEX)
                   PERFORM PRINT-HISTORY-LINE
               END-PERFORM
           END-IF
           IF WS-PRGTAB-HIST-USED(WS-PROG-INDEX) < 2
               MOVE SPACES TO TREND-REPORT-LINE
               MOVE "    TOO FEW COMPLETE RUNS TO TREND"
                   TO TREND-REPORT-LINE
               PERFORM PRINT-RPT-LINE
           ELSE
               PERFORM CHECK-PROGRAM-TREND
           END-IF.

       PRINT-HISTORY-LINE.
           IF WS-HIST-INDEX = WS-PRGTAB-HIST-USED(WS-PROG-INDEX)
               MOVE " LATEST" TO WS-LATEST-MARK
           ELSE
               MOVE SPACES TO WS-LATEST-MARK
           END-IF
           MOVE SPACES TO TREND-REPORT-LINE
           IF WS-HSTTAB-TIMED(WS-PROG-INDEX, WS-HIST-INDEX) = 'Y'
               MOVE WS-HSTTAB-ELAPSED(WS-PROG-INDEX, WS-HIST-INDEX)
                   TO WS-EDIT-ELAPSED
               STRING "    "
                      WS-HSTTAB-DATE(WS-PROG-INDEX, WS-HIST-INDEX)
                      " " WS-HSTTAB-TIME(WS-PROG-INDEX, WS-HIST-INDEX)
                      "   " WS-EDIT-ELAPSED
                      DELIMITED BY SIZE INTO TREND-REPORT-LINE
           ELSE
               STRING "    "
                      WS-HSTTAB-DATE(WS-PROG-INDEX, WS-HIST-INDEX)
                      " " WS-HSTTAB-TIME(WS-PROG-INDEX, WS-HIST-INDEX)
                      "       -"
                      DELIMITED BY SIZE INTO TREND-REPORT-LINE
           END-IF
           STRING " " WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX, 1)
                  " " WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX, 2)
                  " " WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX, 3)
                  " " WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX, 4)
                  WS-LATEST-MARK
                  DELIMITED BY SIZE INTO TREND-REPORT-LINE(32:)
           PERFORM PRINT-RPT-LINE.

      * The latest run is judged against the average of the runs
      * before it; a zero average makes any count above zero a
      * spike.
       CHECK-PROGRAM-TREND.
           COMPUTE WS-TREND-RUNS =
                   WS-PRGTAB-HIST-USED(WS-PROG-INDEX) - 1
           PERFORM VARYING WS-COUNT-INDEX FROM 1 BY 1
                   UNTIL WS-COUNT-INDEX > 4
               MOVE ZERO TO WS-TREND-SUM
               PERFORM VARYING WS-HIST-INDEX FROM 1 BY 1
                       UNTIL WS-HIST-INDEX > WS-TREND-RUNS
                   ADD WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX,
                                       WS-COUNT-INDEX)
                       TO WS-TREND-SUM
               END-PERFORM
               COMPUTE WS-TREND-AVG(WS-COUNT-INDEX) ROUNDED =
                       WS-TREND-SUM / WS-TREND-RUNS
           END-PERFORM
           MOVE WS-TREND-AVG(1) TO WS-EDIT-AVG-1
           MOVE WS-TREND-AVG(2) TO WS-EDIT-AVG-2
           MOVE WS-TREND-AVG(3) TO WS-EDIT-AVG-3
           MOVE WS-TREND-AVG(4) TO WS-EDIT-AVG-4
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "    TRAILING AVG OF " WS-TREND-RUNS " RUNS: "
                  WS-EDIT-AVG-1 " " WS-EDIT-AVG-2 " "
                  WS-EDIT-AVG-3 " " WS-EDIT-AVG-4
                  DELIMITED BY SIZE INTO TREND-REPORT-LINE
           PERFORM PRINT-RPT-LINE
           PERFORM VARYING WS-COUNT-INDEX FROM 1 BY 1
                   UNTIL WS-COUNT-INDEX > 4
               PERFORM CHECK-ONE-COUNT
           END-PERFORM.

       CHECK-ONE-COUNT.
           MOVE WS-PRGTAB-HIST-USED(WS-PROG-INDEX) TO WS-HIST-INDEX
           MOVE WS-HSTTAB-COUNT(WS-PROG-INDEX, WS-HIST-INDEX,
                                WS-COUNT-INDEX)
               TO WS-TREND-LATEST
           COMPUTE WS-TREND-FACTOR = 100 + WS-TOLERANCE-PCT
           COMPUTE WS-TREND-HIGH = WS-TREND-AVG(WS-COUNT-INDEX)
                   * WS-TREND-FACTOR / 100
           IF WS-TOLERANCE-PCT < 100
               COMPUTE WS-TREND-FACTOR = 100 - WS-TOLERANCE-PCT
               COMPUTE WS-TREND-LOW = WS-TREND-AVG(WS-COUNT-INDEX)
                       * WS-TREND-FACTOR / 100
           ELSE
               MOVE ZERO TO WS-TREND-LOW
           END-IF
           MOVE SPACES TO WS-TREND-DIRECTION
           IF WS-TREND-LATEST > WS-TREND-HIGH
               MOVE "HIGH" TO WS-TREND-DIRECTION
           END-IF
           IF WS-TREND-LATEST < WS-TREND-LOW
               MOVE "LOW" TO WS-TREND-DIRECTION
           END-IF
           IF WS-TREND-DIRECTION NOT = SPACES
               ADD 1 TO WS-ANOMALY-COUNT
               MOVE WS-TREND-AVG(WS-COUNT-INDEX) TO WS-EDIT-AVG
               MOVE SPACES TO TREND-REPORT-LINE
               STRING "    ** ANOMALY " WS-PRGTAB-PROGRAM(WS-PROG-INDEX)
                      " COUNT-" WS-COUNT-INDEX
                      " " WS-TREND-DIRECTION
                      " LATEST: " WS-TREND-LATEST
                      " TRAILING AVG: " WS-EDIT-AVG
                      " TOLERANCE PCT: " WS-TOLERANCE-PCT
                      DELIMITED BY SIZE INTO TREND-REPORT-LINE
               PERFORM PRINT-RPT-LINE
           END-IF.

      * The first pass only counted what would roll. The log is
      * read again, old records go to the OPSROLL work file and
      * the rest are held. Only when both passes agree is OPSHIST
      * extended from OPSROLL and OPSLOG rewritten, so a log that
      * changed under the run leaves OPSHIST untouched.
       ROLL-OFF-OLD-RECORDS.
           MOVE WS-READ-COUNT TO WS-KEPT-COUNT
           EVALUATE TRUE
               WHEN WS-ROLL-ACTIVE NOT = 'Y'
                   MOVE "RETENTION 0 - NOTHING ROLLED"
                       TO WS-ROLL-RESULT
               WHEN WS-OLD-COUNT = 0
                   MOVE "NO RECORDS OLDER THAN CUT-OFF"
                       TO WS-ROLL-RESULT
               WHEN WS-KEEP-COUNT > WS-KEEP-MAX
                   MOVE "RETAINED RECORDS EXCEED TABLE - NOT ROLLED"
                       TO WS-ROLL-RESULT
                   DISPLAY "OPSLOG RETAINED RECORDS EXCEED "
                           WS-KEEP-MAX " - ROLL-OFF NOT DONE"
               WHEN OTHER
                   MOVE ZERO TO WS-KEPT-COUNT
                   PERFORM ROLL-OPSLOG
                   MOVE "OLD RECORDS ROLLED TO OPSHIST"
                       TO WS-ROLL-RESULT
           END-EVALUATE.

       ROLL-OPSLOG.
           OPEN OUTPUT ROLL-WORK-FILE
           IF WS-ROLLWK-STATUS NOT = 0
               DISPLAY "ROLL-WORK-FILE OPEN ERROR: " WS-ROLLWK-STATUS
               PERFORM ABEND-PARA
           END-IF
           OPEN INPUT RUN-LOG-FILE
           IF WS-OPSLOG-STATUS NOT = 0
               DISPLAY "RUN-LOG-FILE OPEN ERROR: " WS-OPSLOG-STATUS
               PERFORM ABEND-PARA
           END-IF
           MOVE 'N' TO WS-OPSLOG-EOF
           PERFORM READ-RUN-LOG
           PERFORM UNTIL WS-OPSLOG-EOF = 'Y'
               PERFORM SPLIT-ONE-RECORD
               PERFORM READ-RUN-LOG
           END-PERFORM
           CLOSE RUN-LOG-FILE
           CLOSE ROLL-WORK-FILE
           IF WS-ROLLED-COUNT NOT = WS-OLD-COUNT
                 OR WS-KEPT-COUNT NOT = WS-KEEP-COUNT
               DISPLAY "OPSLOG CHANGED DURING RUN - LOG NOT REWRITTEN"
               DISPLAY "ROLLED: " WS-ROLLED-COUNT
                       " EXPECTED: " WS-OLD-COUNT
               PERFORM ABEND-PARA
           END-IF
           PERFORM EXTEND-LOG-HISTORY
           OPEN OUTPUT RUN-LOG-FILE
           IF WS-OPSLOG-STATUS NOT = 0
               DISPLAY "RUN-LOG-FILE OPEN ERROR: " WS-OPSLOG-STATUS
               PERFORM ABEND-PARA
           END-IF
           PERFORM VARYING WS-KEEP-INDEX FROM 1 BY 1
                   UNTIL WS-KEEP-INDEX > WS-KEPT-COUNT
               MOVE WS-KEEP-RECORD(WS-KEEP-INDEX) TO RUNLOG-RECORD
               WRITE RUNLOG-RECORD
               IF WS-OPSLOG-STATUS NOT = 0
                   DISPLAY "RUN-LOG WRITE ERROR: " WS-OPSLOG-STATUS
                   PERFORM ABEND-PARA
               END-IF
           END-PERFORM
           CLOSE RUN-LOG-FILE.

       SPLIT-ONE-RECORD.
           IF RUNLOG-RUN-DATE < WS-CUTOFF-DATE
               MOVE RUNLOG-RECORD TO ROLL-WORK-RECORD
               WRITE ROLL-WORK-RECORD
               IF WS-ROLLWK-STATUS NOT = 0
                   DISPLAY "ROLL-WORK-FILE WRITE ERROR: "
                           WS-ROLLWK-STATUS
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-ROLLED-COUNT
           ELSE
               ADD 1 TO WS-KEPT-COUNT
               IF WS-KEPT-COUNT NOT > WS-KEEP-MAX
                   MOVE RUNLOG-RECORD TO WS-KEEP-RECORD(WS-KEPT-COUNT)
               END-IF
           END-IF.

       EXTEND-LOG-HISTORY.
           OPEN INPUT ROLL-WORK-FILE
           IF WS-ROLLWK-STATUS NOT = 0
               DISPLAY "ROLL-WORK-FILE OPEN ERROR: " WS-ROLLWK-STATUS
               PERFORM ABEND-PARA
           END-IF
           OPEN EXTEND LOG-HISTORY-FILE
           IF WS-LOGHIST-STATUS = 35
               OPEN OUTPUT LOG-HISTORY-FILE
           END-IF
           IF WS-LOGHIST-STATUS NOT = 0
               DISPLAY "LOG-HISTORY-FILE OPEN ERROR: "
                       WS-LOGHIST-STATUS
               PERFORM ABEND-PARA
           END-IF
           MOVE 'N' TO WS-ROLLWK-EOF
           PERFORM READ-ROLL-WORK
           PERFORM UNTIL WS-ROLLWK-EOF = 'Y'
               MOVE ROLL-WORK-RECORD TO LOG-HISTORY-RECORD
               WRITE LOG-HISTORY-RECORD
               IF WS-LOGHIST-STATUS NOT = 0
                   DISPLAY "LOG-HISTORY-FILE WRITE ERROR: "
                           WS-LOGHIST-STATUS
                   PERFORM ABEND-PARA
               END-IF
               ADD 1 TO WS-HISTORY-COUNT
               PERFORM READ-ROLL-WORK
           END-PERFORM
           CLOSE ROLL-WORK-FILE
           CLOSE LOG-HISTORY-FILE
           IF WS-HISTORY-COUNT NOT = WS-ROLLED-COUNT
               DISPLAY "OPSHIST GOT " WS-HISTORY-COUNT
                       " OF " WS-ROLLED-COUNT
                       " ROLLED RECORDS - LOG NOT REWRITTEN"
               PERFORM ABEND-PARA
           END-IF.

       READ-ROLL-WORK.
           READ ROLL-WORK-FILE
               AT END MOVE 'Y' TO WS-ROLLWK-EOF
           END-READ
           IF WS-ROLLWK-STATUS NOT = 00 AND WS-ROLLWK-STATUS NOT = 10
               DISPLAY "ROLL-WORK-FILE READ ERROR: " WS-ROLLWK-STATUS
               PERFORM ABEND-PARA
           END-IF.

       PRINT-TREND-TOTALS.
           MOVE SPACES TO TREND-REPORT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "  LOG RECORDS READ: " WS-READ-COUNT
                  " PROGRAMS: " WS-PROG-USED
                  " ANOMALIES FLAGGED: " WS-ANOMALY-COUNT
                  DELIMITED BY SIZE INTO TREND-REPORT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "  RETENTION DAYS: " WS-RETAIN-DAYS
                  " CUT-OFF: " WS-CUTOFF-DATE
                  " ROLLED: " WS-ROLLED-COUNT
                  " KEPT: " WS-KEPT-COUNT
                  " - " WS-ROLL-RESULT
                  DELIMITED BY SIZE INTO TREND-REPORT-LINE
           PERFORM PRINT-RPT-LINE.

       PRINT-RPT-LINE.
           IF WS-RPT-LINES > 55
               MOVE TREND-REPORT-LINE TO WS-SAVE-PRINT-LINE
               PERFORM PRINT-RPT-HEADING
               MOVE WS-SAVE-PRINT-LINE TO TREND-REPORT-LINE
           END-IF
           WRITE TREND-REPORT-LINE
           IF WS-TREND-STATUS NOT = 0
               DISPLAY "TREND-REPORT WRITE ERROR: " WS-TREND-STATUS
               PERFORM ABEND-PARA
           END-IF
           ADD 1 TO WS-RPT-LINES.

       PRINT-RPT-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-EDIT-RPT-PAGE
           MOVE 0 TO WS-RPT-LINES
           MOVE SPACES TO TREND-REPORT-LINE
           STRING "OPSTREND RUN HISTORY AND VOLUME ANOMALIES"
                  "   RUN DATE: " WS-CURRENT-DATE(1:8)
                  " TIME: " WS-CURRENT-DATE(9:6)
                  " PAGE: " WS-EDIT-RPT-PAGE
                  DELIMITED BY SIZE INTO TREND-REPORT-LINE
           WRITE TREND-REPORT-LINE
           IF WS-TREND-STATUS NOT = 0
               DISPLAY "TREND-REPORT WRITE ERROR: " WS-TREND-STATUS
               PERFORM ABEND-PARA
           END-IF
           MOVE SPACES TO TREND-REPORT-LINE
           MOVE ALL "=" TO TREND-REPORT-LINE(1:80)
           WRITE TREND-REPORT-LINE
           IF WS-TREND-STATUS NOT = 0
               DISPLAY "TREND-REPORT WRITE ERROR: " WS-TREND-STATUS
               PERFORM ABEND-PARA
           END-IF
           MOVE 2 TO WS-RPT-LINES.

       ABEND-PARA.
           DISPLAY "OPSTREND STOPPED AFTER LOG RECORD: " WS-READ-COUNT
           CLOSE RUN-LOG-FILE LOG-HISTORY-FILE ROLL-WORK-FILE
                 TREND-REPORT
           STOP RUN.

       SUMMARY-PARA.
           DISPLAY "OPSTREND RUN HISTORY SUMMARY"
           DISPLAY "============================"
           DISPLAY "LOG RECORDS READ:  " WS-READ-COUNT
           DISPLAY "PROGRAMS TRENDED:  " WS-PROG-USED
           DISPLAY "ANOMALIES FLAGGED: " WS-ANOMALY-COUNT
           DISPLAY "RECORDS ROLLED:    " WS-ROLLED-COUNT
           DISPLAY "RECORDS KEPT:      " WS-KEPT-COUNT
           DISPLAY "ROLL-OFF:          " WS-ROLL-RESULT.

       CLOSE-PARA.
           CLOSE TREND-REPORT.
