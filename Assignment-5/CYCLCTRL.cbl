           SELECT GATE-REPORT ASSIGN TO GATERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GATE-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GATE-REPORT.
       01 GATE-REPORT-LINE      PIC X(132).

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS    PIC 99    VALUE 0.
       01 WS-OPSLOG-STATUS  PIC 99    VALUE 0.
       01 WS-CYCLE-OK       PIC X     VALUE 'Y'.
       01 WS-TODAY          PIC X(08) VALUE SPACES.
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.
       01 WS-CYCDATE-EOF    PIC X     VALUE 'N'.
       01 WS-NEXT-DATE      PIC X(08) VALUE SPACES.
       01 WS-NEXT-DATE-NUM REDEFINES WS-NEXT-DATE PIC 9(08).
       01 WS-NEXT-INTEGER   PIC 9(08) VALUE 0.
       01 WS-NEXT-WEEKDAY   PIC 9     VALUE 0.
       01 WS-NEXT-OPEN      PIC X     VALUE 'N'.
       01 WS-DATE-ROLLED    PIC X     VALUE 'N'.
       01 WS-HOLIDAY-MAX    PIC 9(03) VALUE 100.
       01 WS-HOLIDAY-USED   PIC 9(03) VALUE 0.
       01 WS-HOLIDAY-INDEX  PIC 9(03) VALUE 0.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLTAB-DATE OCCURS 100 TIMES PIC X(08).
       01 WS-LOG-COUNT      PIC 9(08) VALUE 0.
       01 WS-TODAY-COUNT    PIC 9(08) VALUE 0.
       01 WS-FAILED-COUNT   PIC 9(08) VALUE 0.
       01 WS-DUP-COUNT      PIC 9(08) VALUE 0.
       01 WS-ORDER-COUNT    PIC 9(08) VALUE 0.
       01 WS-FLIGHT-COUNT   PIC 9(08) VALUE 0.
       01 WS-PREV-SEQ       PIC 9(08) VALUE 0.
       01 WS-PLAN-MAX       PIC 9(02) VALUE 32.
       01 WS-PLAN-USED      PIC 9(02) VALUE 0.
       01 WS-PLAN-INDEX     PIC 9(02) VALUE 0.
             10 WS-PLANTAB-COMPLETES PIC 9(04).
             10 WS-PLANTAB-FAILS     PIC 9(04).
             10 WS-PLANTAB-LAST-TIME PIC X(06).
             10 WS-PLANTAB-LAST-SEQ  PIC 9(08).
             10 WS-PLANTAB-FAIL-SEQ  PIC 9(08).
       01 WS-FLIGHT-MAX     PIC 9(02) VALUE 32.
       01 WS-FLIGHT-USED    PIC 9(02) VALUE 0.
       01 WS-FLIGHT-INDEX   PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM INIT-PARA
           PERFORM LOAD-PLAN
           PERFORM SCAN-RUN-LOG
           PERFORM CHECK-PLAN-PROGRAMS
           PERFORM CHECK-IN-FLIGHT
           PERFORM PRINT-VERDICT
           IF WS-CYCLE-OK = 'Y'
               PERFORM ROLL-BUSINESS-DATE
           END-IF
           PERFORM SUMMARY-PARA
           PERFORM CLOSE-PARA
           IF WS-CYCLE-OK NOT = 'Y'
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

       INIT-PARA.
           OPEN OUTPUT GATE-REPORT
           IF WS-GATE-STATUS NOT = 0
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY
           MOVE SPACES TO GATE-REPORT-LINE
           STRING "CYCLCTRL BATCH CYCLE CONTROL"
                   MOVE ZERO TO WS-PLANTAB-COMPLETES(WS-PLAN-USED)
                   MOVE ZERO TO WS-PLANTAB-FAILS(WS-PLAN-USED)
                   MOVE SPACES TO WS-PLANTAB-LAST-TIME(WS-PLAN-USED)
                   MOVE ZERO TO WS-PLANTAB-LAST-SEQ(WS-PLAN-USED)
                   MOVE ZERO TO WS-PLANTAB-FAIL-SEQ(WS-PLAN-USED)
               END-IF
               PERFORM READ-PLAN
           END-PERFORM
               END-EVALUATE
           END-IF.

      * A cycle can run past midnight under one business date, so
      * the order of events is the position on OPSLOG, not the
      * clock time; the time is kept only for the report.
       NOTE-PLAN-COMPLETE.
           PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                   UNTIL WS-PLAN-INDEX > WS-PLAN-USED
                   ADD 1 TO WS-PLANTAB-COMPLETES(WS-PLAN-INDEX)
                   MOVE RUNLOG-RUN-TIME
                       TO WS-PLANTAB-LAST-TIME(WS-PLAN-INDEX)
                   MOVE WS-LOG-COUNT
                       TO WS-PLANTAB-LAST-SEQ(WS-PLAN-INDEX)
               END-IF
           END-PERFORM.

                   UNTIL WS-PLAN-INDEX > WS-PLAN-USED
               IF WS-PLANTAB-PROGRAM(WS-PLAN-INDEX) = RUNLOG-PROGRAM
                   ADD 1 TO WS-PLANTAB-FAILS(WS-PLAN-INDEX)
                   MOVE WS-LOG-COUNT
                       TO WS-PLANTAB-FAIL-SEQ(WS-PLAN-INDEX)
               END-IF
           END-PERFORM.

       CHECK-PLAN-PROGRAMS.
           MOVE "PLAN PROGRAM CHECK FOR TODAY" TO GATE-REPORT-LINE
           PERFORM WRITE-GATE-LINE
           MOVE ZERO TO WS-PREV-SEQ
           PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                   UNTIL WS-PLAN-INDEX > WS-PLAN-USED
               PERFORM CHECK-ONE-PLAN-PROGRAM
           END-PERFORM.

      * A failure only stands when no COMPLETE follows it on the
      * log; a program rerun to completion after a failure (the
      * next morning, under the same business date) is satisfied.
       CHECK-ONE-PLAN-PROGRAM.
           MOVE SPACES TO GATE-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-PLANTAB-FAILS(WS-PLAN-INDEX) > 0
                     AND WS-PLANTAB-FAIL-SEQ(WS-PLAN-INDEX)
                         > WS-PLANTAB-LAST-SEQ(WS-PLAN-INDEX)
                   MOVE 'N' TO WS-CYCLE-OK
                   STRING "  " WS-PLANTAB-PROGRAM(WS-PLAN-INDEX)
                          " FAILED TODAY"
                          " RUN " WS-PLANTAB-COMPLETES(WS-PLAN-INDEX)
                          " TIMES TODAY - DUPLICATE"
                          DELIMITED BY SIZE INTO GATE-REPORT-LINE
               WHEN WS-PLANTAB-FAILS(WS-PLAN-INDEX) > 0
                   STRING "  " WS-PLANTAB-PROGRAM(WS-PLAN-INDEX)
                          " FAILED, RERUN COMPLETE AT "
                          WS-PLANTAB-LAST-TIME(WS-PLAN-INDEX)
                          DELIMITED BY SIZE INTO GATE-REPORT-LINE
               WHEN OTHER
                   STRING "  " WS-PLANTAB-PROGRAM(WS-PLAN-INDEX)
                          " COMPLETE AT "
           END-EVALUATE
           PERFORM WRITE-GATE-LINE
           IF WS-PLANTAB-COMPLETES(WS-PLAN-INDEX) = 1
               IF WS-PREV-SEQ > ZERO
                     AND WS-PLANTAB-LAST-SEQ(WS-PLAN-INDEX)
                         < WS-PREV-SEQ
                   MOVE 'N' TO WS-CYCLE-OK
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE SPACES TO GATE-REPORT-LINE
                          DELIMITED BY SIZE INTO GATE-REPORT-LINE
                   PERFORM WRITE-GATE-LINE
               END-IF
               MOVE WS-PLANTAB-LAST-SEQ(WS-PLAN-INDEX)
                   TO WS-PREV-SEQ
           END-IF.

       CHECK-IN-FLIGHT.
           END-IF
           PERFORM WRITE-GATE-LINE.

      * A confirmed cycle moves CYCLDATE on to the next business
      * day: the current date becomes the prior date, and the new
      * current date is the next day that is neither a Saturday,
      * a Sunday nor on the holiday calendar. The file is read
      * whole and written back so the holiday records carry over.
       ROLL-BUSINESS-DATE.
           OPEN INPUT CYCLE-DATE-FILE
           IF WS-CYCDATE-STATUS NOT = 0
               DISPLAY "CYCLE-DATE-FILE OPEN ERROR: " WS-CYCDATE-STATUS
               CLOSE GATE-REPORT
               STOP RUN
           END-IF
           PERFORM READ-CYCLE-DATE-NEXT
           PERFORM UNTIL WS-CYCDATE-EOF = 'Y'
               IF CYCD-REC-TYPE = 'H'
                   IF WS-HOLIDAY-USED = WS-HOLIDAY-MAX
                       DISPLAY "HOLIDAY TABLE FULL - INCREASE "
                               "WS-HOLIDAY-MAX"
                       CLOSE CYCLE-DATE-FILE GATE-REPORT
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-HOLIDAY-USED
                   MOVE CYCD-HOLIDAY-DATE
                       TO WS-HOLTAB-DATE(WS-HOLIDAY-USED)
               END-IF
               PERFORM READ-CYCLE-DATE-NEXT
           END-PERFORM
           CLOSE CYCLE-DATE-FILE
           COMPUTE WS-NEXT-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-BUSINESS-DATE))
           MOVE 'N' TO WS-NEXT-OPEN
           PERFORM UNTIL WS-NEXT-OPEN = 'Y'
               ADD 1 TO WS-NEXT-INTEGER
               PERFORM CHECK-NEXT-DATE
           END-PERFORM
           OPEN OUTPUT CYCLE-DATE-FILE
           IF WS-CYCDATE-STATUS NOT = 0
               DISPLAY "CYCLE-DATE-FILE OPEN ERROR: " WS-CYCDATE-STATUS
               CLOSE GATE-REPORT
               STOP RUN
           END-IF
           MOVE SPACES TO CYCLE-DATE-RECORD
           MOVE 'D' TO CYCD-REC-TYPE
           MOVE WS-NEXT-DATE TO CYCD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO CYCD-PRIOR-DATE
           PERFORM WRITE-CYCLE-DATE
           PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-INDEX > WS-HOLIDAY-USED
               MOVE SPACES TO CYCLE-DATE-RECORD
               MOVE 'H' TO CYCD-REC-TYPE
               MOVE WS-HOLTAB-DATE(WS-HOLIDAY-INDEX)
                   TO CYCD-HOLIDAY-DATE
               PERFORM WRITE-CYCLE-DATE
           END-PERFORM
           CLOSE CYCLE-DATE-FILE
           MOVE 'Y' TO WS-DATE-ROLLED
           STRING "BUSINESS DATE ROLLED FROM " WS-BUSINESS-DATE
                  " TO " WS-NEXT-DATE
                  DELIMITED BY SIZE INTO GATE-REPORT-LINE
           PERFORM WRITE-GATE-LINE.

       READ-CYCLE-DATE-NEXT.
           READ CYCLE-DATE-FILE
               AT END MOVE 'Y' TO WS-CYCDATE-EOF
           END-READ
           IF WS-CYCDATE-STATUS NOT = 00 AND WS-CYCDATE-STATUS NOT = 10
               DISPLAY "CYCLE-DATE-FILE READ ERROR: " WS-CYCDATE-STATUS
               CLOSE CYCLE-DATE-FILE GATE-REPORT
               STOP RUN
           END-IF.

      * Day 1 of the integer calendar, 1601-01-01, was a Monday,
      * so weekday 5 is a Saturday and weekday 6 a Sunday.
       CHECK-NEXT-DATE.
           MOVE FUNCTION DATE-OF-INTEGER (WS-NEXT-INTEGER)
               TO WS-NEXT-DATE-NUM
           COMPUTE WS-NEXT-WEEKDAY =
               FUNCTION MOD (WS-NEXT-INTEGER - 1, 7)
           MOVE 'Y' TO WS-NEXT-OPEN
           IF WS-NEXT-WEEKDAY > 4
               MOVE 'N' TO WS-NEXT-OPEN
           END-IF
           PERFORM VARYING WS-HOLIDAY-INDEX FROM 1 BY 1
                   UNTIL WS-HOLIDAY-INDEX > WS-HOLIDAY-USED
               IF WS-HOLTAB-DATE(WS-HOLIDAY-INDEX) = WS-NEXT-DATE
                   MOVE 'N' TO WS-NEXT-OPEN
               END-IF
           END-PERFORM.

       WRITE-CYCLE-DATE.
           WRITE CYCLE-DATE-RECORD
           IF WS-CYCDATE-STATUS NOT = 0
               DISPLAY "CYCLE-DATE-FILE WRITE ERROR: "
                       WS-CYCDATE-STATUS
               CLOSE CYCLE-DATE-FILE GATE-REPORT
               STOP RUN
           END-IF.

       WRITE-GATE-LINE.
           WRITE GATE-REPORT-LINE
           IF WS-GATE-STATUS NOT = 0
               DISPLAY "CYCLE VERDICT: OK"
           ELSE
               DISPLAY "CYCLE VERDICT: NOT OK"
           END-IF
           IF WS-DATE-ROLLED = 'Y'
               DISPLAY "BUSINESS DATE ROLLED TO: " WS-NEXT-DATE
           ELSE
               DISPLAY "BUSINESS DATE NOT ROLLED: " WS-BUSINESS-DATE
           END-IF.

       CLOSE-PARA.
