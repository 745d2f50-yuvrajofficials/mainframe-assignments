               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
           SELECT LEDGER-FILE ASSIGN TO CUSTLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PARM-FILE ASSIGN TO STMTPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO STMTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STMT-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO OPSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.


       DATA DIVISION.
       FD  CUST-FILE.
           COPY CUSTREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  PARM-FILE.
       01 PARM-RECORD.
          05 PARM-PERIOD-FROM  PIC X(08).
          05 PARM-PERIOD-TO    PIC X(08).

       FD  STATEMENT-REPORT.
       01 STATEMENT-LINE        PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 WS-STATUS         PIC 99    VALUE 0.
       01 WS-STMT-STATUS    PIC 99    VALUE 0.
       01 WS-STMT-COUNT     PIC 9(08) VALUE 0.
       01 WS-PAGE-NUMBER    PIC 9(04) VALUE 0.
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.
       01 WS-RUN-DATE       PIC X(08) VALUE SPACES.
       01 WS-EDIT-PAGE      PIC ZZZ9  VALUE ZERO.
       01 WS-EDIT-BALANCE   PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-OTHER-BALANCE   PIC S9(11)V99 VALUE ZERO.
       01 WS-TOTAL-BALANCE   PIC S9(11)V99 VALUE ZERO.

       01 WS-LEDGER-STATUS  PIC 99    VALUE 0.
       01 WS-LEDGER-PRESENT PIC X     VALUE 'N'.
       01 WS-LEDGER-EOF     PIC X     VALUE 'N'.
       01 WS-PARM-STATUS    PIC 99    VALUE 0.
       01 WS-PARM-EOF       PIC X     VALUE 'N'.
       01 WS-PERIOD-FROM    PIC X(08) VALUE SPACES.
       01 WS-PERIOD-TO      PIC X(08) VALUE SPACES.
       01 WS-ENTRY-COUNT    PIC 9(08) VALUE 0.
       01 WS-PERIOD-COUNT   PIC 9(08) VALUE 0.
       01 WS-UNFOOTED-COUNT PIC 9(08) VALUE 0.
       01 WS-OPENING-SHOWN  PIC X     VALUE 'N'.
       01 WS-LEDGER-FOOTS   PIC X     VALUE 'Y'.
       01 WS-SIGNED-AMOUNT  PIC S9(09)V99 VALUE ZERO.
       01 WS-OPENING-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-CLOSING-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-RUNNING-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT    PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.

       01 WS-OPSLOG-STATUS  PIC 99    VALUE 0.
       01 WS-OPSLOG-OPEN    PIC X     VALUE 'N'.
       01 WS-RUN-STATUS     PIC X(08) VALUE "COMPLETE".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM OPEN-RUN-REPORTING
           PERFORM INIT-PARA
           PERFORM READ-PARM
           PERFORM READ-CUST-FILE
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               PERFORM PRINT-STATEMENT-PAGE
           PERFORM CLOSE-PARA
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
           OPEN INPUT CUST-FILE
           IF WS-STATUS NOT = 0
               DISPLAY "STATEMENT-REPORT OPEN ERROR: " WS-STMT-STATUS
               STOP RUN
           END-IF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = 35
               MOVE 'N' TO WS-LEDGER-PRESENT
           ELSE
               IF WS-LEDGER-STATUS NOT = 0
                   DISPLAY "LEDGER-FILE OPEN ERROR: " WS-LEDGER-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-LEDGER-PRESENT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE.

      * STMTPARM is optional. Without it the statement period is
      * the calendar month to date of the run.
       READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = 35
               MOVE WS-RUN-DATE TO WS-PERIOD-FROM
               MOVE "01" TO WS-PERIOD-FROM(7:2)
               MOVE WS-RUN-DATE TO WS-PERIOD-TO
           ELSE
               IF WS-PARM-STATUS NOT = 0
                   DISPLAY "PARM-FILE OPEN ERROR: " WS-PARM-STATUS
                   STOP RUN
               END-IF
               READ PARM-FILE
                   AT END MOVE 'Y' TO WS-PARM-EOF
               END-READ
               IF WS-PARM-EOF = 'Y' OR PARM-PERIOD-FROM NOT NUMERIC
                     OR PARM-PERIOD-TO NOT NUMERIC
                     OR PARM-PERIOD-FROM > PARM-PERIOD-TO
                   DISPLAY "STMTPARM STATEMENT PERIOD MISSING OR "
                           "INVALID - RUN REFUSED"
                   CLOSE PARM-FILE
                   STOP RUN
               END-IF
               MOVE PARM-PERIOD-FROM TO WS-PERIOD-FROM
               MOVE PARM-PERIOD-TO TO WS-PERIOD-TO
               CLOSE PARM-FILE
           END-IF
           DISPLAY "STATEMENT PERIOD: " WS-PERIOD-FROM
                   " TO " WS-PERIOD-TO.

       READ-CUST-FILE.
           READ CUST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CUST-EOF
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           PERFORM PRINT-LEDGER-ACTIVITY
           MOVE SPACES TO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           ADD 1 TO WS-STMT-COUNT.

      * The customer's ledger entries are read in date order.
      * Entries before the period only carry the running balance
      * forward to the opening balance; entries after the period
      * are not printed but still take part in the footing check,
      * which proves each running balance from the one before it
      * and the last one against CUST-BALANCE.
       PRINT-LEDGER-ACTIVITY.
           MOVE SPACES TO STATEMENT-LINE
           STRING "STATEMENT PERIOD: " WS-PERIOD-FROM
                  " TO " WS-PERIOD-TO
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE 0 TO WS-ENTRY-COUNT
           MOVE 0 TO WS-PERIOD-COUNT
           MOVE 'N' TO WS-OPENING-SHOWN
           MOVE 'Y' TO WS-LEDGER-FOOTS
           MOVE ZERO TO WS-OPENING-BALANCE
           MOVE ZERO TO WS-RUNNING-BALANCE
           MOVE 'N' TO WS-LEDGER-EOF
           IF WS-LEDGER-PRESENT NOT = 'Y'
               MOVE 'Y' TO WS-LEDGER-EOF
           ELSE
               MOVE CUST-ID TO LEDG-CUST-ID
               MOVE LOW-VALUES TO LEDG-POST-DATE
               MOVE ZERO TO LEDG-SEQ
               START LEDGER-FILE KEY IS NOT < LEDG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-LEDGER-EOF
               END-START
           END-IF
           PERFORM READ-LEDGER-NEXT
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               PERFORM APPLY-LEDGER-ENTRY
               PERFORM READ-LEDGER-NEXT
           END-PERFORM
           IF WS-ENTRY-COUNT = 0
               MOVE CUST-BALANCE TO WS-OPENING-BALANCE
               MOVE CUST-BALANCE TO WS-CLOSING-BALANCE
           END-IF
           IF WS-OPENING-SHOWN NOT = 'Y'
               PERFORM PRINT-OPENING-BALANCE
           END-IF
           IF WS-PERIOD-COUNT = 0
               MOVE "  NO POSTINGS IN PERIOD" TO STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF
           MOVE WS-CLOSING-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING "CLOSING BALANCE: " WS-EDIT-BALANCE
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           IF WS-ENTRY-COUNT > 0
                 AND WS-RUNNING-BALANCE NOT = CUST-BALANCE
               MOVE 'N' TO WS-LEDGER-FOOTS
           END-IF
           IF WS-LEDGER-FOOTS NOT = 'Y'
               ADD 1 TO WS-UNFOOTED-COUNT
               MOVE WS-RUNNING-BALANCE TO WS-EDIT-BALANCE
               MOVE SPACES TO STATEMENT-LINE
               STRING "*** LEDGER DOES NOT FOOT TO ACCOUNT BALANCE - "
                      "LEDGER: " WS-EDIT-BALANCE " ***"
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               PERFORM WRITE-STATEMENT-LINE
           END-IF.

       APPLY-LEDGER-ENTRY.
           IF LEDG-POST-CODE = 'D'
               MOVE LEDG-AMOUNT TO WS-SIGNED-AMOUNT
           ELSE
               COMPUTE WS-SIGNED-AMOUNT = ZERO - LEDG-AMOUNT
           END-IF
           IF WS-ENTRY-COUNT = 0
               COMPUTE WS-RUNNING-BALANCE = LEDG-BALANCE
                   - WS-SIGNED-AMOUNT
               MOVE WS-RUNNING-BALANCE TO WS-OPENING-BALANCE
               MOVE WS-RUNNING-BALANCE TO WS-CLOSING-BALANCE
           END-IF
           ADD 1 TO WS-ENTRY-COUNT
           ADD WS-SIGNED-AMOUNT TO WS-RUNNING-BALANCE
           IF WS-RUNNING-BALANCE NOT = LEDG-BALANCE
               MOVE 'N' TO WS-LEDGER-FOOTS
               MOVE LEDG-BALANCE TO WS-RUNNING-BALANCE
           END-IF
           EVALUATE TRUE
               WHEN LEDG-POST-DATE < WS-PERIOD-FROM
                   MOVE LEDG-BALANCE TO WS-OPENING-BALANCE
                   MOVE LEDG-BALANCE TO WS-CLOSING-BALANCE
               WHEN LEDG-POST-DATE > WS-PERIOD-TO
                   CONTINUE
               WHEN OTHER
                   IF WS-OPENING-SHOWN NOT = 'Y'
                       PERFORM PRINT-OPENING-BALANCE
                   END-IF
                   PERFORM PRINT-LEDGER-LINE
                   MOVE LEDG-BALANCE TO WS-CLOSING-BALANCE
           END-EVALUATE.

       PRINT-OPENING-BALANCE.
           MOVE 'Y' TO WS-OPENING-SHOWN
           MOVE WS-OPENING-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING "OPENING BALANCE: " WS-EDIT-BALANCE
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "  DATE      REFERENCE         CODE"
                  "        AMOUNT          BALANCE"
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       PRINT-LEDGER-LINE.
           ADD 1 TO WS-PERIOD-COUNT
           MOVE LEDG-AMOUNT TO WS-EDIT-AMOUNT
           MOVE LEDG-BALANCE TO WS-EDIT-BALANCE
           MOVE SPACES TO STATEMENT-LINE
           STRING "  " LEDG-POST-DATE
                  "  " LEDG-REFERENCE
                  "  " LEDG-POST-CODE
                  "  " WS-EDIT-AMOUNT
                  "  " WS-EDIT-BALANCE
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       READ-LEDGER-NEXT.
           IF WS-LEDGER-EOF NOT = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LEDGER-EOF
               END-READ
               IF WS-LEDGER-STATUS NOT = 00
                     AND WS-LEDGER-STATUS NOT = 10
                   DISPLAY "LEDGER-FILE READ ERROR: " WS-LEDGER-STATUS
                   PERFORM ABEND-PARA
               END-IF
               IF WS-LEDGER-EOF NOT = 'Y'
                     AND LEDG-CUST-ID NOT = CUST-ID
                   MOVE 'Y' TO WS-LEDGER-EOF
               END-IF
           END-IF.

       ADD-TO-TOTALS.
           ADD CUST-BALANCE TO WS-TOTAL-BALANCE
           EVALUATE CUST-STATUS
           STRING "TOTAL        : " WS-STMT-COUNT
                  " ACCOUNTS  BALANCE: " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "LEDGER NOT FOOTING: " WS-UNFOOTED-COUNT
                  " ACCOUNTS"
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           PERFORM WRITE-STATEMENT-LINE.

       WRITE-STATEMENT-LINE.
           PERFORM WRITE-RUN-LOG
           DISPLAY "CUSTSTMT STOPPED AFTER STATEMENT: " WS-STMT-COUNT
           CLOSE CUST-FILE STATEMENT-REPORT
           IF WS-LEDGER-PRESENT = 'Y'
               CLOSE LEDGER-FILE
           END-IF
           STOP RUN.

       SUMMARY-PARA.
           DISPLAY "ACTIVE ACCOUNTS:     " WS-ACTIVE-COUNT
           DISPLAY "SUSPENDED ACCOUNTS:  " WS-SUSPEND-COUNT
           DISPLAY "CLOSED ACCOUNTS:     " WS-CLOSED-COUNT
           DISPLAY "OTHER STATUS:        " WS-OTHER-COUNT
           DISPLAY "LEDGER NOT FOOTING:  " WS-UNFOOTED-COUNT.

       CLOSE-PARA.
           CLOSE CUST-FILE
           CLOSE STATEMENT-REPORT
           IF WS-LEDGER-PRESENT = 'Y'
               CLOSE LEDGER-FILE
           END-IF.

       OPEN-RUN-REPORTING.
           OPEN EXTEND RUN-LOG-FILE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPSLOG-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

       WRITE-RUN-LOG.
           IF WS-OPSLOG-OPEN = 'Y'
