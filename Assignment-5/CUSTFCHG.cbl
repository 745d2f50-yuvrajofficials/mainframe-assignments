       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFCHG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO FCHGPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUST-FILE ASSIGN TO CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
           SELECT POSTING-FILE ASSIGN TO POSTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT PRINT-REPORT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO OPSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01 PARM-RECORD.
          05 PARM-FINANCE-RATE   PIC 9(02)V9(04).
          05 PARM-MINIMUM-CHARGE PIC 9(05)V99.
          05 PARM-OVERLIMIT-FEE  PIC 9(05)V99.
          05 PARM-WAIVE-INACTIVE PIC X(01).

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  POSTING-FILE.
           COPY POSTREC.

       FD  PRINT-REPORT.
       01 PRINT-LINE            PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 WS-STATUS         PIC 99    VALUE 0.
       01 WS-PARM-STATUS    PIC 99    VALUE 0.
       01 WS-POSTING-STATUS PIC 99    VALUE 0.
       01 WS-PARM-EOF       PIC X     VALUE 'N'.
       01 WS-CUST-EOF       PIC X     VALUE 'N'.
       01 WS-FINANCE-RATE   PIC 9(02)V9(04) VALUE 0.
       01 WS-MINIMUM-CHARGE PIC 9(05)V99 VALUE 0.
       01 WS-OVERLIMIT-FEE  PIC 9(05)V99 VALUE 0.
       01 WS-WAIVE-INACTIVE PIC X     VALUE 'Y'.
       01 WS-READ-COUNT     PIC 9(08) VALUE 0.
       01 WS-FINANCE-COUNT  PIC 9(08) VALUE 0.
       01 WS-OVERLIMIT-COUNT PIC 9(08) VALUE 0.
       01 WS-WAIVED-COUNT   PIC 9(08) VALUE 0.
       01 WS-FINANCE-CHARGE PIC S9(09)V99 VALUE ZERO.
       01 WS-FEE-CHARGE     PIC S9(09)V99 VALUE ZERO.
       01 WS-FINANCE-TOTAL  PIC S9(11)V99 VALUE ZERO.
       01 WS-OVERLIMIT-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-BASIS-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 WS-ASSESS-TOTAL   PIC S9(11)V99 VALUE ZERO.
       01 WS-FINANCE-REF    PIC X(16) VALUE SPACES.
       01 WS-OVERLIMIT-REF  PIC X(16) VALUE SPACES.
       01 WS-EDIT-BALANCE   PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-LIMIT     PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-FINANCE   PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-FEE       PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-TOTAL     PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-RATE      PIC Z9.9999 VALUE ZERO.
       01 WS-EDIT-PARM      PIC ZZ,ZZ9.99 VALUE ZERO.
       01 WS-NOTE           PIC X(20) VALUE SPACES.
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.

       01 WS-RPT-STATUS     PIC 99    VALUE 0.
       01 WS-RPT-PAGE       PIC 9(04) VALUE 0.
       01 WS-RPT-LINES      PIC 9(02) VALUE 99.
       01 WS-EDIT-RPT-PAGE  PIC ZZZ9  VALUE ZERO.
       01 WS-SAVE-PRINT-LINE PIC X(132) VALUE SPACES.
       01 WS-OPSLOG-STATUS  PIC 99    VALUE 0.
       01 WS-OPSLOG-OPEN    PIC X     VALUE 'N'.
       01 WS-RUN-STATUS     PIC X(08) VALUE "COMPLETE".

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM OPEN-RUN-REPORTING
           PERFORM READ-PARM
           PERFORM INIT-PARA
           PERFORM PRINT-REGISTER-HEADING
           PERFORM READ-CUST-FILE
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               PERFORM ASSESS-ONE-CUSTOMER
               PERFORM READ-CUST-FILE
           END-PERFORM
           PERFORM SUMMARY-PARA
           PERFORM WRITE-RUN-LOG
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

       READ-PARM.
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = 0
               DISPLAY "PARM-FILE OPEN ERROR: " WS-PARM-STATUS
               STOP RUN
           END-IF
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ
           IF WS-PARM-EOF = 'Y' OR PARM-FINANCE-RATE NOT NUMERIC
                 OR PARM-MINIMUM-CHARGE NOT NUMERIC
                 OR PARM-OVERLIMIT-FEE NOT NUMERIC
                 OR (PARM-WAIVE-INACTIVE NOT = 'Y'
                     AND PARM-WAIVE-INACTIVE NOT = 'N')
               DISPLAY "FCHGPARM RATE CARD MISSING OR INVALID - "
                       "RUN REFUSED"
               CLOSE PARM-FILE
               STOP RUN
           END-IF
           MOVE PARM-FINANCE-RATE TO WS-FINANCE-RATE
           MOVE PARM-MINIMUM-CHARGE TO WS-MINIMUM-CHARGE
           MOVE PARM-OVERLIMIT-FEE TO WS-OVERLIMIT-FEE
           MOVE PARM-WAIVE-INACTIVE TO WS-WAIVE-INACTIVE
           CLOSE PARM-FILE
           MOVE WS-FINANCE-RATE TO WS-EDIT-RATE
           DISPLAY "FINANCE CHARGE RATE PCT:  " WS-EDIT-RATE
           MOVE WS-MINIMUM-CHARGE TO WS-EDIT-PARM
           DISPLAY "MINIMUM FINANCE CHARGE:   " WS-EDIT-PARM
           MOVE WS-OVERLIMIT-FEE TO WS-EDIT-PARM
           DISPLAY "OVER-LIMIT FEE:           " WS-EDIT-PARM
           DISPLAY "WAIVE SUSPENDED/CLOSED:   " WS-WAIVE-INACTIVE.

       INIT-PARA.
           OPEN INPUT CUST-FILE
           IF WS-STATUS NOT = 0
               DISPLAY "CUST-FILE OPEN ERROR: " WS-STATUS
               STOP RUN
           END-IF
           OPEN OUTPUT POSTING-FILE
           IF WS-POSTING-STATUS NOT = 0
               DISPLAY "POSTING-FILE OPEN ERROR: " WS-POSTING-STATUS
               STOP RUN
           END-IF
           MOVE SPACES TO WS-FINANCE-REF
           STRING "FINCHG-" WS-CURRENT-DATE(1:6)
                  DELIMITED BY SIZE INTO WS-FINANCE-REF
           MOVE SPACES TO WS-OVERLIMIT-REF
           STRING "OVLFEE-" WS-CURRENT-DATE(1:6)
                  DELIMITED BY SIZE INTO WS-OVERLIMIT-REF.

       READ-CUST-FILE.
           READ CUST-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-CUST-EOF
           END-READ
           IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 10
               DISPLAY "CUST-FILE READ ERROR: " WS-STATUS
               PERFORM ABEND-PARA
           END-IF.

      * Both charges are worked out from the balance and limit as
      * they stand at month end, before either charge is applied,
      * so the finance charge never pushes an account over limit
      * into the fee in the same run.
       ASSESS-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           MOVE ZERO TO WS-FINANCE-CHARGE
           MOVE ZERO TO WS-FEE-CHARGE
           MOVE SPACES TO WS-NOTE
           IF CUST-BALANCE > ZERO AND WS-FINANCE-RATE > ZERO
               COMPUTE WS-FINANCE-CHARGE ROUNDED =
                   CUST-BALANCE * WS-FINANCE-RATE / 100
               IF WS-FINANCE-CHARGE < WS-MINIMUM-CHARGE
                   MOVE WS-MINIMUM-CHARGE TO WS-FINANCE-CHARGE
               END-IF
           END-IF
           IF CUST-BALANCE > CUST-CREDIT-LIMIT
                 AND WS-OVERLIMIT-FEE > ZERO
               MOVE WS-OVERLIMIT-FEE TO WS-FEE-CHARGE
           END-IF
           IF WS-FINANCE-CHARGE > ZERO OR WS-FEE-CHARGE > ZERO
               IF WS-WAIVE-INACTIVE = 'Y'
                     AND (CUST-STATUS = 'S' OR CUST-STATUS = 'C')
                   ADD 1 TO WS-WAIVED-COUNT
                   IF CUST-STATUS = 'S'
                       MOVE "WAIVED - SUSPENDED" TO WS-NOTE
                   ELSE
                       MOVE "WAIVED - CLOSED" TO WS-NOTE
                   END-IF
               ELSE
                   PERFORM WRITE-ASSESSMENTS
               END-IF
               PERFORM PRINT-REGISTER-LINE
           END-IF.

       WRITE-ASSESSMENTS.
           ADD CUST-BALANCE TO WS-BASIS-TOTAL
           IF WS-FINANCE-CHARGE > ZERO
               MOVE CUST-ID TO POST-CUST-ID
               MOVE 'D' TO POST-CODE
               MOVE WS-FINANCE-CHARGE TO POST-AMOUNT
               MOVE WS-FINANCE-REF TO POST-REFERENCE
               PERFORM WRITE-POSTING
               ADD 1 TO WS-FINANCE-COUNT
               ADD WS-FINANCE-CHARGE TO WS-FINANCE-TOTAL
           END-IF
           IF WS-FEE-CHARGE > ZERO
               MOVE CUST-ID TO POST-CUST-ID
               MOVE 'D' TO POST-CODE
               MOVE WS-FEE-CHARGE TO POST-AMOUNT
               MOVE WS-OVERLIMIT-REF TO POST-REFERENCE
               PERFORM WRITE-POSTING
               ADD 1 TO WS-OVERLIMIT-COUNT
               ADD WS-FEE-CHARGE TO WS-OVERLIMIT-TOTAL
           END-IF.

       WRITE-POSTING.
           WRITE POSTING-RECORD
           IF WS-POSTING-STATUS NOT = 0
               DISPLAY "POSTING-FILE WRITE ERROR: " WS-POSTING-STATUS
               PERFORM ABEND-PARA
           END-IF.

       PRINT-REGISTER-HEADING.
           MOVE "MONTH-END ASSESSMENT REGISTER" TO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE WS-FINANCE-RATE TO WS-EDIT-RATE
           MOVE WS-MINIMUM-CHARGE TO WS-EDIT-PARM
           STRING "RATE PCT: " WS-EDIT-RATE
                  "  MINIMUM CHARGE: " WS-EDIT-PARM
                  DELIMITED BY SIZE INTO PRINT-LINE
           MOVE WS-OVERLIMIT-FEE TO WS-EDIT-PARM
           STRING "  OVER-LIMIT FEE: " WS-EDIT-PARM
                  "  WAIVE INACTIVE: " WS-WAIVE-INACTIVE
                  DELIMITED BY SIZE INTO PRINT-LINE(48:85)
           PERFORM PRINT-RPT-LINE
           STRING "REFERENCES: " WS-FINANCE-REF
                  " " WS-OVERLIMIT-REF
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "CUST-ID   ST"
                  "         BALANCE    CREDIT LIMIT"
                  "  FINANCE CHARGE  OVER-LIMIT FEE  NOTE"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE.

       PRINT-REGISTER-LINE.
           MOVE CUST-BALANCE TO WS-EDIT-BALANCE
           MOVE CUST-CREDIT-LIMIT TO WS-EDIT-LIMIT
           MOVE WS-FINANCE-CHARGE TO WS-EDIT-FINANCE
           MOVE WS-FEE-CHARGE TO WS-EDIT-FEE
           STRING CUST-ID "  " CUST-STATUS
                  " " WS-EDIT-BALANCE
                  " " WS-EDIT-LIMIT
                  " " WS-EDIT-FINANCE
                  " " WS-EDIT-FEE
                  "  " WS-NOTE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE.

       ABEND-PARA.
           MOVE "FAILED" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-LOG
           DISPLAY "CUSTFCHG STOPPED AFTER RECORD: " WS-READ-COUNT
           CLOSE CUST-FILE POSTING-FILE
           STOP RUN.

       SUMMARY-PARA.
           COMPUTE WS-ASSESS-TOTAL = WS-FINANCE-TOTAL
               + WS-OVERLIMIT-TOTAL
           DISPLAY "CUSTFCHG MONTH-END ASSESSMENT SUMMARY"
           DISPLAY "======================================"
           DISPLAY "CUSTOMERS READ:           " WS-READ-COUNT
           DISPLAY "FINANCE CHARGES:          " WS-FINANCE-COUNT
           DISPLAY "OVER-LIMIT FEES:          " WS-OVERLIMIT-COUNT
           DISPLAY "ACCOUNTS WAIVED:          " WS-WAIVED-COUNT
           PERFORM PRINT-RPT-LINE
           STRING "CUSTOMERS READ:           " WS-READ-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE WS-FINANCE-TOTAL TO WS-EDIT-TOTAL
           STRING "FINANCE CHARGES:          " WS-FINANCE-COUNT
                  "  TOTAL: " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE WS-OVERLIMIT-TOTAL TO WS-EDIT-TOTAL
           STRING "OVER-LIMIT FEES:          " WS-OVERLIMIT-COUNT
                  "  TOTAL: " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "ACCOUNTS WAIVED:          " WS-WAIVED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE WS-BASIS-TOTAL TO WS-EDIT-TOTAL
           STRING "BALANCES ASSESSED:        " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE WS-ASSESS-TOTAL TO WS-EDIT-TOTAL
           STRING "TOTAL ASSESSED:           " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE "DEBIT POSTINGS ON POSTOUT - FEED TO CUSTPOST GENPOST"
               TO PRINT-LINE
           PERFORM PRINT-RPT-LINE.

       CLOSE-PARA.
           CLOSE CUST-FILE
           CLOSE POSTING-FILE.

       OPEN-RUN-REPORTING.
           OPEN OUTPUT PRINT-REPORT
           IF WS-RPT-STATUS NOT = 0
               DISPLAY "PRINT-REPORT OPEN ERROR: " WS-RPT-STATUS
               STOP RUN
           END-IF
           OPEN EXTEND RUN-LOG-FILE
           IF WS-OPSLOG-STATUS = 35
               OPEN OUTPUT RUN-LOG-FILE
           END-IF
           IF WS-OPSLOG-STATUS NOT = 0
               DISPLAY "RUN-LOG-FILE OPEN ERROR: " WS-OPSLOG-STATUS
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPSLOG-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

       PRINT-RPT-LINE.
           IF WS-RPT-LINES > 55
               MOVE PRINT-LINE TO WS-SAVE-PRINT-LINE
               PERFORM PRINT-RPT-HEADING
               MOVE WS-SAVE-PRINT-LINE TO PRINT-LINE
           END-IF
           WRITE PRINT-LINE
           IF WS-RPT-STATUS NOT = 0
               DISPLAY "PRINT-REPORT WRITE ERROR: " WS-RPT-STATUS
               MOVE "FAILED" TO WS-RUN-STATUS
           END-IF
           ADD 1 TO WS-RPT-LINES
           MOVE SPACES TO PRINT-LINE.

       PRINT-RPT-HEADING.
           ADD 1 TO WS-RPT-PAGE
           MOVE WS-RPT-PAGE TO WS-EDIT-RPT-PAGE
           MOVE SPACES TO PRINT-LINE
           STRING "CUSTFCHG MONTH-END ASSESSMENT REGISTER"
                  "   RUN DATE: " WS-CURRENT-DATE(1:8)
                  " TIME: " WS-CURRENT-DATE(9:6)
                  " PAGE: " WS-EDIT-RPT-PAGE
                  DELIMITED BY SIZE INTO PRINT-LINE
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE ALL "=" TO PRINT-LINE(1:80)
           WRITE PRINT-LINE
           MOVE SPACES TO PRINT-LINE
           MOVE 2 TO WS-RPT-LINES.

       WRITE-RUN-LOG.
           IF WS-OPSLOG-OPEN = 'Y'
               MOVE "CUSTFCHG" TO RUNLOG-PROGRAM
               MOVE WS-CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
               MOVE WS-CURRENT-DATE(9:6) TO RUNLOG-RUN-TIME
               MOVE WS-READ-COUNT TO RUNLOG-COUNT-1
               MOVE WS-FINANCE-COUNT TO RUNLOG-COUNT-2
               MOVE WS-OVERLIMIT-COUNT TO RUNLOG-COUNT-3
               MOVE WS-WAIVED-COUNT TO RUNLOG-COUNT-4
               MOVE WS-RUN-STATUS TO RUNLOG-STATUS
               WRITE RUNLOG-RECORD
               IF WS-OPSLOG-STATUS NOT = 0
                   DISPLAY "RUN-LOG WRITE ERROR: " WS-OPSLOG-STATUS
               END-IF
               PERFORM CLOSE-RUN-REPORTING
           END-IF.

       CLOSE-RUN-REPORTING.
           CLOSE PRINT-REPORT
           CLOSE RUN-LOG-FILE
           MOVE 'N' TO WS-OPSLOG-OPEN.
