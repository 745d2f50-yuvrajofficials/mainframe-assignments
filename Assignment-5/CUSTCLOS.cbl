       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCLOS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO CLOSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUST-FILE ASSIGN TO CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO CLOSARC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRINT-REPORT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT RUN-LOG-FILE ASSIGN TO OPSLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.

           SELECT GATE-PLAN-FILE ASSIGN TO CYCLPLAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01 PARM-RECORD.
          05 PARM-WRITEOFF-TOLERANCE PIC 9(05)V99.
          05 PARM-ARCHIVE-DAYS       PIC 9(05).

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
          05 ARCH-ARCHIVE-DATE  PIC X(08).
          05 ARCH-CUSTOMER      PIC X(139).

       FD  AUDIT-FILE.
           COPY AUDREC.

       FD  PRINT-REPORT.
       01 PRINT-LINE            PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  GATE-PLAN-FILE.
       01 PLAN-RECORD.
          05 PLAN-PROGRAM      PIC X(08).

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 WS-STATUS         PIC 99    VALUE 0.
       01 WS-PARM-STATUS    PIC 99    VALUE 0.
       01 WS-ARCHIVE-STATUS PIC 99    VALUE 0.
       01 WS-AUDIT-STATUS   PIC 99    VALUE 0.
       01 WS-PARM-EOF       PIC X     VALUE 'N'.
       01 WS-CUST-EOF       PIC X     VALUE 'N'.
       01 WS-ARCHIVE-DAYS   PIC 9(05) VALUE 0.
       01 WS-READ-COUNT     PIC 9(08) VALUE 0.
       01 WS-CLOSED-COUNT   PIC 9(08) VALUE 0.
       01 WS-ARCHIVED-COUNT PIC 9(08) VALUE 0.
       01 WS-BALANCE-COUNT  PIC 9(08) VALUE 0.
       01 WS-WAITING-COUNT  PIC 9(08) VALUE 0.
       01 WS-BADDATE-COUNT  PIC 9(08) VALUE 0.
       01 WS-BALANCE-TOTAL  PIC S9(11)V99 VALUE ZERO.
       01 WS-TODAY-INTEGER  PIC 9(08) VALUE 0.
       01 WS-MAINT-INTEGER  PIC 9(08) VALUE 0.
       01 WS-CLOSED-DAYS    PIC S9(08) VALUE 0.
       01 WS-EDIT-DAYS      PIC -ZZZZ9 VALUE ZERO.
       01 WS-DATE-VALID     PIC X     VALUE 'N'.
       01 WS-CHECK-DATE     PIC X(08) VALUE SPACES.
       01 WS-CHECK-DATE-NUM REDEFINES WS-CHECK-DATE.
          05 WS-CHECK-YEAR  PIC 9(04).
          05 WS-CHECK-MONTH PIC 9(02).
          05 WS-CHECK-DAY   PIC 9(02).
       01 WS-ACTION         PIC X(24) VALUE SPACES.
       01 WS-LAST-KEY       PIC X(08) VALUE LOW-VALUES.
       01 WS-EDIT-BALANCE   PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-TOTAL     PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
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

       01 WS-PLAN-STATUS    PIC 99    VALUE 0.
       01 WS-PLAN-EOF       PIC X     VALUE 'N'.
       01 WS-GATE-ACTIVE    PIC X     VALUE 'N'.
       01 WS-GATE-OK        PIC X     VALUE 'Y'.
       01 WS-GATE-SELF      PIC X(08) VALUE "CUSTCLOS".
       01 WS-GATE-TODAY     PIC X(08) VALUE SPACES.
       01 WS-GATE-LOG-EOF   PIC X     VALUE 'N'.
       01 WS-SELF-COMPLETE  PIC X     VALUE 'N'.
       01 WS-SELF-PLAN-POS  PIC 9(02) VALUE 0.
       01 WS-PLAN-MAX       PIC 9(02) VALUE 32.
       01 WS-PLAN-USED      PIC 9(02) VALUE 0.
       01 WS-PLAN-INDEX     PIC 9(02) VALUE 0.
       01 WS-PLAN-TABLE.
          05 WS-PLAN-ENTRY OCCURS 32 TIMES.
             10 WS-PLANTAB-PROGRAM  PIC X(08).
             10 WS-PLANTAB-COMPLETE PIC X(01).
       01 WS-FLIGHT-MAX     PIC 9(02) VALUE 32.
       01 WS-FLIGHT-USED    PIC 9(02) VALUE 0.
       01 WS-FLIGHT-INDEX   PIC 9(02) VALUE 0.
       01 WS-FLIGHT-FOUND   PIC X     VALUE 'N'.
       01 WS-FLIGHT-TABLE.
          05 WS-FLIGHT-ENTRY OCCURS 32 TIMES.
             10 WS-FLITAB-PROGRAM PIC X(08).
             10 WS-FLITAB-OPEN    PIC X(01).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM CYCLE-GATE-CHECK
           PERFORM OPEN-RUN-REPORTING
           PERFORM READ-PARM
           PERFORM INIT-PARA
           PERFORM PRINT-CLOSURE-HEADING
           PERFORM READ-CUST-NEXT
           PERFORM UNTIL WS-CUST-EOF = 'Y'
               PERFORM REVIEW-ONE-CUSTOMER
               PERFORM READ-CUST-NEXT
           END-PERFORM
           PERFORM SUMMARY-PARA
           PERFORM PRINT-RUN-REPORT
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
               PERFORM ABEND-PARA
           END-IF
           READ PARM-FILE
               AT END MOVE 'Y' TO WS-PARM-EOF
           END-READ
           IF WS-PARM-EOF = 'Y' OR PARM-ARCHIVE-DAYS NOT NUMERIC
                 OR PARM-ARCHIVE-DAYS = 0
               DISPLAY "CLOSPARM ARCHIVE DAYS MISSING OR INVALID - "
                       "RUN REFUSED"
               CLOSE PARM-FILE
               PERFORM ABEND-PARA
           END-IF
           MOVE PARM-ARCHIVE-DAYS TO WS-ARCHIVE-DAYS
           CLOSE PARM-FILE
           DISPLAY "ARCHIVE CLOSED ACCOUNTS AFTER DAYS: "
                   WS-ARCHIVE-DAYS.

       INIT-PARA.
           OPEN I-O CUST-FILE
           IF WS-STATUS NOT = 0
               DISPLAY "CUST-FILE OPEN ERROR: " WS-STATUS
               PERFORM ABEND-PARA
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS NOT = 0
               DISPLAY "ARCHIVE-FILE OPEN ERROR: " WS-ARCHIVE-STATUS
               PERFORM ABEND-PARA
           END-IF
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = 0
               DISPLAY "AUDIT-FILE OPEN ERROR: " WS-AUDIT-STATUS
               PERFORM ABEND-PARA
           END-IF
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-CURRENT-DATE(1:8)))
           MOVE LOW-VALUES TO WS-LAST-KEY.

      * The walk repositions with START GREATER on the saved key
      * before every read, so deleting the record just archived
      * cannot lose the position in the file.
       READ-CUST-NEXT.
           MOVE WS-LAST-KEY TO CUST-ID
           START CUST-FILE KEY IS GREATER THAN CUST-ID
               INVALID KEY
                   MOVE 'Y' TO WS-CUST-EOF
           END-START
           IF WS-CUST-EOF NOT = 'Y'
               READ CUST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-CUST-EOF
               END-READ
               IF WS-STATUS NOT = 00 AND WS-STATUS NOT = 02
                     AND WS-STATUS NOT = 10
                   DISPLAY "CUST-FILE READ ERROR: " WS-STATUS
                   PERFORM ABEND-PARA
               END-IF
               IF WS-CUST-EOF NOT = 'Y'
                   MOVE CUST-ID TO WS-LAST-KEY
               END-IF
           END-IF.

      * An account's closure date is taken as its last maintenance
      * date, which is when JCLASS5 set status C or when the last
      * posting (normally the write-off) cleared its balance.
       REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           IF CUST-STATUS = 'C'
               ADD 1 TO WS-CLOSED-COUNT
               MOVE 0 TO WS-CLOSED-DAYS
               MOVE CUST-MAINT-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
               IF WS-DATE-VALID = 'Y'
                   COMPUTE WS-MAINT-INTEGER =
                       FUNCTION INTEGER-OF-DATE
                           (FUNCTION NUMVAL (WS-CHECK-DATE))
                   COMPUTE WS-CLOSED-DAYS = WS-TODAY-INTEGER
                       - WS-MAINT-INTEGER
               END-IF
               EVALUATE TRUE
                   WHEN CUST-BALANCE NOT = ZERO
                       ADD 1 TO WS-BALANCE-COUNT
                       ADD CUST-BALANCE TO WS-BALANCE-TOTAL
                       MOVE "HELD - BALANCE NOT ZERO" TO WS-ACTION
                       PERFORM PRINT-CLOSURE-LINE
                   WHEN WS-DATE-VALID NOT = 'Y'
                       ADD 1 TO WS-BADDATE-COUNT
                       MOVE "HELD - INVALID DATE" TO WS-ACTION
                       PERFORM PRINT-CLOSURE-LINE
                   WHEN WS-CLOSED-DAYS < WS-ARCHIVE-DAYS
                       ADD 1 TO WS-WAITING-COUNT
                       MOVE "RETAINED - NOT YET DUE" TO WS-ACTION
                       PERFORM PRINT-CLOSURE-LINE
                   WHEN OTHER
                       PERFORM ARCHIVE-ONE-CUSTOMER
               END-EVALUATE
           END-IF.

       VALIDATE-CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID
           IF WS-CHECK-DATE NUMERIC
               IF WS-CHECK-MONTH > 0 AND WS-CHECK-MONTH < 13
                     AND WS-CHECK-DAY > 0 AND WS-CHECK-DAY < 32
                     AND WS-CHECK-YEAR > 1600
                   MOVE 'Y' TO WS-DATE-VALID
               END-IF
           END-IF.

       ARCHIVE-ONE-CUSTOMER.
           MOVE WS-CURRENT-DATE(1:8) TO ARCH-ARCHIVE-DATE
           MOVE CUSTOMER-RECORD TO ARCH-CUSTOMER
           WRITE ARCHIVE-RECORD
           IF WS-ARCHIVE-STATUS NOT = 0
               DISPLAY "ARCHIVE-FILE WRITE ERROR: " WS-ARCHIVE-STATUS
               PERFORM ABEND-PARA
           END-IF
           DELETE CUST-FILE
               INVALID KEY
                   DISPLAY "CUST-FILE DELETE FAILED FOR: " CUST-ID
                   PERFORM ABEND-PARA
               NOT INVALID KEY
                   IF WS-STATUS NOT = 0
                       DISPLAY "CUST-FILE DELETE ERROR: " WS-STATUS
                       PERFORM ABEND-PARA
                   ELSE
                       ADD 1 TO WS-ARCHIVED-COUNT
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE "ARCHIVED AND DELETED" TO WS-ACTION
                       PERFORM PRINT-CLOSURE-LINE
                   END-IF
           END-DELETE.

       WRITE-AUDIT-RECORD.
           MOVE 'D' TO AUDIT-TRAN-TYPE
           MOVE CUST-ID TO AUDIT-CUST-ID
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUDIT-TIMESTAMP(1:8)
           MOVE CUST-NAME TO AUDIT-BEFORE-NAME
           MOVE CUST-ADDRESS TO AUDIT-BEFORE-ADDRESS
           MOVE CUST-STATUS TO AUDIT-BEFORE-STATUS
           MOVE CUST-OPEN-DATE TO AUDIT-BEFORE-OPEN-DATE
           MOVE CUST-MAINT-DATE TO AUDIT-BEFORE-MAINT-DATE
           MOVE CUST-BALANCE TO AUDIT-BEFORE-BALANCE
           MOVE CUST-CREDIT-LIMIT TO AUDIT-BEFORE-LIMIT
           MOVE SPACES TO AUDIT-AFTER-NAME AUDIT-AFTER-ADDRESS
                          AUDIT-AFTER-STATUS AUDIT-AFTER-OPEN-DATE
                          AUDIT-AFTER-MAINT-DATE
           MOVE ZERO TO AUDIT-AFTER-BALANCE AUDIT-AFTER-LIMIT
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = 0
               DISPLAY "AUDIT-FILE WRITE ERROR: " WS-AUDIT-STATUS
               PERFORM ABEND-PARA
           END-IF.

       PRINT-CLOSURE-HEADING.
           MOVE "CLOSED ACCOUNT REVIEW FOR AUDIT" TO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "ARCHIVE AFTER DAYS CLOSED: " WS-ARCHIVE-DAYS
                  "   ARCHIVE FILE: CLOSARC"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "CUST-ID   NAME                            "
                  "  OPENED    CLOSED      DAYS"
                  "         BALANCE  ACTION"
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE.

       PRINT-CLOSURE-LINE.
           MOVE WS-CLOSED-DAYS TO WS-EDIT-DAYS
           MOVE CUST-BALANCE TO WS-EDIT-BALANCE
           STRING CUST-ID "  " CUST-NAME
                  "  " CUST-OPEN-DATE
                  "  " CUST-MAINT-DATE
                  "  " WS-EDIT-DAYS
                  " " WS-EDIT-BALANCE
                  "  " WS-ACTION
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE.

       ABEND-PARA.
           MOVE "FAILED" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-LOG
           DISPLAY "CUSTCLOS STOPPED AFTER RECORD: " WS-READ-COUNT
           CLOSE CUST-FILE ARCHIVE-FILE AUDIT-FILE
           STOP RUN.

       SUMMARY-PARA.
           DISPLAY "CUSTCLOS CLOSED ACCOUNT ARCHIVE SUMMARY"
           DISPLAY "========================================"
           DISPLAY "CUSTOMERS READ:           " WS-READ-COUNT
           DISPLAY "CLOSED ACCOUNTS:          " WS-CLOSED-COUNT
           DISPLAY "ARCHIVED AND DELETED:     " WS-ARCHIVED-COUNT
           DISPLAY "HELD - BALANCE NOT ZERO:  " WS-BALANCE-COUNT
           DISPLAY "RETAINED - NOT YET DUE:   " WS-WAITING-COUNT
           DISPLAY "HELD - INVALID DATE:      " WS-BADDATE-COUNT.

       CLOSE-PARA.
           CLOSE CUST-FILE
           CLOSE ARCHIVE-FILE
           CLOSE AUDIT-FILE.

       CYCLE-GATE-CHECK.
           OPEN INPUT GATE-PLAN-FILE
           IF WS-PLAN-STATUS = 35
               MOVE 'N' TO WS-GATE-ACTIVE
           ELSE
               IF WS-PLAN-STATUS NOT = 0
                   DISPLAY "GATE-PLAN-FILE OPEN ERROR: " WS-PLAN-STATUS
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-GATE-ACTIVE
               PERFORM LOAD-GATE-PLAN
               CLOSE GATE-PLAN-FILE
           END-IF
           IF WS-GATE-ACTIVE = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
               MOVE WS-CURRENT-DATE(1:8) TO WS-GATE-TODAY
               PERFORM SCAN-GATE-LOG
               PERFORM CHECK-GATE-RULES
               IF WS-GATE-OK NOT = 'Y'
                   DISPLAY "RUN REFUSED BY CYCLE GATE"
                   STOP RUN
               END-IF
           END-IF.

       LOAD-GATE-PLAN.
           PERFORM READ-GATE-PLAN
           PERFORM UNTIL WS-PLAN-EOF = 'Y'
               IF PLAN-PROGRAM NOT = SPACES
                     AND WS-PLAN-USED < WS-PLAN-MAX
                   ADD 1 TO WS-PLAN-USED
                   MOVE PLAN-PROGRAM
                       TO WS-PLANTAB-PROGRAM(WS-PLAN-USED)
                   MOVE 'N' TO WS-PLANTAB-COMPLETE(WS-PLAN-USED)
               END-IF
               PERFORM READ-GATE-PLAN
           END-PERFORM.

       READ-GATE-PLAN.
           READ GATE-PLAN-FILE
               AT END MOVE 'Y' TO WS-PLAN-EOF
           END-READ
           IF WS-PLAN-STATUS NOT = 00 AND WS-PLAN-STATUS NOT = 10
               DISPLAY "GATE-PLAN-FILE READ ERROR: " WS-PLAN-STATUS
               STOP RUN
           END-IF.

       SCAN-GATE-LOG.
           OPEN INPUT RUN-LOG-FILE
           IF WS-OPSLOG-STATUS = 35
               MOVE 'Y' TO WS-GATE-LOG-EOF
           ELSE
               IF WS-OPSLOG-STATUS NOT = 0
                   DISPLAY "RUN-LOG-FILE OPEN ERROR: "
                           WS-OPSLOG-STATUS
                   STOP RUN
               END-IF
               PERFORM READ-GATE-LOG
               PERFORM UNTIL WS-GATE-LOG-EOF = 'Y'
                   PERFORM TALLY-GATE-RECORD
                   PERFORM READ-GATE-LOG
               END-PERFORM
               CLOSE RUN-LOG-FILE
           END-IF.

       READ-GATE-LOG.
           READ RUN-LOG-FILE
               AT END MOVE 'Y' TO WS-GATE-LOG-EOF
           END-READ
           IF WS-OPSLOG-STATUS NOT = 00 AND WS-OPSLOG-STATUS NOT = 10
               DISPLAY "RUN-LOG-FILE READ ERROR: " WS-OPSLOG-STATUS
               STOP RUN
           END-IF.

       TALLY-GATE-RECORD.
           IF RUNLOG-RUN-DATE = WS-GATE-TODAY
               EVALUATE RUNLOG-STATUS
                   WHEN "STARTED"
                       PERFORM NOTE-GATE-STARTED
                   WHEN "COMPLETE"
                       PERFORM NOTE-GATE-ENDED
                       PERFORM NOTE-GATE-COMPLETE
                   WHEN OTHER
                       PERFORM NOTE-GATE-ENDED
               END-EVALUATE
           END-IF.

       NOTE-GATE-COMPLETE.
           IF RUNLOG-PROGRAM = WS-GATE-SELF
               MOVE 'Y' TO WS-SELF-COMPLETE
           END-IF
           PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                   UNTIL WS-PLAN-INDEX > WS-PLAN-USED
               IF WS-PLANTAB-PROGRAM(WS-PLAN-INDEX) = RUNLOG-PROGRAM
                   MOVE 'Y' TO WS-PLANTAB-COMPLETE(WS-PLAN-INDEX)
               END-IF
           END-PERFORM.

       NOTE-GATE-STARTED.
           MOVE 'N' TO WS-FLIGHT-FOUND
           PERFORM VARYING WS-FLIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-FLIGHT-INDEX > WS-FLIGHT-USED
                      OR WS-FLIGHT-FOUND = 'Y'
               IF WS-FLITAB-PROGRAM(WS-FLIGHT-INDEX) = RUNLOG-PROGRAM
                   MOVE 'Y' TO WS-FLIGHT-FOUND
                   MOVE 'Y' TO WS-FLITAB-OPEN(WS-FLIGHT-INDEX)
               END-IF
           END-PERFORM
           IF WS-FLIGHT-FOUND NOT = 'Y'
                 AND WS-FLIGHT-USED < WS-FLIGHT-MAX
               ADD 1 TO WS-FLIGHT-USED
               MOVE RUNLOG-PROGRAM
                   TO WS-FLITAB-PROGRAM(WS-FLIGHT-USED)
               MOVE 'Y' TO WS-FLITAB-OPEN(WS-FLIGHT-USED)
           END-IF.

       NOTE-GATE-ENDED.
           PERFORM VARYING WS-FLIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-FLIGHT-INDEX > WS-FLIGHT-USED
               IF WS-FLITAB-PROGRAM(WS-FLIGHT-INDEX) = RUNLOG-PROGRAM
                   MOVE 'N' TO WS-FLITAB-OPEN(WS-FLIGHT-INDEX)
               END-IF
           END-PERFORM.

       CHECK-GATE-RULES.
           IF WS-SELF-COMPLETE = 'Y'
               DISPLAY WS-GATE-SELF
                       " ALREADY LOGGED COMPLETE TODAY"
               MOVE 'N' TO WS-GATE-OK
           END-IF
           MOVE 0 TO WS-SELF-PLAN-POS
           PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                   UNTIL WS-PLAN-INDEX > WS-PLAN-USED
               IF WS-PLANTAB-PROGRAM(WS-PLAN-INDEX) = WS-GATE-SELF
                     AND WS-SELF-PLAN-POS = 0
                   MOVE WS-PLAN-INDEX TO WS-SELF-PLAN-POS
               END-IF
           END-PERFORM
           IF WS-SELF-PLAN-POS > 1
               PERFORM VARYING WS-PLAN-INDEX FROM 1 BY 1
                       UNTIL WS-PLAN-INDEX NOT < WS-SELF-PLAN-POS
                   IF WS-PLANTAB-COMPLETE(WS-PLAN-INDEX) NOT = 'Y'
                       DISPLAY "PREREQUISITE "
                               WS-PLANTAB-PROGRAM(WS-PLAN-INDEX)
                               " NOT COMPLETE TODAY"
                       MOVE 'N' TO WS-GATE-OK
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING WS-FLIGHT-INDEX FROM 1 BY 1
                   UNTIL WS-FLIGHT-INDEX > WS-FLIGHT-USED
               IF WS-FLITAB-OPEN(WS-FLIGHT-INDEX) = 'Y'
                     AND WS-FLITAB-PROGRAM(WS-FLIGHT-INDEX)
                         NOT = WS-GATE-SELF
                   DISPLAY "UPDATER "
                           WS-FLITAB-PROGRAM(WS-FLIGHT-INDEX)
                           " MID-FLIGHT - CUST-FILE IN USE"
                   MOVE 'N' TO WS-GATE-OK
               END-IF
           END-PERFORM.

       WRITE-START-LOG.
           MOVE WS-GATE-SELF TO RUNLOG-PROGRAM
           MOVE WS-CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
           MOVE WS-CURRENT-DATE(9:6) TO RUNLOG-RUN-TIME
           MOVE ZERO TO RUNLOG-COUNT-1
           MOVE ZERO TO RUNLOG-COUNT-2
           MOVE ZERO TO RUNLOG-COUNT-3
           MOVE ZERO TO RUNLOG-COUNT-4
           MOVE "STARTED" TO RUNLOG-STATUS
           WRITE RUNLOG-RECORD
           IF WS-OPSLOG-STATUS NOT = 0
               DISPLAY "RUN-LOG WRITE ERROR: " WS-OPSLOG-STATUS
           END-IF.

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
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           PERFORM WRITE-START-LOG.

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
           STRING "CUSTCLOS CLOSED ACCOUNT REPORT"
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

       PRINT-RUN-REPORT.
           PERFORM PRINT-RPT-LINE
           STRING "CUSTOMERS READ:           " WS-READ-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "CLOSED ACCOUNTS:          " WS-CLOSED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "ARCHIVED AND DELETED:     " WS-ARCHIVED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE WS-BALANCE-TOTAL TO WS-EDIT-TOTAL
           STRING "HELD - BALANCE NOT ZERO:  " WS-BALANCE-COUNT
                  "  TOTAL: " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "RETAINED - NOT YET DUE:   " WS-WAITING-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HELD - INVALID DATE:      " WS-BADDATE-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE.

       WRITE-RUN-LOG.
           IF WS-OPSLOG-OPEN = 'Y'
               MOVE "CUSTCLOS" TO RUNLOG-PROGRAM
               MOVE WS-CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
               MOVE WS-CURRENT-DATE(9:6) TO RUNLOG-RUN-TIME
               MOVE WS-READ-COUNT TO RUNLOG-COUNT-1
               MOVE WS-CLOSED-COUNT TO RUNLOG-COUNT-2
               MOVE WS-ARCHIVED-COUNT TO RUNLOG-COUNT-3
               MOVE WS-BALANCE-COUNT TO RUNLOG-COUNT-4
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
