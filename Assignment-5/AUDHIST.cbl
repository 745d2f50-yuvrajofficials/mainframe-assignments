               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.

           SELECT CUST-NUMBER-FILE ASSIGN TO CUSTNUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTNUM-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  CUST-NUMBER-FILE.
           COPY CUSTNUM.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS   PIC 99    VALUE 0.
       01 WS-HIST-STATUS    PIC 99    VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(08) VALUE 0.
       01 WS-FOUND-COUNT    PIC 9(08) VALUE 0.
       01 WS-NOTFOUND-COUNT PIC 9(08) VALUE 0.
       01 WS-INVALID-ID-COUNT PIC 9(08) VALUE 0.
       01 WS-CHANGE-COUNT   PIC 9(08) VALUE 0.
       01 WS-REQUEST-ID     PIC X(08) VALUE SPACES.
       01 WS-EDIT-BALANCE   PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-OPSLOG-OPEN    PIC X     VALUE 'N'.
       01 WS-RUN-STATUS     PIC X(08) VALUE "COMPLETE".
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.
       01 WS-CUSTNUM-STATUS PIC 99    VALUE 0.
       01 WS-LEGACY-LIMIT   PIC 9(08) VALUE 0.
       01 WS-CD-ID          PIC X(08) VALUE SPACES.
       01 WS-CD-ID-NUM REDEFINES WS-CD-ID PIC 9(08).
       01 WS-CD-BASE        PIC X(07) VALUE SPACES.
       01 WS-CD-BASE-NUM REDEFINES WS-CD-BASE PIC 9(07).
       01 WS-CD-BASE-DIGITS REDEFINES WS-CD-BASE.
          05 WS-CD-BASE-DIGIT PIC 9 OCCURS 7 TIMES.
       01 WS-CD-DIGIT       PIC 9     VALUE 0.
       01 WS-CD-VALID       PIC X     VALUE 'Y'.
       01 WS-CD-INDEX       PIC 9(02) VALUE 0.
       01 WS-CD-WEIGHT      PIC 9     VALUE 0.
       01 WS-CD-PRODUCT     PIC 9(02) VALUE 0.
       01 WS-CD-SUM         PIC 9(03) VALUE 0.
       01 WS-CD-QUOTIENT    PIC 9(03) VALUE 0.
       01 WS-CD-REMAINDER   PIC 9(02) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM READ-CUST-NUMBER-CONTROL
           PERFORM OPEN-RUN-REPORTING
           PERFORM INIT-PARA
           PERFORM LOAD-HISTORY
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

      * CUSTNUM holds the customer-number control record. Its
      * legacy limit tells VERIFY-CUST-ID which ids predate
      * check digits.
       READ-CUST-NUMBER-CONTROL.
           OPEN INPUT CUST-NUMBER-FILE
           IF WS-CUSTNUM-STATUS NOT = 0
               DISPLAY "CUSTNUM CUSTOMER-NUMBER CONTROL MISSING - "
                       "RUN REFUSED"
               STOP RUN
           END-IF
           READ CUST-NUMBER-FILE
               AT END MOVE SPACES TO CUSTNUM-RECORD
           END-READ
           IF WS-CUSTNUM-STATUS NOT = 00 AND WS-CUSTNUM-STATUS NOT = 10
               MOVE SPACES TO CUSTNUM-RECORD
           END-IF
           CLOSE CUST-NUMBER-FILE
           IF CNUM-REC-TYPE NOT = 'N'
                 OR CNUM-NEXT-BASE NOT NUMERIC
                 OR CNUM-LEGACY-LIMIT NOT NUMERIC
               DISPLAY "CUSTNUM CUSTOMER-NUMBER CONTROL MISSING OR "
                       "INVALID - RUN REFUSED"
               STOP RUN
           END-IF
           MOVE CNUM-LEGACY-LIMIT TO WS-LEGACY-LIMIT.

       INIT-PARA.
           OPEN I-O HISTORY-FILE
           IF WS-HIST-STATUS = 35
               PERFORM ABEND-PARA
           END-IF.

      * An inquiry id that fails its check digit cannot belong
      * to any customer, so it is reported without a lookup.
       REPORT-ONE-CUSTOMER.
           MOVE INQUIRY-CUST-ID TO WS-REQUEST-ID
           MOVE WS-REQUEST-ID TO WS-CD-ID
           PERFORM VERIFY-CUST-ID
           IF WS-CD-VALID NOT = 'Y'
               ADD 1 TO WS-INVALID-ID-COUNT
               MOVE SPACES TO INQUIRY-REPORT-LINE
               STRING "CHANGE HISTORY FOR CUSTOMER: " WS-REQUEST-ID
                      DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "  CUST-ID CHECK DIGIT INVALID - NOT LOOKED UP"
                   TO INQUIRY-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO INQUIRY-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM REPORT-CUSTOMER-HISTORY
           END-IF.

       REPORT-CUSTOMER-HISTORY.
           MOVE 0 TO WS-CHANGE-COUNT
           MOVE 'N' TO WS-HIST-EOF
           MOVE WS-REQUEST-ID TO HIST-CUST-ID
           MOVE SPACES TO INQUIRY-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

      * A customer id is a seven-digit base followed by a check
      * digit. Working from the right of the base, digits are
      * weighted 2 and 1 alternately, a two-digit product counts
      * as the sum of its digits, and the check digit brings the
      * total up to a multiple of ten. Numeric ids below the
      * CUSTNUM legacy limit were issued before check digits and
      * pass as they stand.
       VERIFY-CUST-ID.
           MOVE 'Y' TO WS-CD-VALID
           IF WS-CD-ID NOT NUMERIC
               MOVE 'N' TO WS-CD-VALID
           ELSE
               IF WS-CD-ID-NUM NOT < WS-LEGACY-LIMIT
                   MOVE WS-CD-ID(1:7) TO WS-CD-BASE
                   PERFORM COMPUTE-CHECK-DIGIT
                   IF WS-CD-ID(8:1) NOT = WS-CD-DIGIT
                       MOVE 'N' TO WS-CD-VALID
                   END-IF
               END-IF
           END-IF.

       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-CD-SUM
           MOVE 2 TO WS-CD-WEIGHT
           PERFORM VARYING WS-CD-INDEX FROM 7 BY -1
                   UNTIL WS-CD-INDEX < 1
               COMPUTE WS-CD-PRODUCT =
                       WS-CD-BASE-DIGIT(WS-CD-INDEX) * WS-CD-WEIGHT
               IF WS-CD-PRODUCT > 9
                   SUBTRACT 9 FROM WS-CD-PRODUCT
               END-IF
               ADD WS-CD-PRODUCT TO WS-CD-SUM
               IF WS-CD-WEIGHT = 2
                   MOVE 1 TO WS-CD-WEIGHT
               ELSE
                   MOVE 2 TO WS-CD-WEIGHT
               END-IF
           END-PERFORM
           DIVIDE WS-CD-SUM BY 10 GIVING WS-CD-QUOTIENT
               REMAINDER WS-CD-REMAINDER
           IF WS-CD-REMAINDER = 0
               MOVE 0 TO WS-CD-DIGIT
           ELSE
               COMPUTE WS-CD-DIGIT = 10 - WS-CD-REMAINDER
           END-IF.

       REPORT-ARCHIVE-POINTER.
           IF WS-ARCNDX-PRESENT = 'Y'
               MOVE WS-REQUEST-ID TO ARC-CUST-ID
                  " BALANCE: " WS-EDIT-BALANCE
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           EVALUATE TRUE
               WHEN HIST-TRAN-TYPE = 'K'
                   PERFORM PRINT-DECISION-DETAIL
               WHEN HIST-TRAN-TYPE = 'D' AND HIST-MRG-CODE = 'M'
                   MOVE SPACES TO INQUIRY-REPORT-LINE
                   STRING "    MERGED INTO: " HIST-MRG-SURVIVOR-ID
                          DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN OTHER
                   MOVE SPACES TO INQUIRY-REPORT-LINE
                   STRING "    AFTER  NAME: " HIST-AFTER-NAME
                          " ADDRESS: " HIST-AFTER-ADDRESS
                          DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE HIST-AFTER-BALANCE TO WS-EDIT-BALANCE
                   MOVE SPACES TO INQUIRY-REPORT-LINE
                   STRING "    AFTER  STATUS: " HIST-AFTER-STATUS
                          " BALANCE: " WS-EDIT-BALANCE
                          DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
           END-EVALUATE.

      * A maker-checker decision changes nothing on the account,
      * so in place of an after image it shows what was decided,
      * by whom, and which held item it was.
       PRINT-DECISION-DETAIL.
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "    DECISION: " HIST-AFTER-NAME
                  " CHECKER: " HIST-DEC-APPROVER
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO INQUIRY-REPORT-LINE
           STRING "    HELD BY: " HIST-DEC-PROGRAM
                  " TYPE: " HIST-DEC-TRAN-TYPE
                  " ON: " HIST-DEC-HOLD-DATE
                  " SEQ: " HIST-DEC-HOLD-SEQ
                  " REASON: " HIST-DEC-HOLD-REASON
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

           DISPLAY "AUDIT RECORDS FOLDED IN:   " WS-FOLDED-COUNT
           DISPLAY "DUPLICATES SKIPPED:        " WS-DUPLICATE-COUNT
           DISPLAY "INQUIRIES WITH HISTORY:    " WS-FOUND-COUNT
           DISPLAY "INQUIRIES WITHOUT HISTORY: " WS-NOTFOUND-COUNT
           DISPLAY "INQUIRY IDS INVALID:       " WS-INVALID-ID-COUNT.

       CLOSE-PARA.
           CLOSE AUDIT-FILE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPSLOG-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

       PRINT-RPT-LINE.
           IF WS-RPT-LINES > 55
           STRING "INQUIRIES WITHOUT HISTORY: " WS-NOTFOUND-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "INQUIRY IDS INVALID:       " WS-INVALID-ID-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           CONTINUE.

       WRITE-RUN-LOG.
