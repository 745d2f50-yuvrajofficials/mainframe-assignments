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
       01 WS-REJECT-STATUS  PIC 99    VALUE 0.
       01 WS-CORR-STATUS    PIC 99    VALUE 0.
       01 WS-WAITING-COUNT  PIC 9(08) VALUE 0.
       01 WS-DEAD-COUNT     PIC 9(08) VALUE 0.
       01 WS-RESOLVED-COUNT PIC 9(08) VALUE 0.
       01 WS-CORR-INVALID-COUNT PIC 9(08) VALUE 0.
       01 WS-NEW-CYCLE      PIC 9(02) VALUE 0.
       01 WS-CYCLE-FOUND    PIC X     VALUE 'N'.
       01 WS-CORR-FOUND     PIC X     VALUE 'N'.
       01 WS-WORK-REASON    PIC X(40) VALUE SPACES.
       01 WS-WORK-STATE     PIC X(01) VALUE SPACE.
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
       01 WS-TRAN-HASH      PIC 9(16) VALUE 0.
       01 WS-HASH-ID        PIC X(08) VALUE SPACES.
       01 WS-HASH-ID-NUM REDEFINES WS-HASH-ID PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM READ-CUST-NUMBER-CONTROL
           PERFORM OPEN-RUN-REPORTING
           PERFORM INIT-PARA
           PERFORM LOAD-CYCLE-TABLE
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
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS NOT = 0
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           PERFORM WRITE-TRAN-HEADER
           OPEN OUTPUT DEAD-FILE
           IF WS-DEAD-STATUS NOT = 0
               PERFORM RECYCLE-WORK-REJECT
           END-IF.

      * A correction whose customer id fails its check digit
      * could only be rejected again by JCLASS5, and corrections
      * are matched on that same id, so the reject cannot be
      * put right here - it is dead lettered straight away.
       RECYCLE-WORK-REJECT.
           IF WS-NEW-CYCLE > 3
               PERFORM WRITE-DEAD-LETTER
           ELSE
               PERFORM FIND-CORRECTION
               IF WS-CORR-FOUND = 'Y'
                   PERFORM VERIFY-CORRECTION-ID
               END-IF
               IF WS-CORR-FOUND = 'Y' AND WS-CD-VALID NOT = 'Y'
                   MOVE "CORRECTION - CUST-ID CHECK DIGIT INVALID"
                       TO WS-WORK-REASON
                   ADD 1 TO WS-CORR-INVALID-COUNT
                   PERFORM WRITE-DEAD-LETTER
               ELSE
                   IF WS-CORR-FOUND = 'Y'
                       PERFORM WRITE-CORRECTED-TRAN
                       MOVE 'R' TO WS-WORK-STATE
                   ELSE
                       ADD 1 TO WS-WAITING-COUNT
                       MOVE 'W' TO WS-WORK-STATE
                   END-IF
                   PERFORM WRITE-CYCLE-OUT
               END-IF
           END-IF.

      * An add correction may leave the id blank for JCLASS5 to
      * assign, so only an id that is present is verified.
       VERIFY-CORRECTION-ID.
           MOVE 'Y' TO WS-CD-VALID
           IF WS-CORRTAB-CUST-ID NOT = SPACES
                 AND WS-CORRTAB-CUST-ID NOT = "00000000"
               MOVE WS-CORRTAB-CUST-ID TO WS-CD-ID
               PERFORM VERIFY-CUST-ID
           END-IF.

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

       FIND-CYCLE-ENTRY.
               TO DEAD-REPORT-LINE
           PERFORM WRITE-DEAD-LINE
           MOVE SPACES TO DEAD-REPORT-LINE
           MOVE "OR WHOSE CORRECTION FAILS THE CUST-ID CHECK DIGIT"
               TO DEAD-REPORT-LINE
           PERFORM WRITE-DEAD-LINE
           MOVE SPACES TO DEAD-REPORT-LINE
           MOVE "===================================================="
               TO DEAD-REPORT-LINE
           PERFORM WRITE-DEAD-LINE.
           DISPLAY "CORRECTED AND RESUBMITTED:     " WS-RESUBMIT-COUNT
           DISPLAY "AWAITING CORRECTION (CARRIED): " WS-WAITING-COUNT
           DISPLAY "DEAD LETTERED (DEADRPT):       " WS-DEAD-COUNT
           DISPLAY "  CORRECTION ID CHECK DIGIT:   "
                   WS-CORR-INVALID-COUNT
           DISPLAY "RESOLVED (LEFT RECYCLE):       " WS-RESOLVED-COUNT.

       CLOSE-PARA.
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPSLOG-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

       PRINT-RPT-LINE.
           IF WS-RPT-LINES > 55
           STRING "DEAD LETTERED (DEADRPT):       " WS-DEAD-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "  CORRECTION ID CHECK DIGIT:   "
                  WS-CORR-INVALID-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "RESOLVED (LEFT RECYCLE):       " WS-RESOLVED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
