           SELECT POSTING-FILE ASSIGN TO POSTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT GENERATED-FILE ASSIGN TO GENPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GENPOST-STATUS.
           SELECT CLOSE-PARM-FILE ASSIGN TO CLOSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOSPARM-STATUS.
           SELECT CUST-FILE ASSIGN TO CUST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
           SELECT LEDGER-FILE ASSIGN TO CUSTLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO JRNLOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT HOLD-PARM-FILE ASSIGN TO HOLDPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HOLDPARM-STATUS.
           SELECT PENDING-IN-FILE ASSIGN TO PPENDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDIN-STATUS.
           SELECT PENDING-OUT-FILE ASSIGN TO PPENDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDOUT-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO PAPPRIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT PENDING-REPORT ASSIGN TO PPENDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-STATUS.
           SELECT PRINT-REPORT ASSIGN TO RPTOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.

           SELECT CUST-NUMBER-FILE ASSIGN TO CUSTNUM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTNUM-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FILE.
           COPY POSTREC.

       FD  GENERATED-FILE.
       01 GENERATED-RECORD      PIC X(36).

       FD  CLOSE-PARM-FILE.
       01 CLOSE-PARM-RECORD.
          05 PARM-WRITEOFF-TOLERANCE PIC 9(05)V99.

       FD  CUST-FILE.
           COPY CUSTREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  JOURNAL-FILE.
       01 JOURNAL-LINE          PIC X(132).

       FD  AUDIT-FILE.
           COPY AUDREC.

       FD  HOLD-PARM-FILE.
       01 HOLD-PARM-RECORD.
          05 PARM-HOLD-DELETE        PIC X(01).
          05 PARM-HOLD-CLOSE         PIC X(01).
          05 PARM-LIMIT-INCREASE     PIC 9(09)V99.
          05 PARM-POSTING-LIMIT      PIC 9(09)V99.
          05 PARM-EXPIRY-DAYS        PIC 9(03).

       FD  PENDING-IN-FILE.
           COPY PENDREC.

       FD  PENDING-OUT-FILE.
           COPY PENDREC
               REPLACING ==PENDING-RECORD==   BY ==PENDING-OUT-RECORD==
                         ==PEND-KEY==         BY ==PENDOUT-KEY==
                         ==PEND-CUST-ID==     BY ==PENDOUT-CUST-ID==
                         ==PEND-TRAN-TYPE==   BY ==PENDOUT-TRAN-TYPE==
                         ==PEND-HOLD-DATE==   BY ==PENDOUT-HOLD-DATE==
                         ==PEND-HOLD-SEQ==    BY ==PENDOUT-HOLD-SEQ==
                         ==PEND-PROGRAM==     BY ==PENDOUT-PROGRAM==
                         ==PEND-SOURCE==      BY ==PENDOUT-SOURCE==
                         ==PEND-HOLD-REASON== BY ==PENDOUT-HOLD-REASON==
                         ==PEND-AMOUNT==      BY ==PENDOUT-AMOUNT==
                         ==PEND-DETAIL==      BY ==PENDOUT-DETAIL==.

       FD  APPROVAL-FILE.
           COPY APPRREC.

       FD  PENDING-REPORT.
       01 PENDING-REPORT-LINE     PIC X(132).

       FD  PRINT-REPORT.
       01 PRINT-LINE            PIC X(132).

       01 PLAN-RECORD.
          05 PLAN-PROGRAM      PIC X(08).

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  CUST-NUMBER-FILE.
           COPY CUSTNUM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS         PIC 99    VALUE 0.
       01 WS-POSTING-STATUS PIC 99    VALUE 0.
       01 WS-JOURNAL-STATUS PIC 99    VALUE 0.
       01 WS-REJECT-STATUS  PIC 99    VALUE 0.
       01 WS-AUDIT-STATUS   PIC 99    VALUE 0.
       01 WS-LEDGER-STATUS  PIC 99    VALUE 0.
       01 WS-POSTING-EOF    PIC X     VALUE 'N'.
       01 WS-POSTING-COUNT  PIC 9(08) VALUE 0.
       01 WS-DEBIT-COUNT    PIC 9(08) VALUE 0.
       01 WS-CREDIT-COUNT   PIC 9(08) VALUE 0.
       01 WS-REJECT-COUNT   PIC 9(08) VALUE 0.
       01 WS-DUPLICATE-COUNT PIC 9(08) VALUE 0.
       01 WS-VALID-FLAG     PIC X     VALUE 'Y'.
       01 WS-REJECT-REASON  PIC X(40) VALUE SPACES.
       01 WS-NEW-BALANCE    PIC S9(09)V99 VALUE ZERO.
       01 WS-DEBIT-TOTAL    PIC S9(11)V99 VALUE ZERO.
       01 WS-CREDIT-TOTAL   PIC S9(11)V99 VALUE ZERO.
       01 WS-EDIT-TOTAL     PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-LEDGER-EOF     PIC X     VALUE 'N'.
       01 WS-LEDGER-DUP     PIC X     VALUE 'N'.
       01 WS-ASSESSMENT     PIC X     VALUE 'N'.
       01 WS-GENERATED      PIC X     VALUE 'N'.
       01 WS-GENPOST-STATUS PIC 99    VALUE 0.
       01 WS-GENPOST-EOF    PIC X     VALUE 'N'.
       01 WS-GENPOST-COUNT  PIC 9(08) VALUE 0.
       01 WS-POSTIN-COUNT   PIC 9(08) VALUE 0.
       01 WS-CLOSPARM-STATUS PIC 99   VALUE 0.
       01 WS-CLOSPARM-EOF   PIC X     VALUE 'N'.
       01 WS-WRITEOFF-TOLERANCE PIC 9(05)V99 VALUE 0.
       01 WS-EDIT-TOLERANCE PIC ZZ,ZZ9.99 VALUE ZERO.
       01 WS-OWED-AMOUNT    PIC S9(09)V99 VALUE ZERO.
       01 WS-LEDGER-DATE    PIC X(08) VALUE SPACES.
       01 WS-LEDGER-SEQ     PIC 9(04) VALUE 0.
       01 WS-HOLDPARM-STATUS PIC 99   VALUE 0.
       01 WS-HOLDPARM-EOF   PIC X     VALUE 'N'.
       01 WS-HOLD-ACTIVE    PIC X     VALUE 'N'.
       01 WS-POSTING-THRESHOLD PIC 9(09)V99 VALUE 0.
       01 WS-EXPIRY-DAYS    PIC 9(03) VALUE 0.
       01 WS-PENDIN-STATUS  PIC 99    VALUE 0.
       01 WS-PENDIN-EOF     PIC X     VALUE 'N'.
       01 WS-PENDOUT-STATUS PIC 99    VALUE 0.
       01 WS-APPR-STATUS    PIC 99    VALUE 0.
       01 WS-APPR-EOF       PIC X     VALUE 'N'.
       01 WS-PENDRPT-STATUS PIC 99    VALUE 0.
       01 WS-RELEASING      PIC X     VALUE 'N'.
       01 WS-TODAY-INTEGER  PIC 9(08) VALUE 0.
       01 WS-HOLD-INTEGER   PIC 9(08) VALUE 0.
       01 WS-HOLD-AGE       PIC S9(08) VALUE 0.
       01 WS-PEND-ACTION    PIC X(20) VALUE SPACES.
       01 WS-DECISION       PIC X(01) VALUE SPACE.
       01 WS-APPROVER       PIC X(08) VALUE SPACES.
       01 WS-HELD-COUNT     PIC 9(08) VALUE 0.
       01 WS-APPROVED-COUNT PIC 9(08) VALUE 0.
       01 WS-DECLINED-COUNT PIC 9(08) VALUE 0.
       01 WS-EXPIRED-COUNT  PIC 9(08) VALUE 0.
       01 WS-CARRIED-COUNT  PIC 9(08) VALUE 0.
       01 WS-UNMATCHED-COUNT PIC 9(08) VALUE 0.
       01 WS-PENDING-TOTAL  PIC 9(08) VALUE 0.
       01 WS-EDIT-THRESHOLD PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-APPR-MAX       PIC 9(04) VALUE 500.
       01 WS-APPR-USED      PIC 9(04) VALUE 0.
       01 WS-APPR-INDEX     PIC 9(04) VALUE 0.
       01 WS-APPR-FOUND     PIC 9(04) VALUE 0.
       01 WS-APPR-TABLE.
          05 WS-APPR-ENTRY OCCURS 500 TIMES.
             10 WS-APPRTAB-KEY      PIC X(25).
             10 WS-APPRTAB-DECISION PIC X(01).
             10 WS-APPRTAB-APPROVER PIC X(08).
             10 WS-APPRTAB-MATCHED  PIC X(01).

       01 WS-RPT-STATUS     PIC 99    VALUE 0.
       01 WS-RPT-PAGE       PIC 9(04) VALUE 0.
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

       01 WS-PLAN-STATUS    PIC 99    VALUE 0.
       01 WS-PLAN-EOF       PIC X     VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM READ-CUST-NUMBER-CONTROL
           PERFORM CYCLE-GATE-CHECK
           PERFORM OPEN-RUN-REPORTING
           PERFORM INIT-PARA
           PERFORM WRITE-JOURNAL-HEADING
           PERFORM RELEASE-PENDING-HOLDS
           PERFORM READ-POSTING
           PERFORM UNTIL WS-POSTING-EOF = 'Y'
               PERFORM APPLY-POSTING
               PERFORM READ-POSTING
           END-PERFORM
           PERFORM APPLY-GENERATED-POSTINGS
           PERFORM WRITE-JOURNAL-TOTALS
           PERFORM WRITE-PENDING-TOTALS
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
           PERFORM READ-HOLD-PARM
           PERFORM READ-CLOSE-PARM
           OPEN I-O CUST-FILE
           IF WS-STATUS NOT = 0
              DISPLAY "CUST-FILE OPEN ERROR: " WS-STATUS
              DISPLAY "POSTING-FILE OPEN ERROR: " WS-POSTING-STATUS
              PERFORM ABEND-PARA
           END-IF
           OPEN I-O LEDGER-FILE
           IF WS-LEDGER-STATUS = 35
               OPEN OUTPUT LEDGER-FILE
               CLOSE LEDGER-FILE
               OPEN I-O LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = 0
               DISPLAY "LEDGER-FILE OPEN ERROR: " WS-LEDGER-STATUS
               PERFORM ABEND-PARA
           END-IF
           OPEN OUTPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = 0
               DISPLAY "JOURNAL-FILE OPEN ERROR: " WS-JOURNAL-STATUS
           IF WS-AUDIT-STATUS NOT = 0
               DISPLAY "AUDIT-FILE OPEN ERROR: " WS-AUDIT-STATUS
               PERFORM ABEND-PARA
           END-IF
           OPEN OUTPUT PENDING-OUT-FILE
           IF WS-PENDOUT-STATUS NOT = 0
               DISPLAY "PENDING-OUT-FILE OPEN ERROR: " WS-PENDOUT-STATUS
               PERFORM ABEND-PARA
           END-IF
           OPEN OUTPUT PENDING-REPORT
           IF WS-PENDRPT-STATUS NOT = 0
               DISPLAY "PENDING-REPORT OPEN ERROR: " WS-PENDRPT-STATUS
               PERFORM ABEND-PARA
           END-IF
           PERFORM WRITE-PENDING-HEADING.

      * HOLDPARM is the maker-checker card shared with JCLASS5;
      * CUSTPOST uses its posting limit and expiry days. Without
      * it nothing new is held and held postings never expire,
      * but postings already pending are still released or
      * carried forward.
       READ-HOLD-PARM.
           OPEN INPUT HOLD-PARM-FILE
           IF WS-HOLDPARM-STATUS = 35
               MOVE 'N' TO WS-HOLD-ACTIVE
           ELSE
               IF WS-HOLDPARM-STATUS NOT = 0
                   DISPLAY "HOLD-PARM-FILE OPEN ERROR: "
                           WS-HOLDPARM-STATUS
                   PERFORM ABEND-PARA
               END-IF
               READ HOLD-PARM-FILE
                   AT END MOVE 'Y' TO WS-HOLDPARM-EOF
               END-READ
               IF WS-HOLDPARM-EOF = 'Y'
                     OR PARM-POSTING-LIMIT NOT NUMERIC
                     OR PARM-EXPIRY-DAYS NOT NUMERIC
                     OR PARM-EXPIRY-DAYS = 0
                   DISPLAY "HOLDPARM APPROVAL LIMITS MISSING OR "
                           "INVALID - RUN REFUSED"
                   CLOSE HOLD-PARM-FILE
                   PERFORM ABEND-PARA
               END-IF
               MOVE 'Y' TO WS-HOLD-ACTIVE
               MOVE PARM-POSTING-LIMIT TO WS-POSTING-THRESHOLD
               MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
               CLOSE HOLD-PARM-FILE
           END-IF
           IF WS-HOLD-ACTIVE = 'Y'
               MOVE WS-POSTING-THRESHOLD TO WS-EDIT-THRESHOLD
               DISPLAY "APPROVAL HOLDS - POSTING LIMIT: "
                       WS-EDIT-THRESHOLD
                       " EXPIRY DAYS: " WS-EXPIRY-DAYS
           ELSE
               DISPLAY "APPROVAL HOLDS: NONE - NO HOLDPARM"
           END-IF.

      * CLOSPARM is the JCLASS5 write-off card. CUSTPOST accepts a
      * generated write-off only up to the same tolerance; without
      * the card no write-off is accepted.
       READ-CLOSE-PARM.
           OPEN INPUT CLOSE-PARM-FILE
           IF WS-CLOSPARM-STATUS = 35
               MOVE 0 TO WS-WRITEOFF-TOLERANCE
           ELSE
               IF WS-CLOSPARM-STATUS NOT = 0
                   DISPLAY "CLOSE-PARM-FILE OPEN ERROR: "
                           WS-CLOSPARM-STATUS
                   PERFORM ABEND-PARA
               END-IF
               READ CLOSE-PARM-FILE
                   AT END MOVE 'Y' TO WS-CLOSPARM-EOF
               END-READ
               IF WS-CLOSPARM-EOF = 'Y'
                     OR PARM-WRITEOFF-TOLERANCE NOT NUMERIC
                   DISPLAY "CLOSPARM WRITE-OFF TOLERANCE MISSING OR "
                           "INVALID - RUN REFUSED"
                   CLOSE CLOSE-PARM-FILE
                   PERFORM ABEND-PARA
               END-IF
               MOVE PARM-WRITEOFF-TOLERANCE TO WS-WRITEOFF-TOLERANCE
               CLOSE CLOSE-PARM-FILE
           END-IF
           MOVE WS-WRITEOFF-TOLERANCE TO WS-EDIT-TOLERANCE
           DISPLAY "WRITE-OFF TOLERANCE: " WS-EDIT-TOLERANCE.

       READ-POSTING.
           READ POSTING-FILE
               AT END MOVE 'Y' TO WS-POSTING-EOF
               PERFORM ABEND-PARA
           END-IF.

      * GENPOST carries only postings generated by this system:
      * the CUSTFCHG POSTOUT assessments and the JCLASS5 WRTOFOUT
      * write-offs. It is optional; a run without it applies
      * POSTIN alone. A posting is treated as generated because it
      * arrived here, never because of its reference.
       APPLY-GENERATED-POSTINGS.
           OPEN INPUT GENERATED-FILE
           IF WS-GENPOST-STATUS = 35
               DISPLAY "GENERATED POSTINGS: NONE - NO GENPOST"
           ELSE
               IF WS-GENPOST-STATUS NOT = 0
                   DISPLAY "GENERATED-FILE OPEN ERROR: "
                           WS-GENPOST-STATUS
                   PERFORM ABEND-PARA
               END-IF
               MOVE 'Y' TO WS-GENERATED
               PERFORM READ-GENERATED
               PERFORM UNTIL WS-GENPOST-EOF = 'Y'
                   ADD 1 TO WS-GENPOST-COUNT
                   PERFORM APPLY-POSTING
                   PERFORM READ-GENERATED
               END-PERFORM
               MOVE 'N' TO WS-GENERATED
               CLOSE GENERATED-FILE
           END-IF.

       READ-GENERATED.
           READ GENERATED-FILE INTO POSTING-RECORD
               AT END MOVE 'Y' TO WS-GENPOST-EOF
           END-READ
           IF WS-GENPOST-STATUS NOT = 00 AND WS-GENPOST-STATUS NOT = 10
               DISPLAY "GENERATED-FILE READ ERROR: " WS-GENPOST-STATUS
               PERFORM ABEND-PARA
           END-IF.

       APPLY-POSTING.
           ADD 1 TO WS-POSTING-COUNT
           PERFORM VALIDATE-POSTING
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE "CUST-ID IS BLANK OR ZERO" TO WS-REJECT-REASON
               ELSE
                   MOVE POST-CUST-ID TO WS-CD-ID
                   PERFORM VERIFY-CUST-ID
               END-IF
               IF WS-VALID-FLAG = 'Y' AND WS-CD-VALID NOT = 'Y'
                   MOVE 'N' TO WS-VALID-FLAG
                   MOVE "CUST-ID CHECK DIGIT INVALID"
                       TO WS-REJECT-REASON
               END-IF
               IF WS-VALID-FLAG = 'Y'
                   IF POST-AMOUNT NOT NUMERIC
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE "POSTING AMOUNT NOT NUMERIC"
               END-IF
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

       LOOKUP-AND-POST.
           MOVE POST-CUST-ID TO CUST-ID
           READ CUST-FILE KEY IS CUST-ID
           END-READ.

       CHECK-AND-POST.
           PERFORM CHECK-GENERATED-POSTING
           IF WS-GENERATED = 'Y' AND WS-ASSESSMENT NOT = 'Y'
               PERFORM REJECT-POSTING
           ELSE
               IF CUST-STATUS = 'S' AND WS-ASSESSMENT NOT = 'Y'
                   MOVE "POSTING - ACCOUNT SUSPENDED"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-POSTING
               ELSE
                   IF CUST-STATUS = 'C' AND WS-ASSESSMENT NOT = 'Y'
                       MOVE "POSTING - ACCOUNT CLOSED"
                           TO WS-REJECT-REASON
                       PERFORM REJECT-POSTING
                   ELSE
                       PERFORM SCAN-CUSTOMER-LEDGER
                       IF WS-LEDGER-DUP = 'Y'
                           MOVE "POSTING - DUPLICATE REFERENCE"
                               TO WS-REJECT-REASON
                           ADD 1 TO WS-DUPLICATE-COUNT
                           PERFORM REJECT-POSTING
                       ELSE
                           PERFORM CHECK-LIMIT-AND-POST
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * Only a GENPOST posting (or one held from GENPOST and now
      * released) can be an assessment, and only in the form its
      * generator writes it. A CUSTFCHG finance charge or
      * over-limit fee is a FINCHG- or OVLFEE- debit: CUSTFCHG has
      * already applied the suspended/closed waiver, and a fee is
      * owed even when it takes the account over its limit, so it
      * skips the status and credit-limit checks. A JCLASS5
      * write-off is a WRTOFF- posting on a closed account, no
      * larger than the CLOSPARM tolerance, that moves the balance
      * toward zero without passing it; it skips the closed-status
      * check. Anything else on GENPOST is rejected. Assessments
      * are still held when they reach the HOLDPARM posting limit.
       CHECK-GENERATED-POSTING.
           MOVE 'N' TO WS-ASSESSMENT
           IF WS-GENERATED = 'Y'
               IF CUST-BALANCE < ZERO
                   COMPUTE WS-OWED-AMOUNT = ZERO - CUST-BALANCE
               ELSE
                   MOVE CUST-BALANCE TO WS-OWED-AMOUNT
               END-IF
               EVALUATE TRUE
                   WHEN (POST-REFERENCE(1:7) = "FINCHG-"
                         OR POST-REFERENCE(1:7) = "OVLFEE-")
                         AND POST-CODE = 'D'
                       MOVE 'Y' TO WS-ASSESSMENT
                   WHEN POST-REFERENCE(1:7) = "WRTOFF-"
                       IF CUST-STATUS = 'C'
                             AND POST-AMOUNT NOT > WS-WRITEOFF-TOLERANCE
                             AND POST-AMOUNT NOT > WS-OWED-AMOUNT
                             AND ((POST-CODE = 'C'
                                   AND CUST-BALANCE > ZERO)
                               OR (POST-CODE = 'D'
                                   AND CUST-BALANCE < ZERO))
                           MOVE 'Y' TO WS-ASSESSMENT
                       ELSE
                           MOVE "GENPOST - WRITE-OFF NOT ALLOWED"
                               TO WS-REJECT-REASON
                       END-IF
                   WHEN OTHER
                       MOVE "GENPOST - NOT A GENERATED POSTING"
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF.

      * Maker-checker. A posting that has passed every other
      * check and is at least the HOLDPARM posting limit is held
      * on PPENDOUT for a checker instead of being applied,
      * whatever its source. A posting the checker has approved
      * comes back through here with WS-RELEASING set and is
      * applied.
       CHECK-LIMIT-AND-POST.
           IF POST-CODE = 'D'
               COMPUTE WS-NEW-BALANCE = CUST-BALANCE
                   + POST-AMOUNT
           ELSE
               COMPUTE WS-NEW-BALANCE = CUST-BALANCE
                   - POST-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN POST-CODE = 'D'
                     AND WS-NEW-BALANCE > CUST-CREDIT-LIMIT
                     AND WS-ASSESSMENT NOT = 'Y'
                   MOVE "POSTING - OVER CREDIT LIMIT"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-POSTING
               WHEN WS-HOLD-ACTIVE = 'Y'
                     AND WS-RELEASING NOT = 'Y'
                     AND WS-POSTING-THRESHOLD > ZERO
                     AND POST-AMOUNT NOT < WS-POSTING-THRESHOLD
                   PERFORM HOLD-POSTING
               WHEN OTHER
                   PERFORM UPDATE-BALANCE
           END-EVALUATE.

      * The hold sequence is the posting's position among all the
      * postings taken into this run: released holds, then POSTIN,
      * then GENPOST. PENDOUT-SOURCE keeps a GENPOST posting
      * generated when it is released.
       HOLD-POSTING.
           MOVE SPACES TO PENDING-OUT-RECORD
           MOVE POST-CUST-ID TO PENDOUT-CUST-ID
           IF WS-GENERATED = 'Y'
               MOVE 'G' TO PENDOUT-SOURCE
           END-IF
           MOVE POST-CODE TO PENDOUT-TRAN-TYPE
           MOVE WS-BUSINESS-DATE TO PENDOUT-HOLD-DATE
           MOVE WS-POSTING-COUNT TO PENDOUT-HOLD-SEQ
           MOVE "CUSTPOST" TO PENDOUT-PROGRAM
           MOVE "LARGE POSTING" TO PENDOUT-HOLD-REASON
           MOVE POST-AMOUNT TO PENDOUT-AMOUNT
           MOVE POSTING-RECORD TO PENDOUT-DETAIL
           ADD 1 TO WS-HELD-COUNT
           MOVE "HELD FOR APPROVAL" TO WS-PEND-ACTION
           MOVE SPACES TO WS-APPROVER
           PERFORM WRITE-PENDING-OUT
           PERFORM WRITE-PENDING-LINE
           MOVE POST-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO JOURNAL-LINE
           STRING "HELD     ID: " POST-CUST-ID
                  " CODE: " POST-CODE
                  " AMOUNT: " WS-EDIT-AMOUNT
                  " FOR APPROVAL - LARGE POSTING"
                  " REF: " POST-REFERENCE
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE.

      * One pass over the customer's ledger entries serves two
      * purposes: it finds a reference already posted to this
      * customer, and it finds the last sequence used on today's
      * posting date so the new entry can take the next one.
       SCAN-CUSTOMER-LEDGER.
           MOVE 'N' TO WS-LEDGER-DUP
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE 0 TO WS-LEDGER-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE WS-CURRENT-DATE(1:8) TO WS-LEDGER-DATE
           MOVE POST-CUST-ID TO LEDG-CUST-ID
           MOVE LOW-VALUES TO LEDG-POST-DATE
           MOVE ZERO TO LEDG-SEQ
           START LEDGER-FILE KEY IS NOT < LEDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM READ-LEDGER-NEXT
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
               IF POST-REFERENCE NOT = SPACES
                     AND LEDG-REFERENCE = POST-REFERENCE
                   MOVE 'Y' TO WS-LEDGER-DUP
               END-IF
               IF LEDG-POST-DATE = WS-LEDGER-DATE
                   MOVE LEDG-SEQ TO WS-LEDGER-SEQ
               END-IF
               PERFORM READ-LEDGER-NEXT
           END-PERFORM.

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
                     AND LEDG-CUST-ID NOT = POST-CUST-ID
                   MOVE 'Y' TO WS-LEDGER-EOF
               END-IF
           END-IF.

       WRITE-LEDGER-ENTRY.
           IF WS-LEDGER-SEQ NOT < 9999
               DISPLAY "LEDGER SEQUENCE EXHAUSTED FOR: " POST-CUST-ID
                       " ON " WS-LEDGER-DATE
               PERFORM ABEND-PARA
           END-IF
           ADD 1 TO WS-LEDGER-SEQ
           MOVE POST-CUST-ID TO LEDG-CUST-ID
           MOVE WS-LEDGER-DATE TO LEDG-POST-DATE
           MOVE WS-LEDGER-SEQ TO LEDG-SEQ
           MOVE POST-CODE TO LEDG-POST-CODE
           MOVE POST-AMOUNT TO LEDG-AMOUNT
           MOVE POST-REFERENCE TO LEDG-REFERENCE
           MOVE CUST-BALANCE TO LEDG-BALANCE
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "LEDGER-FILE DUPLICATE KEY FOR: "
                           POST-CUST-ID " ON " WS-LEDGER-DATE
                   PERFORM ABEND-PARA
               NOT INVALID KEY
                   IF WS-LEDGER-STATUS NOT = 0
                       DISPLAY "LEDGER-FILE WRITE ERROR: "
                               WS-LEDGER-STATUS
                       PERFORM ABEND-PARA
                   END-IF
           END-WRITE.

       UPDATE-BALANCE.
           PERFORM SAVE-BEFORE-IMAGE
           MOVE WS-NEW-BALANCE TO CUST-BALANCE
           MOVE WS-LEDGER-DATE TO CUST-MAINT-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                   MOVE "POSTING - REWRITE FAILED" TO WS-REJECT-REASON
                           ADD 1 TO WS-CREDIT-COUNT
                           ADD POST-AMOUNT TO WS-CREDIT-TOTAL
                       END-IF
                       PERFORM WRITE-LEDGER-ENTRY
                       PERFORM WRITE-AUDIT-RECORD
                       PERFORM WRITE-JOURNAL-APPLIED
                   END-IF
           MOVE 'C' TO AUDIT-TRAN-TYPE
           MOVE POST-CUST-ID TO AUDIT-CUST-ID
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUDIT-TIMESTAMP(1:8)
           MOVE WS-BEFORE-NAME TO AUDIT-BEFORE-NAME
           MOVE WS-BEFORE-ADDRESS TO AUDIT-BEFORE-ADDRESS
           MOVE WS-BEFORE-STATUS TO AUDIT-BEFORE-STATUS

       WRITE-JOURNAL-HEADING.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE SPACES TO JOURNAL-LINE
           STRING "CUSTPOST POSTING JOURNAL"
                  "   RUN DATE: " WS-CURRENT-DATE(1:8)
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE.

      * Every posting taken in is debited, credited, rejected or
      * held; declined and expired holds are rejected without
      * being taken in, so they are shown within REJECTED.
       WRITE-JOURNAL-TOTALS.
           COMPUTE WS-POSTIN-COUNT = WS-POSTING-COUNT
               - WS-GENPOST-COUNT - WS-APPROVED-COUNT
           MOVE SPACES TO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           STRING "POSTINGS IN:    " WS-POSTING-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "  POSTIN:        " WS-POSTIN-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "  GENPOST:       " WS-GENPOST-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "  RELEASED:      " WS-APPROVED-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           MOVE WS-DEBIT-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO JOURNAL-LINE
           STRING "DEBITS POSTED:  " WS-DEBIT-COUNT
           MOVE SPACES TO JOURNAL-LINE
           STRING "REJECTED:       " WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "  DUPLICATE REF: " WS-DUPLICATE-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "  DECLINED:      " WS-DECLINED-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "  EXPIRED:       " WS-EXPIRED-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "HELD:           " WS-HELD-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE
           MOVE SPACES TO JOURNAL-LINE
           STRING "CARRIED:        " WS-CARRIED-COUNT
                  DELIMITED BY SIZE INTO JOURNAL-LINE
           PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
           END-IF
           MOVE SPACES TO JOURNAL-LINE.

      * Maker-checker release. Each posting held by an earlier
      * run (this run's PPENDIN) is matched by key to the
      * checker's PAPPRIN decisions. Approved postings are applied
      * now, ahead of POSTIN, with every normal check; rejected
      * postings and those held longer than the HOLDPARM expiry
      * days go to PREJOUT; the rest are carried forward to
      * PPENDOUT. Each decision goes on the audit trail as a
      * type K record.
       RELEASE-PENDING-HOLDS.
           PERFORM LOAD-APPROVALS
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-BUSINESS-DATE))
           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDIN-STATUS = 35
               MOVE 'Y' TO WS-PENDIN-EOF
           ELSE
               IF WS-PENDIN-STATUS NOT = 0
                   DISPLAY "PENDING-IN-FILE OPEN ERROR: "
                           WS-PENDIN-STATUS
                   PERFORM ABEND-PARA
               END-IF
               PERFORM READ-PENDING
               PERFORM UNTIL WS-PENDIN-EOF = 'Y'
                   PERFORM DECIDE-PENDING-ITEM
                   PERFORM READ-PENDING
               END-PERFORM
               CLOSE PENDING-IN-FILE
           END-IF
           PERFORM REPORT-UNMATCHED-APPROVALS.

       LOAD-APPROVALS.
           OPEN INPUT APPROVAL-FILE
           IF WS-APPR-STATUS = 35
               MOVE 'Y' TO WS-APPR-EOF
           ELSE
               IF WS-APPR-STATUS NOT = 0
                   DISPLAY "APPROVAL-FILE OPEN ERROR: " WS-APPR-STATUS
                   PERFORM ABEND-PARA
               END-IF
               PERFORM READ-APPROVAL
               PERFORM UNTIL WS-APPR-EOF = 'Y'
                   PERFORM STORE-APPROVAL
                   PERFORM READ-APPROVAL
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       READ-APPROVAL.
           READ APPROVAL-FILE
               AT END MOVE 'Y' TO WS-APPR-EOF
           END-READ
           IF WS-APPR-STATUS NOT = 00 AND WS-APPR-STATUS NOT = 10
               DISPLAY "APPROVAL-FILE READ ERROR: " WS-APPR-STATUS
               PERFORM ABEND-PARA
           END-IF.

       STORE-APPROVAL.
           IF WS-APPR-USED < WS-APPR-MAX
               ADD 1 TO WS-APPR-USED
               MOVE APPR-KEY TO WS-APPRTAB-KEY(WS-APPR-USED)
               MOVE APPR-DECISION TO WS-APPRTAB-DECISION(WS-APPR-USED)
               MOVE APPR-APPROVER TO WS-APPRTAB-APPROVER(WS-APPR-USED)
               MOVE 'N' TO WS-APPRTAB-MATCHED(WS-APPR-USED)
           ELSE
               DISPLAY "PAPPRIN TABLE FULL - DECISION IGNORED: "
                       APPR-KEY
           END-IF.

       READ-PENDING.
           READ PENDING-IN-FILE
               AT END MOVE 'Y' TO WS-PENDIN-EOF
           END-READ
           IF WS-PENDIN-STATUS NOT = 00 AND WS-PENDIN-STATUS NOT = 10
               DISPLAY "PENDING-IN-FILE READ ERROR: " WS-PENDIN-STATUS
               PERFORM ABEND-PARA
           END-IF.

       DECIDE-PENDING-ITEM.
           PERFORM FIND-APPROVAL
           MOVE PENDING-RECORD TO PENDING-OUT-RECORD
           MOVE PEND-DETAIL TO POSTING-RECORD
           MOVE 0 TO WS-HOLD-AGE
           IF PEND-HOLD-DATE IS NUMERIC
               COMPUTE WS-HOLD-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (PEND-HOLD-DATE))
               COMPUTE WS-HOLD-AGE = WS-TODAY-INTEGER
                   - WS-HOLD-INTEGER
           END-IF
           EVALUATE TRUE
               WHEN WS-DECISION = 'A'
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE "APPROVED - APPLIED" TO WS-PEND-ACTION
                   PERFORM WRITE-PENDING-LINE
                   PERFORM WRITE-DECISION-AUDIT
                   MOVE 'Y' TO WS-RELEASING
                   IF PEND-SOURCE = 'G'
                       MOVE 'Y' TO WS-GENERATED
                   END-IF
                   PERFORM APPLY-POSTING
                   MOVE 'N' TO WS-GENERATED
                   MOVE 'N' TO WS-RELEASING
               WHEN WS-DECISION = 'R'
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "REJECTED BY CHECKER" TO WS-PEND-ACTION
                   PERFORM WRITE-PENDING-LINE
                   PERFORM WRITE-DECISION-AUDIT
                   MOVE "APPROVAL - REJECTED BY CHECKER"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-POSTING
               WHEN WS-EXPIRY-DAYS > 0
                     AND WS-HOLD-AGE > WS-EXPIRY-DAYS
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'E' TO WS-DECISION
                   MOVE "EXPIRED - REJECTED" TO WS-PEND-ACTION
                   PERFORM WRITE-PENDING-LINE
                   PERFORM WRITE-DECISION-AUDIT
                   MOVE "APPROVAL - HOLD EXPIRED" TO WS-REJECT-REASON
                   PERFORM REJECT-POSTING
               WHEN OTHER
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE "STILL PENDING" TO WS-PEND-ACTION
                   PERFORM WRITE-PENDING-OUT
                   PERFORM WRITE-PENDING-LINE
           END-EVALUATE.

      * Only an A or R decision is taken; anything else on PAPPRIN
      * is left unmatched and listed at the end of the report.
       FIND-APPROVAL.
           MOVE SPACE TO WS-DECISION
           MOVE SPACES TO WS-APPROVER
           MOVE 0 TO WS-APPR-FOUND
           PERFORM VARYING WS-APPR-INDEX FROM 1 BY 1
                   UNTIL WS-APPR-INDEX > WS-APPR-USED
                      OR WS-APPR-FOUND > 0
               IF WS-APPRTAB-KEY(WS-APPR-INDEX) = PEND-KEY
                     AND WS-APPRTAB-MATCHED(WS-APPR-INDEX) NOT = 'Y'
                     AND (WS-APPRTAB-DECISION(WS-APPR-INDEX) = 'A'
                       OR WS-APPRTAB-DECISION(WS-APPR-INDEX) = 'R')
                   MOVE WS-APPR-INDEX TO WS-APPR-FOUND
               END-IF
           END-PERFORM
           IF WS-APPR-FOUND > 0
               MOVE 'Y' TO WS-APPRTAB-MATCHED(WS-APPR-FOUND)
               MOVE WS-APPRTAB-DECISION(WS-APPR-FOUND) TO WS-DECISION
               MOVE WS-APPRTAB-APPROVER(WS-APPR-FOUND) TO WS-APPROVER
           END-IF.

       REPORT-UNMATCHED-APPROVALS.
           PERFORM VARYING WS-APPR-INDEX FROM 1 BY 1
                   UNTIL WS-APPR-INDEX > WS-APPR-USED
               IF WS-APPRTAB-MATCHED(WS-APPR-INDEX) NOT = 'Y'
                   ADD 1 TO WS-UNMATCHED-COUNT
                   IF WS-APPRTAB-DECISION(WS-APPR-INDEX) = 'A'
                         OR WS-APPRTAB-DECISION(WS-APPR-INDEX) = 'R'
                       MOVE "NO PENDING ITEM" TO WS-PEND-ACTION
                   ELSE
                       MOVE "INVALID DECISION" TO WS-PEND-ACTION
                   END-IF
                   MOVE SPACES TO PENDING-REPORT-LINE
                   STRING "PAPPRIN " WS-APPRTAB-KEY(WS-APPR-INDEX)
                          " DECISION: "
                          WS-APPRTAB-DECISION(WS-APPR-INDEX)
                          " CHECKER: "
                          WS-APPRTAB-APPROVER(WS-APPR-INDEX)
                          " - " WS-PEND-ACTION
                          DELIMITED BY SIZE INTO PENDING-REPORT-LINE
                   PERFORM WRITE-PENDING-REPORT-LINE
               END-IF
           END-PERFORM.

      * A type K record leaves the account as it stands in both
      * images; the after name carries the decision text and
      * AUDIT-DECISION identifies the held posting and the
      * checker.
       WRITE-DECISION-AUDIT.
           MOVE PEND-CUST-ID TO CUST-ID
           READ CUST-FILE KEY IS CUST-ID
               INVALID KEY
                   MOVE SPACES TO WS-BEFORE-NAME WS-BEFORE-ADDRESS
                                  WS-BEFORE-STATUS
                                  WS-BEFORE-OPEN-DATE
                                  WS-BEFORE-MAINT-DATE
                   MOVE ZERO TO WS-BEFORE-BALANCE WS-BEFORE-LIMIT
               NOT INVALID KEY
                   PERFORM SAVE-BEFORE-IMAGE
           END-READ
           MOVE 'K' TO AUDIT-TRAN-TYPE
           MOVE PEND-CUST-ID TO AUDIT-CUST-ID
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUDIT-TIMESTAMP(1:8)
           MOVE WS-BEFORE-NAME TO AUDIT-BEFORE-NAME
           MOVE WS-BEFORE-ADDRESS TO AUDIT-BEFORE-ADDRESS
           MOVE WS-BEFORE-STATUS TO AUDIT-BEFORE-STATUS
           MOVE WS-BEFORE-OPEN-DATE TO AUDIT-BEFORE-OPEN-DATE
           MOVE WS-BEFORE-MAINT-DATE TO AUDIT-BEFORE-MAINT-DATE
           MOVE WS-BEFORE-BALANCE TO AUDIT-BEFORE-BALANCE
           MOVE WS-BEFORE-LIMIT TO AUDIT-BEFORE-LIMIT
           MOVE WS-PEND-ACTION TO AUDIT-AFTER-NAME
           MOVE SPACES TO AUDIT-DECISION
           MOVE WS-DECISION TO AUDIT-DEC-CODE
           MOVE PEND-PROGRAM TO AUDIT-DEC-PROGRAM
           MOVE PEND-TRAN-TYPE TO AUDIT-DEC-TRAN-TYPE
           MOVE PEND-HOLD-DATE TO AUDIT-DEC-HOLD-DATE
           MOVE PEND-HOLD-SEQ TO AUDIT-DEC-HOLD-SEQ
           MOVE WS-APPROVER TO AUDIT-DEC-APPROVER
           MOVE PEND-HOLD-REASON TO AUDIT-DEC-HOLD-REASON
           MOVE WS-BEFORE-STATUS TO AUDIT-AFTER-STATUS
           MOVE WS-BEFORE-OPEN-DATE TO AUDIT-AFTER-OPEN-DATE
           MOVE WS-BEFORE-MAINT-DATE TO AUDIT-AFTER-MAINT-DATE
           MOVE WS-BEFORE-BALANCE TO AUDIT-AFTER-BALANCE
           MOVE WS-BEFORE-LIMIT TO AUDIT-AFTER-LIMIT
           WRITE AUDIT-RECORD
           IF WS-AUDIT-STATUS NOT = 0
               DISPLAY "AUDIT-FILE WRITE ERROR: " WS-AUDIT-STATUS
               PERFORM ABEND-PARA
           END-IF.

       WRITE-PENDING-OUT.
           WRITE PENDING-OUT-RECORD
           IF WS-PENDOUT-STATUS NOT = 0
               DISPLAY "PENDING-OUT-FILE WRITE ERROR: "
                       WS-PENDOUT-STATUS
               PERFORM ABEND-PARA
           END-IF.

       WRITE-PENDING-HEADING.
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING "CUSTPOST PENDING APPROVAL REPORT"
                  "   RUN DATE: " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           MOVE "CUST-ID  C HELD-ON  SEQ      HOLD REASON"
               TO PENDING-REPORT-LINE
           MOVE "         AMOUNT  ACTION               CHECKER"
               TO PENDING-REPORT-LINE(55:)
           PERFORM WRITE-PENDING-REPORT-LINE
           MOVE SPACES TO PENDING-REPORT-LINE
           MOVE ALL "=" TO PENDING-REPORT-LINE(1:110)
           PERFORM WRITE-PENDING-REPORT-LINE.

       WRITE-PENDING-LINE.
           MOVE PENDOUT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE SPACES TO PENDING-REPORT-LINE
           STRING PENDOUT-CUST-ID " " PENDOUT-TRAN-TYPE " "
                  PENDOUT-HOLD-DATE " " PENDOUT-HOLD-SEQ " "
                  PENDOUT-HOLD-REASON " " WS-EDIT-AMOUNT "  "
                  WS-PEND-ACTION " " WS-APPROVER
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE.

       WRITE-PENDING-TOTALS.
           COMPUTE WS-PENDING-TOTAL = WS-HELD-COUNT + WS-CARRIED-COUNT
           MOVE SPACES TO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "NEW HOLDS THIS RUN:      " WS-HELD-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "APPROVED AND APPLIED:    " WS-APPROVED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "REJECTED BY CHECKER:     " WS-DECLINED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "EXPIRED AND REJECTED:    " WS-EXPIRED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "CARRIED FORWARD:         " WS-CARRIED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "UNMATCHED APPROVALS:     " WS-UNMATCHED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "NOW PENDING ON PPENDOUT: " WS-PENDING-TOTAL
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE.

       WRITE-PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE
           IF WS-PENDRPT-STATUS NOT = 0
               DISPLAY "PENDING-REPORT WRITE ERROR: " WS-PENDRPT-STATUS
               PERFORM ABEND-PARA
           END-IF
           MOVE SPACES TO PENDING-REPORT-LINE.

       ABEND-PARA.
           MOVE "FAILED" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-LOG
           DISPLAY "CUSTPOST STOPPED AFTER POSTING: " WS-POSTING-COUNT
           CLOSE POSTING-FILE CUST-FILE JOURNAL-FILE
                 REJECT-FILE AUDIT-FILE LEDGER-FILE GENERATED-FILE
                 PENDING-OUT-FILE PENDING-REPORT
           STOP RUN.

       SUMMARY-PARA.
           DISPLAY "CUSTPOST POSTING SUMMARY"
           DISPLAY "========================="
           DISPLAY "POSTINGS READ:   " WS-POSTING-COUNT
           DISPLAY "  FROM GENPOST:  " WS-GENPOST-COUNT
           DISPLAY "DEBITS APPLIED:  " WS-DEBIT-COUNT
           DISPLAY "CREDITS APPLIED: " WS-CREDIT-COUNT
           DISPLAY "POSTINGS REJECTED: " WS-REJECT-COUNT
           DISPLAY "  DUPLICATE REFS:  " WS-DUPLICATE-COUNT
           DISPLAY "HELD FOR APPROVAL: " WS-HELD-COUNT
           DISPLAY "HOLDS APPROVED: " WS-APPROVED-COUNT
                   " REJECTED: " WS-DECLINED-COUNT
                   " EXPIRED: " WS-EXPIRED-COUNT
                   " CARRIED: " WS-CARRIED-COUNT.

       CLOSE-PARA.
           CLOSE POSTING-FILE
           CLOSE CUST-FILE
           CLOSE JOURNAL-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-FILE
           CLOSE LEDGER-FILE
           CLOSE PENDING-OUT-FILE
           CLOSE PENDING-REPORT.

       CYCLE-GATE-CHECK.
           OPEN INPUT GATE-PLAN-FILE
           END-IF
           IF WS-GATE-ACTIVE = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
               MOVE WS-CURRENT-DATE(1:8) TO WS-GATE-TODAY
               PERFORM SCAN-GATE-LOG
               PERFORM CHECK-GATE-RULES
           END-IF
           MOVE 'Y' TO WS-OPSLOG-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           PERFORM WRITE-START-LOG.

       PRINT-RPT-LINE.
           STRING "POSTINGS READ:     " WS-POSTING-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "  FROM GENPOST:    " WS-GENPOST-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "DEBITS APPLIED:    " WS-DEBIT-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "POSTINGS REJECTED: " WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "  DUPLICATE REFS:  " WS-DUPLICATE-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE WS-DEBIT-TOTAL TO WS-EDIT-TOTAL
           STRING "DEBIT TOTAL:       " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO PRINT-LINE
           STRING "CREDIT TOTAL:      " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HELD FOR APPROVAL: " WS-HELD-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HOLDS APPROVED:    " WS-APPROVED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HOLDS REJECTED:    " WS-DECLINED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HOLDS EXPIRED:     " WS-EXPIRED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HOLDS PENDING:     " WS-CARRIED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           CONTINUE.

       WRITE-RUN-LOG.
