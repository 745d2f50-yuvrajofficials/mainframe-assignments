           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-TRAN-STATUS.

           SELECT OLD-MASTER-FILE ASSIGN TO OLDMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-OLDM-STATUS.

           SELECT NEW-MASTER-FILE ASSIGN TO NEWMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NEWM-STATUS.

           SELECT SORT-FILE ASSIGN TO SRTWK.

           SELECT SORTED-TRAN-FILE ASSIGN TO SRTDTRAN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-SRTD-STATUS.

           SELECT REJECT-FILE ASSIGN TO REJOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-RUNMODE-STATUS.

           SELECT CLOSE-PARM-FILE ASSIGN TO CLOSPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-CLOSPARM-STATUS.

           SELECT HOLD-PARM-FILE ASSIGN TO HOLDPARM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-HOLDPARM-STATUS.

           SELECT PENDING-IN-FILE ASSIGN TO PENDIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PENDIN-STATUS.

           SELECT PENDING-OUT-FILE ASSIGN TO PENDOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PENDOUT-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO APPRIN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.

           SELECT PENDING-REPORT ASSIGN TO PENDRPT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-PENDRPT-STATUS.

           SELECT WRITEOFF-FILE ASSIGN TO WRTOFOUT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-WRITEOFF-STATUS.

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

           SELECT NEW-ACCOUNT-REPORT ASSIGN TO NEWACCT
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS WS-NEWACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
           COPY TRANREC.
           COPY TRNCTL.

       FD  OLD-MASTER-FILE.
           COPY CUSTREC
               REPLACING ==CUSTOMER-RECORD== BY ==OLD-MASTER-RECORD==
                         ==CUST-ID==         BY ==OLDM-CUST-ID==
                         ==CUST-NAME==       BY ==OLDM-CUST-NAME==
                         ==CUST-ADDRESS==    BY ==OLDM-CUST-ADDRESS==
                         ==CUST-STATUS==     BY ==OLDM-CUST-STATUS==
                         ==CUST-OPEN-DATE==  BY ==OLDM-OPEN-DATE==
                         ==CUST-MAINT-DATE== BY ==OLDM-MAINT-DATE==
                         ==CUST-BALANCE==    BY ==OLDM-BALANCE==
                         ==CUST-CREDIT-LIMIT== BY ==OLDM-CREDIT-LIMIT==.

       FD  NEW-MASTER-FILE.
           COPY CUSTREC
               REPLACING ==CUSTOMER-RECORD== BY ==NEW-MASTER-RECORD==
                         ==CUST-ID==         BY ==NEWM-CUST-ID==
                         ==CUST-NAME==       BY ==NEWM-CUST-NAME==
                         ==CUST-ADDRESS==    BY ==NEWM-CUST-ADDRESS==
                         ==CUST-STATUS==     BY ==NEWM-CUST-STATUS==
                         ==CUST-OPEN-DATE==  BY ==NEWM-OPEN-DATE==
                         ==CUST-MAINT-DATE== BY ==NEWM-MAINT-DATE==
                         ==CUST-BALANCE==    BY ==NEWM-BALANCE==
                         ==CUST-CREDIT-LIMIT== BY ==NEWM-CREDIT-LIMIT==.

      * Sequential mode sort record: a TRANIN detail (source T,
      * sequence = TRANIN position) or a PENDIN held item
      * (source P, sequence = PENDIN position), so a customer's
      * held items sort ahead of that customer's transactions.
      * SRT-ASSIGNED is Y when the customer id was issued from
      * CUSTNUM as the transaction was released.
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 SRT-CUST-ID        PIC X(08).
          05 SRT-SOURCE         PIC X(01).
          05 SRT-SEQ            PIC 9(08).
          05 SRT-ASSIGNED       PIC X(01).
          05 SRT-DETAIL         PIC X(193).

       FD  SORTED-TRAN-FILE.
       01 SORTED-TRAN-RECORD.
          05 SRTD-CUST-ID       PIC X(08).
          05 SRTD-SOURCE        PIC X(01).
          05 SRTD-SEQ           PIC 9(08).
          05 SRTD-ASSIGNED      PIC X(01).
          05 SRTD-DETAIL        PIC X(193).

       FD  REJECT-FILE.
           COPY REJREC.

          05 CHKPT-CHANGE-COUNT   PIC 9(08).
          05 CHKPT-DELETE-COUNT   PIC 9(08).
          05 CHKPT-REJECT-COUNT   PIC 9(08).
          05 CHKPT-NEXT-BASE      PIC 9(07).

       FD  RESTART-FILE.
       01 RESTART-RECORD.
          05 RESTART-CHANGE-COUNT PIC 9(08).
          05 RESTART-DELETE-COUNT PIC 9(08).
          05 RESTART-REJECT-COUNT PIC 9(08).
          05 RESTART-NEXT-BASE    PIC 9(07).

       FD  RUN-MODE-FILE.
       01 RUN-MODE-RECORD.
          05 RUNMODE-VALUE        PIC X(08).

       FD  CLOSE-PARM-FILE.
       01 CLOSE-PARM-RECORD.
          05 PARM-WRITEOFF-TOLERANCE PIC 9(05)V99.
          05 PARM-ARCHIVE-DAYS       PIC 9(05).

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

       FD  WRITEOFF-FILE.
           COPY POSTREC.

       FD  PRINT-REPORT.
       01 PRINT-LINE            PIC X(132).

       01 PLAN-RECORD.
          05 PLAN-PROGRAM      PIC X(08).

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       FD  CUST-NUMBER-FILE.
           COPY CUSTNUM.

       FD  NEW-ACCOUNT-REPORT.
       01 NEW-ACCOUNT-LINE        PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-STATUS        PIC 99    VALUE 0.
       01 WS-TRAN-STATUS   PIC 99    VALUE 0.
       01 WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-BEFORE-LIMIT   PIC S9(09)V99 VALUE ZERO.
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
       01 WS-CNUM-SAVE      PIC X(40) VALUE SPACES.
       01 WS-CNUM-START-BASE PIC 9(07) VALUE 0.
       01 WS-NEXT-BASE      PIC 9(07) VALUE 0.
       01 WS-LOWEST-ISSUE   PIC 9(08) VALUE 0.
       01 WS-LAST-ISSUED    PIC X(08) VALUE SPACES.
       01 WS-ASSIGN-NEEDED  PIC X     VALUE 'N'.
       01 WS-NUMBER-ASSIGNED PIC X    VALUE 'N'.
       01 WS-ASSIGNED-COUNT PIC 9(08) VALUE 0.
       01 WS-INVALID-ID-COUNT PIC 9(08) VALUE 0.
       01 WS-NEWACCT-STATUS PIC 99    VALUE 0.
       01 WS-NEWACCT-POS    PIC 9(08) VALUE 0.
       01 WS-NEWACCT-OUTCOME PIC X(52) VALUE SPACES.
       01 WS-SAVE-REJECT-COUNT PIC 9(08) VALUE 0.
       01 WS-SAVE-HELD-COUNT PIC 9(08) VALUE 0.
       01 WS-INQUIRY-EOF    PIC X     VALUE 'N'.
       01 WS-FOUND-COUNT    PIC 9(08) VALUE 0.
       01 WS-NOTFOUND-COUNT PIC 9(08) VALUE 0.
       01 WS-RESTART-CHANGE-COUNT PIC 9(08) VALUE 0.
       01 WS-RESTART-DELETE-COUNT PIC 9(08) VALUE 0.
       01 WS-RESTART-REJECT-COUNT PIC 9(08) VALUE 0.
       01 WS-RESTART-NEXT-BASE    PIC 9(07) VALUE 0.
       01 WS-SKIP-INDEX     PIC 9(08) VALUE 0.
       01 WS-HEADER-FOUND   PIC X     VALUE 'N'.
       01 WS-TRAILER-FOUND  PIC X     VALUE 'N'.
       01 WS-RUNMODE-STATUS PIC 99    VALUE 0.
       01 WS-RUNMODE-EOF    PIC X     VALUE 'N'.
       01 WS-TRIAL-MODE     PIC X     VALUE 'N'.
       01 WS-SEQ-MODE       PIC X     VALUE 'N'.
       01 WS-MASTER-FOUND   PIC X     VALUE 'N'.
       01 WS-OLDM-STATUS    PIC 99    VALUE 0.
       01 WS-OLDM-EOF       PIC X     VALUE 'N'.
       01 WS-OLDM-PREV-ID   PIC X(08) VALUE LOW-VALUES.
       01 WS-OLDM-COUNT     PIC 9(08) VALUE 0.
       01 WS-NEWM-STATUS    PIC 99    VALUE 0.
       01 WS-NEWM-COUNT     PIC 9(08) VALUE 0.
       01 WS-SRTD-STATUS    PIC 99    VALUE 0.
       01 WS-SRTD-EOF       PIC X     VALUE 'N'.
       01 WS-SEQ-PEND-POS   PIC 9(08) VALUE 0.
       01 WS-SEQ-TRAN-POS   PIC 9(08) VALUE 0.
       01 WS-SLOT-SET       PIC X     VALUE 'N'.
       01 WS-SLOT-LIVE      PIC X     VALUE 'N'.
       01 WS-SLOT-ID        PIC X(08) VALUE SPACES.
       01 WS-SLOT-RECORD    PIC X(139) VALUE SPACES.
       01 WS-EXPECTED-MASTER PIC S9(09) VALUE 0.
       01 WS-AUDIT-TYPE     PIC X(01) VALUE SPACE.
       01 WS-CLOSPARM-STATUS PIC 99   VALUE 0.
       01 WS-CLOSPARM-EOF   PIC X     VALUE 'N'.
       01 WS-WRITEOFF-STATUS PIC 99   VALUE 0.
       01 WS-WRITEOFF-TOLERANCE PIC 9(05)V99 VALUE 0.
       01 WS-CLOSE-ACTION   PIC X     VALUE SPACE.
       01 WS-CLOSE-AMOUNT   PIC S9(09)V99 VALUE ZERO.
       01 WS-WRITEOFF-PENDING PIC X   VALUE 'N'.
       01 WS-WRITEOFF-COUNT PIC 9(08) VALUE 0.
       01 WS-WRITEOFF-TOTAL PIC S9(11)V99 VALUE ZERO.
       01 WS-CONVERTED-COUNT PIC 9(08) VALUE 0.
       01 WS-CLOSE-REFUSED-COUNT PIC 9(08) VALUE 0.
       01 WS-EDIT-TOTAL     PIC -ZZ,ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-TOLERANCE PIC ZZ,ZZ9.99 VALUE ZERO.
       01 WS-HOLDPARM-STATUS PIC 99   VALUE 0.
       01 WS-HOLDPARM-EOF   PIC X     VALUE 'N'.
       01 WS-HOLD-ACTIVE    PIC X     VALUE 'N'.
       01 WS-HOLD-DELETE    PIC X     VALUE 'N'.
       01 WS-HOLD-CLOSE     PIC X     VALUE 'N'.
       01 WS-LIMIT-THRESHOLD PIC 9(09)V99 VALUE 0.
       01 WS-EXPIRY-DAYS    PIC 9(03) VALUE 0.
       01 WS-PENDIN-STATUS  PIC 99    VALUE 0.
       01 WS-PENDIN-EOF     PIC X     VALUE 'N'.
       01 WS-PENDOUT-STATUS PIC 99    VALUE 0.
       01 WS-APPR-STATUS    PIC 99    VALUE 0.
       01 WS-APPR-EOF       PIC X     VALUE 'N'.
       01 WS-PENDRPT-STATUS PIC 99    VALUE 0.
       01 WS-RELEASING      PIC X     VALUE 'N'.
       01 WS-HOLD-REASON    PIC X(24) VALUE SPACES.
       01 WS-HOLD-AMOUNT    PIC S9(09)V99 VALUE ZERO.
       01 WS-LIMIT-INCREASE PIC S9(09)V99 VALUE ZERO.
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
       01 WS-EDIT-AMOUNT    PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
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

       01 WS-PLAN-STATUS    PIC 99    VALUE 0.
       01 WS-PLAN-EOF       PIC X     VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM READ-CUST-NUMBER-CONTROL
           PERFORM CYCLE-GATE-CHECK
           PERFORM OPEN-RUN-REPORTING
           PERFORM INIT-PARA
           PERFORM PROCESS-TRANSACTIONS
           PERFORM SAVE-CUST-NUMBER-CONTROL
           PERFORM WRITE-PENDING-TOTALS
           PERFORM WRITE-NEW-ACCOUNT-TOTALS
           PERFORM SUMMARY-PARA
           IF WS-SEQ-MODE = 'Y'
               PERFORM SKIP-INQUIRIES
           ELSE
               PERFORM SEARCH-PARA
               PERFORM NAME-SEARCH-PARA
           END-IF
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

      * CUSTNUM holds the customer-number control record: the
      * next base to issue to an add without a customer id, and
      * the legacy limit below which ids predate check digits.
      * The next number must lie above the legacy range, or an
      * issued id could belong to an existing customer.
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
           COMPUTE WS-LOWEST-ISSUE = CNUM-NEXT-BASE * 10
           IF WS-LOWEST-ISSUE < CNUM-LEGACY-LIMIT
               DISPLAY "CUSTNUM NEXT NUMBER " CNUM-NEXT-BASE
                       " IS INSIDE THE LEGACY RANGE - RUN REFUSED"
               STOP RUN
           END-IF
           MOVE CUSTNUM-RECORD TO WS-CNUM-SAVE
           MOVE CNUM-LEGACY-LIMIT TO WS-LEGACY-LIMIT
           MOVE CNUM-NEXT-BASE TO WS-NEXT-BASE
           MOVE CNUM-NEXT-BASE TO WS-CNUM-START-BASE.

      * The next number goes back to CUSTNUM only from an
      * updating run that has issued numbers, at the end of the
      * transactions or when the run abends, so an issued number
      * is never handed out twice. The start base is moved up
      * first so the record is written once only.
       SAVE-CUST-NUMBER-CONTROL.
           IF WS-TRIAL-MODE NOT = 'Y'
                 AND WS-NEXT-BASE > WS-CNUM-START-BASE
               MOVE WS-NEXT-BASE TO WS-CNUM-START-BASE
               OPEN OUTPUT CUST-NUMBER-FILE
               IF WS-CUSTNUM-STATUS NOT = 0
                   DISPLAY "CUST-NUMBER-FILE OPEN ERROR: "
                           WS-CUSTNUM-STATUS
                   DISPLAY "CUSTNUM NOT UPDATED - SET NEXT NUMBER TO "
                           WS-NEXT-BASE
                   PERFORM ABEND-PARA
               END-IF
               MOVE WS-CNUM-SAVE TO CUSTNUM-RECORD
               MOVE WS-NEXT-BASE TO CNUM-NEXT-BASE
               MOVE WS-LAST-ISSUED TO CNUM-LAST-ISSUED
               MOVE WS-BUSINESS-DATE TO CNUM-LAST-DATE
               WRITE CUSTNUM-RECORD
               IF WS-CUSTNUM-STATUS NOT = 0
                   DISPLAY "CUST-NUMBER-FILE WRITE ERROR: "
                           WS-CUSTNUM-STATUS
                   DISPLAY "CUSTNUM NOT UPDATED - SET NEXT NUMBER TO "
                           WS-NEXT-BASE
                   CLOSE CUST-NUMBER-FILE
                   PERFORM ABEND-PARA
               END-IF
               CLOSE CUST-NUMBER-FILE
               DISPLAY "CUSTNUM NEXT NUMBER NOW: " WS-NEXT-BASE
           END-IF.

       INIT-PARA.
           PERFORM READ-RUN-MODE
           PERFORM READ-CLOSE-PARM
           PERFORM READ-HOLD-PARM
           IF WS-SEQ-MODE = 'Y'
               PERFORM OPEN-SEQ-MASTERS
           ELSE
               OPEN I-O CUST-FILE
               IF WS-STATUS = 35
                   OPEN OUTPUT CUST-FILE
                   CLOSE CUST-FILE
                   OPEN I-O CUST-FILE
               END-IF
               IF WS-STATUS NOT = 0
                  DISPLAY "CUST-FILE OPEN ERROR: " WS-STATUS
                  PERFORM ABEND-PARA
               END-IF
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-TRAN-STATUS NOT = 0
              PERFORM ABEND-PARA
           END-IF
           PERFORM CHECK-FOR-RESTART
           IF WS-SEQ-MODE = 'Y' AND WS-RESTART-COUNT > 0
               DISPLAY "SEQUENTIAL MODE DOES NOT SUPPORT RESTARTIN "
                       "RESTART - RUN REFUSED"
               PERFORM REFUSE-RUN
           END-IF
           IF WS-RESTART-COUNT > 0
               MOVE WS-RESTART-ADD-COUNT TO WS-ADD-COUNT
               MOVE WS-RESTART-CHANGE-COUNT TO WS-CHANGE-COUNT
               MOVE WS-RESTART-DELETE-COUNT TO WS-DELETE-COUNT
               MOVE WS-RESTART-REJECT-COUNT TO WS-REJECT-COUNT
               IF WS-RESTART-NEXT-BASE > 0
                   MOVE WS-RESTART-NEXT-BASE TO WS-NEXT-BASE
               END-IF
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND AUDIT-FILE
               OPEN EXTEND CHECKPOINT-FILE
               OPEN EXTEND WRITEOFF-FILE
               OPEN EXTEND PENDING-OUT-FILE
               OPEN EXTEND PENDING-REPORT
               OPEN EXTEND NEW-ACCOUNT-REPORT
           ELSE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT AUDIT-FILE
               OPEN OUTPUT CHECKPOINT-FILE
               OPEN OUTPUT WRITEOFF-FILE
               OPEN OUTPUT PENDING-OUT-FILE
               OPEN OUTPUT PENDING-REPORT
               OPEN OUTPUT NEW-ACCOUNT-REPORT
           END-IF
           IF WS-REJECT-STATUS NOT = 0
               DISPLAY "REJECT-FILE OPEN ERROR: " WS-REJECT-STATUS
           IF WS-CHKPT-STATUS NOT = 0
               DISPLAY "CHECKPOINT-FILE OPEN ERROR: " WS-CHKPT-STATUS
               PERFORM ABEND-PARA
           END-IF
           IF WS-WRITEOFF-STATUS NOT = 0
               DISPLAY "WRITEOFF-FILE OPEN ERROR: " WS-WRITEOFF-STATUS
               PERFORM ABEND-PARA
           END-IF
           IF WS-PENDOUT-STATUS NOT = 0
               DISPLAY "PENDING-OUT-FILE OPEN ERROR: " WS-PENDOUT-STATUS
               PERFORM ABEND-PARA
           END-IF
           IF WS-PENDRPT-STATUS NOT = 0
               DISPLAY "PENDING-REPORT OPEN ERROR: " WS-PENDRPT-STATUS
               PERFORM ABEND-PARA
           END-IF
           IF WS-NEWACCT-STATUS NOT = 0
               DISPLAY "NEW-ACCOUNT-REPORT OPEN ERROR: "
                       WS-NEWACCT-STATUS
               PERFORM ABEND-PARA
           END-IF
           IF WS-RESTART-COUNT = 0
               PERFORM WRITE-PENDING-HEADING
               PERFORM WRITE-NEW-ACCOUNT-HEADING
           END-IF.

       READ-RUN-MODE.
                     AND RUNMODE-VALUE = "TRIAL"
                   MOVE 'Y' TO WS-TRIAL-MODE
               END-IF
               IF WS-RUNMODE-EOF NOT = 'Y'
                     AND RUNMODE-VALUE = "SEQUENTL"
                   MOVE 'Y' TO WS-SEQ-MODE
               END-IF
               CLOSE RUN-MODE-FILE
           END-IF
           IF WS-TRIAL-MODE = 'Y'
               DISPLAY "JCLASS5 RUNNING IN TRIAL MODE - "
                       "NO UPDATES WILL BE APPLIED"
           END-IF
           IF WS-SEQ-MODE = 'Y'
               DISPLAY "JCLASS5 RUNNING IN SEQUENTIAL MODE - "
                       "OLDMAST UPDATED TO NEWMAST"
           END-IF.

      * Sequential mode reads the CUSTUNLD unload of the master
      * as OLDMAST and writes the updated master to NEWMAST in
      * the same layout, for CUSTRLD to reload. CUST-FILE itself
      * is not opened.
       OPEN-SEQ-MASTERS.
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLDM-STATUS NOT = 0
               DISPLAY "OLD-MASTER-FILE OPEN ERROR: " WS-OLDM-STATUS
               PERFORM ABEND-PARA
           END-IF
           OPEN OUTPUT NEW-MASTER-FILE
           IF WS-NEWM-STATUS NOT = 0
               DISPLAY "NEW-MASTER-FILE OPEN ERROR: " WS-NEWM-STATUS
               PERFORM ABEND-PARA
           END-IF.

      * CLOSPARM is optional here. Without it the write-off
      * tolerance is zero and only a zero balance may be closed.
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

      * HOLDPARM switches on maker-checker holds and is shared
      * with CUSTPOST, which uses the posting limit. Without it
      * nothing new is held and held items never expire, but the
      * items already pending are still released or carried.
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
                     OR (PARM-HOLD-DELETE NOT = 'Y'
                         AND PARM-HOLD-DELETE NOT = 'N')
                     OR (PARM-HOLD-CLOSE NOT = 'Y'
                         AND PARM-HOLD-CLOSE NOT = 'N')
                     OR PARM-LIMIT-INCREASE NOT NUMERIC
                     OR PARM-EXPIRY-DAYS NOT NUMERIC
                     OR PARM-EXPIRY-DAYS = 0
                   DISPLAY "HOLDPARM APPROVAL LIMITS MISSING OR "
                           "INVALID - RUN REFUSED"
                   CLOSE HOLD-PARM-FILE
                   PERFORM ABEND-PARA
               END-IF
               MOVE 'Y' TO WS-HOLD-ACTIVE
               MOVE PARM-HOLD-DELETE TO WS-HOLD-DELETE
               MOVE PARM-HOLD-CLOSE TO WS-HOLD-CLOSE
               MOVE PARM-LIMIT-INCREASE TO WS-LIMIT-THRESHOLD
               MOVE PARM-EXPIRY-DAYS TO WS-EXPIRY-DAYS
               CLOSE HOLD-PARM-FILE
           END-IF
           IF WS-HOLD-ACTIVE = 'Y'
               MOVE WS-LIMIT-THRESHOLD TO WS-EDIT-THRESHOLD
               DISPLAY "APPROVAL HOLDS - DELETE: " WS-HOLD-DELETE
                       " CLOSE: " WS-HOLD-CLOSE
                       " LIMIT INCREASE: " WS-EDIT-THRESHOLD
                       " EXPIRY DAYS: " WS-EXPIRY-DAYS
           ELSE
               DISPLAY "APPROVAL HOLDS: NONE - NO HOLDPARM"
           END-IF.

       CHECK-FOR-RESTART.
           MOVE 0 TO WS-RESTART-CHANGE-COUNT
           MOVE 0 TO WS-RESTART-DELETE-COUNT
           MOVE 0 TO WS-RESTART-REJECT-COUNT
           MOVE 0 TO WS-RESTART-NEXT-BASE
           IF WS-RESTART-STATUS = 0
               READ RESTART-FILE
                   AT END MOVE 'Y' TO WS-RESTART-EOF
                   MOVE RESTART-CHANGE-COUNT TO WS-RESTART-CHANGE-COUNT
                   MOVE RESTART-DELETE-COUNT TO WS-RESTART-DELETE-COUNT
                   MOVE RESTART-REJECT-COUNT TO WS-RESTART-REJECT-COUNT
                   IF RESTART-NEXT-BASE IS NUMERIC
                       MOVE RESTART-NEXT-BASE TO WS-RESTART-NEXT-BASE
                   END-IF
                   READ RESTART-FILE
                       AT END MOVE 'Y' TO WS-RESTART-EOF
                       NOT AT END MOVE 'N' TO WS-RESTART-EOF

       PROCESS-TRANSACTIONS.
           PERFORM VERIFY-BATCH-HEADER
           IF WS-SEQ-MODE = 'Y'
               PERFORM SEQUENTIAL-UPDATE
           ELSE
               PERFORM KEYED-UPDATE
           END-IF.

       KEYED-UPDATE.
           IF WS-RESTART-COUNT = 0
               PERFORM RELEASE-PENDING-HOLDS
           END-IF
           PERFORM VARYING WS-SKIP-INDEX FROM 1 BY 1
                   UNTIL WS-SKIP-INDEX > WS-RESTART-COUNT
               PERFORM READ-TRANSACTION
               PERFORM READ-TRANSACTION
           END-PERFORM.

      * Sequential mode. The TRANIN details and the items held by
      * earlier runs (PENDIN) are sorted by customer id and
      * matched against OLDMAST. Each goes through the same
      * decision, validation, hold and apply paragraphs as in
      * keyed mode, against the master record held for its
      * customer id, so rejects, audit images, holds and counts
      * come out the same; only their order follows customer id.
      * A customer's held items are decided ahead of that
      * customer's transactions, as held items are decided ahead
      * of TRANIN in keyed mode, and a transaction keeps its
      * TRANIN position as its hold sequence.
       SEQUENTIAL-UPDATE.
           PERFORM LOAD-APPROVALS
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (FUNCTION NUMVAL (WS-BUSINESS-DATE))
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUST-ID SRT-SOURCE SRT-SEQ
               INPUT PROCEDURE IS RELEASE-SEQ-INPUT
               GIVING SORTED-TRAN-FILE
           OPEN INPUT SORTED-TRAN-FILE
           IF WS-SRTD-STATUS NOT = 0
               DISPLAY "SORTED-TRAN-FILE OPEN ERROR: " WS-SRTD-STATUS
               PERFORM ABEND-PARA
           END-IF
           PERFORM READ-OLD-MASTER
           PERFORM READ-SORTED-TRAN
           PERFORM UNTIL WS-SRTD-EOF = 'Y'
               PERFORM APPLY-SORTED-ITEM
               PERFORM READ-SORTED-TRAN
           END-PERFORM
           CLOSE SORTED-TRAN-FILE
           PERFORM FINISH-NEW-MASTER
           PERFORM REPORT-UNMATCHED-APPROVALS.

       RELEASE-SEQ-INPUT.
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
                   ADD 1 TO WS-SEQ-PEND-POS
                   MOVE SPACES TO SORT-RECORD
                   MOVE PEND-CUST-ID TO SRT-CUST-ID
                   MOVE 'P' TO SRT-SOURCE
                   MOVE WS-SEQ-PEND-POS TO SRT-SEQ
                   MOVE PENDING-RECORD TO SRT-DETAIL
                   RELEASE SORT-RECORD
                   PERFORM READ-PENDING
               END-PERFORM
               CLOSE PENDING-IN-FILE
           END-IF
           PERFORM READ-TRANSACTION
           PERFORM UNTIL WS-TRAN-EOF = 'Y'
               MOVE SPACES TO SORT-RECORD
               PERFORM VALIDATE-TRANSACTION
               IF WS-VALID-FLAG = 'Y' AND WS-ASSIGN-NEEDED = 'Y'
                   PERFORM ASSIGN-CUST-NUMBER
               END-IF
               MOVE WS-NUMBER-ASSIGNED TO SRT-ASSIGNED
               MOVE 'N' TO WS-NUMBER-ASSIGNED
               MOVE TRAN-CUST-ID TO SRT-CUST-ID
               MOVE 'T' TO SRT-SOURCE
               MOVE WS-BATCH-READ-COUNT TO SRT-SEQ
               MOVE TRAN-RECORD TO SRT-DETAIL
               RELEASE SORT-RECORD
               PERFORM READ-TRANSACTION
           END-PERFORM.

       READ-SORTED-TRAN.
           READ SORTED-TRAN-FILE
               AT END MOVE 'Y' TO WS-SRTD-EOF
           END-READ
           IF WS-SRTD-STATUS NOT = 00 AND WS-SRTD-STATUS NOT = 10
               DISPLAY "SORTED-TRAN-FILE READ ERROR: " WS-SRTD-STATUS
               PERFORM ABEND-PARA
           END-IF.

       APPLY-SORTED-ITEM.
           IF SRTD-SOURCE = 'P'
               MOVE SRTD-DETAIL TO PENDING-RECORD
               PERFORM DECIDE-PENDING-ITEM
           ELSE
               MOVE SRTD-DETAIL TO TRAN-RECORD
               MOVE SRTD-SEQ TO WS-SEQ-TRAN-POS
               MOVE SRTD-ASSIGNED TO WS-NUMBER-ASSIGNED
               PERFORM APPLY-TRANSACTION
               ADD 1 TO WS-TRAN-COUNT
           END-IF.

       READ-OLD-MASTER.
           READ OLD-MASTER-FILE
               AT END MOVE 'Y' TO WS-OLDM-EOF
           END-READ
           IF WS-OLDM-STATUS NOT = 00 AND WS-OLDM-STATUS NOT = 10
               DISPLAY "OLD-MASTER-FILE READ ERROR: " WS-OLDM-STATUS
               PERFORM ABEND-PARA
           END-IF
           IF WS-OLDM-EOF NOT = 'Y'
               ADD 1 TO WS-OLDM-COUNT
               IF OLDM-CUST-ID NOT > WS-OLDM-PREV-ID
                   DISPLAY "OLDMAST OUT OF SEQUENCE AT RECORD: "
                           WS-OLDM-COUNT
                   DISPLAY "  PRIOR KEY: " WS-OLDM-PREV-ID
                           " THIS KEY: " OLDM-CUST-ID
                   PERFORM ABEND-PARA
               END-IF
               MOVE OLDM-CUST-ID TO WS-OLDM-PREV-ID
           END-IF.

       WRITE-NEW-MASTER.
           WRITE NEW-MASTER-RECORD
           IF WS-NEWM-STATUS NOT = 0
               DISPLAY "NEW-MASTER-FILE WRITE ERROR: " WS-NEWM-STATUS
               PERFORM ABEND-PARA
           END-IF
           ADD 1 TO WS-NEWM-COUNT.

      * The slot holds the master record for the customer id now
      * being processed (WS-SLOT-LIVE 'N' when there is none, or
      * it has been deleted). Moving on to a higher id writes the
      * slot, and every OLDMAST record below the new id, to
      * NEWMAST, then loads the slot from OLDMAST.
       POSITION-SEQ-MASTER.
           IF WS-SLOT-SET NOT = 'Y' OR WS-SLOT-ID NOT = CUST-ID
               PERFORM FLUSH-SEQ-SLOT
               PERFORM UNTIL WS-OLDM-EOF = 'Y'
                          OR OLDM-CUST-ID NOT < CUST-ID
                   MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
                   PERFORM WRITE-NEW-MASTER
                   PERFORM READ-OLD-MASTER
               END-PERFORM
               MOVE 'Y' TO WS-SLOT-SET
               MOVE CUST-ID TO WS-SLOT-ID
               IF WS-OLDM-EOF NOT = 'Y' AND OLDM-CUST-ID = CUST-ID
                   MOVE OLD-MASTER-RECORD TO WS-SLOT-RECORD
                   MOVE 'Y' TO WS-SLOT-LIVE
                   PERFORM READ-OLD-MASTER
               ELSE
                   MOVE 'N' TO WS-SLOT-LIVE
               END-IF
           END-IF.

       FLUSH-SEQ-SLOT.
           IF WS-SLOT-LIVE = 'Y'
               MOVE WS-SLOT-RECORD TO NEW-MASTER-RECORD
               PERFORM WRITE-NEW-MASTER
               MOVE 'N' TO WS-SLOT-LIVE
           END-IF.

       FINISH-NEW-MASTER.
           PERFORM FLUSH-SEQ-SLOT
           PERFORM UNTIL WS-OLDM-EOF = 'Y'
               MOVE OLD-MASTER-RECORD TO NEW-MASTER-RECORD
               PERFORM WRITE-NEW-MASTER
               PERFORM READ-OLD-MASTER
           END-PERFORM
           CLOSE OLD-MASTER-FILE
           CLOSE NEW-MASTER-FILE.

      * Fetches the master record for CUST-ID into CUSTOMER-RECORD
      * from CUST-FILE, or in sequential mode from the slot, and
      * sets WS-MASTER-FOUND.
       READ-MASTER.
           IF WS-SEQ-MODE = 'Y'
               PERFORM POSITION-SEQ-MASTER
               IF WS-SLOT-LIVE = 'Y'
                   MOVE WS-SLOT-RECORD TO CUSTOMER-RECORD
                   MOVE 'Y' TO WS-MASTER-FOUND
               ELSE
                   MOVE 'N' TO WS-MASTER-FOUND
               END-IF
           ELSE
               READ CUST-FILE KEY IS CUST-ID
                   INVALID KEY MOVE 'N' TO WS-MASTER-FOUND
                   NOT INVALID KEY MOVE 'Y' TO WS-MASTER-FOUND
               END-READ
           END-IF.

       VERIFY-BATCH-HEADER.
           READ TRANS-FILE
               AT END MOVE 'Y' TO WS-TRAN-EOF
               PERFORM REFUSE-RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           IF TRAN-CTL-BATCH-DATE NOT = WS-CURRENT-DATE(1:8)
               DISPLAY "TRANIN BATCH HEADER STALE - BATCH DATE: "
                       TRAN-CTL-BATCH-DATE " RUN DATE: "
           MOVE "FAILED" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-LOG
           CLOSE CUST-FILE TRANS-FILE REJECT-FILE AUDIT-FILE
                 CHECKPOINT-FILE WRITEOFF-FILE PENDING-OUT-FILE
                 PENDING-REPORT OLD-MASTER-FILE NEW-MASTER-FILE
                 NEW-ACCOUNT-REPORT
           STOP RUN.

       READ-TRANSACTION.
               MOVE WS-CHANGE-COUNT TO CHKPT-CHANGE-COUNT
               MOVE WS-DELETE-COUNT TO CHKPT-DELETE-COUNT
               MOVE WS-REJECT-COUNT TO CHKPT-REJECT-COUNT
               MOVE WS-NEXT-BASE TO CHKPT-NEXT-BASE
               WRITE CHECKPOINT-RECORD
               IF WS-CHKPT-STATUS NOT = 0
                   DISPLAY "CHECKPOINT-FILE WRITE ERROR: "
           MOVE "FAILED" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-LOG
           DISPLAY "JCLASS5 STOPPED AFTER TRANSACTION: " WS-TRAN-COUNT
           PERFORM SAVE-CUST-NUMBER-CONTROL
           IF WS-TRIAL-MODE NOT = 'Y' AND WS-SEQ-MODE NOT = 'Y'
               DISPLAY "RERUN WITH RESTARTIN = THIS RUN'S CHKPTOUT "
                       "TO RESTART"
           END-IF
           IF WS-SEQ-MODE = 'Y'
               DISPLAY "NEWMAST INCOMPLETE - RERUN THE SEQUENTIAL "
                       "PASS FROM THE START"
           END-IF
           CLOSE CUST-FILE TRANS-FILE REJECT-FILE AUDIT-FILE
                 CHECKPOINT-FILE INQUIRY-FILE INQUIRY-REPORT
                 NAME-INQUIRY-FILE WRITEOFF-FILE PENDING-OUT-FILE
                 PENDING-REPORT OLD-MASTER-FILE NEW-MASTER-FILE
                 SORTED-TRAN-FILE NEW-ACCOUNT-REPORT
           STOP RUN.

      * An add that arrives without a customer id is given the
      * next number from CUSTNUM once it has passed validation,
      * and is listed on NEWACCT with what became of it. In
      * sequential mode the number was issued as the transaction
      * was released to the sort.
       APPLY-TRANSACTION.
           MOVE TRAN-TYPE TO WS-AUDIT-TYPE
           MOVE 'N' TO WS-WRITEOFF-PENDING
           MOVE WS-REJECT-COUNT TO WS-SAVE-REJECT-COUNT
           MOVE WS-HELD-COUNT TO WS-SAVE-HELD-COUNT
           PERFORM VALIDATE-TRANSACTION
           IF WS-VALID-FLAG = 'Y' AND WS-ASSIGN-NEEDED = 'Y'
               PERFORM ASSIGN-CUST-NUMBER
           END-IF
           IF WS-VALID-FLAG NOT = 'Y'
               PERFORM WRITE-REJECT-RECORD
           ELSE
                   WHEN 'D'
                       PERFORM DELETE-CUSTOMER
               END-EVALUATE
           END-IF
           IF WS-NUMBER-ASSIGNED = 'Y'
               PERFORM WRITE-NEW-ACCOUNT-LINE
               MOVE 'N' TO WS-NUMBER-ASSIGNED
           END-IF.

      * The number is the next base with its check digit. The top
      * base is never issued; reaching it means CUSTNUM needs a
      * new range before any more adds can be numbered.
       ASSIGN-CUST-NUMBER.
           IF WS-NEXT-BASE = 9999999
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "ADD - CUSTOMER NUMBERS EXHAUSTED"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-NEXT-BASE TO WS-CD-BASE-NUM
               PERFORM COMPUTE-CHECK-DIGIT
               MOVE WS-CD-BASE TO TRAN-CUST-ID(1:7)
               MOVE WS-CD-DIGIT TO TRAN-CUST-ID(8:1)
               MOVE TRAN-CUST-ID TO WS-LAST-ISSUED
               ADD 1 TO WS-NEXT-BASE
               ADD 1 TO WS-ASSIGNED-COUNT
               MOVE 'Y' TO WS-NUMBER-ASSIGNED
           END-IF.

       WRITE-REJECT-RECORD.
       VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-FLAG
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-ASSIGN-NEEDED
           IF TRAN-TYPE NOT = 'A' AND TRAN-TYPE NOT = 'C'
                         AND TRAN-TYPE NOT = 'D'
               MOVE 'N' TO WS-VALID-FLAG
               MOVE "INVALID TRANSACTION TYPE" TO WS-REJECT-REASON
           ELSE
               IF TRAN-CUST-ID = SPACES OR TRAN-CUST-ID = "00000000"
                   IF TRAN-TYPE = 'A'
                       MOVE 'Y' TO WS-ASSIGN-NEEDED
                   ELSE
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE "CUST-ID IS BLANK OR ZERO"
                           TO WS-REJECT-REASON
                   END-IF
               ELSE
                   MOVE TRAN-CUST-ID TO WS-CD-ID
                   PERFORM VERIFY-CUST-ID
                   IF WS-CD-VALID NOT = 'Y'
                       MOVE 'N' TO WS-VALID-FLAG
                       MOVE "CUST-ID CHECK DIGIT INVALID"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               IF WS-VALID-FLAG = 'Y'
                   IF (TRAN-TYPE = 'A' OR TRAN-TYPE = 'C')
                         AND TRAN-CUST-NAME = SPACES
                       MOVE 'N' TO WS-VALID-FLAG
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

       ADD-CUSTOMER.
           PERFORM CHECK-HOLD-RULES
           EVALUATE TRUE
               WHEN WS-HOLD-REASON NOT = SPACES
                   PERFORM HOLD-TRANSACTION
               WHEN WS-TRIAL-MODE = 'Y'
                   PERFORM TRIAL-ADD-CUSTOMER
               WHEN WS-SEQ-MODE = 'Y'
                   PERFORM SEQ-ADD-CUSTOMER
               WHEN OTHER
                   PERFORM BUILD-ADD-RECORD
                   PERFORM WRITE-ADD-RECORD
           END-EVALUATE.

       BUILD-ADD-RECORD.
           MOVE SPACES TO CUSTOMER-RECORD
           MOVE TRAN-CUST-ID TO CUST-ID
               MOVE TRAN-CUST-STATUS TO CUST-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE WS-CURRENT-DATE(1:8) TO CUST-OPEN-DATE
           MOVE WS-CURRENT-DATE(1:8) TO CUST-MAINT-DATE
           MOVE TRAN-CUST-BALANCE TO CUST-BALANCE
                   PERFORM WRITE-REJECT-RECORD
           END-READ.

       SEQ-ADD-CUSTOMER.
           MOVE TRAN-CUST-ID TO CUST-ID
           PERFORM READ-MASTER
           IF WS-MASTER-FOUND = 'Y'
               MOVE "ADD - DUPLICATE KEY" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM BUILD-ADD-RECORD
               MOVE CUSTOMER-RECORD TO WS-SLOT-RECORD
               MOVE 'Y' TO WS-SLOT-LIVE
               ADD 1 TO WS-ADD-COUNT
               PERFORM CLEAR-BEFORE-IMAGE
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-ADD-RECORD.
           WRITE CUSTOMER-RECORD
               INVALID KEY

       CHANGE-CUSTOMER.
           MOVE TRAN-CUST-ID TO CUST-ID
           PERFORM READ-MASTER
           IF WS-MASTER-FOUND NOT = 'Y'
               MOVE "CHANGE - RECORD NOT FOUND" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM SAVE-BEFORE-IMAGE
               MOVE TRAN-CUST-NAME TO CUST-NAME
               MOVE TRAN-CUST-ADDRESS TO CUST-ADDRESS
               IF TRAN-CUST-STATUS NOT = SPACE
                   MOVE TRAN-CUST-STATUS TO CUST-STATUS
               END-IF
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
               MOVE WS-CURRENT-DATE(1:8) TO CUST-MAINT-DATE
               MOVE TRAN-CUST-BALANCE TO CUST-BALANCE
               MOVE TRAN-CREDIT-LIMIT TO CUST-CREDIT-LIMIT
               IF CUST-STATUS = 'C' AND WS-BEFORE-STATUS NOT = 'C'
                   IF CUST-BALANCE NOT = WS-BEFORE-BALANCE
                       MOVE 'B' TO WS-CLOSE-ACTION
                   ELSE
                       PERFORM CHECK-CLOSE-BALANCE
                   END-IF
               ELSE
                   MOVE 'Z' TO WS-CLOSE-ACTION
               END-IF
               PERFORM CHECK-HOLD-RULES
               EVALUATE TRUE
                   WHEN WS-CLOSE-ACTION = 'R'
                       MOVE "CLOSE - BALANCE NOT ZERO"
                           TO WS-REJECT-REASON
                       ADD 1 TO WS-CLOSE-REFUSED-COUNT
                       PERFORM WRITE-REJECT-RECORD
                   WHEN WS-CLOSE-ACTION = 'B'
                       MOVE "CLOSE - BALANCE CHANGED ON CLOSE"
                           TO WS-REJECT-REASON
                       ADD 1 TO WS-CLOSE-REFUSED-COUNT
                       PERFORM WRITE-REJECT-RECORD
                   WHEN WS-HOLD-REASON NOT = SPACES
                       PERFORM HOLD-TRANSACTION
                   WHEN OTHER
                       PERFORM APPLY-CHANGE-RECORD
               END-EVALUATE
           END-IF.

       APPLY-CHANGE-RECORD.
           IF WS-TRIAL-MODE = 'Y' OR WS-SEQ-MODE = 'Y'
               IF WS-SEQ-MODE = 'Y'
                   MOVE CUSTOMER-RECORD TO WS-SLOT-RECORD
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-WRITEOFF-POSTING
           ELSE
               REWRITE CUSTOMER-RECORD
                   INVALID KEY
                       ELSE
                           ADD 1 TO WS-CHANGE-COUNT
                           PERFORM WRITE-AUDIT-RECORD
                           PERFORM WRITE-WRITEOFF-POSTING
                       END-IF
               END-REWRITE
           END-IF.

       DELETE-CUSTOMER.
           MOVE TRAN-CUST-ID TO CUST-ID
           PERFORM READ-MASTER
           IF WS-MASTER-FOUND NOT = 'Y'
               MOVE "DELETE - RECORD NOT FOUND" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           ELSE
               PERFORM SAVE-BEFORE-IMAGE
               PERFORM CHECK-CLOSE-BALANCE
               PERFORM CHECK-HOLD-RULES
               EVALUATE TRUE
                   WHEN WS-CLOSE-ACTION = 'R'
                       MOVE "DELETE - BALANCE NOT ZERO"
                           TO WS-REJECT-REASON
                       ADD 1 TO WS-CLOSE-REFUSED-COUNT
                       PERFORM WRITE-REJECT-RECORD
                   WHEN WS-HOLD-REASON NOT = SPACES
                       PERFORM HOLD-TRANSACTION
                   WHEN WS-CLOSE-ACTION = 'W'
                       PERFORM CONVERT-DELETE-TO-CLOSE
                   WHEN OTHER
                       PERFORM APPLY-DELETE-RECORD
               END-EVALUATE
           END-IF.

      * A delete or close may only leave a zero balance behind.
      * A balance within the CLOSPARM write-off tolerance (either
      * sign) is cleared by a write-off posting for CUSTPOST
      * GENPOST; a larger one refuses the transaction. The test
      * is made on the balance on file (the before image), never
      * on one carried by the transaction; a close that also
      * changes the balance is refused before it gets here
      * (action B).
      * Sets WS-CLOSE-ACTION: Z zero, W write off, R refuse.
       CHECK-CLOSE-BALANCE.
           IF WS-BEFORE-BALANCE < ZERO
               COMPUTE WS-CLOSE-AMOUNT = ZERO - WS-BEFORE-BALANCE
           ELSE
               MOVE WS-BEFORE-BALANCE TO WS-CLOSE-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-CLOSE-AMOUNT = ZERO
                   MOVE 'Z' TO WS-CLOSE-ACTION
               WHEN WS-CLOSE-AMOUNT NOT > WS-WRITEOFF-TOLERANCE
                   MOVE 'W' TO WS-CLOSE-ACTION
                   MOVE 'Y' TO WS-WRITEOFF-PENDING
               WHEN OTHER
                   MOVE 'R' TO WS-CLOSE-ACTION
           END-EVALUATE.

      * The write-off posting cannot be applied to a record that
      * is no longer on file, so a delete carrying a small balance
      * closes the account instead. The closure cycle removes it
      * once the write-off has cleared the balance.
       CONVERT-DELETE-TO-CLOSE.
           MOVE 'C' TO WS-AUDIT-TYPE
           MOVE 'C' TO CUST-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE WS-CURRENT-DATE(1:8) TO CUST-MAINT-DATE
           ADD 1 TO WS-CONVERTED-COUNT
           PERFORM APPLY-CHANGE-RECORD.

       WRITE-WRITEOFF-POSTING.
           IF WS-WRITEOFF-PENDING = 'Y'
               MOVE 'N' TO WS-WRITEOFF-PENDING
               ADD 1 TO WS-WRITEOFF-COUNT
               ADD WS-CLOSE-AMOUNT TO WS-WRITEOFF-TOTAL
               IF WS-TRIAL-MODE NOT = 'Y'
                   MOVE CUST-ID TO POST-CUST-ID
                   IF WS-BEFORE-BALANCE > ZERO
                       MOVE 'C' TO POST-CODE
                   ELSE
                       MOVE 'D' TO POST-CODE
                   END-IF
                   MOVE WS-CLOSE-AMOUNT TO POST-AMOUNT
                   MOVE SPACES TO POST-REFERENCE
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
                   STRING "WRTOFF-" WS-CURRENT-DATE(1:8)
                          DELIMITED BY SIZE INTO POST-REFERENCE
                   WRITE POSTING-RECORD
                   IF WS-WRITEOFF-STATUS NOT = 0
                       DISPLAY "WRITEOFF-FILE WRITE ERROR: "
                               WS-WRITEOFF-STATUS
                       PERFORM ABEND-PARA
                   END-IF
               END-IF
           END-IF.

       APPLY-DELETE-RECORD.
           IF WS-TRIAL-MODE = 'Y' OR WS-SEQ-MODE = 'Y'
               IF WS-SEQ-MODE = 'Y'
                   MOVE 'N' TO WS-SLOT-LIVE
               END-IF
               ADD 1 TO WS-DELETE-COUNT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               END-DELETE
           END-IF.

      * Maker-checker. With HOLDPARM present a delete, a change
      * that closes the account, or a credit limit raised by at
      * least the HOLDPARM threshold (an add counts as a raise
      * from zero) is not applied but held on PENDOUT for a
      * checker. An item the checker has approved comes back
      * through here with WS-RELEASING set and is applied.
      * Sets WS-HOLD-REASON, spaces when the item is not held.
       CHECK-HOLD-RULES.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZERO TO WS-HOLD-AMOUNT
           IF WS-HOLD-ACTIVE = 'Y' AND WS-RELEASING NOT = 'Y'
               EVALUATE TRUE
                   WHEN TRAN-TYPE = 'D'
                       IF WS-HOLD-DELETE = 'Y'
                           MOVE "DELETE" TO WS-HOLD-REASON
                           MOVE CUST-BALANCE TO WS-HOLD-AMOUNT
                       END-IF
                       IF WS-HOLD-DELETE NOT = 'Y'
                             AND WS-HOLD-CLOSE = 'Y'
                             AND WS-CLOSE-ACTION = 'W'
                           MOVE "DELETE - CLOSE ACCOUNT"
                               TO WS-HOLD-REASON
                           MOVE CUST-BALANCE TO WS-HOLD-AMOUNT
                       END-IF
                   WHEN TRAN-TYPE = 'C' AND WS-HOLD-CLOSE = 'Y'
                         AND CUST-STATUS = 'C'
                         AND WS-BEFORE-STATUS NOT = 'C'
                       MOVE "CLOSE ACCOUNT" TO WS-HOLD-REASON
                       MOVE CUST-BALANCE TO WS-HOLD-AMOUNT
                   WHEN OTHER
                       PERFORM CHECK-LIMIT-INCREASE
               END-EVALUATE
           END-IF.

       CHECK-LIMIT-INCREASE.
           IF TRAN-TYPE = 'A'
               MOVE TRAN-CREDIT-LIMIT TO WS-LIMIT-INCREASE
           ELSE
               COMPUTE WS-LIMIT-INCREASE = CUST-CREDIT-LIMIT
                   - WS-BEFORE-LIMIT
           END-IF
           IF WS-LIMIT-THRESHOLD > ZERO
                 AND WS-LIMIT-INCREASE NOT < WS-LIMIT-THRESHOLD
               MOVE "CREDIT LIMIT INCREASE" TO WS-HOLD-REASON
               MOVE WS-LIMIT-INCREASE TO WS-HOLD-AMOUNT
           END-IF.

      * The hold sequence is the transaction's position in the
      * TRANIN batch, so a restarted run numbers its holds the
      * same way the original run would have.
       HOLD-TRANSACTION.
           MOVE SPACES TO PENDING-OUT-RECORD
           MOVE TRAN-CUST-ID TO PENDOUT-CUST-ID
           MOVE TRAN-TYPE TO PENDOUT-TRAN-TYPE
           MOVE WS-BUSINESS-DATE TO PENDOUT-HOLD-DATE
           IF WS-SEQ-MODE = 'Y'
               MOVE WS-SEQ-TRAN-POS TO PENDOUT-HOLD-SEQ
           ELSE
               COMPUTE PENDOUT-HOLD-SEQ = WS-RESTART-COUNT
                   + WS-TRAN-COUNT + 1
           END-IF
           MOVE "JCLASS5" TO PENDOUT-PROGRAM
           MOVE WS-HOLD-REASON TO PENDOUT-HOLD-REASON
           MOVE WS-HOLD-AMOUNT TO PENDOUT-AMOUNT
           MOVE TRAN-RECORD TO PENDOUT-DETAIL
           ADD 1 TO WS-HELD-COUNT
           MOVE "HELD FOR APPROVAL" TO WS-PEND-ACTION
           MOVE SPACES TO WS-APPROVER
           PERFORM WRITE-PENDING-OUT
           PERFORM WRITE-PENDING-LINE.

       SAVE-BEFORE-IMAGE.
           MOVE CUST-NAME TO WS-BEFORE-NAME
           MOVE CUST-ADDRESS TO WS-BEFORE-ADDRESS
           MOVE CUST-CREDIT-LIMIT TO WS-BEFORE-LIMIT.

       WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-TYPE TO AUDIT-TRAN-TYPE
           MOVE TRAN-CUST-ID TO AUDIT-CUST-ID
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUDIT-TIMESTAMP(1:8)
           MOVE WS-BEFORE-NAME TO AUDIT-BEFORE-NAME
           MOVE WS-BEFORE-ADDRESS TO AUDIT-BEFORE-ADDRESS
           MOVE WS-BEFORE-STATUS TO AUDIT-BEFORE-STATUS
           MOVE WS-BEFORE-MAINT-DATE TO AUDIT-BEFORE-MAINT-DATE
           MOVE WS-BEFORE-BALANCE TO AUDIT-BEFORE-BALANCE
           MOVE WS-BEFORE-LIMIT TO AUDIT-BEFORE-LIMIT
           IF WS-AUDIT-TYPE = 'D'
               MOVE SPACES TO AUDIT-AFTER-NAME AUDIT-AFTER-ADDRESS
                              AUDIT-AFTER-STATUS AUDIT-AFTER-OPEN-DATE
                              AUDIT-AFTER-MAINT-DATE
               PERFORM ABEND-PARA
           END-IF.

      * Maker-checker release. Each item held by an earlier run
      * (this run's PENDIN) is matched by key to the checker's
      * APPRIN decisions. Approved items are applied now, ahead
      * of TRANIN; rejected items and items held longer than the
      * HOLDPARM expiry days go to REJOUT; the rest are carried
      * forward to PENDOUT. Each decision goes on the audit trail
      * as a type K record. A restarted run skips this step
      * because the original run has already done it.
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
               DISPLAY "APPRIN TABLE FULL - DECISION IGNORED: "
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
           MOVE PEND-DETAIL TO TRAN-RECORD
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
                   PERFORM APPLY-TRANSACTION
                   MOVE 'N' TO WS-RELEASING
               WHEN WS-DECISION = 'R'
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE "REJECTED BY CHECKER" TO WS-PEND-ACTION
                   PERFORM WRITE-PENDING-LINE
                   PERFORM WRITE-DECISION-AUDIT
                   MOVE "APPROVAL - REJECTED BY CHECKER"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN WS-EXPIRY-DAYS > 0
                     AND WS-HOLD-AGE > WS-EXPIRY-DAYS
                   ADD 1 TO WS-EXPIRED-COUNT
                   MOVE 'E' TO WS-DECISION
                   MOVE "EXPIRED - REJECTED" TO WS-PEND-ACTION
                   PERFORM WRITE-PENDING-LINE
                   PERFORM WRITE-DECISION-AUDIT
                   MOVE "APPROVAL - HOLD EXPIRED" TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
               WHEN OTHER
                   ADD 1 TO WS-CARRIED-COUNT
                   MOVE "STILL PENDING" TO WS-PEND-ACTION
                   PERFORM WRITE-PENDING-OUT
                   PERFORM WRITE-PENDING-LINE
           END-EVALUATE.

      * Only an A or R decision is taken; anything else on APPRIN
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
                   STRING "APPRIN " WS-APPRTAB-KEY(WS-APPR-INDEX)
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
      * AUDIT-DECISION identifies the held item and the checker.
       WRITE-DECISION-AUDIT.
           MOVE PEND-CUST-ID TO CUST-ID
           PERFORM READ-MASTER
           IF WS-MASTER-FOUND = 'Y'
               PERFORM SAVE-BEFORE-IMAGE
           ELSE
               PERFORM CLEAR-BEFORE-IMAGE
           END-IF
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
           STRING "JCLASS5 PENDING APPROVAL REPORT"
                  "   RUN DATE: " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           MOVE "CUST-ID  T HELD-ON  SEQ      HOLD REASON"
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
           STRING "NEW HOLDS THIS RUN:     " WS-HELD-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "APPROVED AND APPLIED:   " WS-APPROVED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "REJECTED BY CHECKER:    " WS-DECLINED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "EXPIRED AND REJECTED:   " WS-EXPIRED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "CARRIED FORWARD:        " WS-CARRIED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "UNMATCHED APPROVALS:    " WS-UNMATCHED-COUNT
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE
           STRING "NOW PENDING ON PENDOUT: " WS-PENDING-TOTAL
                  DELIMITED BY SIZE INTO PENDING-REPORT-LINE
           PERFORM WRITE-PENDING-REPORT-LINE.

       WRITE-PENDING-REPORT-LINE.
           WRITE PENDING-REPORT-LINE
           IF WS-PENDRPT-STATUS NOT = 0
               DISPLAY "PENDING-REPORT WRITE ERROR: " WS-PENDRPT-STATUS
               PERFORM ABEND-PARA
           END-IF
           MOVE SPACES TO PENDING-REPORT-LINE.

       WRITE-NEW-ACCOUNT-HEADING.
           MOVE SPACES TO NEW-ACCOUNT-LINE
           STRING "JCLASS5 NEW ACCOUNTS REPORT"
                  "   RUN DATE: " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO NEW-ACCOUNT-LINE
           PERFORM WRITE-NEW-ACCOUNT-REPORT-LINE
           MOVE "CUST-ID   TRANIN    CUSTOMER NAME"
               TO NEW-ACCOUNT-LINE
           MOVE "OUTCOME" TO NEW-ACCOUNT-LINE(55:)
           PERFORM WRITE-NEW-ACCOUNT-REPORT-LINE
           MOVE ALL "=" TO NEW-ACCOUNT-LINE(1:106)
           PERFORM WRITE-NEW-ACCOUNT-REPORT-LINE.

      * One line for each customer number issued, showing what
      * became of the add it was issued to. A number issued to an
      * add that is then rejected is not reused.
       WRITE-NEW-ACCOUNT-LINE.
           IF WS-SEQ-MODE = 'Y'
               MOVE WS-SEQ-TRAN-POS TO WS-NEWACCT-POS
           ELSE
               COMPUTE WS-NEWACCT-POS = WS-RESTART-COUNT
                   + WS-TRAN-COUNT + 1
           END-IF
           MOVE SPACES TO WS-NEWACCT-OUTCOME
           EVALUATE TRUE
               WHEN WS-REJECT-COUNT > WS-SAVE-REJECT-COUNT
                   STRING "REJECTED - " WS-REJECT-REASON
                          DELIMITED BY SIZE INTO WS-NEWACCT-OUTCOME
               WHEN WS-HELD-COUNT > WS-SAVE-HELD-COUNT
                   MOVE "HELD FOR APPROVAL" TO WS-NEWACCT-OUTCOME
               WHEN WS-TRIAL-MODE = 'Y'
                   MOVE "ACCOUNT OPENED - TRIAL" TO WS-NEWACCT-OUTCOME
               WHEN OTHER
                   MOVE "ACCOUNT OPENED" TO WS-NEWACCT-OUTCOME
           END-EVALUATE
           STRING TRAN-CUST-ID "  " WS-NEWACCT-POS "  "
                  TRAN-CUST-NAME "  " WS-NEWACCT-OUTCOME
                  DELIMITED BY SIZE INTO NEW-ACCOUNT-LINE
           PERFORM WRITE-NEW-ACCOUNT-REPORT-LINE.

       WRITE-NEW-ACCOUNT-TOTALS.
           PERFORM WRITE-NEW-ACCOUNT-REPORT-LINE
           STRING "CUSTOMER NUMBERS ASSIGNED: " WS-ASSIGNED-COUNT
                  DELIMITED BY SIZE INTO NEW-ACCOUNT-LINE
           PERFORM WRITE-NEW-ACCOUNT-REPORT-LINE
           STRING "NEXT NUMBER BASE:          " WS-NEXT-BASE
                  DELIMITED BY SIZE INTO NEW-ACCOUNT-LINE
           PERFORM WRITE-NEW-ACCOUNT-REPORT-LINE
           IF WS-TRIAL-MODE = 'Y'
               MOVE "TRIAL - NUMBERS SHOWN WERE NOT ISSUED, CUSTNUM "
                   TO NEW-ACCOUNT-LINE
               MOVE "NOT UPDATED" TO NEW-ACCOUNT-LINE(48:)
               PERFORM WRITE-NEW-ACCOUNT-REPORT-LINE
           END-IF.

       WRITE-NEW-ACCOUNT-REPORT-LINE.
           WRITE NEW-ACCOUNT-LINE
           IF WS-NEWACCT-STATUS NOT = 0
               DISPLAY "NEW-ACCOUNT-REPORT WRITE ERROR: "
                       WS-NEWACCT-STATUS
               PERFORM ABEND-PARA
           END-IF
           MOVE SPACES TO NEW-ACCOUNT-LINE.

       SUMMARY-PARA.
           DISPLAY "CUST-FILE MAINTENANCE SUMMARY"
           DISPLAY "=============================="
           ELSE
               DISPLAY "RUN MODE: UPDATE"
           END-IF
           IF WS-SEQ-MODE = 'Y'
               DISPLAY "PROCESSING MODE: SEQUENTIAL"
               DISPLAY "OLD MASTER RECORDS READ:    " WS-OLDM-COUNT
               DISPLAY "NEW MASTER RECORDS WRITTEN: " WS-NEWM-COUNT
           ELSE
               DISPLAY "PROCESSING MODE: KEYED"
           END-IF
           DISPLAY "ADDS APPLIED:    " WS-ADD-COUNT
           DISPLAY "CHANGES APPLIED: " WS-CHANGE-COUNT
           DISPLAY "DELETES APPLIED: " WS-DELETE-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT
           DISPLAY "CLOSES REFUSED - BALANCE: " WS-CLOSE-REFUSED-COUNT
           DISPLAY "DELETES CLOSED FOR WRITE-OFF: " WS-CONVERTED-COUNT
           MOVE WS-WRITEOFF-TOTAL TO WS-EDIT-TOTAL
           DISPLAY "WRITE-OFFS GENERATED: " WS-WRITEOFF-COUNT
                   " TOTAL: " WS-EDIT-TOTAL
           DISPLAY "HELD FOR APPROVAL: " WS-HELD-COUNT
           DISPLAY "CUSTOMER NUMBERS ASSIGNED: " WS-ASSIGNED-COUNT
                   " NEXT BASE: " WS-NEXT-BASE
           DISPLAY "HOLDS APPROVED: " WS-APPROVED-COUNT
                   " REJECTED: " WS-DECLINED-COUNT
                   " EXPIRED: " WS-EXPIRED-COUNT
                   " CARRIED: " WS-CARRIED-COUNT
           DISPLAY "BATCH DATE: " WS-BATCH-DATE
                   " SOURCE: " WS-BATCH-SOURCE
           IF WS-TRAILER-FOUND NOT = 'Y'
           DISPLAY "======================"
           DISPLAY "IDS FOUND:     " WS-FOUND-COUNT
           DISPLAY "IDS NOT FOUND: " WS-NOTFOUND-COUNT
           DISPLAY "IDS INVALID:   " WS-INVALID-ID-COUNT
           CLOSE INQUIRY-FILE.

       READ-INQUIRY.
               PERFORM ABEND-PARA
           END-IF.

      * An inquiry id that fails its check digit cannot belong
      * to any customer, so it is reported without a lookup.
       LOOKUP-CUSTOMER.
           MOVE INQUIRY-CUST-ID TO WS-CD-ID
           PERFORM VERIFY-CUST-ID
           MOVE SPACES TO INQUIRY-REPORT-LINE
           IF WS-CD-VALID NOT = 'Y'
               ADD 1 TO WS-INVALID-ID-COUNT
               STRING "ID: " INQUIRY-CUST-ID
                      " STATUS: CHECK DIGIT INVALID"
                      DELIMITED BY SIZE INTO INQUIRY-REPORT-LINE
           ELSE
               MOVE INQUIRY-CUST-ID TO CUST-ID
               READ CUST-FILE KEY IS CUST-ID
                   INVALID KEY
                       ADD 1 TO WS-NOTFOUND-COUNT
                       STRING "ID: " INQUIRY-CUST-ID
                              " STATUS: NOT FOUND"
                              DELIMITED BY SIZE
                              INTO INQUIRY-REPORT-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-FOUND-COUNT
                       STRING "ID: " CUST-ID
                              " STATUS: FOUND"
                              " NAME: " CUST-NAME
                              " ADDRESS: " CUST-ADDRESS
                              DELIMITED BY SIZE
                              INTO INQUIRY-REPORT-LINE
               END-READ
           END-IF
           WRITE INQUIRY-REPORT-LINE
           IF WS-INQRPT-STATUS NOT = 0
               DISPLAY "INQUIRY-REPORT WRITE ERROR: " WS-INQRPT-STATUS
           CLOSE NAME-INQUIRY-FILE
           CLOSE INQUIRY-REPORT.

      * The inquiries need CUST-FILE as updated, which in
      * sequential mode is not current until CUSTRLD has
      * reloaded NEWMAST, so INQIN and NAMIN are not read.
       SKIP-INQUIRIES.
           OPEN OUTPUT INQUIRY-REPORT
           IF WS-INQRPT-STATUS NOT = 0
               DISPLAY "INQUIRY-REPORT OPEN ERROR: " WS-INQRPT-STATUS
               PERFORM ABEND-PARA
           END-IF
           MOVE "INQUIRIES NOT RUN - SEQUENTIAL MODE, CUST-FILE NOT "
               TO INQUIRY-REPORT-LINE
           MOVE "CURRENT UNTIL NEWMAST IS RELOADED"
               TO INQUIRY-REPORT-LINE(52:)
           PERFORM WRITE-INQUIRY-LINE
           DISPLAY "INQUIRIES NOT RUN IN SEQUENTIAL MODE"
           CLOSE INQUIRY-REPORT.

       READ-NAME-INQUIRY.
           READ NAME-INQUIRY-FILE
               AT END MOVE 'Y' TO WS-NAMIN-EOF
           END-IF.

       CLOSE-PARA.
           IF WS-SEQ-MODE NOT = 'Y'
               CLOSE CUST-FILE
           END-IF
           CLOSE TRANS-FILE
           CLOSE REJECT-FILE
           CLOSE AUDIT-FILE
           CLOSE CHECKPOINT-FILE
           CLOSE WRITEOFF-FILE
           CLOSE PENDING-OUT-FILE
           CLOSE PENDING-REPORT
           CLOSE NEW-ACCOUNT-REPORT.

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
               MOVE "RUN MODE: UPDATE" TO PRINT-LINE
           END-IF
           PERFORM PRINT-RPT-LINE
           IF WS-SEQ-MODE = 'Y'
               MOVE "PROCESSING MODE: SEQUENTIAL (OLDMAST TO NEWMAST)"
                   TO PRINT-LINE
           ELSE
               MOVE "PROCESSING MODE: KEYED (CUST-FILE)" TO PRINT-LINE
           END-IF
           PERFORM PRINT-RPT-LINE
           STRING "ADDS APPLIED:           " WS-ADD-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "TRANSACTIONS REJECTED:  " WS-REJECT-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "CLOSES REFUSED-BALANCE: " WS-CLOSE-REFUSED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "DELETES CLOSED INSTEAD: " WS-CONVERTED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE WS-WRITEOFF-TOTAL TO WS-EDIT-TOTAL
           STRING "WRITE-OFFS GENERATED:   " WS-WRITEOFF-COUNT
                  "  TOTAL: " WS-EDIT-TOTAL
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           MOVE WS-WRITEOFF-TOLERANCE TO WS-EDIT-TOLERANCE
           STRING "WRITE-OFF TOLERANCE:    " WS-EDIT-TOLERANCE
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HELD FOR APPROVAL:      " WS-HELD-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HOLDS APPROVED:         " WS-APPROVED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HOLDS REJECTED:         " WS-DECLINED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HOLDS EXPIRED:          " WS-EXPIRED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "HOLDS STILL PENDING:    " WS-CARRIED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "CUST NUMBERS ASSIGNED:  " WS-ASSIGNED-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           IF WS-SEQ-MODE = 'Y'
               PERFORM PRINT-SEQ-MASTER-TOTALS
           ELSE
               STRING "INQUIRY IDS FOUND:      " WS-FOUND-COUNT
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-RPT-LINE
               STRING "INQUIRY IDS NOT FOUND:  " WS-NOTFOUND-COUNT
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-RPT-LINE
               STRING "INQUIRY IDS INVALID:    " WS-INVALID-ID-COUNT
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-RPT-LINE
               STRING "NAME INQUIRY MATCHES:   " WS-NAME-MATCH-COUNT
                      DELIMITED BY SIZE INTO PRINT-LINE
               PERFORM PRINT-RPT-LINE
           END-IF
           IF WS-TRAILER-FOUND = 'Y'
                 AND WS-TRAILER-COUNT = WS-BATCH-READ-COUNT
                 AND WS-TRAILER-HASH = WS-BATCH-HASH
           END-IF
           CONTINUE.

      * A delete closed for write-off stays on the master, so
      * NEWMAST should hold OLDMAST plus adds less deletes.
       PRINT-SEQ-MASTER-TOTALS.
           STRING "OLD MASTER RECORDS READ:    " WS-OLDM-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "NEW MASTER RECORDS WRITTEN: " WS-NEWM-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           COMPUTE WS-EXPECTED-MASTER = WS-OLDM-COUNT + WS-ADD-COUNT
               - WS-DELETE-COUNT
           IF WS-EXPECTED-MASTER = WS-NEWM-COUNT
               MOVE "NEW MASTER BALANCE: IN BALANCE" TO PRINT-LINE
           ELSE
               MOVE "NEW MASTER BALANCE: OUT OF BALANCE" TO PRINT-LINE
           END-IF
           PERFORM PRINT-RPT-LINE
           MOVE "INQUIRIES NOT RUN - RELOAD NEWMAST WITH CUSTRLD"
               TO PRINT-LINE
           PERFORM PRINT-RPT-LINE.

       WRITE-RUN-LOG.
           IF WS-OPSLOG-OPEN = 'Y'
               MOVE "JCLASS5" TO RUNLOG-PROGRAM
