       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTLTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SORT-FILE ASSIGN TO SRTWK.
           SELECT SORTED-AUDIT-FILE ASSIGN TO SRTDAUD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SRTD-STATUS.
           SELECT TEMPLATE-FILE ASSIGN TO LTRTMPL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TMPL-STATUS.
           SELECT LETTER-FILE ASSIGN TO LTROUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
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
       FD  AUDIT-FILE.
           COPY AUDREC.

      * The day's audit records in customer order; records for
      * the same customer stay in the order they were written.
       SD  SORT-FILE.
       01 SORT-RECORD.
          05 FILLER             PIC X(01).
          05 SRT-CUST-ID        PIC X(08).
          05 FILLER             PIC X(283).

       FD  SORTED-AUDIT-FILE.
       01 SORTED-AUDIT-RECORD   PIC X(292).

      * One record per line of letter text. Lines are printed in
      * file order under the letter type they carry:
      * WL welcome, AD address change, SU suspension,
      * CL closure, MG merge.
       FD  TEMPLATE-FILE.
       01 TEMPLATE-RECORD.
          05 TMPL-LETTER-TYPE  PIC X(02).
          05 TMPL-LINE-TEXT    PIC X(72).

       FD  LETTER-FILE.
       01 LETTER-LINE           PIC X(80).

       FD  PRINT-REPORT.
       01 PRINT-LINE            PIC X(132).

       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS   PIC 99    VALUE 0.
       01 WS-TMPL-STATUS    PIC 99    VALUE 0.
       01 WS-LETTER-STATUS  PIC 99    VALUE 0.
       01 WS-AUDIT-EOF      PIC X     VALUE 'N'.
       01 WS-SRTD-STATUS    PIC 99    VALUE 0.
       01 WS-SRTD-EOF       PIC X     VALUE 'N'.
       01 WS-TMPL-EOF       PIC X     VALUE 'N'.
       01 WS-TMPL-OK        PIC X     VALUE 'Y'.
       01 WS-TMPL-FOUND     PIC X     VALUE 'N'.
       01 WS-CHECK-TYPE     PIC X(02) VALUE SPACES.
       01 WS-AUDIT-COUNT    PIC 9(08) VALUE 0.
       01 WS-OTHER-DATE-COUNT PIC 9(08) VALUE 0.
       01 WS-EVENT-COUNT    PIC 9(08) VALUE 0.
       01 WS-NOTICE-COUNT   PIC 9(08) VALUE 0.
       01 WS-SUPPRESS-COUNT PIC 9(08) VALUE 0.
       01 WS-LETTER-COUNT   PIC 9(08) VALUE 0.
       01 WS-WELCOME-COUNT  PIC 9(08) VALUE 0.
       01 WS-ADDRESS-COUNT  PIC 9(08) VALUE 0.
       01 WS-SUSPEND-COUNT  PIC 9(08) VALUE 0.
       01 WS-CLOSURE-COUNT  PIC 9(08) VALUE 0.
       01 WS-MERGE-COUNT    PIC 9(08) VALUE 0.
       01 WS-LTR-TYPE       PIC X(02) VALUE SPACES.
       01 WS-LTR-NAME       PIC X(32) VALUE SPACES.
       01 WS-LTR-ADDRESS    PIC X(60) VALUE SPACES.
       01 WS-LTR-DETAIL-1   PIC X(76) VALUE SPACES.
       01 WS-LTR-DETAIL-2   PIC X(76) VALUE SPACES.
       01 WS-LTR-NEW-PAGE   PIC X     VALUE 'N'.
       01 WS-EDIT-BALANCE   PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-EDIT-LIMIT     PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.

       01 WS-TMPL-MAX       PIC 9(04) VALUE 200.
       01 WS-TMPL-USED      PIC 9(04) VALUE 0.
       01 WS-TMPL-INDEX     PIC 9(04) VALUE 0.
       01 WS-TMPL-TABLE.
          05 WS-TMPL-ENTRY OCCURS 200 TIMES.
             10 WS-TMPLTAB-TYPE PIC X(02).
             10 WS-TMPLTAB-TEXT PIC X(72).

      * The customer whose audit records are being read, holding
      * the first and last name and address and what happened to
      * the account, so that several changes to the same customer
      * in one day produce one set of letters.
       01 WS-EVT-ACTIVE     PIC X     VALUE 'N'.
       01 WS-CUST-EVENTS.
          05 WS-EVT-CUST-ID        PIC X(08).
          05 WS-EVT-ADDED          PIC X(01).
          05 WS-EVT-SUSPENDED      PIC X(01).
          05 WS-EVT-CLOSED         PIC X(01).
          05 WS-EVT-DELETED        PIC X(01).
          05 WS-EVT-MERGED         PIC X(01).
          05 WS-EVT-SURVIVOR-ID    PIC X(08).
          05 WS-EVT-FIRST-NAME     PIC X(32).
          05 WS-EVT-FIRST-ADDRESS  PIC X(60).
          05 WS-EVT-LAST-NAME      PIC X(32).
          05 WS-EVT-LAST-ADDRESS   PIC X(60).
          05 WS-EVT-LAST-STATUS    PIC X(01).
          05 WS-EVT-LAST-BALANCE   PIC S9(09)V99.
          05 WS-EVT-LAST-LIMIT     PIC S9(09)V99.

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
           PERFORM INIT-PARA
           PERFORM LOAD-TEMPLATES
           PERFORM SORT-AUDIT-EVENTS
           PERFORM READ-SORTED-AUDIT
           PERFORM UNTIL WS-SRTD-EOF = 'Y'
               IF WS-EVT-ACTIVE = 'Y'
                     AND AUDIT-CUST-ID NOT = WS-EVT-CUST-ID
                   PERFORM ISSUE-CUSTOMER-LETTERS
                   MOVE 'N' TO WS-EVT-ACTIVE
               END-IF
               IF WS-EVT-ACTIVE NOT = 'Y'
                   PERFORM START-CUSTOMER-EVENTS
               END-IF
               PERFORM COLLECT-AUDIT-EVENT
               PERFORM READ-SORTED-AUDIT
           END-PERFORM
           IF WS-EVT-ACTIVE = 'Y'
               PERFORM ISSUE-CUSTOMER-LETTERS
           END-IF
           CLOSE SORTED-AUDIT-FILE
           IF WS-EVENT-COUNT > WS-NOTICE-COUNT
               COMPUTE WS-SUPPRESS-COUNT =
                       WS-EVENT-COUNT - WS-NOTICE-COUNT
           END-IF
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

       INIT-PARA.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = 0
               DISPLAY "AUDIT-FILE OPEN ERROR: " WS-AUDIT-STATUS
               PERFORM ABEND-PARA
           END-IF
           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-STATUS NOT = 0
               DISPLAY "LETTER-FILE OPEN ERROR: " WS-LETTER-STATUS
               PERFORM ABEND-PARA
           END-IF.

      * Every letter type must have its wording on LTRTMPL;
      * a notice that cannot be worded is not sent blank.
       LOAD-TEMPLATES.
           OPEN INPUT TEMPLATE-FILE
           IF WS-TMPL-STATUS NOT = 0
               DISPLAY "LTRTMPL LETTER TEMPLATES MISSING - RUN REFUSED"
               PERFORM ABEND-PARA
           END-IF
           PERFORM READ-TEMPLATE
           PERFORM UNTIL WS-TMPL-EOF = 'Y'
               PERFORM STORE-TEMPLATE
               PERFORM READ-TEMPLATE
           END-PERFORM
           CLOSE TEMPLATE-FILE
           MOVE "WL" TO WS-CHECK-TYPE
           PERFORM CHECK-ONE-TEMPLATE
           MOVE "AD" TO WS-CHECK-TYPE
           PERFORM CHECK-ONE-TEMPLATE
           MOVE "SU" TO WS-CHECK-TYPE
           PERFORM CHECK-ONE-TEMPLATE
           MOVE "CL" TO WS-CHECK-TYPE
           PERFORM CHECK-ONE-TEMPLATE
           MOVE "MG" TO WS-CHECK-TYPE
           PERFORM CHECK-ONE-TEMPLATE
           IF WS-TMPL-OK NOT = 'Y'
               DISPLAY "LTRTMPL LETTER TEMPLATES INCOMPLETE - "
                       "RUN REFUSED"
               PERFORM ABEND-PARA
           END-IF.

       READ-TEMPLATE.
           READ TEMPLATE-FILE
               AT END MOVE 'Y' TO WS-TMPL-EOF
           END-READ
           IF WS-TMPL-STATUS NOT = 00 AND WS-TMPL-STATUS NOT = 10
               DISPLAY "TEMPLATE-FILE READ ERROR: " WS-TMPL-STATUS
               PERFORM ABEND-PARA
           END-IF.

       STORE-TEMPLATE.
           EVALUATE TMPL-LETTER-TYPE
               WHEN "WL"
               WHEN "AD"
               WHEN "SU"
               WHEN "CL"
               WHEN "MG"
                   IF WS-TMPL-USED < WS-TMPL-MAX
                       ADD 1 TO WS-TMPL-USED
                       MOVE TMPL-LETTER-TYPE
                           TO WS-TMPLTAB-TYPE(WS-TMPL-USED)
                       MOVE TMPL-LINE-TEXT
                           TO WS-TMPLTAB-TEXT(WS-TMPL-USED)
                   ELSE
                       DISPLAY "LTRTMPL TABLE FULL - LINE IGNORED: "
                               TMPL-LETTER-TYPE
                   END-IF
               WHEN OTHER
                   DISPLAY "LTRTMPL UNKNOWN LETTER TYPE IGNORED: "
                           TMPL-LETTER-TYPE
           END-EVALUATE.

       CHECK-ONE-TEMPLATE.
           MOVE 'N' TO WS-TMPL-FOUND
           PERFORM VARYING WS-TMPL-INDEX FROM 1 BY 1
                   UNTIL WS-TMPL-INDEX > WS-TMPL-USED
                      OR WS-TMPL-FOUND = 'Y'
               IF WS-TMPLTAB-TYPE(WS-TMPL-INDEX) = WS-CHECK-TYPE
                   MOVE 'Y' TO WS-TMPL-FOUND
               END-IF
           END-PERFORM
           IF WS-TMPL-FOUND NOT = 'Y'
               DISPLAY "LTRTMPL HAS NO TEMPLATE FOR LETTER TYPE: "
                       WS-CHECK-TYPE
               MOVE 'N' TO WS-TMPL-OK
           END-IF.

       READ-AUDIT.
           READ AUDIT-FILE
               AT END MOVE 'Y' TO WS-AUDIT-EOF
           END-READ
           IF WS-AUDIT-STATUS NOT = 00 AND WS-AUDIT-STATUS NOT = 10
               DISPLAY "AUDIT-FILE READ ERROR: " WS-AUDIT-STATUS
               PERFORM ABEND-PARA
           END-IF.

      * Only the business day's adds, changes and deletes are
      * sorted for letters. A maker-checker decision (K) changes
      * no field, so it never causes a letter itself.
       SORT-AUDIT-EVENTS.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-CUST-ID
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS RELEASE-AUDIT-INPUT
               GIVING SORTED-AUDIT-FILE
           OPEN INPUT SORTED-AUDIT-FILE
           IF WS-SRTD-STATUS NOT = 0
               DISPLAY "SORTED-AUDIT-FILE OPEN ERROR: " WS-SRTD-STATUS
               PERFORM ABEND-PARA
           END-IF.

       RELEASE-AUDIT-INPUT.
           PERFORM READ-AUDIT
           PERFORM UNTIL WS-AUDIT-EOF = 'Y'
               ADD 1 TO WS-AUDIT-COUNT
               IF AUDIT-TIMESTAMP(1:8) NOT = WS-BUSINESS-DATE
                   ADD 1 TO WS-OTHER-DATE-COUNT
               ELSE
                   IF AUDIT-TRAN-TYPE = 'A' OR AUDIT-TRAN-TYPE = 'C'
                         OR AUDIT-TRAN-TYPE = 'D'
                       RELEASE SORT-RECORD FROM AUDIT-RECORD
                   END-IF
               END-IF
               PERFORM READ-AUDIT
           END-PERFORM.

       READ-SORTED-AUDIT.
           READ SORTED-AUDIT-FILE INTO AUDIT-RECORD
               AT END MOVE 'Y' TO WS-SRTD-EOF
           END-READ
           IF WS-SRTD-STATUS NOT = 00 AND WS-SRTD-STATUS NOT = 10
               DISPLAY "SORTED-AUDIT-FILE READ ERROR: " WS-SRTD-STATUS
               PERFORM ABEND-PARA
           END-IF.

      * The customer's first record of the day supplies the name
      * and address held before any of the day's changes.
       START-CUSTOMER-EVENTS.
           MOVE 'Y' TO WS-EVT-ACTIVE
           MOVE AUDIT-CUST-ID TO WS-EVT-CUST-ID
           MOVE 'N' TO WS-EVT-ADDED
           MOVE 'N' TO WS-EVT-SUSPENDED
           MOVE 'N' TO WS-EVT-CLOSED
           MOVE 'N' TO WS-EVT-DELETED
           MOVE 'N' TO WS-EVT-MERGED
           MOVE SPACES TO WS-EVT-SURVIVOR-ID
           IF AUDIT-TRAN-TYPE = 'A'
               MOVE AUDIT-AFTER-NAME TO WS-EVT-FIRST-NAME
               MOVE AUDIT-AFTER-ADDRESS TO WS-EVT-FIRST-ADDRESS
           ELSE
               MOVE AUDIT-BEFORE-NAME TO WS-EVT-FIRST-NAME
               MOVE AUDIT-BEFORE-ADDRESS TO WS-EVT-FIRST-ADDRESS
           END-IF.

       COLLECT-AUDIT-EVENT.
           EVALUATE AUDIT-TRAN-TYPE
               WHEN 'A'
                   PERFORM NOTE-ADD
               WHEN 'C'
                   PERFORM NOTE-CHANGE
               WHEN 'D'
                   PERFORM NOTE-DELETE
           END-EVALUATE.

       NOTE-ADD.
           ADD 1 TO WS-EVENT-COUNT
           MOVE 'Y' TO WS-EVT-ADDED
           PERFORM NOTE-AFTER-IMAGE.

       NOTE-CHANGE.
           IF AUDIT-AFTER-ADDRESS NOT = AUDIT-BEFORE-ADDRESS
               ADD 1 TO WS-EVENT-COUNT
           END-IF
           IF AUDIT-AFTER-STATUS = 'S'
                 AND AUDIT-BEFORE-STATUS NOT = 'S'
               ADD 1 TO WS-EVENT-COUNT
               MOVE 'Y' TO WS-EVT-SUSPENDED
           END-IF
           IF AUDIT-AFTER-STATUS = 'C'
                 AND AUDIT-BEFORE-STATUS NOT = 'C'
               ADD 1 TO WS-EVENT-COUNT
               MOVE 'Y' TO WS-EVT-CLOSED
           END-IF
           PERFORM NOTE-AFTER-IMAGE.

       NOTE-AFTER-IMAGE.
           MOVE AUDIT-AFTER-NAME TO WS-EVT-LAST-NAME
           MOVE AUDIT-AFTER-ADDRESS TO WS-EVT-LAST-ADDRESS
           MOVE AUDIT-AFTER-STATUS TO WS-EVT-LAST-STATUS
           MOVE AUDIT-AFTER-BALANCE TO WS-EVT-LAST-BALANCE
           MOVE AUDIT-AFTER-LIMIT TO WS-EVT-LAST-LIMIT.

      * A delete is a closure unless the account was already
      * closed (the CUSTCLOS archive purge, whose closure letter
      * went out on the day it was closed) or it is the duplicate
      * side of a CUSTMRGE merge, which gets a merge notice.
       NOTE-DELETE.
           MOVE 'Y' TO WS-EVT-DELETED
           IF AUDIT-MRG-CODE = 'M'
               ADD 1 TO WS-EVENT-COUNT
               MOVE 'Y' TO WS-EVT-MERGED
               MOVE AUDIT-MRG-SURVIVOR-ID TO WS-EVT-SURVIVOR-ID
           ELSE
               IF AUDIT-BEFORE-STATUS NOT = 'C'
                   ADD 1 TO WS-EVENT-COUNT
                   MOVE 'Y' TO WS-EVT-CLOSED
               END-IF
           END-IF
           MOVE AUDIT-BEFORE-NAME TO WS-EVT-LAST-NAME
           MOVE AUDIT-BEFORE-ADDRESS TO WS-EVT-LAST-ADDRESS
           MOVE 'D' TO WS-EVT-LAST-STATUS
           MOVE AUDIT-BEFORE-BALANCE TO WS-EVT-LAST-BALANCE
           MOVE AUDIT-BEFORE-LIMIT TO WS-EVT-LAST-LIMIT.

      * Letters follow where the account stands at the end of the
      * day: a merge notice replaces any closure, a closure
      * replaces a suspension, a suspension lifted the same day
      * is not notified, and an account opened today gets its
      * welcome at its final address instead of a change notice.
       ISSUE-CUSTOMER-LETTERS.
           IF WS-EVT-ADDED = 'Y'
                 AND WS-EVT-LAST-STATUS NOT = 'C'
                 AND WS-EVT-LAST-STATUS NOT = 'D'
               PERFORM ISSUE-WELCOME
           END-IF
           IF WS-EVT-ADDED NOT = 'Y'
                 AND WS-EVT-MERGED NOT = 'Y'
                 AND WS-EVT-LAST-ADDRESS NOT = WS-EVT-FIRST-ADDRESS
               PERFORM ISSUE-ADDRESS-CHANGE
           END-IF
           IF WS-EVT-SUSPENDED = 'Y'
                 AND WS-EVT-LAST-STATUS = 'S'
               PERFORM ISSUE-SUSPENSION
           END-IF
           IF WS-EVT-MERGED = 'Y'
               PERFORM ISSUE-MERGE
           ELSE
               IF WS-EVT-CLOSED = 'Y'
                     AND (WS-EVT-LAST-STATUS = 'C'
                       OR WS-EVT-LAST-STATUS = 'D')
                   PERFORM ISSUE-CLOSURE
               END-IF
           END-IF.

       ISSUE-WELCOME.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE "WL" TO WS-LTR-TYPE
           MOVE WS-EVT-LAST-NAME TO WS-LTR-NAME
           MOVE WS-EVT-LAST-ADDRESS TO WS-LTR-ADDRESS
           MOVE WS-EVT-LAST-LIMIT TO WS-EDIT-LIMIT
           MOVE SPACES TO WS-LTR-DETAIL-1 WS-LTR-DETAIL-2
           STRING "YOUR CREDIT LIMIT: " WS-EDIT-LIMIT
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL-1
           PERFORM WRITE-LETTER.

      * The same confirmation goes to the address held before
      * the day's first change and to the address now held.
       ISSUE-ADDRESS-CHANGE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE "AD" TO WS-LTR-TYPE
           MOVE SPACES TO WS-LTR-DETAIL-1 WS-LTR-DETAIL-2
           STRING "PREVIOUS ADDRESS: "
                  WS-EVT-FIRST-ADDRESS
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL-1
           STRING "NEW ADDRESS:      "
                  WS-EVT-LAST-ADDRESS
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL-2
           MOVE WS-EVT-FIRST-NAME TO WS-LTR-NAME
           MOVE WS-EVT-FIRST-ADDRESS
               TO WS-LTR-ADDRESS
           PERFORM WRITE-LETTER
           MOVE WS-EVT-LAST-NAME TO WS-LTR-NAME
           MOVE WS-EVT-LAST-ADDRESS TO WS-LTR-ADDRESS
           PERFORM WRITE-LETTER.

       ISSUE-SUSPENSION.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE "SU" TO WS-LTR-TYPE
           MOVE WS-EVT-LAST-NAME TO WS-LTR-NAME
           MOVE WS-EVT-LAST-ADDRESS TO WS-LTR-ADDRESS
           MOVE WS-EVT-LAST-BALANCE
               TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-LTR-DETAIL-1 WS-LTR-DETAIL-2
           STRING "SUSPENDED ON: " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL-1
           STRING "BALANCE OUTSTANDING: " WS-EDIT-BALANCE
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL-2
           PERFORM WRITE-LETTER.

       ISSUE-CLOSURE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE "CL" TO WS-LTR-TYPE
           MOVE WS-EVT-LAST-NAME TO WS-LTR-NAME
           MOVE WS-EVT-LAST-ADDRESS TO WS-LTR-ADDRESS
           MOVE WS-EVT-LAST-BALANCE
               TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-LTR-DETAIL-1 WS-LTR-DETAIL-2
           STRING "CLOSED ON: " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL-1
           STRING "FINAL BALANCE: " WS-EDIT-BALANCE
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL-2
           PERFORM WRITE-LETTER.

       ISSUE-MERGE.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE "MG" TO WS-LTR-TYPE
           MOVE WS-EVT-LAST-NAME TO WS-LTR-NAME
           MOVE WS-EVT-LAST-ADDRESS TO WS-LTR-ADDRESS
           MOVE WS-EVT-LAST-BALANCE
               TO WS-EDIT-BALANCE
           MOVE SPACES TO WS-LTR-DETAIL-1 WS-LTR-DETAIL-2
           STRING "ACCOUNT " WS-EVT-CUST-ID
                  " MERGED INTO ACCOUNT "
                  WS-EVT-SURVIVOR-ID
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL-1
           STRING "BALANCE TRANSFERRED: " WS-EDIT-BALANCE
                  DELIMITED BY SIZE INTO WS-LTR-DETAIL-2
           PERFORM WRITE-LETTER.

      * Each letter starts a new page: reference block, addressee,
      * the template wording for its type, then the particulars.
       WRITE-LETTER.
           MOVE 'Y' TO WS-LTR-NEW-PAGE
           MOVE SPACES TO LETTER-LINE
           STRING "ACCOUNT: " WS-EVT-CUST-ID
                  "   REF: " WS-LTR-TYPE
                  "   DATE: " WS-BUSINESS-DATE
                  DELIMITED BY SIZE INTO LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           MOVE WS-LTR-NAME TO LETTER-LINE(5:32)
           PERFORM WRITE-LETTER-LINE
           MOVE WS-LTR-ADDRESS TO LETTER-LINE(5:60)
           PERFORM WRITE-LETTER-LINE
           PERFORM WRITE-LETTER-LINE
           PERFORM VARYING WS-TMPL-INDEX FROM 1 BY 1
                   UNTIL WS-TMPL-INDEX > WS-TMPL-USED
               IF WS-TMPLTAB-TYPE(WS-TMPL-INDEX) = WS-LTR-TYPE
                   MOVE WS-TMPLTAB-TEXT(WS-TMPL-INDEX)
                       TO LETTER-LINE(5:72)
                   PERFORM WRITE-LETTER-LINE
               END-IF
           END-PERFORM
           PERFORM WRITE-LETTER-LINE
           MOVE WS-LTR-DETAIL-1 TO LETTER-LINE(5:76)
           PERFORM WRITE-LETTER-LINE
           IF WS-LTR-DETAIL-2 NOT = SPACES
               MOVE WS-LTR-DETAIL-2 TO LETTER-LINE(5:76)
               PERFORM WRITE-LETTER-LINE
           END-IF
           PERFORM REGISTER-LETTER.

       WRITE-LETTER-LINE.
           IF WS-LTR-NEW-PAGE = 'Y'
               WRITE LETTER-LINE AFTER ADVANCING PAGE
               MOVE 'N' TO WS-LTR-NEW-PAGE
           ELSE
               WRITE LETTER-LINE AFTER ADVANCING 1 LINE
           END-IF
           IF WS-LETTER-STATUS NOT = 0
               DISPLAY "LETTER-FILE WRITE ERROR: " WS-LETTER-STATUS
               PERFORM ABEND-PARA
           END-IF
           MOVE SPACES TO LETTER-LINE.

       REGISTER-LETTER.
           ADD 1 TO WS-LETTER-COUNT
           EVALUATE WS-LTR-TYPE
               WHEN "WL"
                   ADD 1 TO WS-WELCOME-COUNT
               WHEN "AD"
                   ADD 1 TO WS-ADDRESS-COUNT
               WHEN "SU"
                   ADD 1 TO WS-SUSPEND-COUNT
               WHEN "CL"
                   ADD 1 TO WS-CLOSURE-COUNT
               WHEN "MG"
                   ADD 1 TO WS-MERGE-COUNT
           END-EVALUATE
           MOVE SPACES TO PRINT-LINE
           STRING "CUST: " WS-EVT-CUST-ID
                  " LETTER: " WS-LTR-TYPE
                  " TO: " WS-LTR-NAME
                  " " WS-LTR-ADDRESS
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE.

       ABEND-PARA.
           MOVE "FAILED" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-LOG
           DISPLAY "CUSTLTR STOPPED AFTER AUDIT RECORD: "
                   WS-AUDIT-COUNT
           CLOSE AUDIT-FILE LETTER-FILE SORTED-AUDIT-FILE
           STOP RUN.

       SUMMARY-PARA.
           DISPLAY "CUSTLTR CUSTOMER LETTER SUMMARY"
           DISPLAY "==============================="
           DISPLAY "AUDIT RECORDS READ:      " WS-AUDIT-COUNT
           DISPLAY "OTHER DATES SKIPPED:     " WS-OTHER-DATE-COUNT
           DISPLAY "QUALIFYING EVENTS:       " WS-EVENT-COUNT
           DISPLAY "DUPLICATES SUPPRESSED:   " WS-SUPPRESS-COUNT
           DISPLAY "WELCOME LETTERS:         " WS-WELCOME-COUNT
           DISPLAY "ADDRESS CHANGE LETTERS:  " WS-ADDRESS-COUNT
           DISPLAY "SUSPENSION NOTICES:      " WS-SUSPEND-COUNT
           DISPLAY "CLOSURE CONFIRMATIONS:   " WS-CLOSURE-COUNT
           DISPLAY "MERGE NOTICES:           " WS-MERGE-COUNT
           DISPLAY "TOTAL LETTERS:           " WS-LETTER-COUNT.

       CLOSE-PARA.
           CLOSE AUDIT-FILE
           CLOSE LETTER-FILE.

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
           STRING "CUSTLTR DAILY LETTER REGISTER"
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
           STRING "AUDIT RECORDS READ:      " WS-AUDIT-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "OTHER DATES SKIPPED:     " WS-OTHER-DATE-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "QUALIFYING EVENTS:       " WS-EVENT-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "DUPLICATES SUPPRESSED:   " WS-SUPPRESS-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "WELCOME LETTERS:         " WS-WELCOME-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "ADDRESS CHANGE LETTERS:  " WS-ADDRESS-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "SUSPENSION NOTICES:      " WS-SUSPEND-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "CLOSURE CONFIRMATIONS:   " WS-CLOSURE-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "MERGE NOTICES:           " WS-MERGE-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           STRING "TOTAL LETTERS:           " WS-LETTER-COUNT
                  DELIMITED BY SIZE INTO PRINT-LINE
           PERFORM PRINT-RPT-LINE
           CONTINUE.

       WRITE-RUN-LOG.
           IF WS-OPSLOG-OPEN = 'Y'
               MOVE "CUSTLTR" TO RUNLOG-PROGRAM
               MOVE WS-CURRENT-DATE(1:8) TO RUNLOG-RUN-DATE
               MOVE WS-CURRENT-DATE(9:6) TO RUNLOG-RUN-TIME
               MOVE WS-AUDIT-COUNT TO RUNLOG-COUNT-1
               MOVE WS-LETTER-COUNT TO RUNLOG-COUNT-2
               MOVE WS-SUPPRESS-COUNT TO RUNLOG-COUNT-3
               MOVE WS-OTHER-DATE-COUNT TO RUNLOG-COUNT-4
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
