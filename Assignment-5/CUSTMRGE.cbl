               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME WITH DUPLICATES
               FILE STATUS IS WS-STATUS.
           SELECT LEDGER-FILE ASSIGN TO CUSTLEDG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDG-KEY
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO AUDOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE.
           COPY CUSTREC.

       FD  LEDGER-FILE.
           COPY LEDGREC.

       FD  AUDIT-FILE.
           COPY AUDREC.

       01 PLAN-RECORD.
          05 PLAN-PROGRAM      PIC X(08).

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 WS-STATUS         PIC 99    VALUE 0.
       01 WS-MERGE-STATUS   PIC 99    VALUE 0.
       01 WS-BEFORE-MAINT-DATE PIC X(08) VALUE SPACES.
       01 WS-BEFORE-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-BEFORE-LIMIT   PIC S9(09)V99 VALUE ZERO.
       01 WS-SURVIVOR-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-LEDGER-STATUS  PIC 99    VALUE 0.
       01 WS-LEDGER-EOF     PIC X     VALUE 'N'.
       01 WS-LEDGER-DATE    PIC X(08) VALUE SPACES.
       01 WS-LEDGER-SEQ     PIC 9(04) VALUE 0.
       01 WS-LEDGER-ID      PIC X(08) VALUE SPACES.
       01 WS-LEDGER-CODE    PIC X(01) VALUE SPACE.
       01 WS-LEDGER-AMOUNT  PIC S9(09)V99 VALUE ZERO.
       01 WS-LEDGER-REF     PIC X(16) VALUE SPACES.
       01 WS-LEDGER-BALANCE PIC S9(09)V99 VALUE ZERO.
       01 WS-AUDIT-ID       PIC X(08) VALUE SPACES.
       01 WS-AUDIT-TYPE     PIC X(01) VALUE SPACE.
       01 WS-EDIT-BALANCE   PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.

       01 WS-RPT-STATUS     PIC 99    VALUE 0.
       01 WS-RPT-PAGE       PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM CYCLE-GATE-CHECK
           PERFORM OPEN-RUN-REPORTING
           PERFORM INIT-PARA
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
           OPEN INPUT MERGE-IN-FILE
           IF WS-MERGE-STATUS NOT = 0
               DISPLAY "CUST-FILE OPEN ERROR: " WS-STATUS
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
           OPEN OUTPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = 0
               DISPLAY "AUDIT-FILE OPEN ERROR: " WS-AUDIT-STATUS
           PERFORM SAVE-BEFORE-IMAGE
           ADD WS-DUP-BALANCE TO CUST-BALANCE
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE WS-CURRENT-DATE(1:8) TO CUST-MAINT-DATE
           REWRITE CUSTOMER-RECORD
               INVALID KEY
                       MOVE MRG-SURVIVOR-ID TO WS-AUDIT-ID
                       MOVE 'C' TO WS-AUDIT-TYPE
                       PERFORM WRITE-AUDIT-RECORD
                       MOVE CUST-BALANCE TO WS-SURVIVOR-BALANCE
                       PERFORM WRITE-SURVIVOR-LEDGER
                       PERFORM DELETE-DUPLICATE
                   END-IF
           END-REWRITE.
                               MOVE MRG-DUPLICATE-ID TO WS-AUDIT-ID
                               MOVE 'D' TO WS-AUDIT-TYPE
                               PERFORM WRITE-AUDIT-RECORD
                               PERFORM WRITE-DUPLICATE-LEDGER
                               ADD 1 TO WS-MERGED-COUNT
                               PERFORM REPORT-MERGED-PAIR
                           END-IF
                   END-DELETE
           END-READ.

      * The balance moved by a merge is entered on both ledgers,
      * as a posting would be, so each account's statement still
      * reconciles: the survivor's entry (MERGE- and the duplicate
      * id) carries its new balance, and the duplicate's closing
      * entry (MERGE- and the survivor id) takes it to zero. A
      * debit raises a balance and a credit lowers it. Nothing is
      * entered when the duplicate had no balance to move.
       WRITE-SURVIVOR-LEDGER.
           IF WS-DUP-BALANCE NOT = ZERO
               MOVE MRG-SURVIVOR-ID TO WS-LEDGER-ID
               IF WS-DUP-BALANCE > ZERO
                   MOVE 'D' TO WS-LEDGER-CODE
                   MOVE WS-DUP-BALANCE TO WS-LEDGER-AMOUNT
               ELSE
                   MOVE 'C' TO WS-LEDGER-CODE
                   COMPUTE WS-LEDGER-AMOUNT = ZERO - WS-DUP-BALANCE
               END-IF
               MOVE SPACES TO WS-LEDGER-REF
               STRING "MERGE-" MRG-DUPLICATE-ID
                      DELIMITED BY SIZE INTO WS-LEDGER-REF
               MOVE WS-SURVIVOR-BALANCE TO WS-LEDGER-BALANCE
               PERFORM SCAN-CUSTOMER-LEDGER
               PERFORM WRITE-LEDGER-ENTRY
           END-IF.

       WRITE-DUPLICATE-LEDGER.
           IF WS-DUP-BALANCE NOT = ZERO
               MOVE MRG-DUPLICATE-ID TO WS-LEDGER-ID
               IF WS-DUP-BALANCE > ZERO
                   MOVE 'C' TO WS-LEDGER-CODE
                   MOVE WS-DUP-BALANCE TO WS-LEDGER-AMOUNT
               ELSE
                   MOVE 'D' TO WS-LEDGER-CODE
                   COMPUTE WS-LEDGER-AMOUNT = ZERO - WS-DUP-BALANCE
               END-IF
               MOVE SPACES TO WS-LEDGER-REF
               STRING "MERGE-" MRG-SURVIVOR-ID
                      DELIMITED BY SIZE INTO WS-LEDGER-REF
               MOVE ZERO TO WS-LEDGER-BALANCE
               PERFORM SCAN-CUSTOMER-LEDGER
               PERFORM WRITE-LEDGER-ENTRY
           END-IF.

      * Finds the last sequence used on the customer's ledger for
      * today's posting date so the new entry can take the next.
       SCAN-CUSTOMER-LEDGER.
           MOVE 'N' TO WS-LEDGER-EOF
           MOVE 0 TO WS-LEDGER-SEQ
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE WS-CURRENT-DATE(1:8) TO WS-LEDGER-DATE
           MOVE WS-LEDGER-ID TO LEDG-CUST-ID
           MOVE LOW-VALUES TO LEDG-POST-DATE
           MOVE ZERO TO LEDG-SEQ
           START LEDGER-FILE KEY IS NOT < LEDG-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LEDGER-EOF
           END-START
           PERFORM READ-LEDGER-NEXT
           PERFORM UNTIL WS-LEDGER-EOF = 'Y'
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
                     AND LEDG-CUST-ID NOT = WS-LEDGER-ID
                   MOVE 'Y' TO WS-LEDGER-EOF
               END-IF
           END-IF.

       WRITE-LEDGER-ENTRY.
           IF WS-LEDGER-SEQ NOT < 9999
               DISPLAY "LEDGER SEQUENCE EXHAUSTED FOR: " WS-LEDGER-ID
                       " ON " WS-LEDGER-DATE
               PERFORM ABEND-PARA
           END-IF
           ADD 1 TO WS-LEDGER-SEQ
           MOVE WS-LEDGER-ID TO LEDG-CUST-ID
           MOVE WS-LEDGER-DATE TO LEDG-POST-DATE
           MOVE WS-LEDGER-SEQ TO LEDG-SEQ
           MOVE WS-LEDGER-CODE TO LEDG-POST-CODE
           MOVE WS-LEDGER-AMOUNT TO LEDG-AMOUNT
           MOVE WS-LEDGER-REF TO LEDG-REFERENCE
           MOVE WS-LEDGER-BALANCE TO LEDG-BALANCE
           WRITE LEDGER-RECORD
               INVALID KEY
                   DISPLAY "LEDGER-FILE DUPLICATE KEY FOR: "
                           WS-LEDGER-ID " ON " WS-LEDGER-DATE
                   PERFORM ABEND-PARA
               NOT INVALID KEY
                   IF WS-LEDGER-STATUS NOT = 0
                       DISPLAY "LEDGER-FILE WRITE ERROR: "
                               WS-LEDGER-STATUS
                       PERFORM ABEND-PARA
                   END-IF
           END-WRITE.

       PARTIAL-MERGE-ABEND.
           MOVE SPACES TO PRINT-LINE
           STRING "PARTIAL MERGE - SURVIVOR: " MRG-SURVIVOR-ID
           MOVE CUST-BALANCE TO WS-BEFORE-BALANCE
           MOVE CUST-CREDIT-LIMIT TO WS-BEFORE-LIMIT.

      * The duplicate's D record is marked as a merge, naming the
      * survivor, so the letters run sends a merge notice and not
      * a closure confirmation for it.
       WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-TYPE TO AUDIT-TRAN-TYPE
           MOVE WS-AUDIT-ID TO AUDIT-CUST-ID
           MOVE FUNCTION CURRENT-DATE TO AUDIT-TIMESTAMP
           MOVE WS-BUSINESS-DATE TO AUDIT-TIMESTAMP(1:8)
           MOVE WS-BEFORE-NAME TO AUDIT-BEFORE-NAME
           MOVE WS-BEFORE-ADDRESS TO AUDIT-BEFORE-ADDRESS
           MOVE WS-BEFORE-STATUS TO AUDIT-BEFORE-STATUS
                              AUDIT-AFTER-STATUS AUDIT-AFTER-OPEN-DATE
                              AUDIT-AFTER-MAINT-DATE
               MOVE ZERO TO AUDIT-AFTER-BALANCE AUDIT-AFTER-LIMIT
               MOVE 'M' TO AUDIT-MRG-CODE
               MOVE MRG-SURVIVOR-ID TO AUDIT-MRG-SURVIVOR-ID
           ELSE
               MOVE CUST-NAME TO AUDIT-AFTER-NAME
               MOVE CUST-ADDRESS TO AUDIT-AFTER-ADDRESS
           MOVE "FAILED" TO WS-RUN-STATUS
           PERFORM WRITE-RUN-LOG
           DISPLAY "CUSTMRGE STOPPED AFTER PAIR: " WS-PAIR-COUNT
           CLOSE MERGE-IN-FILE CUST-FILE LEDGER-FILE AUDIT-FILE
           STOP RUN.

       SUMMARY-PARA.
       CLOSE-PARA.
           CLOSE MERGE-IN-FILE
           CLOSE CUST-FILE
           CLOSE LEDGER-FILE
           CLOSE AUDIT-FILE.

       CYCLE-GATE-CHECK.
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
