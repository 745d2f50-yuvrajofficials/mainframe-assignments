               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPSLOG-STATUS.

           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.


       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOG-FILE.
           COPY RUNLOG.

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS   PIC 99    VALUE 0.
       01 WS-EXTRACT-STATUS PIC 99    VALUE 0.
       01 WS-HASH-ID        PIC X(08) VALUE SPACES.
       01 WS-HASH-ID-NUM REDEFINES WS-HASH-ID PIC 9(08).
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.
       01 WS-CHG-MAX        PIC 9(04) VALUE 5000.
       01 WS-CHG-USED       PIC 9(04) VALUE 0.
       01 WS-TAB-INDEX      PIC 9(04) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM OPEN-RUN-REPORTING
           PERFORM INIT-PARA
           PERFORM READ-AUDIT
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
               WHEN 'D'
                   PERFORM BUILD-TOMBSTONE
                   PERFORM STORE-FINAL-STATE
      * A maker-checker decision (K) changes no field; the
      * item it released is logged separately as A, C or D.
               WHEN 'K'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN AUDIT TYPE: " AUDIT-TRAN-TYPE
                           " FOR: " AUDIT-CUST-ID

       WRITE-EXTRACT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           PERFORM WRITE-EXTRACT-HEADER
           PERFORM VARYING WS-TAB-INDEX FROM 1 BY 1
                   UNTIL WS-TAB-INDEX > WS-CHG-USED
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPSLOG-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

       PRINT-RPT-LINE.
           IF WS-RPT-LINES > 55
