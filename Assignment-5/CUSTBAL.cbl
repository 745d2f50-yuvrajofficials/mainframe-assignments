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
       01 WS-STATUS         PIC 99    VALUE 0.
       01 WS-UNLOAD-STATUS  PIC 99    VALUE 0.
       01 WS-OPSLOG-OPEN    PIC X     VALUE 'N'.
       01 WS-RUN-STATUS     PIC X(08) VALUE "COMPLETE".
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM OPEN-RUN-REPORTING
           PERFORM TOTAL-OPENING-POSITION
           PERFORM TOTAL-AUDIT-MOVEMENT
           PERFORM WRITE-RUN-LOG
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

       TOTAL-OPENING-POSITION.
           OPEN INPUT UNLOAD-FILE
           IF WS-UNLOAD-STATUS NOT = 0
               WHEN 'D'
                   SUBTRACT AUDIT-BEFORE-BALANCE
                       FROM WS-MOVEMENT-TOTAL
      * A maker-checker decision (K) changes no field; the
      * item it released is logged separately as A, C or D.
               WHEN 'K'
                   CONTINUE
               WHEN OTHER
                   DISPLAY "UNKNOWN AUDIT TYPE: " AUDIT-TRAN-TYPE
                           " FOR: " AUDIT-CUST-ID
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPSLOG-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

       PRINT-RPT-LINE.
           IF WS-RPT-LINES > 55
