           SELECT PLAN-FILE ASSIGN TO CYCLPLAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PLAN-STATUS.
           SELECT CYCLE-DATE-FILE ASSIGN TO CYCLDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 PLAN-RECORD.
          05 PLAN-PROGRAM      PIC X(08).

       FD  CYCLE-DATE-FILE.
           COPY CYCDATE.

       WORKING-STORAGE SECTION.
       01 WS-OPSLOG-STATUS  PIC 99    VALUE 0.
       01 WS-EOD-STATUS     PIC 99    VALUE 0.
       01 WS-COMPLETE-COUNT PIC 9(08) VALUE 0.
       01 WS-FAILED-COUNT   PIC 9(08) VALUE 0.
       01 WS-CURRENT-DATE   PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE  PIC X(08) VALUE SPACES.
       01 WS-RPT-PAGE       PIC 9(04) VALUE 0.
       01 WS-RPT-LINES      PIC 9(02) VALUE 99.
       01 WS-EDIT-RPT-PAGE  PIC ZZZ9  VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM READ-CYCLE-DATE
           PERFORM INIT-PARA
           PERFORM LOAD-PLAN
           PERFORM READ-RUN-LOG
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
           OPEN INPUT RUN-LOG-FILE
           IF WS-OPSLOG-STATUS NOT = 0
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           MOVE WS-CURRENT-DATE(1:8) TO WS-TODAY.

       LOAD-PLAN.
