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
       01 EXT-EOF                PIC X     VALUE 'N'.
       01 MASTER-EOF             PIC X     VALUE 'N'.
       01 WS-TRAN-STATUS         PIC 99    VALUE 0.
       01 WS-CONTROL-STATUS      PIC 99    VALUE 0.
       01 WS-CURRENT-DATE        PIC X(21) VALUE SPACES.
       01 WS-CYCDATE-STATUS      PIC 99    VALUE 0.
       01 WS-BUSINESS-DATE       PIC X(08) VALUE SPACES.
       01 WS-TRAN-HASH           PIC 9(16) VALUE 0.
       01 WS-HASH-ID             PIC X(08) VALUE SPACES.
       01 WS-HASH-ID-NUM REDEFINES WS-HASH-ID PIC 9(08).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-CYCLE-DATE
           PERFORM OPEN-RUN-REPORTING
           OPEN INPUT EXTRACT-FILE
                INPUT MASTER-FILE
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8)
           PERFORM WRITE-TRAN-HEADER

           PERFORM READ-EXTRACT
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

       READ-EXTRACT.
           READ EXTRACT-FILE
               AT END MOVE 'Y' TO EXT-EOF
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-OPSLOG-OPEN
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-BUSINESS-DATE TO WS-CURRENT-DATE(1:8).

       PRINT-RPT-LINE.
           IF WS-RPT-LINES > 55
