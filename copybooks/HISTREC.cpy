      *  customer id, audit timestamp and a tie-break     *
      *  sequence. HISTARCH moves records older than the  *
      *  retention cut-off to the sequential archive.     *
      *  Type K maker-checker decision records carry the  *
      *  decision detail in HIST-DECISION, laid over the  *
      *  after address exactly as in AUDREC.              *
      *  A D record of a merged duplicate carries the     *
      *  merge marker in HIST-MERGE, as in AUDREC.        *
      *****************************************************
       01 HISTORY-RECORD.
          05 HIST-KEY.
          05 HIST-BEFORE-LIMIT      PIC S9(09)V99.
          05 HIST-AFTER-NAME        PIC X(32).
          05 HIST-AFTER-ADDRESS     PIC X(60).
          05 HIST-DECISION REDEFINES HIST-AFTER-ADDRESS.
             10 HIST-DEC-CODE        PIC X(01).
             10 HIST-DEC-PROGRAM     PIC X(08).
             10 HIST-DEC-TRAN-TYPE   PIC X(01).
             10 HIST-DEC-HOLD-DATE   PIC X(08).
             10 HIST-DEC-HOLD-SEQ    PIC 9(08).
             10 HIST-DEC-APPROVER    PIC X(08).
             10 HIST-DEC-HOLD-REASON PIC X(24).
             10 FILLER               PIC X(02).
          05 HIST-MERGE REDEFINES HIST-AFTER-ADDRESS.
             10 HIST-MRG-CODE        PIC X(01).
             10 HIST-MRG-SURVIVOR-ID PIC X(08).
             10 FILLER               PIC X(51).
          05 HIST-AFTER-STATUS      PIC X(01).
          05 HIST-AFTER-OPEN-DATE   PIC X(08).
          05 HIST-AFTER-MAINT-DATE  PIC X(08).
