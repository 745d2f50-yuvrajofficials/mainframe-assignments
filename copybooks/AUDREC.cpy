      *  change-history file. Carries full before and     *
      *  after images so a backup can be rolled forward   *
      *  from the audit trail alone.                      *
      *  Type K records a maker-checker decision on a     *
      *  held item: the before image is the account as it *
      *  stood, the after name carries the decision text  *
      *  and AUDIT-DECISION (over the after address)      *
      *  identifies the held item, the checker and the    *
      *  hold reason. A K record changes no field.        *
      *  CUSTMRGE marks the D record of a merged          *
      *  duplicate with AUDIT-MERGE, laid over the blank  *
      *  after address: code M and the surviving id.      *
      *****************************************************
       01 AUDIT-RECORD.
          05 AUDIT-TRAN-TYPE         PIC X(01).
          05 AUDIT-BEFORE-LIMIT      PIC S9(09)V99.
          05 AUDIT-AFTER-NAME        PIC X(32).
          05 AUDIT-AFTER-ADDRESS     PIC X(60).
          05 AUDIT-DECISION REDEFINES AUDIT-AFTER-ADDRESS.
             10 AUDIT-DEC-CODE        PIC X(01).
             10 AUDIT-DEC-PROGRAM     PIC X(08).
             10 AUDIT-DEC-TRAN-TYPE   PIC X(01).
             10 AUDIT-DEC-HOLD-DATE   PIC X(08).
             10 AUDIT-DEC-HOLD-SEQ    PIC 9(08).
             10 AUDIT-DEC-APPROVER    PIC X(08).
             10 AUDIT-DEC-HOLD-REASON PIC X(24).
             10 FILLER                PIC X(02).
          05 AUDIT-MERGE REDEFINES AUDIT-AFTER-ADDRESS.
             10 AUDIT-MRG-CODE        PIC X(01).
             10 AUDIT-MRG-SURVIVOR-ID PIC X(08).
             10 FILLER                PIC X(51).
          05 AUDIT-AFTER-STATUS      PIC X(01).
          05 AUDIT-AFTER-OPEN-DATE   PIC X(08).
          05 AUDIT-AFTER-MAINT-DATE  PIC X(08).
