      *****************************************************
      *  APPRREC.cpy                                      *
      *  Checker decision on a held item, read by JCLASS5 *
      *  (APPRIN) and CUSTPOST (PAPPRIN) at the start of  *
      *  the next cycle. The key matches PEND-KEY on the  *
      *  pending-approval file; the decision is A to      *
      *  release the item into the run or R to reject it. *
      *****************************************************
       01 APPROVAL-RECORD.
          05 APPR-KEY.
             10 APPR-CUST-ID        PIC X(08).
             10 APPR-TRAN-TYPE      PIC X(01).
             10 APPR-HOLD-DATE      PIC X(08).
             10 APPR-HOLD-SEQ       PIC 9(08).
          05 APPR-DECISION          PIC X(01).
          05 APPR-APPROVER          PIC X(08).
