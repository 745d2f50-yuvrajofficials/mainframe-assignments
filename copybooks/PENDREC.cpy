      *****************************************************
      *  PENDREC.cpy                                      *
      *  Maker-checker pending-approval record. JCLASS5   *
      *  (PENDIN/PENDOUT) and CUSTPOST (PPENDIN/PPENDOUT) *
      *  hold a delete, close, large credit-limit         *
      *  increase or large posting here instead of        *
      *  applying it. The key is the customer id, the     *
      *  transaction or posting code, the business date   *
      *  it was held and a sequence within that run; a    *
      *  checker approves or rejects it by that key on    *
      *  the next cycle's approval input. PEND-DETAIL     *
      *  carries the original TRANREC or POSTREC image.   *
      *  PEND-SOURCE is G for a CUSTPOST posting that     *
      *  came in on GENPOST, so it is still treated as a  *
      *  generated posting when it is released.           *
      *****************************************************
       01 PENDING-RECORD.
          05 PEND-KEY.
             10 PEND-CUST-ID        PIC X(08).
             10 PEND-TRAN-TYPE      PIC X(01).
             10 PEND-HOLD-DATE      PIC X(08).
             10 PEND-HOLD-SEQ       PIC 9(08).
          05 PEND-PROGRAM           PIC X(08).
          05 PEND-SOURCE            PIC X(01).
          05 PEND-HOLD-REASON       PIC X(24).
          05 PEND-AMOUNT            PIC S9(09)V99.
          05 PEND-DETAIL            PIC X(124).
