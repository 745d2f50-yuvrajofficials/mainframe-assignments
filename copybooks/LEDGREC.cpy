      *****************************************************
      *  LEDGREC.cpy                                      *
      *  CUSTLEDG permanent customer ledger. CUSTPOST     *
      *  writes one entry for every applied posting,      *
      *  keyed by customer id, posting date and a         *
      *  sequence within the day, carrying the posting    *
      *  code, amount, reference and the running balance *
      *  after the posting. CUSTPOST also reads it back   *
      *  to refuse a reference already posted to the     *
      *  customer; CUSTSTMT prints it on the statement.   *
      *****************************************************
       01 LEDGER-RECORD.
          05 LEDG-KEY.
             10 LEDG-CUST-ID        PIC X(08).
             10 LEDG-POST-DATE      PIC X(08).
             10 LEDG-SEQ            PIC 9(04).
          05 LEDG-POST-CODE         PIC X(01).
          05 LEDG-AMOUNT            PIC S9(09)V99.
          05 LEDG-REFERENCE         PIC X(16).
          05 LEDG-BALANCE           PIC S9(09)V99.
