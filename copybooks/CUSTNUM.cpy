      *****************************************************
      *  CUSTNUM.cpy                                      *
      *  CUSTNUM customer-number control file. A single   *
      *  record (type N) holds the next seven-digit base  *
      *  JCLASS5 issues to an add that arrives without a  *
      *  customer id; the issued id is the base followed  *
      *  by its check digit. Numeric ids below the legacy *
      *  limit were issued before check digits and are    *
      *  accepted without one by every program that       *
      *  verifies customer ids.                           *
      *****************************************************
       01 CUSTNUM-RECORD.
          05 CNUM-REC-TYPE          PIC X(01).
          05 CNUM-NEXT-BASE         PIC 9(07).
          05 CNUM-LEGACY-LIMIT      PIC 9(08).
          05 CNUM-LAST-ISSUED       PIC X(08).
          05 CNUM-LAST-DATE         PIC X(08).
          05 FILLER                 PIC X(08).
