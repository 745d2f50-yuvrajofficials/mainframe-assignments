      *****************************************************
      *  CMPMAP.cpy                                       *
      *  CMPMAP field map for JCLASS2 compare mode. Each  *
      *  record pairs a field in INPUT1-SUFFIX (position  *
      *  1-60) with a field in INPUT2-SUFFIX (position    *
      *  1-52), each at most 30 bytes, under a label and  *
      *  a match rule: E = the two values must be equal   *
      *  byte for byte (the shorter padded with spaces),  *
      *  N = both values must be numbers as written       *
      *  (sign, decimal point and surrounding spaces      *
      *  allowed) differing by no more than the           *
      *  tolerance. Up to 20 records.                     *
      *****************************************************
       01 FIELD-MAP-RECORD.
          05 CMAP-LABEL             PIC X(20).
          05 CMAP-DD1-POS           PIC 9(02).
          05 CMAP-DD1-LEN           PIC 9(02).
          05 CMAP-DD2-POS           PIC 9(02).
          05 CMAP-DD2-LEN           PIC 9(02).
          05 CMAP-RULE              PIC X(01).
          05 CMAP-TOLERANCE         PIC 9(07)V99.
          05 FILLER                 PIC X(42).
