      *****************************************************
      *  CYCDATE.cpy                                      *
      *  CYCLDATE cycle-date control file. The first      *
      *  record (type D) carries the current and prior    *
      *  business dates that every program dates its      *
      *  work by. The type H records that follow hold the *
      *  holiday calendar CYCLCTRL skips, together with   *
      *  Saturdays and Sundays, when it rolls the date    *
      *  forward at the end of a confirmed cycle.         *
      *****************************************************
       01 CYCLE-DATE-RECORD.
          05 CYCD-REC-TYPE          PIC X(01).
          05 CYCD-DATES.
             10 CYCD-BUSINESS-DATE  PIC X(08).
             10 CYCD-PRIOR-DATE     PIC X(08).
          05 CYCD-HOLIDAY REDEFINES CYCD-DATES.
             10 CYCD-HOLIDAY-DATE   PIC X(08).
             10 FILLER              PIC X(08).
