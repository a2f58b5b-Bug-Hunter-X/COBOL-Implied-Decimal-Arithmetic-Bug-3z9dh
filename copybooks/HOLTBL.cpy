      *****************************************************************
      *  HOLTBL.cpy
      *  Business-day holiday table - the bank holidays the nightly
      *  chain does not run on, loaded at start-up from the holiday
      *  reference file (HOLREF.DAT, COPY HOLREF) on which ops keys
      *  each new year's calendar through REFMNT.
      *  Weekends are not listed - day-of-week falls out of
      *  INTEGER-OF-DATE arithmetic - so the table carries only the
      *  fixed and proclaimed holidays.  BATCHCTL uses it to show
      *  first run after a long weekend, and to warn when a run
      *  date itself lands on a non-business day.
      *****************************************************************
       01  WS-HOLIDAY-TABLE.
           05  WS-HOLIDAY-ENTRY OCCURS 60 TIMES
                                   INDEXED BY HT-IDX.
               10  HT-HOLIDAY-DATE         PIC 9(8).

       01  WS-HOLIDAY-TABLE-COUNT          PIC 9(2) VALUE 0.
       01  WS-HOLIDAY-TABLE-MAX            PIC 9(2) VALUE 60.
