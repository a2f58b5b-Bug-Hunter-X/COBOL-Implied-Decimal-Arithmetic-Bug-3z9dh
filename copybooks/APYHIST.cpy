      *****************************************************************
      *  APYHIST.cpy
      *  APY history record - one row per product (and term, for a
      *  term deposit - zero otherwise) and representative balance
      *  ever quoted, on the indexed
      *  APYHIST.DAT RATESHT keeps, carrying the APY the latest
      *  sheet quoted and the one the sheet before it quoted.  A
      *  new sheet date moves the latest figures to the prior ones;
      *  a sheet re-run for the same date replaces only the latest,
      *  so it is compared with the same earlier sheet again.
      *****************************************************************
       01  APY-HISTORY-RECORD.
           05  YH-HISTORY-KEY.
               10  YH-PRODUCT-CODE         PIC X(4).
               10  YH-TERM-MONTHS          PIC 9(3).
               10  YH-BALANCE-POINT        PIC 9(9)V9(4).
           05  YH-SHEET-DATE               PIC 9(8).
           05  YH-APY                      PIC 9(3)V9(2).
           05  YH-PRIOR-SHEET-DATE         PIC 9(8).
           05  YH-PRIOR-APY                PIC 9(3)V9(2).
