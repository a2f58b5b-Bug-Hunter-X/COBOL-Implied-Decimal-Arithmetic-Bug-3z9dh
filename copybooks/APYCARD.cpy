      *****************************************************************
      *  APYCARD.cpy
      *  Rate-sheet control card - one record read by RATESHT.
      *  YC-EFFECTIVE-DATE is the day the sheet quotes rates for
      *  (zero means today): a tier whose rate has moved with a
      *  RATECHG.DAT event not yet effective on that day is quoted
      *  at the rate it pays until then.  YC-BALANCE-COUNT
      *  representative balances follow, each quoted on every
      *  product; a count of zero keeps RATESHT's standard set.
      *****************************************************************
       01  APY-SHEET-CARD.
           05  YC-EFFECTIVE-DATE           PIC 9(8).
           05  YC-BALANCE-COUNT            PIC 9(2).
           05  YC-BALANCE-POINT            PIC 9(9)V9(4)
                                           OCCURS 8 TIMES.
