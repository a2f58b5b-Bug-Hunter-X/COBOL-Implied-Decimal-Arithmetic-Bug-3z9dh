      *****************************************************************
      *  ACRBAL.cpy
      *  Proven accrued-interest balance - one row per month end,
      *  product and currency on the indexed proven-balance file,
      *  written by ACRPROOF when a month proves clean (or when the
      *  proof is seeded at cut-over).  The latest period end before
      *  the month being proven is that proof's opening point.  A
      *  month proven again replaces its own rows; a month that
      *  fails to prove stores nothing, so the next proof opens from
      *  the last month that did.  AB-PROVEN-BALANCE is the ledger
      *  balance the proof agreed with.
      *****************************************************************
       01  PROVEN-BALANCE-RECORD.
           05  AB-BALANCE-KEY.
               10  AB-PERIOD-END-DATE      PIC 9(8).
               10  AB-PRODUCT-CODE         PIC X(4).
               10  AB-CURRENCY-CODE        PIC X(3).
           05  AB-PROVEN-BALANCE           PIC S9(13)V9(4).
           05  AB-PROOF-MODE               PIC X(1).
           05  AB-PROOF-TIMESTAMP          PIC X(26).
