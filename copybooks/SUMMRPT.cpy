      *  Month-end YTD interest summary record - one detail row per
      *  account plus a single trailing portfolio-total row, for the
      *  close package.
      *
      *  SR-YTD-DEBIT-CHARGES carries the overdraft debit interest
      *  charged year to date alongside (never netted into) the
      *  interest figure.
      *****************************************************************
       01  SUMMARY-REPORT-RECORD.
           05  SR-RECORD-TYPE              PIC X(1).
           05  SR-CURRENCY-CODE            PIC X(3).
           05  SR-YTD-TOTAL-INTEREST       PIC 9(13)V9(4).
           05  SR-LAST-RUN-DATE            PIC 9(8).
           05  SR-YTD-DEBIT-CHARGES        PIC 9(13)V9(4).
