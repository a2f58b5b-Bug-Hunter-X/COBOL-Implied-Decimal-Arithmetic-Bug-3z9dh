      *  from it, so the year-end reporting extract (INTTAXEX) reads
      *  both figures straight off this file instead of analysts
      *  rebuilding them in spreadsheets.
      *
      *  YA-YTD-DEBIT-CHARGES is overdraft debit interest actually
      *  charged to the account this year (the accrued-charge
      *  bucket as each cycle end debits it), kept apart from the
      *  interest income figure so the two are never netted.
      *  Appended; read back non-numeric on older records and
      *  treated as zero.
      *****************************************************************
       01  YTD-ACCRUAL-RECORD.
           05  YA-ACCOUNT-NUMBER           PIC 9(9).
           05  YA-LAST-RUN-DATE            PIC 9(8).
           05  YA-YEAR                     PIC 9(4).
           05  YA-YTD-TAX-WITHHELD         PIC 9(11)V9(4).
           05  YA-YTD-DEBIT-CHARGES        PIC 9(11)V9(4).
