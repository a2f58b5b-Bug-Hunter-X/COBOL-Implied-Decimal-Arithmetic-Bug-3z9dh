      *****************************************************************
      *  MATLADR.cpy
      *  Term-deposit maturity ladder record, written by TDLADDER for
      *  Treasury's funding forecast.  One detail row per maturity
      *  month within a currency - how many live term deposits fall
      *  due that month, the principal coming off, and the interest
      *  accrued on it so far - then a trailing total row per
      *  currency.  Currencies are never summed together: the
      *  ladder is read one currency at a time.
      *
      *  MR-MATURITY-MONTH is YYYYMM.  On a 'T' row it is zero.
      *****************************************************************
       01  MATURITY-LADDER-RECORD.
           05  MR-RECORD-TYPE              PIC X(1).
               88  MR-IS-DETAIL                VALUE 'D'.
               88  MR-IS-TOTAL                 VALUE 'T'.
           05  MR-CURRENCY-CODE            PIC X(3).
           05  MR-MATURITY-MONTH           PIC 9(6).
           05  MR-DEPOSIT-COUNT            PIC 9(9).
           05  MR-PRINCIPAL                PIC 9(13)V9(4).
           05  MR-ACCRUED-INTEREST         PIC 9(13)V9(4).
