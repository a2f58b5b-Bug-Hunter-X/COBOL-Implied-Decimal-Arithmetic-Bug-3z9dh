      *****************************************************************
      *  APYSHEET.cpy
      *  APY rate-sheet record, written by RATESHT for Compliance's
      *  Truth-in-Savings disclosures.  For each product priced on
      *  RATETBL a product row ('P') gives its day-count basis and
      *  capitalization cycle, whether any quoted APY moved since
      *  the last sheet issued, and the date the next tier rate
      *  move already on RATECHG.DAT takes effect (zero - none
      *  pending), after which the sheet is out of date.  A balance
      *  row ('B') follows for each representative balance.
      *
      *  YS-NOMINAL-RATE is the blended annual rate the bracket walk
      *  pays on that balance; YS-APY the annual percentage yield -
      *  the interest a year at that balance earns with the
      *  product's capitalization, as a percentage of the balance,
      *  rounded to two places as disclosed.  YS-PRIOR-APY and
      *  YS-PRIOR-SHEET-DATE are from the last sheet issued before
      *  this one.  YS-CHANGE-FLAG is 'C' when the APY differs from
      *  that sheet's, 'N' when no earlier sheet quoted this product
      *  at this balance, and space when unchanged; on the product
      *  row it is 'C' if any of its balances changed, otherwise
      *  'N' if any is new.
      *
      *  A term deposit is quoted once per term on TDRATTBL, with
      *  YS-TERM-MONTHS naming the term (zero on the open-ended
      *  products).  Its nominal rate is the term's offer rate and
      *  its APY the interest the term earns to maturity,
      *  annualized over the days in the term as Truth-in-Savings
      *  prescribes for a term that is not a year.  It has no
      *  pending tier move, so its next change date is zero.
      *****************************************************************
       01  APY-RATE-SHEET-RECORD.
           05  YS-RECORD-TYPE              PIC X(1).
               88  YS-IS-PRODUCT               VALUE 'P'.
               88  YS-IS-BALANCE               VALUE 'B'.
           05  YS-SHEET-DATE               PIC 9(8).
           05  YS-PRODUCT-CODE             PIC X(4).
           05  YS-TERM-MONTHS              PIC 9(3).
           05  YS-CHANGE-FLAG              PIC X(1).
               88  YS-APY-CHANGED              VALUE 'C'.
               88  YS-APY-NEW                  VALUE 'N'.
               88  YS-APY-UNCHANGED            VALUE ' '.
           05  YS-ROW-DATA                 PIC X(43).
           05  YS-PRODUCT-DATA REDEFINES YS-ROW-DATA.
               10  YS-DAY-COUNT-BASIS      PIC X(7).
               10  YS-CAP-CYCLE            PIC X(1).
               10  YS-NEXT-CHANGE-DATE     PIC 9(8).
               10  FILLER                  PIC X(27).
           05  YS-BALANCE-DATA REDEFINES YS-ROW-DATA.
               10  YS-BALANCE-POINT        PIC 9(9)V9(4).
               10  YS-NOMINAL-RATE         PIC 9(3)V9(4).
               10  YS-APY                  PIC 9(3)V9(2).
               10  YS-PRIOR-SHEET-DATE     PIC 9(8).
               10  YS-PRIOR-APY            PIC 9(3)V9(2).
               10  FILLER                  PIC X(5).
