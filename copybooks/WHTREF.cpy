      *****************************************************************
      *  WHTREF.cpy
      *  Withholding-rate reference record - one row per statutory
      *  rate change on the indexed withholding reference file
      *  WHTREF.DAT, keyed by rate class ('R' resident, 'N' non-
      *  resident, the AM-TAX-STATUS codes withheld on) and the date
      *  the rate takes effect, maintained by REFMNT.  A rate change
      *  is keyed ahead of time as a new row; the interest run uses,
      *  per class, the row with the latest effective date on or
      *  before its run date, so a re-run of an earlier night still
      *  withholds at the rate that night was under.
      *
      *  The control row is keyed HIGH-VALUES, as on PRODREF.cpy;
      *  its hash total is the sum over the rate rows of the
      *  effective date plus WR-WHT-RATE * 10000.
      *****************************************************************
       01  WITHHOLDING-REFERENCE-RECORD.
           05  WR-RATE-KEY.
               10  WR-RATE-CLASS           PIC X(1).
                   88  WR-CLASS-RESIDENT       VALUE 'R'.
                   88  WR-CLASS-NON-RESIDENT   VALUE 'N'.
               10  WR-EFFECTIVE-DATE       PIC 9(8).
           05  WR-ENTRY-DATA.
               10  WR-WHT-RATE             PIC 9(3)V9(4).
               10  FILLER                  PIC X(39).
           05  WR-CONTROL-DATA REDEFINES WR-ENTRY-DATA.
               10  WR-CTL-ENTRY-COUNT      PIC 9(5).
               10  WR-CTL-HASH-TOTAL       PIC 9(15).
               10  WR-CTL-TIMESTAMP        PIC X(26).
