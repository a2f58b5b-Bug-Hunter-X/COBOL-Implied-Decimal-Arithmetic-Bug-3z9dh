      *****************************************************************
      *  PRODREF.cpy
      *  Product reference record - one row per deposit product on
      *  the indexed product reference file PRODREF.DAT, keyed by
      *  product code, maintained by REFMNT and loaded whole into
      *  WS-PRODUCT-TABLE (COPY PRODTBL) at start-up by every
      *  program that prices or edits by product.  The columns are
      *  the table's: day-count basis, capitalization cycle,
      *  product type and early-withdrawal penalty days.
      *
      *  The file's last row, keyed HIGH-VALUES, is its control
      *  row: the count of product rows and their hash total, as
      *  REFMNT left them after its last applied transaction, and
      *  when that was.  Each row adds PD-PENALTY-DAYS plus the
      *  ordinal of PD-DAY-COUNT-CODE times 1000, of PD-CAP-CYCLE
      *  times 1000000 and of PD-PRODUCT-TYPE times 1000000000 to
      *  the hash, so every priced column is in it.  A loader that
      *  counts or sums differently from the control row has a
      *  file that was restored out of step or updated behind
      *  REFMNT's back, and halts rather than price from it.
      *****************************************************************
       01  PRODUCT-REFERENCE-RECORD.
           05  PD-PRODUCT-CODE             PIC X(4).
               88  PD-CONTROL-ROW              VALUE HIGH-VALUES.
           05  PD-ENTRY-DATA.
               10  PD-DAY-COUNT-CODE       PIC X(1).
               10  PD-CAP-CYCLE            PIC X(1).
               10  PD-PRODUCT-TYPE         PIC X(1).
               10  PD-PENALTY-DAYS         PIC 9(3).
               10  FILLER                  PIC X(40).
           05  PD-CONTROL-DATA REDEFINES PD-ENTRY-DATA.
               10  PD-CTL-ENTRY-COUNT      PIC 9(5).
               10  PD-CTL-HASH-TOTAL       PIC 9(15).
               10  PD-CTL-TIMESTAMP        PIC X(26).
