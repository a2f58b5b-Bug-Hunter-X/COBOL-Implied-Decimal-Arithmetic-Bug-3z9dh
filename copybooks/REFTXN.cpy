      *****************************************************************
      *  REFTXN.cpy
      *  Reference-maintenance transaction record - one row per add,
      *  change or delete REFMNT is to apply to one of the indexed
      *  reference files, so a new product, currency, holiday or
      *  statutory withholding rate goes through REFMNT's edits and
      *  onto its before/after log.
      *
      *  RX-TABLE-ID names the file: 'P' products (PRODREF.DAT),
      *  'C' currencies (CURRREF.DAT), 'H' holidays (HOLREF.DAT),
      *  'W' withholding rates (WHTREF.DAT).  RX-ENTRY-DATA carries
      *  that file's columns, laid out by the matching REDEFINES; a
      *  delete needs only the key columns.
      *
      *  A currency is added without a slot - REFMNT gives it the
      *  next free one - and a change re-keys only its decimals.  A
      *  withholding rate is keyed by class and effective date; a
      *  statutory change is an add with the new date, not a change
      *  to the rate in force.
      *
      *  Action 'R' reseals the named file: its control row is
      *  rebuilt from the rows actually on it.  It is the recovery
      *  for a file that fails its integrity check after a restore
      *  or an interrupted maintenance run, once the rows have been
      *  checked by hand, and it is logged like any other change.
      *  It carries no entry data.
      *****************************************************************
       01  REFERENCE-TRANSACTION-RECORD.
           05  RX-TABLE-ID                 PIC X(1).
               88  RX-TABLE-PRODUCT            VALUE 'P'.
               88  RX-TABLE-CURRENCY           VALUE 'C'.
               88  RX-TABLE-HOLIDAY            VALUE 'H'.
               88  RX-TABLE-WITHHOLDING        VALUE 'W'.
           05  RX-ACTION-CODE              PIC X(1).
               88  RX-ACTION-ADD               VALUE 'A'.
               88  RX-ACTION-CHANGE            VALUE 'C'.
               88  RX-ACTION-DELETE            VALUE 'D'.
               88  RX-ACTION-RESEAL            VALUE 'R'.
           05  RX-ENTRY-DATA               PIC X(40).
           05  RX-PRODUCT-DATA REDEFINES RX-ENTRY-DATA.
               10  RX-PRODUCT-CODE         PIC X(4).
               10  RX-DAY-COUNT-CODE       PIC X(1).
               10  RX-CAP-CYCLE            PIC X(1).
               10  RX-PRODUCT-TYPE         PIC X(1).
               10  RX-PENALTY-DAYS         PIC 9(3).
               10  FILLER                  PIC X(30).
           05  RX-CURRENCY-DATA REDEFINES RX-ENTRY-DATA.
               10  RX-CURRENCY-CODE        PIC X(3).
               10  RX-DECIMALS             PIC 9(1).
               10  FILLER                  PIC X(36).
           05  RX-HOLIDAY-DATA REDEFINES RX-ENTRY-DATA.
               10  RX-HOLIDAY-DATE         PIC 9(8).
               10  RX-HOLIDAY-NAME         PIC X(20).
               10  FILLER                  PIC X(12).
           05  RX-WITHHOLDING-DATA REDEFINES RX-ENTRY-DATA.
               10  RX-RATE-CLASS           PIC X(1).
               10  RX-EFFECTIVE-DATE       PIC 9(8).
               10  RX-WHT-RATE             PIC 9(3)V9(4).
               10  FILLER                  PIC X(24).
