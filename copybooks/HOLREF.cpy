      *****************************************************************
      *  HOLREF.cpy
      *  Holiday reference record - one row per bank holiday on the
      *  indexed holiday reference file HOLREF.DAT, keyed by date,
      *  maintained by REFMNT and loaded into WS-HOLIDAY-TABLE
      *  (COPY HOLTBL) at start-up.  Ops keys next year's calendar
      *  as adds, with the holiday's name for the listings.
      *
      *  The control row is keyed HIGH-VALUES, as on PRODREF.cpy;
      *  its hash total is the sum of the holiday dates.
      *****************************************************************
       01  HOLIDAY-REFERENCE-RECORD.
           05  HR-HOLIDAY-KEY              PIC X(8).
               88  HR-CONTROL-ROW              VALUE HIGH-VALUES.
           05  HR-HOLIDAY-DATE REDEFINES HR-HOLIDAY-KEY
                                           PIC 9(8).
           05  HR-ENTRY-DATA.
               10  HR-HOLIDAY-NAME         PIC X(20).
               10  FILLER                  PIC X(26).
           05  HR-CONTROL-DATA REDEFINES HR-ENTRY-DATA.
               10  HR-CTL-ENTRY-COUNT      PIC 9(5).
               10  HR-CTL-HASH-TOTAL       PIC 9(15).
               10  HR-CTL-TIMESTAMP        PIC X(26).
