      *****************************************************************
      *  CURRREF.cpy
      *  Currency reference record - one row per currency on the
      *  indexed currency reference file CURRREF.DAT, keyed by ISO
      *  code, maintained by REFMNT and loaded into WS-CURRENCY-
      *  TABLE (COPY CURRTBL) at start-up.  CR-DECIMALS is the
      *  currency's significant minor-unit decimals (0 to 4).
      *
      *  CR-TABLE-SLOT is the currency's fixed position in the
      *  table, 1 to 5.  The per-currency control totals on the
      *  control card, the checkpoint and the run statistics are
      *  carried by that position, not by code, so a currency keeps
      *  its slot for life: REFMNT gives an added currency the next
      *  free slot and retires only the highest one, and the loader
      *  places each row at its slot.  Five is the width of those
      *  record layouts; a sixth currency is a layout change.
      *
      *  The control row is keyed HIGH-VALUES, as on PRODREF.cpy;
      *  its hash total is the sum over the currency rows of
      *  CR-TABLE-SLOT * 10 + CR-DECIMALS.
      *****************************************************************
       01  CURRENCY-REFERENCE-RECORD.
           05  CR-CURRENCY-CODE            PIC X(3).
               88  CR-CONTROL-ROW              VALUE HIGH-VALUES.
           05  CR-ENTRY-DATA.
               10  CR-TABLE-SLOT           PIC 9(1).
               10  CR-DECIMALS             PIC 9(1).
               10  FILLER                  PIC X(44).
           05  CR-CONTROL-DATA REDEFINES CR-ENTRY-DATA.
               10  CR-CTL-ENTRY-COUNT      PIC 9(5).
               10  CR-CTL-HASH-TOTAL       PIC 9(15).
               10  CR-CTL-TIMESTAMP        PIC X(26).
