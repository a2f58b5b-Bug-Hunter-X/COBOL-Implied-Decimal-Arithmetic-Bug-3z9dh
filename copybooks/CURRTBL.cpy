      *  tells 4350-APPLY-CURRENCY-SCALE how many of those decimal
      *  places are actually significant for a given currency before
      *  the amount is posted (e.g. USD = 2, JPY = 0, KWD = 3).
      *
      *  Loaded at start-up from the currency reference file
      *  (CURRREF.DAT, COPY CURRREF) that REFMNT maintains.  Each
      *  currency sits at its fixed CR-TABLE-SLOT, the position the
      *  per-currency control totals on CTLCARD, CKPTREC and RUNSTAT
      *  are carried by; WS-CURRENCY-TABLE-COUNT is the highest slot
      *  in use.
      *****************************************************************
       01  WS-CURRENCY-TABLE.
           05  WS-CURRENCY-TABLE-ENTRY OCCURS 5 TIMES
                                       INDEXED BY CT-IDX.
               10  CT-CURRENCY-CODE        PIC X(3).
               10  CT-DECIMALS             PIC 9(1).

       01  WS-CURRENCY-TABLE-COUNT         PIC 9(2) VALUE 0.
       01  WS-CURRENCY-TABLE-MAX           PIC 9(2) VALUE 5.

       01  WS-POWER-OF-TEN-VALUES.
           05  FILLER  PIC X(25) VALUE '0000100010001000100010000'.
