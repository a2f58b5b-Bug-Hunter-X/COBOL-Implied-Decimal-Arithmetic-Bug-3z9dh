      *****************************************************************
      *  LDGRBAL.cpy
      *  Ledger accrued-interest balance record, supplied by the GL
      *  team at month end - one row per product and currency: the
      *  balance the ledger carries on its accrued-interest
      *  liability (CUST-INT-LIA) for that product, struck at
      *  LB-BALANCE-DATE.  The amount is unsigned with its direction
      *  beside it, the way the ledger's posting acknowledgments
      *  carry theirs (GLACKR.cpy): '+' (or space) a normal credit
      *  balance, '-' a liability the ledger shows overdrawn.
      *****************************************************************
       01  LEDGER-BALANCE-RECORD.
           05  LB-BALANCE-DATE             PIC 9(8).
           05  LB-PRODUCT-CODE             PIC X(4).
           05  LB-CURRENCY-CODE            PIC X(3).
           05  LB-LEDGER-BALANCE           PIC 9(13)V9(4).
           05  LB-BALANCE-SIGN             PIC X(1).
               88  LB-BALANCE-POSITIVE         VALUE '+' ' '.
               88  LB-BALANCE-NEGATIVE         VALUE '-'.
