      *****************************************************************
      *  ACRMOVE.cpy
      *  Accrued-interest liability movement record - the journal's
      *  history, one row per voucher and product, written by GLJRNL
      *  once the night's vouchers have all balanced and kept on the
      *  indexed movement file across nights (GLJRNL.DAT itself is
      *  rebuilt every run, and its withholding, capitalization and
      *  ACH legs are per currency, not per product).  Keyed by the
      *  voucher's run-id, posting date and currency plus the
      *  product, so a journal re-run over the same feed replaces
      *  its own rows instead of adding to them.  AV-VOUCHER-NUMBER
      *  ties the row to its voucher on that night's GLJRNL.DAT.
      *
      *  The amounts are the product's share of the voucher's
      *  CUST-INT-LIA legs, signed as the feed signed them:
      *  AV-INTEREST-EXPENSE the -INT-EXP accrual (hold catch-ups
      *  included), AV-ADJUSTMENT the INTADJ -INT-ADJ corrections,
      *  AV-WITHHOLDING the -TAX-WHT withheld out of them,
      *  AV-CAPITALIZED the -INT-CAP moves to deposit liability
      *  (capitalizations, settlements and interest transfers) and
      *  AV-ACH-PAID the -INT-ACH payouts.  The liability moves by
      *  expense plus adjustment less withholding, capitalized and
      *  ACH paid.  ACRPROOF rolls these forward at month end.
      *****************************************************************
       01  ACCRUAL-MOVEMENT-RECORD.
           05  AV-MOVEMENT-KEY.
               10  AV-RUN-ID               PIC X(8).
               10  AV-POSTING-DATE         PIC 9(8).
               10  AV-CURRENCY-CODE        PIC X(3).
               10  AV-PRODUCT-CODE         PIC X(4).
           05  AV-VOUCHER-NUMBER           PIC 9(5).
           05  AV-INTEREST-EXPENSE         PIC S9(11)V9(4).
           05  AV-ADJUSTMENT               PIC S9(11)V9(4).
           05  AV-WITHHOLDING              PIC S9(11)V9(4).
           05  AV-CAPITALIZED              PIC S9(11)V9(4).
           05  AV-ACH-PAID                 PIC S9(11)V9(4).
           05  AV-JOURNAL-TIMESTAMP        PIC X(26).
