      *****************************************************************
      *  ACRPRF.cpy
      *  Month-end accrued-interest proof listing, written by
      *  ACRPROOF - one record layout discriminated by type:
      *    'PS' proof summary  - one per product and currency: the
      *                          proven opening, the month's journal
      *                          movements, the rolled-forward
      *                          closing, the ledger's balance and
      *                          the master's, and the verdict
      *    'PM' movement detail- one per journal movement row (run,
      *                          posting date, voucher) behind a
      *                          product/currency that did not
      *                          prove, so the break can be traced
      *                          to the night it entered
      *
      *  The rolled-forward closing is the opening plus interest
      *  expense and adjustments less withholding, capitalized and
      *  ACH paid.  The master's figure is its accrued-interest
      *  buckets less the hold-suppressed net (held GL less held
      *  withholding) the ledger has not been sent yet.
      *  PF-ADJ-APPLIED is what INTADJ applied to the master in the
      *  window (its archive trail rows) beside PF-ADJ-JOURNALED,
      *  so an adjustment that never reached the journal shows.
      *
      *  PF-PROOF-STATUS: 'OK  ' proven; 'LDGR' the ledger differs
      *  from the rolled-forward closing; 'SUBL' the master differs
      *  from it; 'BOTH' both do.  PF-LEDGER-ROW-SW is 'N' when the
      *  ledger file had no row for the product and currency.
      *****************************************************************
       01  ACCRUAL-PROOF-RECORD.
           05  PF-RECORD-TYPE              PIC X(2).
               88  PF-IS-SUMMARY               VALUE 'PS'.
               88  PF-IS-MOVEMENT              VALUE 'PM'.
           05  PF-PERIOD-END-DATE          PIC 9(8).
           05  PF-PRODUCT-CODE             PIC X(4).
           05  PF-CURRENCY-CODE            PIC X(3).
           05  PF-DATA                     PIC X(277).
           05  PF-SUMMARY REDEFINES PF-DATA.
               10  PF-PROOF-STATUS         PIC X(4).
                   88  PF-PROVEN               VALUE 'OK  '.
                   88  PF-LEDGER-BREAK         VALUE 'LDGR'.
                   88  PF-SUBLEDGER-BREAK      VALUE 'SUBL'.
                   88  PF-BOTH-BREAK           VALUE 'BOTH'.
               10  PF-OPENING-DATE         PIC 9(8).
               10  PF-OPENING-BALANCE      PIC S9(13)V9(4).
               10  PF-INTEREST-EXPENSE     PIC S9(13)V9(4).
               10  PF-ADJ-JOURNALED        PIC S9(13)V9(4).
               10  PF-WITHHOLDING          PIC S9(13)V9(4).
               10  PF-CAPITALIZED          PIC S9(13)V9(4).
               10  PF-ACH-PAID             PIC S9(13)V9(4).
               10  PF-ROLLED-BALANCE       PIC S9(13)V9(4).
               10  PF-LEDGER-BALANCE       PIC S9(13)V9(4).
               10  PF-LEDGER-DIFFERENCE    PIC S9(13)V9(4).
               10  PF-MASTER-ACCRUED       PIC S9(13)V9(4).
               10  PF-HELD-NET             PIC S9(13)V9(4).
               10  PF-SUBLEDGER-BALANCE    PIC S9(13)V9(4).
               10  PF-SUBLEDGER-DIFFERENCE PIC S9(13)V9(4).
               10  PF-ADJ-APPLIED          PIC S9(13)V9(4).
               10  PF-ACCOUNT-COUNT        PIC 9(9).
               10  PF-LEDGER-ROW-SW        PIC X(1).
                   88  PF-LEDGER-ROW-FOUND     VALUE 'Y'.
           05  PF-MOVEMENT REDEFINES PF-DATA.
               10  PF-MV-RUN-ID            PIC X(8).
               10  PF-MV-POSTING-DATE      PIC 9(8).
               10  PF-MV-VOUCHER-NUMBER    PIC 9(5).
               10  PF-MV-INTEREST-EXPENSE  PIC S9(11)V9(4).
               10  PF-MV-ADJUSTMENT        PIC S9(11)V9(4).
               10  PF-MV-WITHHOLDING       PIC S9(11)V9(4).
               10  PF-MV-CAPITALIZED       PIC S9(11)V9(4).
               10  PF-MV-ACH-PAID          PIC S9(11)V9(4).
               10  PF-MV-NET-MOVEMENT      PIC S9(11)V9(4).
               10  FILLER                  PIC X(166).
