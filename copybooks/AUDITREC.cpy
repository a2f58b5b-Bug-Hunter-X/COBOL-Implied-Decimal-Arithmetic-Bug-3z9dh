      *  per-slice breakdown is on the split-accrual detail listing
      *  (RATESPLT.cpy).  A recompute against the current table
      *  alone cannot reproduce such a row.
      *
      *  AT-ENTRY-TYPE says which side of the ledger the row is:
      *  'I' (or space, on rows written before the field existed) a
      *  credit-interest accrual, 'D' a debit-interest charge on an
      *  overdrawn account.  On a charge row AT-AMOUNT is the
      *  negative basis, AT-RATE-USED the blended overdraft rate
      *  (ODRATTBL.cpy) and AT-INTEREST-RAW / AT-INTEREST-POSTED the
      *  charge, so every reader must test the type before treating
      *  the amounts as interest paid.  Appending the byte took the
      *  row from 126 to 127 bytes; the programs that carry the row
      *  as a plain byte record were widened with it.
      *
      *  'P' is the early-withdrawal penalty on a broken term
      *  deposit, written as a second row alongside the settlement's
      *  interest row: AT-AMOUNT the principal the penalty was
      *  priced on, AT-RATE-USED the locked term rate, AT-ACCRUAL-
      *  DAYS the product's penalty days and AT-INTEREST-POSTED the
      *  penalty taken - interest forfeited, never interest paid.
      *
      *  The promotional bonus (PROMOOFR.cpy) is inside the row's
      *  interest columns and also shown on its own: AT-OFFER-CODE
      *  the offer that paid it, AT-BONUS-RATE the bonus rate,
      *  AT-BONUS-CAP the offer's balance cap (zero for none),
      *  AT-BONUS-DAYS the nights of the period inside the offer
      *  window, and AT-BONUS-POSTED the posted bonus.  The bonus
      *  basis is AT-AMOUNT limited to the cap, so a recompute can
      *  rebuild it from the row alone.  Spaces / zeroes when no
      *  bonus was paid.  Appending them took the row from 127 to
      *  171 bytes; the byte-record copies were widened with it.
      *
      *  AT-REVERSAL-IMAGE is what INTREVRS needs to back the run
      *  out account by account without re-deriving anything: the
      *  master's figures as the run found them (balance, accrued
      *  interest and charge buckets, last interest, last run date
      *  and id, held GL and withholding amounts, and the term's
      *  rate and dates) beside the balance and buckets the run
      *  staged, and the posting's split - credit interest cut to
      *  the expense line, capitalized, charged, withheld and
      *  disbursed amounts, the disposition that disbursed it, the
      *  account status the posting was made under ('H' cut no GL
      *  lines), whether the posting settled and closed the account
      *  and the maturity action taken.  Written on the 'I' / 'D'
      *  row; a 'P' row repeats it and is never read for it.  Zero
      *  / spaces on INTADJ trail rows; on rows written before the
      *  fields existed they read back as spaces, and such a run
      *  cannot be reversed.  Appending them took the row from 171
      *  to 396 bytes; the byte-record copies were widened with it.
      *****************************************************************
       01  AUDIT-TRAIL-RECORD.
           05  AT-RUN-ID                   PIC X(8).
               88  AT-QUALIFIED-ON-OWN         VALUE 'A'.
               88  AT-QUALIFIED-ON-COMBINED    VALUE 'R'.
           05  AT-QUALIFYING-BALANCE       PIC S9(11)V9(4).
           05  AT-ENTRY-TYPE               PIC X(1).
               88  AT-IS-CREDIT-INTEREST       VALUE 'I' ' '.
               88  AT-IS-DEBIT-CHARGE          VALUE 'D'.
               88  AT-IS-BREAK-PENALTY         VALUE 'P'.
           05  AT-OFFER-CODE               PIC X(6).
           05  AT-BONUS-RATE               PIC 9(3)V9(4).
           05  AT-BONUS-CAP                PIC 9(9)V9(4).
           05  AT-BONUS-DAYS               PIC 9(5).
           05  AT-BONUS-POSTED             PIC 9(9)V9(4).
           05  AT-REVERSAL-IMAGE.
               10  AT-PRIOR-BALANCE        PIC S9(9)V9(4).
               10  AT-NEW-BALANCE          PIC S9(9)V9(4).
               10  AT-PRIOR-ACCRUED        PIC S9(9)V9(4).
               10  AT-NEW-ACCRUED          PIC S9(9)V9(4).
               10  AT-PRIOR-ACCRUED-CHARGE PIC S9(9)V9(4).
               10  AT-NEW-ACCRUED-CHARGE   PIC S9(9)V9(4).
               10  AT-PRIOR-LAST-INTEREST  PIC 9(9)V9(4).
               10  AT-PRIOR-LAST-RUN-DATE  PIC 9(8).
               10  AT-PRIOR-LAST-RUN-ID    PIC X(8).
               10  AT-PRIOR-HELD-GL        PIC S9(9)V9(4).
               10  AT-PRIOR-HELD-WHT       PIC S9(9)V9(4).
               10  AT-PRIOR-RATE           PIC 9(3)V9(4).
               10  AT-PRIOR-TERM-START     PIC 9(8).
               10  AT-PRIOR-MATURITY-DATE  PIC 9(8).
               10  AT-POSTING-STATUS       PIC X(1).
                   88  AT-POSTED-UNDER-HOLD    VALUE 'H'.
               10  AT-SETTLEMENT-SW        PIC X(1).
                   88  AT-POSTING-CLOSED-ACCOUNT VALUE 'Y'.
               10  AT-MATURITY-ACTION      PIC X(1).
                   88  AT-MATURITY-ROLLOVER    VALUE 'R'.
               10  AT-GL-INTEREST          PIC 9(9)V9(4).
               10  AT-CAPITALIZED-AMOUNT   PIC 9(9)V9(4).
               10  AT-CHARGED-AMOUNT       PIC 9(9)V9(4).
               10  AT-WITHHOLDING-TAX      PIC 9(9)V9(4).
               10  AT-DISPOSITION-CODE     PIC X(1).
                   88  AT-DISP-EXTERNAL        VALUE 'E'.
               10  AT-DISBURSED-AMOUNT     PIC 9(9)V9(4).
