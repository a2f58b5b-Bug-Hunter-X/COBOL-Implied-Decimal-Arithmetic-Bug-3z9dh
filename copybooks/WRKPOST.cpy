      *  posting without re-reading the master twice: a hold ('H')
      *  suppresses the GL lines (the suppressed amounts accumulate
      *  on the master for the catch-up cut at release).
      *
      *  WP-CHARGE-POSTED / WP-ACCRUED-CHARGE-TOTAL / WP-CHARGED-
      *  AMOUNT are the overdraft counterparts of the interest
      *  fields: tonight's debit interest, the accrued-charge bucket
      *  as it should stand on the master after this run, and the
      *  bucket debited from WP-NEW-BALANCE by a cycle-end run (zero
      *  otherwise) - carried so the finalize pass can cut the
      *  -INT-INC income line and the YTD charge figure.
      *
      *  WP-PENALTY-AMOUNT is the early-withdrawal penalty a term
      *  deposit break took out of WP-NEW-BALANCE, for the -PEN-INC
      *  income line.  WP-MATURITY-ACTION carries a maturing term
      *  deposit's instruction into the finalize pass: a rollover
      *  rewrites the master with the WP-NEW-TERM-START /
      *  WP-NEW-MATURITY-DATE / WP-ROLLOVER-RATE term; a payout or
      *  transfer settles as a closure, and a transfer's proceeds
      *  are credited to WP-TRANSFER-ACCOUNT after every posting has
      *  been applied.  Space on every other posting.
      *
      *  WP-BONUS-POSTED is the promotional bonus portion of
      *  WP-INTEREST-POSTED (already inside it - never added again).
      *  WP-OFFER-ENDED-SW 'Y' tells finalize the account's offer
      *  has been paid through its end date and the enrollment is
      *  to be cleared and the reversion logged.
      *
      *  WP-DISPOSITION-CODE / WP-DISBURSED-AMOUNT carry a cycle
      *  end's interest disposition: when the account's instruction
      *  is a transfer ('T') or an ACH payout ('E'), the accrued
      *  bucket is NOT folded into WP-NEW-BALANCE - it is carried
      *  here instead (WP-CAPITALIZED-AMOUNT stays zero), credited to
      *  WP-DISP-ACCOUNT in finalize's second pass or queued for the
      *  outbound payment file.  Space / zero on every other
      *  posting.
      *****************************************************************
       01  WORK-POSTING-RECORD.
           05  WP-ACCOUNT-NUMBER           PIC 9(9).
               88  WP-ACCOUNT-IS-HELD          VALUE 'H'.
           05  WP-CLOSURE-SW               PIC X(1).
               88  WP-IS-CLOSURE               VALUE 'Y'.
           05  WP-CHARGE-POSTED            PIC 9(9)V9(4).
           05  WP-ACCRUED-CHARGE-TOTAL     PIC S9(9)V9(4).
           05  WP-CHARGED-AMOUNT           PIC 9(9)V9(4).
           05  WP-PENALTY-AMOUNT           PIC 9(9)V9(4).
           05  WP-MATURITY-ACTION          PIC X(1).
               88  WP-MATURITY-ROLLOVER        VALUE 'R'.
               88  WP-MATURITY-PAYOUT          VALUE 'P'.
               88  WP-MATURITY-TRANSFER        VALUE 'T'.
           05  WP-NEW-TERM-START           PIC 9(8).
           05  WP-NEW-MATURITY-DATE        PIC 9(8).
           05  WP-ROLLOVER-RATE            PIC 9(3)V9(4).
           05  WP-TRANSFER-ACCOUNT         PIC 9(9).
           05  WP-BONUS-POSTED             PIC 9(9)V9(4).
           05  WP-OFFER-ENDED-SW           PIC X(1).
               88  WP-OFFER-HAS-ENDED          VALUE 'Y'.
           05  WP-DISPOSITION-CODE         PIC X(1).
               88  WP-DISP-TRANSFER            VALUE 'T'.
               88  WP-DISP-EXTERNAL            VALUE 'E'.
           05  WP-DISBURSED-AMOUNT         PIC 9(9)V9(4).
           05  WP-DISP-ACCOUNT             PIC 9(9).
