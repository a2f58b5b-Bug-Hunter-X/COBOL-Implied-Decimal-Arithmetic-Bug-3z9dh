      *****************************************************************
      *  REVPOST.cpy
      *  Staged run-reversal posting - one row per account the run
      *  being reversed posted, keyed by account number on the
      *  reversal work file.  Built from the account's audit
      *  archive rows (AUDITREC.cpy AT-REVERSAL-IMAGE; the penalty
      *  from its 'P' row) and the offer reversion the run logged
      *  on MAINTLOG, so every account can be checked for a later
      *  run's postings before anything is applied - the same
      *  stage-then-apply discipline ADJPOST.cpy gives INTADJ.  A
      *  restarted run may have written an account's rows twice;
      *  the later rows replace the earlier ones here, as the work
      *  posting they mirror did.
      *****************************************************************
       01  REVERSAL-POSTING-RECORD.
           05  RP-ACCOUNT-NUMBER           PIC 9(9).
           05  RP-PRODUCT-CODE             PIC X(4).
           05  RP-CURRENCY-CODE            PIC X(3).
           05  RP-PRIOR-BALANCE            PIC S9(9)V9(4).
           05  RP-NEW-BALANCE              PIC S9(9)V9(4).
           05  RP-PRIOR-ACCRUED            PIC S9(9)V9(4).
           05  RP-NEW-ACCRUED              PIC S9(9)V9(4).
           05  RP-PRIOR-ACCRUED-CHARGE     PIC S9(9)V9(4).
           05  RP-NEW-ACCRUED-CHARGE       PIC S9(9)V9(4).
           05  RP-PRIOR-LAST-INTEREST      PIC 9(9)V9(4).
           05  RP-PRIOR-LAST-RUN-DATE      PIC 9(8).
           05  RP-PRIOR-LAST-RUN-ID        PIC X(8).
           05  RP-PRIOR-HELD-GL            PIC S9(9)V9(4).
           05  RP-PRIOR-HELD-WHT           PIC S9(9)V9(4).
           05  RP-PRIOR-RATE               PIC 9(3)V9(4).
           05  RP-PRIOR-TERM-START         PIC 9(8).
           05  RP-PRIOR-MATURITY-DATE      PIC 9(8).
           05  RP-POSTING-STATUS           PIC X(1).
               88  RP-POSTED-UNDER-HOLD        VALUE 'H'.
           05  RP-SETTLEMENT-SW            PIC X(1).
               88  RP-POSTING-CLOSED-ACCOUNT   VALUE 'Y'.
           05  RP-MATURITY-ACTION          PIC X(1).
               88  RP-MATURITY-ROLLOVER        VALUE 'R'.
               88  RP-MATURITY-PAYOUT          VALUE 'P'.
           05  RP-GL-INTEREST              PIC 9(9)V9(4).
           05  RP-CAPITALIZED-AMOUNT       PIC 9(9)V9(4).
           05  RP-CHARGED-AMOUNT           PIC 9(9)V9(4).
           05  RP-WITHHOLDING-TAX          PIC 9(9)V9(4).
           05  RP-DISPOSITION-CODE         PIC X(1).
               88  RP-DISP-EXTERNAL            VALUE 'E'.
           05  RP-DISBURSED-AMOUNT         PIC 9(9)V9(4).
           05  RP-PENALTY-AMOUNT           PIC 9(9)V9(4).
           05  RP-REVERTED-OFFER-CODE      PIC X(6).
           05  RP-REVERTED-ENROLL-DATE     PIC 9(8).
