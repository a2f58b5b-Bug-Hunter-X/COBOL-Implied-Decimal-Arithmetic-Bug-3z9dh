      *****************************************************************
      *  ACHPEND.cpy
      *  Pending outbound interest payment record (ACHPEND.DAT) -
      *  one row per account whose cycle-end interest the nightly
      *  run disbursed under an external-payout instruction
      *  (AM-DISPOSITION-CODE 'E').  INTCALC writes it at finalize,
      *  alongside the -INT-ACH GL line that moves the amount from
      *  the customers' accrued-interest liability to the ACH
      *  clearing account, and ACHBUILD turns the night's rows into
      *  the NACHA payment file (COPY ACHREC).  Single-sided, like
      *  GLFEED.DAT: truncated by a normal run, appended to by a
      *  supplemental one.
      *
      *  The payee columns are copied from the master as it stood
      *  at finalize, so an instruction changed after the run
      *  cannot redirect a payment already disbursed.  AP-AMOUNT is
      *  the disbursed bucket at the common 4-decimal precision;
      *  payouts are USD only, so only the first two decimals are
      *  ever significant.
      *****************************************************************
       01  ACH-PENDING-RECORD.
           05  AP-RUN-ID                   PIC X(8).
           05  AP-POSTING-DATE             PIC 9(8).
           05  AP-ACCOUNT-NUMBER           PIC 9(9).
           05  AP-CURRENCY-CODE            PIC X(3).
           05  AP-AMOUNT                   PIC 9(9)V9(4).
           05  AP-ROUTING-NUMBER           PIC 9(9).
           05  AP-DFI-ACCOUNT              PIC X(17).
           05  AP-PAYEE-NAME               PIC X(22).
