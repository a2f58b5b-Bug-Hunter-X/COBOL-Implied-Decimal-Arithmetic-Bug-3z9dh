      *****************************************************************
      *  SETLARCH.cpy
      *  Settlement archive record - keyed by run-id plus account
      *  number on the indexed settlement archive.  The nightly run
      *  writes one at finalize for every posting that leaves
      *  something the audit archive cannot give back: an account
      *  it settles and removes from the master (a closure, or a
      *  term paid out or transferred at maturity), and any
      *  transfer of money to another account.  SA-MASTER-IMAGE is
      *  the whole master record as the run found it, before the
      *  posting was applied, so INTREVRS can put a closed account
      *  back exactly as it was; it is the byte image of ACCTMSTR
      *  (215 bytes) and must be widened with it.
      *
      *  The transfer columns record where the money went once the
      *  second finalize pass has run: the maturity proceeds and
      *  the account they were for, the disbursed interest and its
      *  target, each with 'L' when it was credited to the target
      *  and 'F' when it could not land (the proceeds went to the
      *  disbursement desk, the interest back into its own
      *  account).  Space when there was no such transfer.
      *
      *  Rows older than the nightly run's archive retention are
      *  purged with the audit archive; INTREVRS deletes a run's
      *  rows once it has backed the run out.
      *****************************************************************
       01  SETTLEMENT-ARCHIVE-RECORD.
           05  SA-ARCHIVE-KEY.
               10  SA-RUN-ID               PIC X(8).
               10  SA-ACCOUNT-NUMBER       PIC 9(9).
           05  SA-RUN-DATE                 PIC 9(8).
           05  SA-CLOSED-SW                PIC X(1).
               88  SA-ACCOUNT-CLOSED           VALUE 'Y'.
           05  SA-MATURITY-XFER-SW         PIC X(1).
               88  SA-MATURITY-XFER-LANDED     VALUE 'L'.
               88  SA-MATURITY-XFER-FAILED     VALUE 'F'.
           05  SA-MATURITY-XFER-ACCOUNT    PIC 9(9).
           05  SA-MATURITY-XFER-AMOUNT     PIC S9(9)V9(4).
           05  SA-INT-XFER-SW              PIC X(1).
               88  SA-INT-XFER-LANDED          VALUE 'L'.
               88  SA-INT-XFER-RETURNED        VALUE 'F'.
           05  SA-INT-XFER-ACCOUNT         PIC 9(9).
           05  SA-INT-XFER-AMOUNT          PIC 9(9)V9(4).
           05  SA-MASTER-IMAGE             PIC X(215).
