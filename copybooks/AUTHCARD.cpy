      *****************************************************************
      *  AUTHCARD.cpy
      *  Dual-authorization control card - one record read by
      *  ACCTMNT and AUTHRPT.  AU-BALANCE-LIMIT is the largest
      *  balance movement, in the account's own currency units, an
      *  add or change may make without a second user's approval;
      *  AU-RATE-TOLERANCE is the largest rate movement a change
      *  may make (zero - every rate change is approved).  An item
      *  awaiting approval longer than AU-EXPIRY-DAYS days after
      *  the day it was keyed expires and is discarded.
      *  AU-REPORT-DATE is the day AUTHRPT reports on; zero means
      *  today.  With no card both programs use the defaults in
      *  their working storage.
      *****************************************************************
       01  AUTHORIZATION-CONTROL-CARD.
           05  AU-BALANCE-LIMIT            PIC 9(9)V9(4).
           05  AU-RATE-TOLERANCE           PIC 9(3)V9(4).
           05  AU-EXPIRY-DAYS              PIC 9(3).
           05  AU-REPORT-DATE              PIC 9(8).
