      *  ACCTMST.DAT under this layout is a record-length conversion
      *  (the fields read back non-numeric and are treated as zero,
      *  the same discipline as AM-ACCRUED-INTEREST).
      *
      *  AM-ACCRUED-CHARGE is the overdraft side of the accrued
      *  bucket: debit interest the nightly run has charged an
      *  overdrawn account (ODRATTBL.cpy) but not yet posted.  It is
      *  kept apart from AM-ACCRUED-INTEREST so a charge never nets
      *  against interest the customer has earned, and the product's
      *  cycle-end pass debits the whole bucket from AM-BALANCE and
      *  cuts the income GL line for it.  APPENDED COMP-3, read back
      *  non-numeric on older records and treated as zero, the same
      *  discipline as the held amounts above.
      *
      *  The term-deposit fields apply only when AM-PRODUCT-TYPE is
      *  'T' (set by ACCTMNT from PRODTBL.cpy when the account is
      *  opened); an open-ended account carries 'S' - or space, on
      *  records predating the field - and zeroes in the rest.
      *  AM-TERM-START-DATE / AM-MATURITY-DATE bound the current
      *  term of AM-TERM-MONTHS months, and AM-RATE holds the rate
      *  locked for it.  AM-MATURITY-INSTR says what the nightly
      *  run does on the maturity date once the final interest is
      *  folded in: roll over into a fresh term of the same length
      *  at the then-current offer rate ('R', TDRATTBL.cpy), pay
      *  out and close ('P'), or close and move the proceeds to the
      *  open-ended account AM-LINKED-ACCOUNT ('T').  A break before
      *  maturity is an ACCTMNT action that marks the account
      *  pending closure; the settlement charges the product's
      *  early-withdrawal penalty.  APPENDED fields, read back
      *  non-numeric on older records and treated as zero.
      *
      *  AM-OFFER-CODE is the promotional offer (PROMOOFR.cpy) the
      *  account is enrolled in, spaces when none, and
      *  AM-OFFER-ENROLL-DATE the date ACCTMNT enrolled it - the
      *  bonus is never paid for nights before it.  The nightly run
      *  clears both once the offer has ended.  APPENDED, read back
      *  as spaces / non-numeric on older records: not enrolled.
      *
      *  AM-DISPOSITION-CODE is the customer's signed instruction
      *  for what a cycle end does with the accrued interest,
      *  maintained only through ACCTMNT's instruction action (with
      *  before/after images on MAINTLOG.DAT): capitalize into
      *  AM-BALANCE ('C', or space on records predating the field -
      *  the original behavior), transfer to the open-ended account
      *  AM-DISP-ACCOUNT at this bank ('T'), or pay out by ACH to
      *  the external account AM-DISP-EXT-ACCOUNT at the bank whose
      *  ABA routing number is AM-DISP-ROUTING, in the name
      *  AM-DISP-PAYEE-NAME ('E').  A closure or term settlement
      *  always folds the bucket into the final balance whatever
      *  the instruction says; term deposits carry no instruction
      *  (their maturity instruction governs).  APPENDED, read back
      *  as spaces / non-numeric on older records: capitalize.
      *****************************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCOUNT-NUMBER           PIC 9(9).
           05  AM-HELD-WHT-AMOUNT          PIC S9(9)V9(4) COMP-3.
           05  AM-CUSTOMER-NUMBER          PIC 9(9).
           05  AM-CLOSURE-DATE             PIC 9(8).
           05  AM-ACCRUED-CHARGE           PIC S9(9)V9(4) COMP-3.
           05  AM-PRODUCT-TYPE             PIC X(1).
               88  AM-TYPE-OPEN-ENDED          VALUE 'S' ' '.
               88  AM-TYPE-TERM-DEPOSIT        VALUE 'T'.
           05  AM-TERM-MONTHS              PIC 9(3).
           05  AM-TERM-START-DATE          PIC 9(8).
           05  AM-MATURITY-DATE            PIC 9(8).
           05  AM-MATURITY-INSTR           PIC X(1).
               88  AM-MATURE-ROLLOVER          VALUE 'R'.
               88  AM-MATURE-PAYOUT            VALUE 'P'.
               88  AM-MATURE-TRANSFER          VALUE 'T'.
           05  AM-LINKED-ACCOUNT           PIC 9(9).
           05  AM-OFFER-CODE               PIC X(6).
           05  AM-OFFER-ENROLL-DATE        PIC 9(8).
           05  AM-DISPOSITION-CODE         PIC X(1).
               88  AM-DISP-CAPITALIZE          VALUE 'C' ' '.
               88  AM-DISP-TRANSFER            VALUE 'T'.
               88  AM-DISP-EXTERNAL            VALUE 'E'.
           05  AM-DISP-ACCOUNT             PIC 9(9).
           05  AM-DISP-ROUTING             PIC 9(9).
           05  AM-DISP-EXT-ACCOUNT         PIC X(17).
           05  AM-DISP-PAYEE-NAME          PIC X(22).
