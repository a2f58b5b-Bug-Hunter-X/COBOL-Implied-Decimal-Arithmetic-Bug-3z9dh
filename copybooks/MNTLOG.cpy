      *  as marked pending closure (status 'C') - the record itself
      *  is removed later by the nightly run's settlement, not by
      *  the maintenance pass.
      *
      *  The term images are appended after the original images so
      *  existing readers of the fixed front of the row are
      *  undisturbed: maturity date, maturity instruction and linked
      *  account before and after, spaces/zeroes for an open-ended
      *  account.  A break's after image shows status 'C' the same
      *  way a close's does.
      *
      *  The offer images follow: the promotional offer code before
      *  and after, spaces for none.  Besides ACCTMNT's own offer
      *  enrollments ('O'), the nightly run appends an 'R' row here
      *  when it clears an ended offer from an account at finalize
      *  - every other field identical before and after, only the
      *  offer code reverting - so the reversion is on the same
      *  trail as the enrollment it undoes.
      *
      *  The disposition images close the row: the interest
      *  disposition code, internal target account, ABA routing,
      *  external account and payee name before and after, so an
      *  instruction change ('I') shows exactly where the interest
      *  was going and where it goes now.  Every other action
      *  carries the same instruction in both images.
      *
      *  ML-RUN-ID names the batch run that wrote the row - spaces
      *  on ACCTMNT's own rows - and the offer enrollment dates
      *  before and after complete the offer images, so an 'R'
      *  reversion carries everything needed to re-enroll the
      *  account.  INTREVRS, backing a run out, logs every master
      *  record it changes here under its own run-id: 'V' with the
      *  record before and after the reversal, and 'X' for an
      *  account the run had settled and closed and the reversal
      *  reinstates (before image empty, as an add's is).
      *  Appended; read back as spaces on older rows.
      *****************************************************************
       01  MAINT-LOG-RECORD.
           05  ML-TIMESTAMP                PIC X(26).
               10  ML-NEW-TAX-STATUS       PIC X(1).
               10  ML-NEW-STATUS-CODE      PIC X(1).
               10  ML-NEW-CUSTOMER-NUMBER  PIC 9(9).
           05  ML-TERM-BEFORE-IMAGE.
               10  ML-OLD-MATURITY-DATE    PIC 9(8).
               10  ML-OLD-MATURITY-INSTR   PIC X(1).
               10  ML-OLD-LINKED-ACCOUNT   PIC 9(9).
           05  ML-TERM-AFTER-IMAGE.
               10  ML-NEW-MATURITY-DATE    PIC 9(8).
               10  ML-NEW-MATURITY-INSTR   PIC X(1).
               10  ML-NEW-LINKED-ACCOUNT   PIC 9(9).
           05  ML-OLD-OFFER-CODE           PIC X(6).
           05  ML-NEW-OFFER-CODE           PIC X(6).
           05  ML-DISP-BEFORE-IMAGE.
               10  ML-OLD-DISPOSITION-CODE PIC X(1).
               10  ML-OLD-DISP-ACCOUNT     PIC 9(9).
               10  ML-OLD-DISP-ROUTING     PIC 9(9).
               10  ML-OLD-DISP-EXT-ACCOUNT PIC X(17).
               10  ML-OLD-DISP-PAYEE-NAME  PIC X(22).
           05  ML-DISP-AFTER-IMAGE.
               10  ML-NEW-DISPOSITION-CODE PIC X(1).
               10  ML-NEW-DISP-ACCOUNT     PIC 9(9).
               10  ML-NEW-DISP-ROUTING     PIC 9(9).
               10  ML-NEW-DISP-EXT-ACCOUNT PIC X(17).
               10  ML-NEW-DISP-PAYEE-NAME  PIC X(22).
           05  ML-RUN-ID                   PIC X(8).
           05  ML-OLD-OFFER-ENROLL-DATE    PIC 9(8).
           05  ML-NEW-OFFER-ENROLL-DATE    PIC 9(8).
