      *  unkeyed means today), and the nightly run performs the
      *  final interest settlement and removes the record through
      *  its staged path.  MT-CLOSURE-DATE is ignored for every
      *  other action except the break.
      *
      *  The term columns are keyed on an add of a term-deposit
      *  product (PRODTBL.cpy type 'T'): the term in months (must be
      *  on offer in TDRATTBL.cpy), the term start date (zero or
      *  unkeyed means today), the maturity instruction ('R'
      *  rollover, 'P' payout, 'T' transfer to MT-LINKED-ACCOUNT)
      *  and, for a transfer, the open-ended account to receive the
      *  proceeds.  A change may re-key the instruction and linked
      *  account; the term and start date stand for the life of the
      *  term.  All four are ignored on an open-ended product.
      *
      *  A break ('B') ends a term deposit before maturity: like a
      *  close it marks the account pending closure as of
      *  MT-CLOSURE-DATE (zero or unkeyed means today), and the
      *  nightly settlement charges the early-withdrawal penalty.
      *  A term deposit cannot be closed with 'D' - it is broken,
      *  or left to mature.
      *
      *  An offer action ('O') enrolls the account in the
      *  promotional offer MT-OFFER-CODE (PROMO.DAT, PROMOOFR.cpy)
      *  as of today, replacing any offer it was already in; keyed
      *  with MT-OFFER-CODE blank it takes the account out of its
      *  offer early.  Like a status move it carries no other
      *  payload.  MT-OFFER-CODE is ignored for every other action.
      *
      *  An instruction action ('I') sets the account's interest
      *  disposition: MT-DISPOSITION-CODE 'C' (or space) capitalize,
      *  'T' transfer to the open-ended account MT-DISP-ACCOUNT at
      *  this bank, 'E' pay out by ACH to MT-DISP-EXT-ACCOUNT at the
      *  bank with ABA routing number MT-DISP-ROUTING, in the name
      *  MT-DISP-PAYEE-NAME.  The columns a code does not use are
      *  cleared on the master.  Like a status move it carries no
      *  other payload, and the disposition columns are ignored for
      *  every other action.
      *
      *  MT-USER-ID is the user who keyed the transaction.  An add
      *  or change that moves the balance by more than the limit
      *  on AUTHCARD.DAT (AUTHCARD.cpy), moves the rate by more
      *  than its tolerance, or changes the tax status, a status
      *  move that releases a legal hold, and a close or break are
      *  not applied when keyed: they are held on PENDAUTH.DAT
      *  (PENDAUTH.cpy) under the maker's user id until a second
      *  user decides them.  An approval ('Y') or rejection ('N')
      *  carries only the account number and the checker's own
      *  user id, which must differ from the maker's; an approval
      *  applies the held transaction, a rejection discards it.
      *  Appended; read back as spaces on older rows.  A
      *  transaction that needs approval and carries no user id
      *  is rejected.
      *****************************************************************
       01  MAINT-TRANSACTION-RECORD.
           05  MT-ACTION-CODE              PIC X(1).
               88  MT-ACTION-CHANGE            VALUE 'C'.
               88  MT-ACTION-CLOSE             VALUE 'D'.
               88  MT-ACTION-STATUS            VALUE 'S'.
               88  MT-ACTION-BREAK             VALUE 'B'.
               88  MT-ACTION-OFFER             VALUE 'O'.
               88  MT-ACTION-INSTRUCTION       VALUE 'I'.
               88  MT-ACTION-APPROVE           VALUE 'Y'.
               88  MT-ACTION-REJECT            VALUE 'N'.
           05  MT-ACCOUNT-NUMBER           PIC 9(9).
           05  MT-PRODUCT-CODE             PIC X(4).
           05  MT-CURRENCY-CODE            PIC X(3).
               88  MT-STATUS-TO-HOLD           VALUE 'H'.
           05  MT-CUSTOMER-NUMBER          PIC 9(9).
           05  MT-CLOSURE-DATE             PIC 9(8).
           05  MT-TERM-MONTHS              PIC 9(3).
           05  MT-TERM-START-DATE          PIC 9(8).
           05  MT-MATURITY-INSTR           PIC X(1).
           05  MT-LINKED-ACCOUNT           PIC 9(9).
           05  MT-OFFER-CODE               PIC X(6).
           05  MT-DISPOSITION-CODE         PIC X(1).
           05  MT-DISP-ACCOUNT             PIC 9(9).
           05  MT-DISP-ROUTING             PIC 9(9).
           05  MT-DISP-EXT-ACCOUNT         PIC X(17).
           05  MT-DISP-PAYEE-NAME          PIC X(22).
           05  MT-USER-ID                  PIC X(8).
