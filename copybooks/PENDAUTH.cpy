      *****************************************************************
      *  PENDAUTH.cpy
      *  Pending-authorization record - one row per account-
      *  maintenance transaction ACCTMNT is holding for a second
      *  user's approval, keyed by account number on the indexed
      *  PENDAUTH.DAT: an account has at most one change waiting.
      *  The transaction is kept whole as keyed, with the maker's
      *  user id, when it was keyed and why it was held.
      *
      *  PQ-MASTER-SNAPSHOT is the master as the maker saw it -
      *  whether the account was on file, and the fields a
      *  maintenance transaction can move.  The approval applies
      *  the change only if the master still agrees with the
      *  snapshot, so the checker approves exactly the change the
      *  maker keyed, never one overtaken by later maintenance or
      *  by the nightly run.
      *
      *  The row is removed when the item is approved, rejected or
      *  expires; each of those is recorded on AUTHLOG.DAT
      *  (AUTHLOG.cpy).
      *****************************************************************
       01  PENDING-AUTHORIZATION-RECORD.
           05  PQ-ACCOUNT-NUMBER           PIC 9(9).
           05  PQ-MAKER-ID                 PIC X(8).
           05  PQ-KEYED-TIMESTAMP          PIC X(26).
           05  PQ-HOLD-REASON              PIC X(4).
               88  PQ-HELD-BALANCE             VALUE 'BALC'.
               88  PQ-HELD-RATE                VALUE 'RATE'.
               88  PQ-HELD-TAX-STATUS          VALUE 'TAXS'.
               88  PQ-HELD-HOLD-RELEASE        VALUE 'HREL'.
               88  PQ-HELD-CLOSURE             VALUE 'CLOS'.
           05  PQ-MASTER-SNAPSHOT.
               10  PQ-SNAP-FOUND           PIC X(1).
               10  PQ-SNAP-PRODUCT-CODE    PIC X(4).
               10  PQ-SNAP-CURRENCY-CODE   PIC X(3).
               10  PQ-SNAP-BALANCE         PIC S9(9)V9(4).
               10  PQ-SNAP-RATE            PIC 9(3)V9(4).
               10  PQ-SNAP-TAX-STATUS      PIC X(1).
               10  PQ-SNAP-STATUS-CODE     PIC X(1).
           05  PQ-TRANSACTION-IMAGE        PIC X(149).
