      *****************************************************************
      *  PROMOOFR.cpy
      *  Promotional bonus-rate offer record (PROMO.DAT) - one row
      *  per Marketing campaign offer.  An account enrolled in an
      *  offer (AM-OFFER-CODE, set through ACCTMNT) earns
      *  PO-BONUS-RATE on top of its tiered rate for the nights of
      *  its accrual period that fall inside the offer window,
      *  PO-START-DATE through PO-END-DATE inclusive, and no earlier
      *  than the night it was enrolled.  PO-BALANCE-CAP, when not
      *  zero, limits the balance the bonus is paid on - "extra
      *  1.00% on the first $10,000" - the tiered interest on the
      *  rest of the balance is untouched.  An offer is for one
      *  product; an account that has moved off that product earns
      *  no bonus.
      *
      *  Once the nightly run has paid through PO-END-DATE the
      *  enrollment is cleared from the master and the reversion
      *  logged; Marketing can retire the row whenever the campaign
      *  cost report no longer needs its dates.
      *****************************************************************
       01  PROMO-OFFER-RECORD.
           05  PO-OFFER-CODE               PIC X(6).
           05  PO-PRODUCT-CODE             PIC X(4).
           05  PO-BONUS-RATE               PIC 9(3)V9(4).
           05  PO-START-DATE               PIC 9(8).
           05  PO-END-DATE                 PIC 9(8).
           05  PO-BALANCE-CAP              PIC 9(9)V9(4).
