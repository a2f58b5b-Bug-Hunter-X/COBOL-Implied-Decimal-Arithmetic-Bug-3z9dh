      *****************************************************************
      *  CMPCOST.cpy
      *  Promotional campaign cost record, written by PROMOCST for
      *  Marketing.  One row per offer and currency: the bonus paid
      *  under the offer (the AT-BONUS-POSTED figures on the audit
      *  archive), how many accounts earned it, how many nightly
      *  accrual rows carried it, and the bonus nights paid.  A
      *  campaign priced in more than one currency gets one row per
      *  currency - currencies are never summed together.
      *
      *  The offer terms are copied from PROMO.DAT (PROMOOFR.cpy).
      *  CC-OFFER-STATUS is 'A' while the offer's end date has not
      *  passed, 'E' once it has, and 'U' when the offer is no
      *  longer on PROMO.DAT - the terms are then zero and only the
      *  archived cost is reported.
      *****************************************************************
       01  CAMPAIGN-COST-RECORD.
           05  CC-OFFER-CODE               PIC X(6).
           05  CC-CURRENCY-CODE            PIC X(3).
           05  CC-PRODUCT-CODE             PIC X(4).
           05  CC-BONUS-RATE               PIC 9(3)V9(4).
           05  CC-START-DATE               PIC 9(8).
           05  CC-END-DATE                 PIC 9(8).
           05  CC-OFFER-STATUS             PIC X(1).
               88  CC-OFFER-ACTIVE             VALUE 'A'.
               88  CC-OFFER-ENDED              VALUE 'E'.
               88  CC-OFFER-UNKNOWN            VALUE 'U'.
           05  CC-ACCOUNT-COUNT            PIC 9(9).
           05  CC-ACCRUAL-COUNT            PIC 9(9).
           05  CC-BONUS-DAYS               PIC 9(9).
           05  CC-BONUS-PAID               PIC 9(13)V9(4).
