      *  CC-RUN-DATE: ACT/365 for the residential products, 30/360
      *  for the CHK products, per the product sheets.
      *
      *  Loaded at start-up from the product reference file
      *  (PRODREF.DAT, COPY PRODREF) that REFMNT maintains, so a new
      *  product or a change of terms is a maintenance transaction,
      *  not a recompile.  WS-PRODUCT-TABLE-MAX is the table's
      *  capacity; a file holding more rows halts the loader.
      *
      *  PT-CAP-CYCLE is the capitalization cycle the deposit
      *  contracts specify: the accrued-interest bucket on the
      *  account master is folded into AM-BALANCE at the end of each
      *  calendar month ('M', the RES1 contracts) or calendar
      *  quarter ('Q', the CHK1 contracts).
      *
      *  PT-PRODUCT-TYPE separates the open-ended deposit products
      *  ('S') from the fixed-term deposits ('T').  A term deposit
      *  accrues at the rate locked on its master for the whole term
      *  (it has no RATETBL tiers - TDRATTBL.cpy carries only the
      *  offer rates new and rolled-over terms are sold at) and its
      *  cap cycle is 'X', at maturity: the bucket is never folded
      *  in on a calendar cycle end, only when the term matures or
      *  is broken.  PT-PENALTY-DAYS is the contractual
      *  early-withdrawal penalty on a break, expressed as that many
      *  days' interest at the locked rate on the principal; zero on
      *  the open-ended products.
      *****************************************************************
       01  WS-PRODUCT-TABLE.
           05  WS-PRODUCT-TABLE-ENTRY OCCURS 20 TIMES
                                       INDEXED BY PT-IDX.
               10  PT-PRODUCT-CODE         PIC X(4).
               10  PT-DAY-COUNT-CODE       PIC X(1).
               10  PT-CAP-CYCLE            PIC X(1).
                   88  PT-CAP-MONTHLY          VALUE 'M'.
                   88  PT-CAP-QUARTERLY        VALUE 'Q'.
                   88  PT-CAP-AT-MATURITY      VALUE 'X'.
               10  PT-PRODUCT-TYPE         PIC X(1).
                   88  PT-TYPE-OPEN-ENDED      VALUE 'S'.
                   88  PT-TYPE-TERM-DEPOSIT    VALUE 'T'.
               10  PT-PENALTY-DAYS         PIC 9(3).

       01  WS-PRODUCT-TABLE-COUNT          PIC 9(2) VALUE 0.
       01  WS-PRODUCT-TABLE-MAX            PIC 9(2) VALUE 20.
