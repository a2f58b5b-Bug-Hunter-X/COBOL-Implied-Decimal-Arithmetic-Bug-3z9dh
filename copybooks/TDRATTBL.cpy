      *****************************************************************
      *  TDRATTBL.cpy
      *  Term-deposit offer rates - the annual rate a term deposit
      *  of a given product and term is sold at today.  Unlike
      *  RATETBL these rates are not tiered and are not accrued at
      *  directly: the rate in force when a term is opened (keyed on
      *  the maintenance transaction) or rolled over (looked up here
      *  by INTCALC at maturity) is locked onto AM-RATE for the life
      *  of that term, so repricing this table moves only new and
      *  renewing terms.  A product/term pair with no row here is
      *  not on offer: ACCTMNT refuses to open it, and a rollover
      *  into it keeps the expiring term's rate.
      *
      *  Seeded with VALUE literals via the FILLER/REDEFINES pattern
      *  RATETBL uses, since the offer sheet moves only when
      *  Treasury reprices.
      *****************************************************************
       01  WS-TD-RATE-TABLE-VALUES.
           05  FILLER  PIC X(14) VALUE 'TDP10030035000'.
           05  FILLER  PIC X(14) VALUE 'TDP10060040000'.
           05  FILLER  PIC X(14) VALUE 'TDP10120045000'.
           05  FILLER  PIC X(14) VALUE 'TDP10240042500'.

       01  WS-TD-RATE-TABLE REDEFINES WS-TD-RATE-TABLE-VALUES.
           05  WS-TD-RATE-TABLE-ENTRY OCCURS 4 TIMES
                                   INDEXED BY TD-IDX.
               10  TD-PRODUCT-CODE         PIC X(4).
               10  TD-TERM-MONTHS          PIC 9(3).
               10  TD-OFFER-RATE           PIC 9(3)V9(4).

       01  WS-TD-RATE-TABLE-COUNT          PIC 9(2) VALUE 4.
