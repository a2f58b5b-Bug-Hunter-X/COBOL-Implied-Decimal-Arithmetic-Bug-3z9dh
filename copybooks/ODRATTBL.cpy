      *****************************************************************
      *  ODRATTBL.cpy
      *  Tiered overdraft (debit interest) rate table - the charge
      *  side of RATETBL.cpy.  An account whose balance basis is
      *  below zero accrues debit interest instead of credit
      *  interest, at these rates, keyed by product code the same
      *  way RATETBL is.  Entries are held in ascending
      *  OD-TIER-FLOOR order within a product code.
      *
      *  OD-TIER-FLOOR is a floor on the overdrawn AMOUNT (the
      *  magnitude of the negative basis), and the rates are
      *  marginal/bracket rates exactly as in RATETBL: a CHK1
      *  account overdrawn by $1,500 pays 18% on the first $1,000
      *  of the overdraft and 21% on the $500 beyond it.
      *  4360-COMPUTE-DEBIT-INTEREST in INTCALC.cob walks the table
      *  this way; 4205-LOOKUP-OVERDRAFT-RATE only identifies the
      *  top bracket reached, for validation.  A product with no
      *  rows here cannot be charged - an overdrawn account of such
      *  a product is rejected rather than charged at a guessed
      *  rate.
      *
      *  Seeded with VALUE literals via the FILLER/REDEFINES
      *  pattern RATETBL uses, since overdraft pricing moves only
      *  when Product reprices, not from run to run.
      *****************************************************************
       01  WS-OD-RATE-TABLE-VALUES.
           05  FILLER  PIC X(24) VALUE 'RES100000000000000210000'.
           05  FILLER  PIC X(24) VALUE 'CHK100000000000000180000'.
           05  FILLER  PIC X(24) VALUE 'CHK100000100000000210000'.

       01  WS-OD-RATE-TABLE REDEFINES WS-OD-RATE-TABLE-VALUES.
           05  WS-OD-RATE-TABLE-ENTRY OCCURS 3 TIMES
                                   INDEXED BY OD-IDX.
               10  OD-PRODUCT-CODE         PIC X(4).
               10  OD-TIER-FLOOR           PIC 9(9)V9(4).
               10  OD-TIER-RATE            PIC 9(3)V9(4).

       01  WS-OD-RATE-TABLE-COUNT          PIC 9(3) VALUE 3.
