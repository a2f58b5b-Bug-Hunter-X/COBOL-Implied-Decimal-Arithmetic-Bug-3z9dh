      *****************************************************************
      *  ACPCARD.cpy
      *  Month-end accrued-interest proof control card - one record
      *  read by ACRPROOF.  AP-PERIOD-END-DATE is the last day of the
      *  month being proven: journal movements posted after the last
      *  proven period end, up to and including this date, are
      *  rolled forward, and the ledger balance file must be struck
      *  at this date.  AP-TOLERANCE is the absolute difference
      *  either comparison may show and still prove.
      *
      *  AP-PROOF-MODE 'P' (or space) proves the month.  'S' seeds
      *  the proof at cut-over: the ledger balance file's figures
      *  are stored as proven at the period end with no comparison
      *  made, to give the first real proof an opening point.
      *****************************************************************
       01  ACCRUAL-PROOF-CARD.
           05  AP-PERIOD-END-DATE          PIC 9(8).
           05  AP-TOLERANCE                PIC 9(5)V9(4).
           05  AP-PROOF-MODE               PIC X(1).
               88  AP-PROVE-PERIOD             VALUE 'P' ' '.
               88  AP-SEED-OPENING             VALUE 'S'.
