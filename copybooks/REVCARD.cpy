      *****************************************************************
      *  REVCARD.cpy
      *  Run-reversal control card for INTREVRS: the run-id of the
      *  finalized run to back out, and the identity the reversal
      *  itself posts under - its own run-id and the posting date
      *  its negating GL lines carry, so GLJRNL journals them as a
      *  voucher of their own rather than netting them into the
      *  original run's.  The reversal's run-id must differ from
      *  the run being reversed.
      *****************************************************************
       01  REVERSAL-CONTROL-CARD.
           05  RV-REVERSED-RUN-ID          PIC X(8).
           05  RV-RUN-ID                   PIC X(8).
           05  RV-RUN-DATE                 PIC 9(8).
