      *****************************************************************
      *  REFREJ.cpy
      *  Reference-maintenance reject record - one row per
      *  transaction REFMNT refused, with the transaction as keyed
      *  and the first edit it failed.
      *****************************************************************
       01  REFERENCE-REJECT-RECORD.
           05  RR-TRANSACTION-IMAGE        PIC X(42).
           05  RR-REASON-CODE              PIC X(4).
           05  RR-REASON-TEXT              PIC X(40).
