      *  (same 5 entries, same order) so a restart resumes with the
      *  same per-currency running totals a fresh run would have
      *  accumulated instead of reconciling against zeroes.
      *  CK-RUNNING-TOTAL-CHARGES carries the overdraft debit
      *  interest total the same way, so a restarted run reports
      *  the whole night's charges.
      *  On a partitioned run each partition keeps its own checkpoint
      *  file (CKPTnn.DAT).  When the partition's walk reaches the
      *  end of its range the row is rewritten with CK-STEP-STATUS
      *  'C' and stays on file as the partition's result: the
      *  finalize step sums the completed rows and, once it has
      *  posted them, marks them 'P'; INTPMRG merges only a night
      *  whose rows are all 'P', and deletes them once the merged
      *  run statistics are written.
      *****************************************************************
       01  CHECKPOINT-RECORD.
           05  CK-RUN-ID                   PIC X(8).
           05  CK-CURRENCY-TOTAL OCCURS 5 TIMES
                                       PIC 9(11)V9(4).
           05  CK-CHECKPOINT-TIME          PIC X(26).
           05  CK-RUNNING-TOTAL-CHARGES    PIC 9(11)V9(4).
           05  CK-STEP-STATUS              PIC X(1).
               88  CK-STEP-IN-PROGRESS         VALUE 'S'.
               88  CK-PARTITION-COMPLETE       VALUE 'C'.
               88  CK-PARTITION-POSTED         VALUE 'P'.
           05  CK-STEP-START-TIMESTAMP     PIC X(26).
