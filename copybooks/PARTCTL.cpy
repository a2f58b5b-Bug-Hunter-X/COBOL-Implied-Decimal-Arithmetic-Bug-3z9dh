      *****************************************************************
      *  PARTCTL.cpy
      *  Partition control record - one row per partition of a
      *  partitioned interest run, read from PARTCTL.DAT by INTCALC
      *  (each partition's compute step and the finalize step) and
      *  by INTPMRG.  Each row gives the inclusive account-number
      *  range its partition walks.  Rows are in ascending partition
      *  order, numbered 01 upward without gaps; the first range
      *  starts at account zero, each later one starts at the
      *  account after the previous range's high, and the last ends
      *  at 999999999 - so every account on the master belongs to
      *  exactly one partition.  The partition number names that
      *  partition's own checkpoint and staging files (CKPTnn.DAT,
      *  WRKPSTnn.DAT, AUDITnn.DAT and so on).
      *****************************************************************
       01  PARTITION-CONTROL-RECORD.
           05  PA-PARTITION-ID             PIC 9(2).
           05  PA-LOW-ACCOUNT              PIC 9(9).
           05  PA-HIGH-ACCOUNT             PIC 9(9).
