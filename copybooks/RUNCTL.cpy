      *  has not completed clean is refused before it opens a file,
      *  and a second INTCALC for an already-finalized run date is
      *  refused the same way.
      *
      *  Reversed ('R') is set by INTREVRS on every row of a run it
      *  has backed out: the run no longer counts as having run, so
      *  its date may be accrued again, under the same run-id (the
      *  chain re-run from its first step) or a fresh one.
      *****************************************************************
       01  RUN-CONTROL-RECORD.
           05  RN-CONTROL-KEY.
           05  RN-STEP-STATUS              PIC X(1).
               88  RN-STEP-STARTED             VALUE 'S'.
               88  RN-STEP-COMPLETED           VALUE 'C'.
               88  RN-STEP-REVERSED            VALUE 'R'.
           05  RN-RETURN-CODE              PIC 9(2).
           05  RN-START-TIMESTAMP          PIC X(26).
           05  RN-END-TIMESTAMP            PIC X(26).
