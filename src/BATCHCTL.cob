      *  carries a warning the operators should read, e.g. a run
      *  date on a weekend or holiday, or a planned multi-night
      *  day-count catch-up after one).
      *
      *  A run backed out by INTREVRS has every row marked reversed
      *  ('R'): it no longer finalizes its run date, so the date may
      *  be accrued again - the chain re-run from TXNEDIT under the
      *  same run-id, or a fresh run-id - and the begin says so.
      *  The reversal runs as step INTREVRS under a run-id of its
      *  own; it stands in for INTCALC as the prerequisite of the
      *  steps that journal and reconcile its negating GL feed.
      *
      *  A partitioned night runs INTCALC's compute half as steps
      *  INTCP01, INTCP02 and so on - one per PARTCTL.DAT row, all
      *  cleared by the same TXNEDIT and free to run side by side -
      *  then INTCALC itself as the finalize step, then INTPMRG to
      *  merge the partition outputs.  Each partition step gets the
      *  same run-date and prior-night checks an INTCALC begin does;
      *  the finalize begin is refused until every partition step
      *  that began for the run-id has ended clean; and once a run-id
      *  has partition steps INTPMRG stands in for INTCALC as the
      *  prerequisite of the steps that read the merged files.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BATCHCTL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BCTLCARD-STATUS.

           SELECT HOLIDAY-REFERENCE-FILE
               ASSIGN TO "HOLREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-HOLIDAY-KEY
               FILE STATUS IS WS-HOLREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY BCTLCARD.

       FD  HOLIDAY-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HOLREF.

       WORKING-STORAGE SECTION.
       COPY HOLTBL.

      *****************************************************************
      *  Reference-file load fields (1800-1895): the rows and hash
      *  total counted as a reference file is read, set against the
      *  figures on its control row.
      *****************************************************************
       01  WS-REFERENCE-LOAD-AREA.
           05  WS-EOF-REFERENCE           PIC X(1) VALUE 'N'.
               88  END-OF-REFERENCE           VALUE 'Y'.
           05  WS-REF-CONTROL-SW          PIC X(1) VALUE 'N'.
               88  REF-CONTROL-FOUND          VALUE 'Y'.
           05  WS-REF-FILE-NAME           PIC X(11) VALUE SPACES.
           05  WS-REF-ROW-KEY             PIC X(9) VALUE SPACES.
           05  WS-REF-ROW-REASON          PIC X(40) VALUE SPACES.
           05  WS-REF-ROW-COUNT           PIC 9(5) VALUE 0.
           05  WS-REF-HASH-TOTAL          PIC 9(15) VALUE 0.
           05  WS-REF-CTL-COUNT           PIC 9(5) VALUE 0.
           05  WS-REF-CTL-HASH            PIC 9(15) VALUE 0.
           05  WS-REF-CTL-TIMESTAMP       PIC X(26) VALUE SPACES.

      *****************************************************************
      *  The chain itself, seeded the same FILLER/REDEFINES way the
      *  rate and currency tables are: each step and the step that
      *  pre-period, would masquerade as backdated corrections.
      *  TXNEDIT ends clean (0) on a no-feed night, so feed-less
      *  nights still clear.
      *
      *  'INTCP   ' is the one entry for every partition step: a
      *  card naming INTCP followed by a two-digit partition number
      *  is looked up under it.
      *****************************************************************
       01  WS-CHAIN-TABLE-VALUES.
           05  FILLER  PIC X(16) VALUE 'TXNEDIT         '.
           05  FILLER  PIC X(16) VALUE 'INTCALC TXNEDIT '.
           05  FILLER  PIC X(16) VALUE 'GLJRNL  INTCALC '.
           05  FILLER  PIC X(16) VALUE 'ACHBUILDINTCALC '.
           05  FILLER  PIC X(16) VALUE 'GLRECON INTCALC '.
           05  FILLER  PIC X(16) VALUE 'INTEXCPTGLRECON '.
           05  FILLER  PIC X(16) VALUE 'INTTRENDINTEXCPT'.
           05  FILLER  PIC X(16) VALUE 'INTREVRS        '.
           05  FILLER  PIC X(16) VALUE 'INTCP   TXNEDIT '.
           05  FILLER  PIC X(16) VALUE 'INTPMRG INTCALC '.

       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-TABLE-VALUES.
           05  WS-CHAIN-ENTRY OCCURS 10 TIMES
                                   INDEXED BY CH-IDX.
               10  CH-STEP-NAME            PIC X(8).
               10  CH-PREREQ-STEP          PIC X(8).

       01  WS-CHAIN-TABLE-COUNT            PIC 9(2) VALUE 10.

       01  WS-FILE-STATUSES.
           05  WS-RUNCTL-STATUS           PIC X(2) VALUE '00'.
           05  WS-BCTLCARD-STATUS         PIC X(2) VALUE '00'.
           05  WS-HOLREF-STATUS           PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-STEP-KNOWN-SW           PIC X(1) VALUE 'N'.
               88  END-OF-SCAN                VALUE 'Y'.
           05  WS-HOLIDAY-SW              PIC X(1) VALUE 'N'.
               88  DATE-IS-HOLIDAY            VALUE 'Y'.
           05  WS-ACCRUAL-STEP-SW         PIC X(1) VALUE 'N'.
               88  ACCRUAL-STEP               VALUE 'Y'.
           05  WS-PARTITIONED-SW          PIC X(1) VALUE 'N'.
               88  PARTITIONED-NIGHT          VALUE 'Y'.

       01  WS-CARD-AREA.
           05  WS-PREREQ-STEP             PIC X(8) VALUE SPACES.
           05  WS-MATCHED-CHAIN-IDX       PIC 9(2) VALUE 0.
           05  WS-CHAIN-LOOKUP-NAME       PIC X(8) VALUE SPACES.

      *****************************************************************
      *  Calendar working fields for the planned-catch-up display:
           END-READ
           CLOSE BATCH-CONTROL-CARD-FILE
           PERFORM 1100-VALIDATE-CARD
           PERFORM 1820-LOAD-HOLIDAY-TABLE
           PERFORM 1200-OPEN-RUN-CONTROL.

       1100-VALIDATE-CARD.
               STOP RUN
           END-IF
           MOVE 'N' TO WS-STEP-KNOWN-SW
           MOVE BC-STEP-NAME TO WS-CHAIN-LOOKUP-NAME
           IF BC-STEP-NAME(1:5) = 'INTCP'
               IF BC-STEP-NAME(6:2) NUMERIC
                   AND BC-STEP-NAME(6:2) NOT = '00'
                   AND BC-STEP-NAME(8:1) = SPACE
                   MOVE 'INTCP   ' TO WS-CHAIN-LOOKUP-NAME
               ELSE
                   MOVE SPACES TO WS-CHAIN-LOOKUP-NAME
               END-IF
           END-IF
           IF BC-STEP-NAME = 'INTCALC '
               OR WS-CHAIN-LOOKUP-NAME = 'INTCP   '
               MOVE 'Y' TO WS-ACCRUAL-STEP-SW
           END-IF
           PERFORM VARYING CH-IDX FROM 1 BY 1
               UNTIL CH-IDX > WS-CHAIN-TABLE-COUNT
               IF CH-STEP-NAME(CH-IDX) = WS-CHAIN-LOOKUP-NAME
                   MOVE 'Y' TO WS-STEP-KNOWN-SW
                   MOVE CH-PREREQ-STEP(CH-IDX) TO WS-PREREQ-STEP
               END-IF
               STOP RUN
           END-IF.

      *****************************************************************
      *  The reference tables are loaded whole from their indexed
      *  reference files, which REFMNT maintains.  Each file ends in
      *  a control row carrying its row count and hash total; a
      *  missing or empty file, a row that breaks the table's own
      *  edits, or rows that do not add up to the control row halt
      *  the run here, before anything is read or written on the
      *  strength of a table that cannot be trusted.
      *****************************************************************
       1820-LOAD-HOLIDAY-TABLE.
           MOVE "HOLREF.DAT" TO WS-REF-FILE-NAME
           OPEN INPUT HOLIDAY-REFERENCE-FILE
           IF WS-HOLREF-STATUS NOT = '00'
               DISPLAY "BATCHCTL: UNABLE TO OPEN HOLREF.DAT, STATUS="
                       WS-HOLREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1880-RESET-REFERENCE-COUNTS
           MOVE 0 TO WS-HOLIDAY-TABLE-COUNT
           PERFORM 1825-LOAD-ONE-HOLIDAY
               UNTIL END-OF-REFERENCE
           CLOSE HOLIDAY-REFERENCE-FILE
           PERFORM 1890-CHECK-REFERENCE-CONTROL.

       1825-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-REFERENCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REFERENCE
               NOT AT END
                   IF HR-CONTROL-ROW
                       MOVE 'Y' TO WS-REF-CONTROL-SW
                       MOVE HR-CTL-ENTRY-COUNT TO WS-REF-CTL-COUNT
                       MOVE HR-CTL-HASH-TOTAL  TO WS-REF-CTL-HASH
                       MOVE HR-CTL-TIMESTAMP   TO WS-REF-CTL-TIMESTAMP
                   ELSE
                       PERFORM 1827-STORE-ONE-HOLIDAY
                   END-IF
           END-READ.

       1827-STORE-ONE-HOLIDAY.
           MOVE HR-HOLIDAY-KEY TO WS-REF-ROW-KEY
           MOVE SPACES TO WS-REF-ROW-REASON
           IF HR-HOLIDAY-DATE NOT NUMERIC
               MOVE "HOLIDAY DATE NOT NUMERIC" TO WS-REF-ROW-REASON
           ELSE IF FUNCTION INTEGER-OF-DATE(HR-HOLIDAY-DATE) = 0
               MOVE "HOLIDAY DATE NOT A REAL DATE" TO WS-REF-ROW-REASON
           ELSE IF WS-HOLIDAY-TABLE-COUNT NOT < WS-HOLIDAY-TABLE-MAX
               MOVE "MORE HOLIDAYS THAN THE TABLE HOLDS"
                                   TO WS-REF-ROW-REASON
           END-IF
           END-IF
           END-IF
           IF WS-REF-ROW-REASON NOT = SPACES
               PERFORM 1895-HALT-ON-BAD-ROW
           END-IF
           ADD 1 TO WS-HOLIDAY-TABLE-COUNT
           MOVE HR-HOLIDAY-DATE
               TO HT-HOLIDAY-DATE(WS-HOLIDAY-TABLE-COUNT)
           ADD 1 TO WS-REF-ROW-COUNT
           ADD HR-HOLIDAY-DATE TO WS-REF-HASH-TOTAL.

       1880-RESET-REFERENCE-COUNTS.
           MOVE 'N'    TO WS-EOF-REFERENCE
           MOVE 'N'    TO WS-REF-CONTROL-SW
           MOVE 0      TO WS-REF-ROW-COUNT
           MOVE 0      TO WS-REF-HASH-TOTAL
           MOVE 0      TO WS-REF-CTL-COUNT
           MOVE 0      TO WS-REF-CTL-HASH
           MOVE SPACES TO WS-REF-CTL-TIMESTAMP.

       1890-CHECK-REFERENCE-CONTROL.
           IF NOT REF-CONTROL-FOUND
               OR WS-REF-ROW-COUNT NOT = WS-REF-CTL-COUNT
               OR WS-REF-HASH-TOTAL NOT = WS-REF-CTL-HASH
               DISPLAY "BATCHCTL: " WS-REF-FILE-NAME
                       " FAILS ITS INTEGRITY CHECK - ROWS "
                       WS-REF-ROW-COUNT " CONTROL " WS-REF-CTL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REF-ROW-COUNT = 0
               DISPLAY "BATCHCTL: " WS-REF-FILE-NAME " HOLDS NO ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "BATCHCTL: " WS-REF-FILE-NAME " LOADED "
                   WS-REF-ROW-COUNT " ROWS, MAINTAINED "
                   WS-REF-CTL-TIMESTAMP(1:8).

       1895-HALT-ON-BAD-ROW.
           DISPLAY "BATCHCTL: " WS-REF-FILE-NAME " ROW " WS-REF-ROW-KEY
                   " FAILS ITS EDITS - " WS-REF-ROW-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      *  Begin: the step's own record must not already be completed
      *  clean for this run-id (the scheduler re-fire case), its
      *  original run's identity by design, so the re-fire and
      *  finalized-date refusals stand down for it; the calendar
      *  catch-up context is skipped too - the date already ran.
      *
      *  A partition step is an accrual step in its own right - it
      *  is the first of the night's steps to touch interest - so
      *  it gets every check an INTCALC begin gets.
      *****************************************************************
       2000-PROCESS-BEGIN.
           PERFORM 2100-CHECK-OWN-RECORD
               PERFORM 2200-CHECK-PREREQUISITE
           END-IF
           IF NOT STEP-REFUSED
               AND ACCRUAL-STEP
               AND BC-NORMAL-MODE
               PERFORM 2300-CHECK-RUN-DATE-FINALIZED
           END-IF
           IF NOT STEP-REFUSED
               AND ACCRUAL-STEP
               AND BC-NORMAL-MODE
               PERFORM 2420-FIND-PRIOR-RUN-DATE
               IF WS-PRIOR-RUN-DATE > 0
           IF NOT STEP-REFUSED
               AND BC-STEP-NAME = 'INTCALC '
               AND BC-NORMAL-MODE
               PERFORM 2700-CHECK-PARTITION-STEPS
           END-IF
           IF NOT STEP-REFUSED
               AND ACCRUAL-STEP
               AND BC-NORMAL-MODE
               PERFORM 2400-REPORT-CALENDAR-CONTEXT
           END-IF
           IF NOT STEP-REFUSED
                               RN-START-TIMESTAMP(1:14)
                               " AND NEVER ENDED - ALLOWING RESTART"
                   END-IF
                   IF RN-STEP-REVERSED
                       MOVE 'Y' TO WS-WARNED-SW
                       DISPLAY "BATCHCTL: " BC-STEP-NAME " FOR RUN "
                               BC-RUN-ID " WAS REVERSED - "
                               "ALLOWING RE-RUN"
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  A run-id with no INTCALC row of its own but an INTREVRS row
      *  is a reversal's: the reversal is the step that produced its
      *  GL feed, so it is the prerequisite checked in INTCALC's
      *  place.  A prerequisite the reversal marked reversed has to
      *  be re-run before its successors.
      *
      *  On a partitioned night INTCALC's row completes when the
      *  finalize step posts, before INTPMRG has built GLFEED.DAT
      *  and the other merged files - so for a run-id with partition
      *  steps on file the merge is the prerequisite instead.
      *****************************************************************
       2200-CHECK-PREREQUISITE.
           IF WS-PREREQ-STEP = 'INTCALC '
               AND BC-STEP-NAME NOT = 'INTPMRG '
               PERFORM 2250-CHECK-PARTITIONED-NIGHT
               IF PARTITIONED-NIGHT
                   MOVE 'INTPMRG ' TO WS-PREREQ-STEP
               END-IF
           END-IF
           IF WS-PREREQ-STEP = 'INTCALC '
               MOVE BC-RUN-ID  TO RN-RUN-ID
               MOVE 'INTCALC ' TO RN-STEP-NAME
               READ RUN-CONTROL-FILE
                   INVALID KEY
                       MOVE 'INTREVRS' TO RN-STEP-NAME
                       READ RUN-CONTROL-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE 'INTREVRS' TO WS-PREREQ-STEP
                       END-READ
               END-READ
           END-IF
           IF WS-PREREQ-STEP = SPACES
               CONTINUE
           ELSE
                               WS-PREREQ-STEP " HAS NOT RUN FOR RUN "
                               BC-RUN-ID
                   NOT INVALID KEY
                       IF RN-STEP-REVERSED
                           MOVE 'Y' TO WS-REFUSED-SW
                           DISPLAY "BATCHCTL: PREREQUISITE "
                                   WS-PREREQ-STEP " WAS REVERSED "
                                   "- RE-RUN IT FIRST"
                       ELSE
                           IF NOT RN-STEP-COMPLETED
                               MOVE 'Y' TO WS-REFUSED-SW
                               DISPLAY "BATCHCTL: PREREQUISITE "
                                       WS-PREREQ-STEP
                                       " STARTED BUT NEVER COMPLETED"
                           ELSE
                               IF RN-RETURN-CODE >= 8
                                   MOVE 'Y' TO WS-REFUSED-SW
                                   DISPLAY "BATCHCTL: PREREQUISITE "
                                           WS-PREREQ-STEP
                                           " ENDED WITH RETURN CODE "
                                           RN-RETURN-CODE
                                           " - CLEAR IT FIRST"
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *****************************************************************
      *  Partition step rows sort together under the run-id, just
      *  after the 'INTCP' prefix padded with spaces.
      *****************************************************************
       2250-CHECK-PARTITIONED-NIGHT.
           MOVE 'N' TO WS-PARTITIONED-SW
           MOVE BC-RUN-ID  TO RN-RUN-ID
           MOVE 'INTCP   ' TO RN-STEP-NAME
           START RUN-CONTROL-FILE KEY IS GREATER THAN RN-CONTROL-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RUN-CONTROL-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RN-RUN-ID = BC-RUN-ID
                               AND RN-STEP-NAME(1:5) = 'INTCP'
                               MOVE 'Y' TO WS-PARTITIONED-SW
                           END-IF
                   END-READ
           END-START.

      *****************************************************************
      *  Whole-file scan: key order is run-id first, so run-date
      *  lookups cannot use the key.  The file holds one small row
                               " ALREADY FINALIZED BY RUN "
                               RN-RUN-ID " - SECOND ACCRUAL REFUSED"
                   END-IF
                   IF RN-STEP-NAME = 'INTCALC '
                       AND RN-RUN-DATE = BC-RUN-DATE
                       AND RN-STEP-REVERSED
                       MOVE 'Y' TO WS-WARNED-SW
                       DISPLAY "BATCHCTL: RUN DATE " BC-RUN-DATE
                               " WAS ACCRUED BY RUN " RN-RUN-ID
                               " AND REVERSED - RE-RUN ALLOWED"
                   END-IF
           END-READ.

      *****************************************************************
               STOP RUN
           END-IF.

      *****************************************************************
      *  INTCALC as the finalize step of a partitioned night: every
      *  partition step that began under the run-id must have ended
      *  clean before the postings are applied.  Every offender is
      *  listed, not just the first.  BATCHCTL does not read the
      *  partition control file - a partition that never began at
      *  all is caught by INTCALC itself, which will not finalize
      *  without every partition's completed checkpoint.  A run-id
      *  with no partition steps is an ordinary whole run.
      *****************************************************************
       2700-CHECK-PARTITION-STEPS.
           MOVE 'N' TO WS-EOF-SCAN
           MOVE BC-RUN-ID  TO RN-RUN-ID
           MOVE 'INTCP   ' TO RN-STEP-NAME
           START RUN-CONTROL-FILE KEY IS GREATER THAN RN-CONTROL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SCAN
           END-START
           PERFORM 2760-CHECK-ONE-PARTITION-STEP
               UNTIL END-OF-SCAN.

       2760-CHECK-ONE-PARTITION-STEP.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SCAN
               NOT AT END
                   IF RN-RUN-ID NOT = BC-RUN-ID
                       OR RN-STEP-NAME(1:5) NOT = 'INTCP'
                       MOVE 'Y' TO WS-EOF-SCAN
                   ELSE
                       IF NOT RN-STEP-COMPLETED
                           MOVE 'Y' TO WS-REFUSED-SW
                           DISPLAY "BATCHCTL: PARTITION STEP "
                                   RN-STEP-NAME " HAS NOT COMPLETED "
                                   "FOR RUN " BC-RUN-ID
                       ELSE
                           IF RN-RETURN-CODE >= 8
                               MOVE 'Y' TO WS-REFUSED-SW
                               DISPLAY "BATCHCTL: PARTITION STEP "
                                       RN-STEP-NAME
                                       " ENDED WITH RETURN CODE "
                                       RN-RETURN-CODE
                                       " - CLEAR IT FIRST"
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  End: records the step's completion and return code.  An end
      *  with no matching begin is an operational oddity worth a
