      *****************************************************************
      *  PROGRAM-ID.  INTPMRG
      *
      *  Partitioned-run merge.  On a partitioned night INTCALC runs
      *  one compute step per PARTCTL.DAT range, each staging to its
      *  own files, and a finalize step that posts them all; this
      *  step then puts the night back together for everything
      *  downstream.  Each partition's GL feed, audit trail, reject
      *  listing, rate-split detail, dormancy report and backdated
      *  handoff is copied, in partition order, into the single
      *  GLFEED.DAT, AUDIT.DAT, REJECT.DAT, RATESPLT.DAT, DORMRPT.DAT
      *  and BACKDATE.DAT an unpartitioned run would have written -
      *  partition order is account order, so the merged files are
      *  row for row what one job walking the whole master produces.
      *  GLRECON, GLJRNL, INTEXCPT and INTADJ read them unchanged.
      *
      *  The night's RUNSTATS.DAT row is written here from the
      *  partitions' checkpoint rows: the summed counts and totals,
      *  the earliest partition start, and this step's own end, so
      *  INTTREND times the whole partitioned night.  The merge runs
      *  only when every partition's row says the finalize step
      *  posted it (CKPTREC.cpy); the rows are deleted once the run
      *  statistics are on file.  Every output is rewritten from
      *  scratch, so a merge that stops part-way is simply rerun.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTPMRG.
       AUTHOR.      BATCH-INTEREST-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-CARD-FILE
               ASSIGN TO "CTLCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT PARTITION-CONTROL-FILE
               ASSIGN TO "PARTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN USING WS-CKPT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-RUN-ID
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT PARTITION-OUTPUT-FILE
               ASSIGN USING WS-PART-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTOUT-STATUS.

           SELECT GL-FEED-FILE
               ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO "AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REJECT-LISTING-FILE
               ASSIGN TO "REJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT RATE-SPLIT-FILE
               ASSIGN TO "RATESPLT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATESPLT-STATUS.

           SELECT DORMANCY-REPORT-FILE
               ASSIGN TO "DORMRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMRPT-STATUS.

           SELECT BACKDATED-TXN-FILE
               ASSIGN TO "BACKDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKDATE-STATUS.

           SELECT RUN-STATS-FILE
               ASSIGN TO "RUNSTATS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RUN-ID
               FILE STATUS IS WS-RUNSTAT-STATUS.

           SELECT CURRENCY-REFERENCE-FILE
               ASSIGN TO "CURRREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CURRENCY-CODE
               FILE STATUS IS WS-CURRREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CTLCARD.

       FD  PARTITION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PARTCTL.

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CKPTREC.

      *****************************************************************
      *  The merge only moves whole records, so the partition copy
      *  and the merged files are declared as plain byte records of
      *  their layouts' lengths (GLFEEDR 54, AUDITREC 396, REJLIST
      *  73, RATESPLT 62, DORMAGE 55, TXNFEED 31); the partition
      *  copy is read into the widest of them.
      *****************************************************************
       FD  PARTITION-OUTPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PARTITION-OUTPUT-RECORD         PIC X(396).

       FD  GL-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       01  GL-FEED-LINE                    PIC X(54).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-TRAIL-LINE                PIC X(396).

       FD  REJECT-LISTING-FILE
           LABEL RECORDS ARE STANDARD.
       01  REJECT-LISTING-LINE             PIC X(73).

       FD  RATE-SPLIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  RATE-SPLIT-LINE                 PIC X(62).

       FD  DORMANCY-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DORMANCY-REPORT-LINE            PIC X(55).

       FD  BACKDATED-TXN-FILE
           LABEL RECORDS ARE STANDARD.
       01  BACKDATED-TXN-LINE              PIC X(31).

       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNSTAT.

       FD  CURRENCY-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURRREF.

       WORKING-STORAGE SECTION.
       COPY CURRTBL.

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

       01  WS-FILE-STATUSES.
           05  WS-CTLCARD-STATUS          PIC X(2) VALUE '00'.
           05  WS-PARTCTL-STATUS          PIC X(2) VALUE '00'.
           05  WS-CKPT-STATUS             PIC X(2) VALUE '00'.
           05  WS-PARTOUT-STATUS          PIC X(2) VALUE '00'.
           05  WS-GLFEED-STATUS           PIC X(2) VALUE '00'.
           05  WS-AUDIT-STATUS            PIC X(2) VALUE '00'.
           05  WS-REJECT-STATUS           PIC X(2) VALUE '00'.
           05  WS-RATESPLT-STATUS         PIC X(2) VALUE '00'.
           05  WS-DORMRPT-STATUS          PIC X(2) VALUE '00'.
           05  WS-BACKDATE-STATUS         PIC X(2) VALUE '00'.
           05  WS-RUNSTAT-STATUS          PIC X(2) VALUE '00'.
           05  WS-OUTPUT-STATUS           PIC X(2) VALUE '00'.
           05  WS-CURRREF-STATUS          PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-PARTCTL             PIC X(1) VALUE 'N'.
               88  END-OF-PARTCTL              VALUE 'Y'.
           05  WS-EOF-PARTITION-OUTPUT    PIC X(1) VALUE 'N'.
               88  END-OF-PARTITION-OUTPUT     VALUE 'Y'.

       01  WS-CONTROL-CARD-AREA.
           05  WS-RUN-ID                  PIC X(8) VALUE SPACES.
           05  WS-RUN-DATE                PIC 9(8) VALUE 0.

      *****************************************************************
      *  The partition table, as INTCALC loads it.  WS-MERGE-TYPE
      *  says which of the six outputs the current copy pass is
      *  building; the partition file names follow INTCALC's
      *  1730-SET-PARTITION-FILE-NAMES.
      *****************************************************************
       01  WS-PARTITION-AREA.
           05  WS-PART-COUNT              PIC 9(2) VALUE 0.
           05  WS-PART-MAX                PIC 9(2) VALUE 20.
           05  WS-PART-IDX                PIC 9(2) VALUE 0.
           05  WS-PART-SUFFIX             PIC 9(2) VALUE 0.
           05  WS-PARTS-UNPOSTED          PIC 9(2) VALUE 0.
           05  WS-PART-TABLE.
               10  WS-PART-ENTRY OCCURS 20 TIMES.
                   15  WS-PART-ID             PIC 9(2).
           05  WS-CKPT-FILE-NAME          PIC X(12) VALUE SPACES.
           05  WS-PART-FILE-NAME          PIC X(12) VALUE SPACES.
           05  WS-MERGE-TYPE              PIC X(1) VALUE SPACE.
               88  MERGING-GL-FEED             VALUE 'G'.
               88  MERGING-AUDIT               VALUE 'A'.
               88  MERGING-REJECTS             VALUE 'J'.
               88  MERGING-RATE-SPLITS         VALUE 'S'.
               88  MERGING-DORMANCY            VALUE 'D'.
               88  MERGING-BACKDATED           VALUE 'B'.
           05  WS-MERGE-PREFIX            PIC X(6) VALUE SPACES.
           05  WS-ROWS-COPIED             PIC 9(9) VALUE 0.

       01  WS-ACCUMULATORS.
           05  WS-ACCOUNTS-PROCESSED      PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-REJECTED       PIC 9(9) VALUE 0.
           05  WS-COMPUTED-TOTAL-INTEREST PIC 9(11)V9(4) VALUE 0.
           05  WS-CURRENCY-COMPUTED-TOTAL OCCURS 5 TIMES
                                       PIC 9(11)V9(4) VALUE 0.
           05  WS-GL-ROWS                 PIC 9(9) VALUE 0.
           05  WS-AUDIT-ROWS              PIC 9(9) VALUE 0.
           05  WS-REJECT-ROWS             PIC 9(9) VALUE 0.
           05  WS-SPLIT-ROWS              PIC 9(9) VALUE 0.
           05  WS-DORMANT-ROWS            PIC 9(9) VALUE 0.
           05  WS-BACKDATED-ROWS          PIC 9(9) VALUE 0.

      *****************************************************************
      *  Run timing, computed the way INTCALC's 8200 does it.
      *****************************************************************
       01  WS-RUN-TIMING-AREA.
           05  WS-RUN-START-TIMESTAMP     PIC X(26) VALUE SPACES.
           05  WS-RUN-END-TIMESTAMP       PIC X(26) VALUE SPACES.
           05  WS-TS-WORK-DATE            PIC 9(8) VALUE 0.
           05  WS-TS-HH                   PIC 9(2) VALUE 0.
           05  WS-TS-MM                   PIC 9(2) VALUE 0.
           05  WS-TS-SS                   PIC 9(2) VALUE 0.
           05  WS-START-DAY-INTEGER       PIC 9(7) VALUE 0.
           05  WS-END-DAY-INTEGER         PIC 9(7) VALUE 0.
           05  WS-START-SECONDS           PIC 9(5) VALUE 0.
           05  WS-END-SECONDS             PIC 9(5) VALUE 0.
           05  WS-ELAPSED-WORK            PIC S9(9) VALUE 0.
           05  WS-ELAPSED-SECONDS         PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-PARTITION-RESULTS
           MOVE 'G' TO WS-MERGE-TYPE
           PERFORM 3000-MERGE-ONE-OUTPUT
           MOVE 'A' TO WS-MERGE-TYPE
           PERFORM 3000-MERGE-ONE-OUTPUT
           MOVE 'J' TO WS-MERGE-TYPE
           PERFORM 3000-MERGE-ONE-OUTPUT
           MOVE 'S' TO WS-MERGE-TYPE
           PERFORM 3000-MERGE-ONE-OUTPUT
           MOVE 'D' TO WS-MERGE-TYPE
           PERFORM 3000-MERGE-ONE-OUTPUT
           MOVE 'B' TO WS-MERGE-TYPE
           PERFORM 3000-MERGE-ONE-OUTPUT
           PERFORM 4000-WRITE-RUN-STATISTICS
           PERFORM 5000-RELEASE-PARTITION-ROWS
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
           DISPLAY "INTPMRG: RUN " WS-RUN-ID " PARTITIONS MERGED = "
                   WS-PART-COUNT
           DISPLAY "INTPMRG: GL FEED ROWS       = " WS-GL-ROWS
           DISPLAY "INTPMRG: AUDIT ROWS         = " WS-AUDIT-ROWS
           DISPLAY "INTPMRG: REJECT ROWS        = " WS-REJECT-ROWS
           DISPLAY "INTPMRG: RATE SPLIT ROWS    = " WS-SPLIT-ROWS
           DISPLAY "INTPMRG: DORMANCY ROWS      = " WS-DORMANT-ROWS
           DISPLAY "INTPMRG: BACKDATED ROWS     = " WS-BACKDATED-ROWS
           DISPLAY "INTPMRG: ACCOUNTS PROCESSED = "
                   WS-ACCOUNTS-PROCESSED
           DISPLAY "INTPMRG: ACCOUNTS REJECTED  = "
                   WS-ACCOUNTS-REJECTED
           DISPLAY "INTPMRG: ELAPSED SECONDS    = "
                   WS-ELAPSED-SECONDS
           STOP RUN.

      *****************************************************************
      *  The run-id and run date come from the same control card
      *  the INTCALC steps read; the partition table is loaded from
      *  the same control file, which INTCALC has already proven to
      *  cover the account range - here it only has to be readable
      *  and in sequence.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS NOT = '00'
               DISPLAY "INTPMRG: UNABLE TO OPEN CONTROL CARD, STATUS="
                       WS-CTLCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-CARD-FILE
               AT END
                   DISPLAY "INTPMRG: CONTROL CARD FILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           MOVE CC-RUN-ID   TO WS-RUN-ID
           MOVE CC-RUN-DATE TO WS-RUN-DATE
           CLOSE CONTROL-CARD-FILE
           PERFORM 1810-LOAD-CURRENCY-TABLE
           MOVE 0 TO WS-PART-COUNT
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-STATUS NOT = '00'
               DISPLAY "INTPMRG: UNABLE TO OPEN PARTITION CONTROL, "
                       "STATUS=" WS-PARTCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-PARTCTL
           PERFORM 1100-LOAD-ONE-PARTITION
               UNTIL END-OF-PARTCTL
           CLOSE PARTITION-CONTROL-FILE
           IF WS-PART-COUNT = 0
               DISPLAY "INTPMRG: PARTITION CONTROL FILE IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-ONE-PARTITION.
           READ PARTITION-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-PARTCTL
               NOT AT END
                   IF WS-PART-COUNT >= WS-PART-MAX
                       DISPLAY "INTPMRG: MORE THAN " WS-PART-MAX
                               " PARTITIONS ON PARTITION CONTROL"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-PART-COUNT
                   IF PA-PARTITION-ID NOT NUMERIC
                       OR PA-PARTITION-ID NOT = WS-PART-COUNT
                       DISPLAY "INTPMRG: PARTITION CONTROL ROW "
                               WS-PART-COUNT " OUT OF SEQUENCE: "
                               PARTITION-CONTROL-RECORD
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE PA-PARTITION-ID TO WS-PART-ID(WS-PART-COUNT)
           END-READ.

      *****************************************************************
      *  Each currency goes to its own CR-TABLE-SLOT, the position
      *  the per-currency control totals are carried by.  The slots
      *  in use must run from 1 without a gap, so the table count
      *  (the highest slot) equals the rows loaded.
      *****************************************************************
       1810-LOAD-CURRENCY-TABLE.
           MOVE "CURRREF.DAT" TO WS-REF-FILE-NAME
           OPEN INPUT CURRENCY-REFERENCE-FILE
           IF WS-CURRREF-STATUS NOT = '00'
               DISPLAY "INTPMRG: UNABLE TO OPEN CURRREF.DAT, STATUS="
                       WS-CURRREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1880-RESET-REFERENCE-COUNTS
           INITIALIZE WS-CURRENCY-TABLE
           MOVE 0 TO WS-CURRENCY-TABLE-COUNT
           PERFORM 1815-LOAD-ONE-CURRENCY
               UNTIL END-OF-REFERENCE
           CLOSE CURRENCY-REFERENCE-FILE
           PERFORM 1890-CHECK-REFERENCE-CONTROL
           IF WS-CURRENCY-TABLE-COUNT NOT = WS-REF-ROW-COUNT
               DISPLAY "INTPMRG: CURRREF.DAT SLOTS DO NOT RUN 1 TO "
                       WS-CURRENCY-TABLE-COUNT " WITHOUT A GAP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1815-LOAD-ONE-CURRENCY.
           READ CURRENCY-REFERENCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REFERENCE
               NOT AT END
                   IF CR-CONTROL-ROW
                       MOVE 'Y' TO WS-REF-CONTROL-SW
                       MOVE CR-CTL-ENTRY-COUNT TO WS-REF-CTL-COUNT
                       MOVE CR-CTL-HASH-TOTAL  TO WS-REF-CTL-HASH
                       MOVE CR-CTL-TIMESTAMP   TO WS-REF-CTL-TIMESTAMP
                   ELSE
                       PERFORM 1817-STORE-ONE-CURRENCY
                   END-IF
           END-READ.

       1817-STORE-ONE-CURRENCY.
           MOVE CR-CURRENCY-CODE TO WS-REF-ROW-KEY
           MOVE SPACES TO WS-REF-ROW-REASON
           IF CR-TABLE-SLOT NOT NUMERIC
               OR CR-DECIMALS NOT NUMERIC
               MOVE "SLOT OR DECIMALS NOT NUMERIC" TO WS-REF-ROW-REASON
           ELSE IF CR-TABLE-SLOT < 1
               OR CR-TABLE-SLOT > WS-CURRENCY-TABLE-MAX
               MOVE "TABLE SLOT NOT 1 TO 5" TO WS-REF-ROW-REASON
           ELSE IF CR-DECIMALS > 4
               MOVE "DECIMALS NOT 0 TO 4" TO WS-REF-ROW-REASON
           ELSE IF CT-CURRENCY-CODE(CR-TABLE-SLOT) NOT = SPACES
               MOVE "TABLE SLOT ALREADY TAKEN" TO WS-REF-ROW-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REF-ROW-REASON NOT = SPACES
               PERFORM 1895-HALT-ON-BAD-ROW
           END-IF
           MOVE CR-CURRENCY-CODE TO CT-CURRENCY-CODE(CR-TABLE-SLOT)
           MOVE CR-DECIMALS      TO CT-DECIMALS(CR-TABLE-SLOT)
           IF CR-TABLE-SLOT > WS-CURRENCY-TABLE-COUNT
               MOVE CR-TABLE-SLOT TO WS-CURRENCY-TABLE-COUNT
           END-IF
           ADD 1 TO WS-REF-ROW-COUNT
           COMPUTE WS-REF-HASH-TOTAL = WS-REF-HASH-TOTAL
               + CR-TABLE-SLOT * 10 + CR-DECIMALS.

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
               DISPLAY "INTPMRG: " WS-REF-FILE-NAME
                       " FAILS ITS INTEGRITY CHECK - ROWS "
                       WS-REF-ROW-COUNT " CONTROL " WS-REF-CTL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REF-ROW-COUNT = 0
               DISPLAY "INTPMRG: " WS-REF-FILE-NAME " HOLDS NO ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "INTPMRG: " WS-REF-FILE-NAME " LOADED "
                   WS-REF-ROW-COUNT " ROWS, MAINTAINED "
                   WS-REF-CTL-TIMESTAMP(1:8).

       1895-HALT-ON-BAD-ROW.
           DISPLAY "INTPMRG: " WS-REF-FILE-NAME " ROW " WS-REF-ROW-KEY
                   " FAILS ITS EDITS - " WS-REF-ROW-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      *  Every partition's checkpoint row for the run must say the
      *  finalize step posted it.  A row still 'C' (or missing) means
      *  finalize has not run, failed reconciliation, or stopped
      *  before posting - merging then would hand GLJRNL a ledger
      *  feed for postings that never reached the master.
      *****************************************************************
       2000-COLLECT-PARTITION-RESULTS.
           MOVE 0 TO WS-PARTS-UNPOSTED
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP
           PERFORM 2100-COLLECT-ONE-PARTITION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
           IF WS-PARTS-UNPOSTED > 0
               DISPLAY "INTPMRG: " WS-PARTS-UNPOSTED " OF "
                       WS-PART-COUNT " PARTITIONS NOT POSTED FOR RUN "
                       WS-RUN-ID " - MERGE REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-COLLECT-ONE-PARTITION.
           MOVE WS-PART-ID(WS-PART-IDX) TO WS-PART-SUFFIX
           MOVE SPACES TO WS-CKPT-FILE-NAME
           STRING "CKPT" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-CKPT-FILE-NAME
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY "INTPMRG: PARTITION " WS-PART-SUFFIX
                       " HAS NO CHECKPOINT FILE, STATUS="
                       WS-CKPT-STATUS
               ADD 1 TO WS-PARTS-UNPOSTED
           ELSE
               MOVE WS-RUN-ID TO CK-RUN-ID
               READ CHECKPOINT-FILE
                   INVALID KEY
                       DISPLAY "INTPMRG: PARTITION " WS-PART-SUFFIX
                               " HAS NO RESULT FOR RUN " WS-RUN-ID
                       ADD 1 TO WS-PARTS-UNPOSTED
                   NOT INVALID KEY
                       IF CK-PARTITION-POSTED
                           PERFORM 2200-ADD-PARTITION-TOTALS
                       ELSE
                           DISPLAY "INTPMRG: PARTITION "
                                   WS-PART-SUFFIX " NOT POSTED BY "
                                   "FINALIZE, STATUS '"
                                   CK-STEP-STATUS "'"
                           ADD 1 TO WS-PARTS-UNPOSTED
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       2200-ADD-PARTITION-TOTALS.
           ADD CK-ACCOUNTS-PROCESSED     TO WS-ACCOUNTS-PROCESSED
           ADD CK-ACCOUNTS-REJECTED      TO WS-ACCOUNTS-REJECTED
           ADD CK-RUNNING-TOTAL-INTEREST TO WS-COMPUTED-TOTAL-INTEREST
           PERFORM VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CURRENCY-TABLE-COUNT
               ADD CK-CURRENCY-TOTAL(CT-IDX)
                   TO WS-CURRENCY-COMPUTED-TOTAL(CT-IDX)
           END-PERFORM
           IF CK-STEP-START-TIMESTAMP < WS-RUN-START-TIMESTAMP
               MOVE CK-STEP-START-TIMESTAMP TO WS-RUN-START-TIMESTAMP
           END-IF.

      *****************************************************************
      *  Builds one merged output: opened OUTPUT, then every
      *  partition's copy appended in partition order.  A
      *  partition's GL feed must exist - the finalize step wrote
      *  one for every partition it posted; the other outputs are
      *  written by the compute steps and a missing one is taken as
      *  empty.
      *****************************************************************
       3000-MERGE-ONE-OUTPUT.
           EVALUATE TRUE
               WHEN MERGING-GL-FEED
                   MOVE "GLFEED" TO WS-MERGE-PREFIX
                   OPEN OUTPUT GL-FEED-FILE
                   MOVE WS-GLFEED-STATUS TO WS-OUTPUT-STATUS
               WHEN MERGING-AUDIT
                   MOVE "AUDIT"  TO WS-MERGE-PREFIX
                   OPEN OUTPUT AUDIT-TRAIL-FILE
                   MOVE WS-AUDIT-STATUS TO WS-OUTPUT-STATUS
               WHEN MERGING-REJECTS
                   MOVE "REJECT" TO WS-MERGE-PREFIX
                   OPEN OUTPUT REJECT-LISTING-FILE
                   MOVE WS-REJECT-STATUS TO WS-OUTPUT-STATUS
               WHEN MERGING-RATE-SPLITS
                   MOVE "RATESP" TO WS-MERGE-PREFIX
                   OPEN OUTPUT RATE-SPLIT-FILE
                   MOVE WS-RATESPLT-STATUS TO WS-OUTPUT-STATUS
               WHEN MERGING-DORMANCY
                   MOVE "DORMRP" TO WS-MERGE-PREFIX
                   OPEN OUTPUT DORMANCY-REPORT-FILE
                   MOVE WS-DORMRPT-STATUS TO WS-OUTPUT-STATUS
               WHEN MERGING-BACKDATED
                   MOVE "BKDATE" TO WS-MERGE-PREFIX
                   OPEN OUTPUT BACKDATED-TXN-FILE
                   MOVE WS-BACKDATE-STATUS TO WS-OUTPUT-STATUS
           END-EVALUATE
           IF WS-OUTPUT-STATUS NOT = '00'
               DISPLAY "INTPMRG: UNABLE TO OPEN MERGED "
                       WS-MERGE-PREFIX " FILE, STATUS="
                       WS-OUTPUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-COPY-ONE-PARTITION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
           EVALUATE TRUE
               WHEN MERGING-GL-FEED
                   CLOSE GL-FEED-FILE
               WHEN MERGING-AUDIT
                   CLOSE AUDIT-TRAIL-FILE
               WHEN MERGING-REJECTS
                   CLOSE REJECT-LISTING-FILE
               WHEN MERGING-RATE-SPLITS
                   CLOSE RATE-SPLIT-FILE
               WHEN MERGING-DORMANCY
                   CLOSE DORMANCY-REPORT-FILE
               WHEN MERGING-BACKDATED
                   CLOSE BACKDATED-TXN-FILE
           END-EVALUATE.

       3100-COPY-ONE-PARTITION.
           MOVE WS-PART-ID(WS-PART-IDX) TO WS-PART-SUFFIX
           MOVE SPACES TO WS-PART-FILE-NAME
           STRING WS-MERGE-PREFIX DELIMITED BY SPACE
                  WS-PART-SUFFIX  DELIMITED BY SIZE
                  ".DAT"          DELIMITED BY SIZE
               INTO WS-PART-FILE-NAME
           OPEN INPUT PARTITION-OUTPUT-FILE
           IF WS-PARTOUT-STATUS = '35'
               AND NOT MERGING-GL-FEED
               CONTINUE
           ELSE
               IF WS-PARTOUT-STATUS NOT = '00'
                   DISPLAY "INTPMRG: UNABLE TO OPEN "
                           WS-PART-FILE-NAME ", STATUS="
                           WS-PARTOUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-PARTITION-OUTPUT
               PERFORM 3200-COPY-ONE-ROW
                   UNTIL END-OF-PARTITION-OUTPUT
               CLOSE PARTITION-OUTPUT-FILE
           END-IF.

       3200-COPY-ONE-ROW.
           READ PARTITION-OUTPUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-PARTITION-OUTPUT
               NOT AT END
                   PERFORM 3300-WRITE-MERGED-ROW
           END-READ.

       3300-WRITE-MERGED-ROW.
           EVALUATE TRUE
               WHEN MERGING-GL-FEED
                   WRITE GL-FEED-LINE FROM PARTITION-OUTPUT-RECORD
                   MOVE WS-GLFEED-STATUS TO WS-OUTPUT-STATUS
                   ADD 1 TO WS-GL-ROWS
               WHEN MERGING-AUDIT
                   WRITE AUDIT-TRAIL-LINE FROM PARTITION-OUTPUT-RECORD
                   MOVE WS-AUDIT-STATUS TO WS-OUTPUT-STATUS
                   ADD 1 TO WS-AUDIT-ROWS
               WHEN MERGING-REJECTS
                   WRITE REJECT-LISTING-LINE
                       FROM PARTITION-OUTPUT-RECORD
                   MOVE WS-REJECT-STATUS TO WS-OUTPUT-STATUS
                   ADD 1 TO WS-REJECT-ROWS
               WHEN MERGING-RATE-SPLITS
                   WRITE RATE-SPLIT-LINE FROM PARTITION-OUTPUT-RECORD
                   MOVE WS-RATESPLT-STATUS TO WS-OUTPUT-STATUS
                   ADD 1 TO WS-SPLIT-ROWS
               WHEN MERGING-DORMANCY
                   WRITE DORMANCY-REPORT-LINE
                       FROM PARTITION-OUTPUT-RECORD
                   MOVE WS-DORMRPT-STATUS TO WS-OUTPUT-STATUS
                   ADD 1 TO WS-DORMANT-ROWS
               WHEN MERGING-BACKDATED
                   WRITE BACKDATED-TXN-LINE
                       FROM PARTITION-OUTPUT-RECORD
                   MOVE WS-BACKDATE-STATUS TO WS-OUTPUT-STATUS
                   ADD 1 TO WS-BACKDATED-ROWS
           END-EVALUATE
           IF WS-OUTPUT-STATUS NOT = '00'
               DISPLAY "INTPMRG: WRITE FAILED FOR MERGED "
                       WS-MERGE-PREFIX " FILE, STATUS="
                       WS-OUTPUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  The night's run-history row, as INTCALC's 8000 writes it
      *  for an unpartitioned run: an upsert by run-id, reconciled
      *  'P' (the finalize step posted nothing unless it passed),
      *  started when the first partition started and ended now.
      *****************************************************************
       4000-WRITE-RUN-STATISTICS.
           OPEN I-O RUN-STATS-FILE
           IF WS-RUNSTAT-STATUS = '35'
               OPEN OUTPUT RUN-STATS-FILE
               CLOSE RUN-STATS-FILE
               OPEN I-O RUN-STATS-FILE
           END-IF
           IF WS-RUNSTAT-STATUS NOT = '00'
               DISPLAY "INTPMRG: UNABLE TO OPEN RUN STATS, STATUS="
                       WS-RUNSTAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-END-TIMESTAMP
           PERFORM 4100-COMPUTE-ELAPSED-SECONDS
           MOVE WS-RUN-ID                  TO RS-RUN-ID
           MOVE WS-RUN-DATE                TO RS-RUN-DATE
           MOVE WS-ACCOUNTS-PROCESSED      TO RS-ACCOUNTS-PROCESSED
           MOVE WS-ACCOUNTS-REJECTED       TO RS-ACCOUNTS-REJECTED
           MOVE WS-COMPUTED-TOTAL-INTEREST
                               TO RS-COMPUTED-TOTAL-INTEREST
           PERFORM VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CURRENCY-TABLE-COUNT
               MOVE WS-CURRENCY-COMPUTED-TOTAL(CT-IDX)
                   TO RS-CURRENCY-TOTAL(CT-IDX)
           END-PERFORM
           MOVE 'P'                        TO RS-RECONCILE-STATUS
           MOVE WS-RUN-START-TIMESTAMP     TO RS-START-TIMESTAMP
           MOVE WS-RUN-END-TIMESTAMP       TO RS-END-TIMESTAMP
           MOVE WS-ELAPSED-SECONDS         TO RS-ELAPSED-SECONDS
           REWRITE RUN-STATISTICS-RECORD
               INVALID KEY
                   WRITE RUN-STATISTICS-RECORD
           END-REWRITE
           IF WS-RUNSTAT-STATUS NOT = '00'
               DISPLAY "INTPMRG: RUN STATS WRITE FAILED, STATUS="
                       WS-RUNSTAT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RUN-STATS-FILE.

       4100-COMPUTE-ELAPSED-SECONDS.
           MOVE WS-RUN-START-TIMESTAMP(1:8) TO WS-TS-WORK-DATE
           COMPUTE WS-START-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-WORK-DATE)
           MOVE WS-RUN-START-TIMESTAMP(9:2)  TO WS-TS-HH
           MOVE WS-RUN-START-TIMESTAMP(11:2) TO WS-TS-MM
           MOVE WS-RUN-START-TIMESTAMP(13:2) TO WS-TS-SS
           COMPUTE WS-START-SECONDS =
               (WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS
           MOVE WS-RUN-END-TIMESTAMP(1:8) TO WS-TS-WORK-DATE
           COMPUTE WS-END-DAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TS-WORK-DATE)
           MOVE WS-RUN-END-TIMESTAMP(9:2)  TO WS-TS-HH
           MOVE WS-RUN-END-TIMESTAMP(11:2) TO WS-TS-MM
           MOVE WS-RUN-END-TIMESTAMP(13:2) TO WS-TS-SS
           COMPUTE WS-END-SECONDS =
               (WS-TS-HH * 3600) + (WS-TS-MM * 60) + WS-TS-SS
           COMPUTE WS-ELAPSED-WORK =
               ((WS-END-DAY-INTEGER - WS-START-DAY-INTEGER) * 86400)
               + WS-END-SECONDS - WS-START-SECONDS
           IF WS-ELAPSED-WORK < 0
               MOVE 0 TO WS-ELAPSED-SECONDS
           ELSE
               MOVE WS-ELAPSED-WORK TO WS-ELAPSED-SECONDS
           END-IF.

      *****************************************************************
      *  With the night merged and its statistics on file the
      *  partitions' checkpoint rows have served their purpose; the
      *  unpartitioned run deletes its own row at finalize the same
      *  way.
      *****************************************************************
       5000-RELEASE-PARTITION-ROWS.
           MOVE WS-PART-ID(WS-PART-IDX) TO WS-PART-SUFFIX
           MOVE SPACES TO WS-CKPT-FILE-NAME
           STRING "CKPT" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-CKPT-FILE-NAME
           OPEN I-O CHECKPOINT-FILE
           IF WS-CKPT-STATUS = '00'
               MOVE WS-RUN-ID TO CK-RUN-ID
               DELETE CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE CHECKPOINT-FILE
           END-IF.
