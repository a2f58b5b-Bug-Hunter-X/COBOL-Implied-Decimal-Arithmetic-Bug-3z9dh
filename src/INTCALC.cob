      *  the result to a work-posting file, reconciles the run's
      *  total against an independently-supplied control total, and
      *  only then finalizes (rewrites) ACCOUNT-MASTER.
      *
      *  Run with no step parameter it does all of that in one job.
      *  A partitioned night instead runs one compute step per
      *  PARTCTL.DAT range concurrently (parameter Pnn, or PnnR to
      *  restart partition nn from its own checkpoint), each staging
      *  to its own files and stopping there, then one finalize step
      *  (parameter F) that reconciles the partitions' combined
      *  totals and posts every partition's staging.  INTPMRG then
      *  merges the partition outputs for the downstream steps.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTCALC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *****************************************************************
      *  The checkpoint and the per-run staging files are assigned
      *  through the WS-STAGING-FILE-NAMES fields: the usual names
      *  for an unpartitioned run, a partition's own names (see
      *  1730-SET-PARTITION-FILE-NAMES) on a partitioned night.
      *****************************************************************
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               FILE STATUS IS WS-CTLCARD-STATUS.

           SELECT WORK-POSTING-FILE
               ASSIGN USING WS-WRKPOST-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WP-ACCOUNT-NUMBER
               FILE STATUS IS WS-WRKPOST-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT GL-FEED-FILE
               ASSIGN USING WS-GLFEED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN USING WS-CKPT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK-RUN-ID
               FILE STATUS IS WS-YTDACCR-STATUS.

           SELECT REJECT-LISTING-FILE
               ASSIGN USING WS-REJECT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECHG-STATUS.

           SELECT PROMO-OFFER-FILE
               ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT RATE-SPLIT-FILE
               ASSIGN USING WS-RATESPLT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATESPLT-STATUS.

           SELECT DORMANCY-REPORT-FILE
               ASSIGN USING WS-DORMRPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DORMRPT-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSTMT-STATUS.

           SELECT ACH-PENDING-FILE
               ASSIGN TO "ACHPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHPEND-STATUS.

           SELECT FOOTPRINT-FILE
               ASSIGN TO "FOOTPRNT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT BACKDATED-TXN-FILE
               ASSIGN USING WS-BACKDATE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BACKDATE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDWORK-STATUS.

           SELECT SETTLEMENT-ARCHIVE-FILE
               ASSIGN TO "SETLARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-ARCHIVE-KEY
               FILE STATUS IS WS-SETLARCH-STATUS.

           SELECT PARTITION-CONTROL-FILE
               ASSIGN TO "PARTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-STATUS.

           SELECT PRODUCT-REFERENCE-FILE
               ASSIGN TO "PRODREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-PRODREF-STATUS.

           SELECT CURRENCY-REFERENCE-FILE
               ASSIGN TO "CURRREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CURRENCY-CODE
               FILE STATUS IS WS-CURRREF-STATUS.

           SELECT WITHHOLDING-REFERENCE-FILE
               ASSIGN TO "WHTREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WR-RATE-KEY
               FILE STATUS IS WS-WHTREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
      *****************************************************************
       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-ARCHIVE-RECORD            PIC X(396).

       FD  ARCHIVE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-WORK-RECORD             PIC X(396).

       FD  RATE-CHANGE-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATECHG.

       FD  PROMO-OFFER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PROMOOFR.

       FD  RATE-SPLIT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATESPLT.
           LABEL RECORDS ARE STANDARD.
       01  CLOSING-STATEMENT-LINE          PIC X(90).

       FD  ACH-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACHPEND.

       FD  FOOTPRINT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY FTPRNT.
           LABEL RECORDS ARE STANDARD.
       01  SIM-REPORT-LINE                 PIC X(100).

       FD  SETTLEMENT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SETLARCH.

       FD  PARTITION-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PARTCTL.

       FD  PRODUCT-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRODREF.

       FD  CURRENCY-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURRREF.

       FD  WITHHOLDING-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WHTREF.

       WORKING-STORAGE SECTION.
       COPY RATETBL.
       COPY ODRATTBL.
       COPY CURRTBL.
       COPY PRODTBL.
       COPY TDRATTBL.

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
           05  WS-RESIDENT-RATE-SW        PIC X(1) VALUE 'N'.
               88  RESIDENT-RATE-IN-FORCE     VALUE 'Y'.
           05  WS-NONRES-RATE-SW          PIC X(1) VALUE 'N'.
               88  NONRES-RATE-IN-FORCE       VALUE 'Y'.

       01  WS-DATA-AREA.
           05  WS-AMOUNT                  PIC S9(9)V9(4) VALUE 0.

      *****************************************************************
      *  Withholding-tax working fields for 4310-COMPUTE-WITHHOLDING.
      *  The statutory rates per rate class, as in force on the run
      *  date on WHTREF.DAT (1830); an account whose AM-TAX-STATUS
      *  is exempt (or a pre-conversion space, or an unrecognized
      *  code) is not withheld.  The withheld amount is rounded to
      *  the account currency's significant decimals the same way
      *  the posted interest itself is.
      *****************************************************************
       01  WS-WITHHOLDING-AREA.
           05  WS-RESIDENT-WHT-RATE       PIC 9(3)V9(4) VALUE 0.
           05  WS-NONRES-WHT-RATE         PIC 9(3)V9(4) VALUE 0.
           05  WS-WHT-RATE                PIC 9(3)V9(4) VALUE 0.
           05  WS-WITHHOLDING-TAX         PIC 9(9)V9(4) VALUE 0.
           05  WS-SCALED-WHT              PIC 9(9)V9(4) VALUE 0.
           05  WS-CAPITALIZE-SW           PIC X(1) VALUE 'N'.
               88  CAPITALIZATION-DUE         VALUE 'Y'.

      *****************************************************************
      *  Interest disposition working fields.  A cycle end whose
      *  account instructs a transfer or an ACH payout disburses the
      *  bucket instead of capitalizing it (4335): the amount rides
      *  the work posting to finalize, where a transfer is credited
      *  to its target in the second pass (6720) - or back to the
      *  account itself when the target can no longer take it - and
      *  a payout is queued on ACHPEND.DAT for ACHBUILD.  Payouts
      *  are originated in USD only.
      *****************************************************************
       01  WS-DISPOSITION-AREA.
           05  WS-DISPOSITION-CODE        PIC X(1) VALUE SPACE.
           05  WS-DISBURSED-AMOUNT        PIC 9(9)V9(4) VALUE 0.
           05  WS-DISP-ACCOUNT            PIC 9(9) VALUE 0.
           05  WS-ACH-CURRENCY            PIC X(3) VALUE 'USD'.
           05  WS-DISP-LANDED-SW          PIC X(1) VALUE 'N'.
               88  DISP-TRANSFER-LANDED       VALUE 'Y'.
           05  WS-DISP-FALLBACKS          PIC 9(9) VALUE 0.
           05  WS-INT-TRANSFERS-PENDING   PIC 9(9) VALUE 0.
           05  WS-INT-TRANSFERS-APPLIED   PIC 9(9) VALUE 0.
           05  WS-INT-TRANSFERS-FAILED    PIC 9(9) VALUE 0.
           05  WS-ACH-PAYOUT-COUNT        PIC 9(9) VALUE 0.
           05  WS-ACH-PAYOUT-TOTAL        PIC 9(11)V9(4) VALUE 0.

      *****************************************************************
      *  Debit-interest working fields.  An account whose balance
      *  basis is below zero is overdrawn: 4200 prices it off the
      *  overdraft table (ODRATTBL.cpy) instead of RATETBL, 4360
      *  walks the overdraft brackets on the overdrawn amount, and
      *  the charge builds its own accrued bucket, debited from the
      *  balance at the product's cycle end.  Charges are totalled
      *  apart from WS-COMPUTED-TOTAL-INTEREST so the interest
      *  control totals reconcile on interest alone.
      *****************************************************************
       01  WS-DEBIT-INTEREST-AREA.
           05  WS-OVERDRAWN-SW            PIC X(1) VALUE 'N'.
               88  ACCOUNT-IS-OVERDRAWN       VALUE 'Y'.
           05  WS-OD-RATE-FOUND-SW        PIC X(1) VALUE 'N'.
               88  OD-RATE-TIER-FOUND         VALUE 'Y'.
           05  WS-OVERDRAWN-AMOUNT        PIC 9(9)V9(4) VALUE 0.
           05  WS-CHARGE-RAW              PIC 9(9)V9(4) VALUE 0.
           05  WS-POSTED-CHARGE           PIC 9(9)V9(4) VALUE 0.
           05  WS-ACCRUED-CHARGE-TOTAL    PIC S9(9)V9(4) VALUE 0.
           05  WS-CHARGED-AMOUNT          PIC 9(9)V9(4) VALUE 0.
           05  WS-COMPUTED-TOTAL-CHARGES  PIC 9(11)V9(4) VALUE 0.

      *****************************************************************
      *  Term-deposit working fields.  A term deposit accrues flat at
      *  the rate locked on its master.  4105 classifies it at read
      *  time: a pending closure dated before the maturity date is
      *  an early break (the settlement charges the product's
      *  penalty, 4380), and an active term whose maturity date the
      *  run date has reached is due to mature (4070) - accrued
      *  through the maturity date, capitalized, then rolled over
      *  into a fresh term, paid out, or transferred to the linked
      *  account under its maturity instruction.  The plan for the
      *  new term is worked out here at compute time and carried on
      *  the work posting for the finalize pass to apply.
      *****************************************************************
       01  WS-TERM-DEPOSIT-AREA.
           05  WS-MATURITY-SW             PIC X(1) VALUE 'N'.
               88  MATURITY-SETTLEMENT-DUE    VALUE 'Y'.
           05  WS-BREAK-SW                PIC X(1) VALUE 'N'.
               88  EARLY-BREAK-DUE            VALUE 'Y'.
           05  WS-PENALTY-DAYS            PIC 9(3) VALUE 0.
           05  WS-PENALTY-RAW             PIC 9(9)V9(4) VALUE 0.
           05  WS-SCALED-PENALTY          PIC 9(9)V9(4) VALUE 0.
           05  WS-PENALTY-AMOUNT          PIC 9(9)V9(4) VALUE 0.
           05  WS-MATURITY-ACTION         PIC X(1) VALUE SPACE.
           05  WS-NEW-TERM-START          PIC 9(8) VALUE 0.
           05  WS-NEW-TERM-START-PARTS REDEFINES WS-NEW-TERM-START.
               10  WS-NEW-START-YEAR      PIC 9(4).
               10  WS-NEW-START-MONTH     PIC 9(2).
               10  WS-NEW-START-DAY       PIC 9(2).
           05  WS-NEW-MATURITY-DATE       PIC 9(8) VALUE 0.
           05  WS-NEW-MATURITY-PARTS REDEFINES WS-NEW-MATURITY-DATE.
               10  WS-NEW-MATURITY-YEAR   PIC 9(4).
               10  WS-NEW-MATURITY-MONTH  PIC 9(2).
               10  WS-NEW-MATURITY-DAY    PIC 9(2).
           05  WS-TERM-MONTH-COUNT        PIC 9(7) VALUE 0.
           05  WS-TERM-MONTH-END-DAY      PIC 9(2) VALUE 0.
           05  WS-ROLLOVER-RATE           PIC 9(3)V9(4) VALUE 0.
           05  WS-ROLLOVER-RATE-SW        PIC X(1) VALUE 'N'.
               88  ROLLOVER-RATE-FOUND        VALUE 'Y'.
           05  WS-TRANSFER-ACCOUNT        PIC 9(9) VALUE 0.
           05  WS-COMPUTED-TOTAL-PENALTIES PIC 9(11)V9(4) VALUE 0.
           05  WS-ACCOUNTS-MATURED        PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-BROKEN         PIC 9(9) VALUE 0.
           05  WS-TRANSFERS-PENDING       PIC 9(9) VALUE 0.
           05  WS-TRANSFERS-APPLIED       PIC 9(9) VALUE 0.
           05  WS-TRANSFERS-FAILED        PIC 9(9) VALUE 0.

      *****************************************************************
      *  Promotional offer working fields.  PROMO.DAT is loaded once
      *  into WS-OFFER-TABLE with each window held as INTEGER-OF-
      *  DATE values: WS-OF-FROM-INT is the night before the start
      *  date and WS-OF-END-INT the end date, so the bonus nights of
      *  an accrual period are simply the overlap of two half-open
      *  integer ranges.  The bonus figures for the current account
      *  are rebuilt by 4255 on every account; the run totals feed
      *  the end-of-run DISPLAYs.
      *****************************************************************
       01  WS-PROMO-OFFER-AREA.
           05  WS-OFFER-COUNT             PIC 9(3) VALUE 0.
           05  WS-OFFER-MAX               PIC 9(3) VALUE 100.
           05  WS-OFFER-IDX               PIC 9(3) VALUE 0.
           05  WS-OFFER-MATCHED-IDX       PIC 9(3) VALUE 0.
           05  WS-OFFER-FOUND-SW          PIC X(1) VALUE 'N'.
               88  OFFER-ON-FILE              VALUE 'Y'.
           05  WS-OFFER-TABLE.
               10  WS-OFFER-ENTRY OCCURS 100 TIMES.
                   15  WS-OF-OFFER-CODE     PIC X(6).
                   15  WS-OF-PRODUCT-CODE   PIC X(4).
                   15  WS-OF-BONUS-RATE     PIC 9(3)V9(4).
                   15  WS-OF-FROM-INT       PIC 9(7).
                   15  WS-OF-END-INT        PIC 9(7).
                   15  WS-OF-BALANCE-CAP    PIC 9(9)V9(4).
           05  WS-BONUS-OFFER-CODE        PIC X(6) VALUE SPACES.
           05  WS-BONUS-RATE              PIC 9(3)V9(4) VALUE 0.
           05  WS-BONUS-CAP               PIC 9(9)V9(4) VALUE 0.
           05  WS-BONUS-BASIS             PIC 9(9)V9(4) VALUE 0.
           05  WS-BONUS-FROM-INT          PIC 9(7) VALUE 0.
           05  WS-BONUS-TO-INT            PIC 9(7) VALUE 0.
           05  WS-PERIOD-FROM-INT         PIC 9(7) VALUE 0.
           05  WS-ENROLL-FROM-INT         PIC 9(7) VALUE 0.
           05  WS-BONUS-DAYS              PIC 9(5) VALUE 0.
           05  WS-BONUS-RAW               PIC 9(9)V9(4) VALUE 0.
           05  WS-SCALED-BONUS            PIC 9(9)V9(4) VALUE 0.
           05  WS-POSTED-BONUS            PIC 9(9)V9(4) VALUE 0.
           05  WS-OFFER-ENDED-SW          PIC X(1) VALUE 'N'.
               88  OFFER-HAS-ENDED            VALUE 'Y'.
           05  WS-REVERTED-OFFER-CODE     PIC X(6) VALUE SPACES.
           05  WS-REVERTED-ENROLL-DATE    PIC 9(8) VALUE 0.
           05  WS-REVERSION-LOG-SW        PIC X(1) VALUE 'N'.
               88  REVERSION-LOG-OPEN         VALUE 'Y'.
           05  WS-COMPUTED-TOTAL-BONUS    PIC 9(11)V9(4) VALUE 0.
           05  WS-OFFERS-ENDED            PIC 9(9) VALUE 0.
           05  WS-OFFERS-MISSING          PIC 9(9) VALUE 0.

       01  WS-MONTH-DAYS-VALUES           PIC X(24)
                               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-AUDARCH-STATUS          PIC X(2) VALUE '00'.
           05  WS-AUDWORK-STATUS          PIC X(2) VALUE '00'.
           05  WS-RATECHG-STATUS          PIC X(2) VALUE '00'.
           05  WS-PROMO-STATUS            PIC X(2) VALUE '00'.
           05  WS-RATESPLT-STATUS         PIC X(2) VALUE '00'.
           05  WS-DORMRPT-STATUS          PIC X(2) VALUE '00'.
           05  WS-CUSTXRF-STATUS          PIC X(2) VALUE '00'.
           05  WS-FTPRNT-STATUS           PIC X(2) VALUE '00'.
           05  WS-MAINTLOG-STATUS         PIC X(2) VALUE '00'.
           05  WS-CLOSTMT-STATUS          PIC X(2) VALUE '00'.
           05  WS-ACHPEND-STATUS          PIC X(2) VALUE '00'.
           05  WS-SETLARCH-STATUS         PIC X(2) VALUE '00'.
           05  WS-SIMRPT-STATUS           PIC X(2) VALUE '00'.
           05  WS-PARTCTL-STATUS          PIC X(2) VALUE '00'.
           05  WS-PRODREF-STATUS          PIC X(2) VALUE '00'.
           05  WS-CURRREF-STATUS          PIC X(2) VALUE '00'.
           05  WS-WHTREF-STATUS           PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-ACCOUNT-MASTER      PIC X(1) VALUE 'N'.
               88  SUPERVISOR-OVERRIDE         VALUE 'Y'.
           05  WS-EOF-RATE-EVENTS         PIC X(1) VALUE 'Y'.
               88  END-OF-RATE-EVENTS          VALUE 'Y'.
           05  WS-EOF-PROMO               PIC X(1) VALUE 'Y'.
               88  END-OF-PROMO                VALUE 'Y'.
           05  WS-EOF-PROPOSED            PIC X(1) VALUE 'Y'.
               88  END-OF-PROPOSED             VALUE 'Y'.

           05  WS-CL-CLOSURE-DATE         PIC 9(8).
           05  FILLER                     PIC X(17) VALUE SPACES.

       01  WS-CLS-CHARGE-LINE.
           05  FILLER                     PIC X(23) VALUE
               'DEBIT INTEREST CHARGED '.
           05  WS-CL-CHARGED              PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                     PIC X(51) VALUE SPACES.

       01  WS-CLS-PENALTY-LINE.
           05  FILLER                     PIC X(25) VALUE
               'EARLY WITHDRAWAL PENALTY '.
           05  WS-CL-PENALTY              PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                     PIC X(49) VALUE SPACES.

       01  WS-CLS-MATURITY-LINE.
           05  FILLER                     PIC X(13) VALUE
               'TERM MATURED '.
           05  WS-CL-MATURITY-DATE        PIC 9(8).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-CL-MATURITY-TEXT        PIC X(20).
           05  WS-CL-TARGET-ACCOUNT       PIC X(9).
           05  FILLER                     PIC X(39) VALUE SPACES.

       01  WS-CLS-XFER-FAIL-LINE.
           05  FILLER                     PIC X(26) VALUE
               'TRANSFER FAILED - ACCOUNT '.
           05  WS-CL-XF-SOURCE            PIC 9(9).
           05  FILLER                     PIC X(4) VALUE ' TO '.
           05  WS-CL-XF-TARGET            PIC 9(9).
           05  FILLER                     PIC X(18) VALUE
               ' - PAY OUT MANUAL '.
           05  WS-CL-XF-AMOUNT            PIC ZZZ,ZZZ,ZZ9.9999-.
           05  FILLER                     PIC X(7) VALUE SPACES.

       01  WS-CLS-FINAL-LINE.
           05  FILLER                     PIC X(14) VALUE
               'FINAL BALANCE '.
           05  WS-ARCH-ROW-DATE           PIC 9(8) VALUE 0.
           05  WS-CUTOFF-INTEGER          PIC S9(7) VALUE 0.
           05  WS-CUTOFF-DATE             PIC 9(8) VALUE 0.
           05  WS-SETL-ROWS-PURGED        PIC 9(9) VALUE 0.
           05  WS-EOF-SETTLEMENT          PIC X(1) VALUE 'N'.
               88  END-OF-SETTLEMENT-SCAN     VALUE 'Y'.

      *****************************************************************
      *  Settlement archive working fields (SETLARCH.cpy): the
      *  master record as 6200 read it, before the posting touched
      *  it, and the outcome the second pass records for a
      *  transfer ('L' landed, 'F' could not land).
      *****************************************************************
       01  WS-SETTLEMENT-ARCHIVE-AREA.
           05  WS-PRE-POSTING-IMAGE       PIC X(215) VALUE SPACES.
           05  WS-XFER-OUTCOME            PIC X(1) VALUE SPACE.
           05  WS-SETL-FOUND-SW           PIC X(1) VALUE 'N'.
               88  SETTLEMENT-ROW-FOUND       VALUE 'Y'.

      *****************************************************************
      *  Partitioned-run working fields.  The step parameter says
      *  which step of a partitioned night this job is (blank for an
      *  ordinary whole-master run); the partition table is loaded
      *  from PARTCTL.DAT and proven to cover every account number
      *  exactly once before any step of the night uses it.  An
      *  unpartitioned run keeps the whole key range, so the range
      *  tests in the account walk never fire for it.
      *****************************************************************
       01  WS-PARTITION-AREA.
           05  WS-STEP-PARM               PIC X(80) VALUE SPACES.
           05  WS-STEP-TYPE               PIC X(1) VALUE SPACE.
               88  WS-WHOLE-RUN-STEP           VALUE SPACE.
               88  WS-PARTITION-STEP           VALUE 'P'.
               88  WS-FINALIZE-STEP            VALUE 'F'.
           05  WS-STEP-PARTITION-ID       PIC 9(2) VALUE 0.
           05  WS-PART-LOW-ACCOUNT        PIC 9(9) VALUE 0.
           05  WS-PART-HIGH-ACCOUNT       PIC 9(9) VALUE 999999999.
           05  WS-PART-SUFFIX             PIC 9(2) VALUE 0.
           05  WS-PART-EXPECTED-LOW       PIC 9(10) VALUE 0.
           05  WS-PARTS-INCOMPLETE        PIC 9(2) VALUE 0.
           05  WS-CKPT-STEP-STATUS        PIC X(1) VALUE 'S'.
           05  WS-EOF-PARTCTL             PIC X(1) VALUE 'N'.
               88  END-OF-PARTCTL              VALUE 'Y'.
           05  WS-PART-COUNT              PIC 9(2) VALUE 0.
           05  WS-PART-MAX                PIC 9(2) VALUE 20.
           05  WS-PART-IDX                PIC 9(2) VALUE 0.
           05  WS-PART-TABLE.
               10  WS-PART-ENTRY OCCURS 20 TIMES.
                   15  WS-PART-ID             PIC 9(2).
                   15  WS-PART-LOW            PIC 9(9).
                   15  WS-PART-HIGH           PIC 9(9).

       01  WS-STAGING-FILE-NAMES.
           05  WS-CKPT-FILE-NAME          PIC X(12) VALUE "CKPT.DAT".
           05  WS-WRKPOST-FILE-NAME       PIC X(12) VALUE "WRKPOST.DAT".
           05  WS-AUDIT-FILE-NAME         PIC X(12) VALUE "AUDIT.DAT".
           05  WS-GLFEED-FILE-NAME        PIC X(12) VALUE "GLFEED.DAT".
           05  WS-REJECT-FILE-NAME        PIC X(12) VALUE "REJECT.DAT".
           05  WS-RATESPLT-FILE-NAME      PIC X(12)
                                          VALUE "RATESPLT.DAT".
           05  WS-DORMRPT-FILE-NAME       PIC X(12) VALUE "DORMRPT.DAT".
           05  WS-BACKDATE-FILE-NAME      PIC X(12)
                                          VALUE "BACKDATE.DAT".

       01  WS-RUN-TIMING-AREA.
           05  WS-RUN-START-TIMESTAMP     PIC X(26) VALUE SPACES.
               PERFORM 3000-PROCESS-RECYCLE-ACCOUNTS
                   UNTIL END-OF-RECYCLE
           ELSE
               IF WS-FINALIZE-STEP
                   CONTINUE
               ELSE
                   PERFORM 4000-PROCESS-ACCOUNTS
                       UNTIL END-OF-ACCOUNT-MASTER
               END-IF
           END-IF
           IF WS-PARTITION-STEP
               PERFORM 4970-RECORD-PARTITION-COMPLETE
               PERFORM 9000-CLOSE-FILES
           ELSE
               PERFORM 5000-RECONCILE-CONTROL-TOTALS
               IF RECONCILIATION-PASSED
                   PERFORM 6000-FINALIZE-OUTPUTS
                   PERFORM 6500-WRITE-RUN-FOOTPRINT
               ELSE
                   DISPLAY "INTCALC: RUN " WS-RUN-ID
                           " HALTED - OUTPUTS NOT POSTED"
                   MOVE 16 TO RETURN-CODE
               END-IF
               PERFORM 8000-WRITE-RUN-STATISTICS
               PERFORM 9000-CLOSE-FILES
               IF RECONCILIATION-PASSED
                   PERFORM 8450-EMPTY-CONSUMED-FEED
                   IF WS-FINALIZE-STEP
                       PERFORM 8520-ARCHIVE-PARTITION-AUDIT
                           VARYING WS-PART-IDX FROM 1 BY 1
                           UNTIL WS-PART-IDX > WS-PART-COUNT
                   ELSE
                       PERFORM 8500-ARCHIVE-AUDIT-TRAIL
                   END-IF
                   IF WS-RETENTION-DAYS > 0
                       PERFORM 8600-PURGE-EXPIRED-ARCHIVE
                   END-IF
               END-IF
           END-IF
           DISPLAY "INTCALC: ACCOUNTS PROCESSED = "
               DISPLAY "INTCALC: CLOSURES SETTLED   = "
                       WS-ACCOUNTS-SETTLED
           END-IF
           IF WS-ACCOUNTS-MATURED > 0 OR WS-ACCOUNTS-BROKEN > 0
               DISPLAY "INTCALC: TERMS MATURED      = "
                       WS-ACCOUNTS-MATURED
                       " BROKEN = " WS-ACCOUNTS-BROKEN
           END-IF
           IF WS-TRANSFERS-APPLIED > 0 OR WS-TRANSFERS-FAILED > 0
               DISPLAY "INTCALC: MATURITY TRANSFERS = "
                       WS-TRANSFERS-APPLIED
                       " FAILED = " WS-TRANSFERS-FAILED
           END-IF
           IF WS-INT-TRANSFERS-APPLIED > 0
               OR WS-INT-TRANSFERS-FAILED > 0
               DISPLAY "INTCALC: INTEREST TRANSFERS = "
                       WS-INT-TRANSFERS-APPLIED
                       " FAILED = " WS-INT-TRANSFERS-FAILED
           END-IF
           IF WS-ACH-PAYOUT-COUNT > 0
               DISPLAY "INTCALC: ACH PAYOUTS QUEUED = "
                       WS-ACH-PAYOUT-COUNT
                       " TOTAL = " WS-ACH-PAYOUT-TOTAL
           END-IF
           IF WS-DISP-FALLBACKS > 0
               DISPLAY "INTCALC: INSTRUCTIONS UNUSABLE - CAPITALIZED = "
                       WS-DISP-FALLBACKS
           END-IF
           IF WS-TXNS-UNMATCHED > 0 OR WS-TXNS-SKIPPED > 0
               DISPLAY "INTCALC: FEED ROWS UNMATCHED = "
                       WS-TXNS-UNMATCHED
               DISPLAY "INTCALC: RATE SPLIT ROWS    = "
                       WS-SPLIT-ROWS-WRITTEN
           END-IF
           IF WS-COMPUTED-TOTAL-CHARGES > 0
               DISPLAY "INTCALC: DEBIT INTEREST     = "
                       WS-COMPUTED-TOTAL-CHARGES
           END-IF
           IF WS-COMPUTED-TOTAL-BONUS > 0 OR WS-OFFERS-ENDED > 0
               DISPLAY "INTCALC: PROMO BONUS PAID   = "
                       WS-COMPUTED-TOTAL-BONUS
                       " OFFERS ENDED = " WS-OFFERS-ENDED
           END-IF
           IF WS-OFFERS-MISSING > 0
               DISPLAY "INTCALC: OFFERS NOT ON FILE = "
                       WS-OFFERS-MISSING
           END-IF
           STOP RUN.

      *****************************************************************
      *  the real run would use.  Rate-change events are not loaded
      *  in this mode: the simulation costs the steady state of
      *  table versus proposal as of the run date, not a catch-up.
      *  Nor are promotional offers - a campaign bonus is not a tier
      *  and the proposal cannot move it.
      *  A partition's compute step never writes the master either
      *  (every master update is made by the finalize pass), so it
      *  too opens INPUT and its concurrent siblings only ever share
      *  readers.  The pre-compute verification is left to the
      *  finalize step, which runs it over the whole master before
      *  the first posting; the finalize step opens none of the
      *  compute-side files - its inputs are the partitions'
      *  checkpoints and staging.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-START-TIMESTAMP
           PERFORM 1400-READ-CONTROL-CARD
           PERFORM 1700-READ-STEP-PARAMETER
           PERFORM 1800-LOAD-PRODUCT-TABLE
           PERFORM 1810-LOAD-CURRENCY-TABLE
           PERFORM 1830-LOAD-WITHHOLDING-RATES
           IF WS-WHATIF-RUN OR WS-PARTITION-STEP
               OPEN INPUT ACCOUNT-MASTER-FILE
           ELSE
               OPEN I-O ACCOUNT-MASTER-FILE
               PERFORM 1490-OPEN-TRANSACTION-FEED
               PERFORM 4100-READ-NEXT-ACCOUNT
           ELSE
               IF WS-FINALIZE-STEP
                   PERFORM 1750-COLLECT-PARTITION-RESULTS
                   PERFORM 1600-VERIFY-MASTER-INTEGRITY
                   PERFORM 1790-PROBE-CONSUMED-FEED
               ELSE
                   IF WS-WHOLE-RUN-STEP
                       PERFORM 1600-VERIFY-MASTER-INTEGRITY
                   END-IF
                   PERFORM 1450-OPEN-CHECKPOINT-FILE
                   PERFORM 1460-LOOKUP-CHECKPOINT
                   PERFORM 1465-OPEN-CUSTOMER-XREF
                   PERFORM 1470-LOAD-RATE-CHANGE-EVENTS
                   PERFORM 1472-LOAD-PROMO-OFFERS
                   PERFORM 1480-OPEN-STAGING-FILES
                   PERFORM 1490-OPEN-TRANSACTION-FEED
                   PERFORM 1500-DETERMINE-START-POINT
               END-IF
           END-IF.

      *****************************************************************
      *  newer than the footprint's timestamp moves the expected
      *  count (adds up) and the expected balance sum (after image
      *  less before image).  Status moves change neither, and a
      *  close ('D') or break ('B') is ALSO neutral here: the
      *  maintenance pass
      *  only marks the account pending closure - record and
      *  balance stay on the master until this run's own settlement
      *  deletes them at finalize, which happens before the new
      *  footprint is taken, so the removal never needs explaining.
      *  The log is append-only precisely so this projection sees
      *  every batch since the last finalize.  Offer enrollments
      *  ('O') and the run's own offer reversions ('R') move
      *  neither figure.  A run reversal's rows move the balance
      *  the way a change does ('V'), and a closed account it
      *  reinstates counts the way an add does ('X').
      *****************************************************************
       1640-PROJECT-EXPECTED-FIGURES.
           MOVE FP-RECORD-COUNT  TO WS-EXPECTED-COUNT
                                       TO WS-EXPECTED-BALANCE
                               END-IF
                           WHEN 'D'
                           WHEN 'B'
                           WHEN 'O'
                           WHEN 'R'
                           WHEN 'I'
                               CONTINUE
                           WHEN 'X'
                               ADD 1 TO WS-EXPECTED-COUNT
                               IF ML-NEW-BALANCE NUMERIC
                                   ADD ML-NEW-BALANCE
                                       TO WS-EXPECTED-BALANCE
                               END-IF
                           WHEN 'C'
                           WHEN 'V'
                               IF ML-NEW-BALANCE NUMERIC
                                   AND ML-OLD-BALANCE NUMERIC
                                   ADD ML-NEW-BALANCE
           MOVE RE-OLD-RATE
               TO WS-RE-OLD-RATE(WS-RATE-EVENT-COUNT).

      *****************************************************************
      *  The promotional offer file is optional: no file means no
      *  campaign is running and no account earns a bonus.  An
      *  enrolled account whose offer is not on the file is paid no
      *  bonus and keeps its enrollment (4255 warns), so a file
      *  retired too early never silently ends a campaign.  A row
      *  that is not numeric, whose dates are not real calendar
      *  dates, or whose end date is before its start date is a
      *  mispunched offer card - halt rather than pay a bonus over
      *  a garbage window.
      *****************************************************************
       1472-LOAD-PROMO-OFFERS.
           MOVE 0 TO WS-OFFER-COUNT
           OPEN INPUT PROMO-OFFER-FILE
           IF WS-PROMO-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-PROMO-STATUS NOT = '00'
                   DISPLAY "INTCALC: UNABLE TO OPEN PROMO OFFERS, "
                           "STATUS=" WS-PROMO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-PROMO
               PERFORM 1473-LOAD-ONE-PROMO-OFFER
                   UNTIL END-OF-PROMO
               CLOSE PROMO-OFFER-FILE
           END-IF.

       1473-LOAD-ONE-PROMO-OFFER.
           READ PROMO-OFFER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-PROMO
               NOT AT END
                   PERFORM 1474-STORE-ONE-PROMO-OFFER
           END-READ.

       1474-STORE-ONE-PROMO-OFFER.
           IF PO-BONUS-RATE NOT NUMERIC
               OR PO-START-DATE NOT NUMERIC
               OR PO-END-DATE NOT NUMERIC
               OR PO-BALANCE-CAP NOT NUMERIC
               OR FUNCTION INTEGER-OF-DATE(PO-START-DATE) = 0
               OR FUNCTION INTEGER-OF-DATE(PO-END-DATE) = 0
               OR PO-END-DATE < PO-START-DATE
               DISPLAY "INTCALC: PROMO OFFER ROW UNUSABLE, OFFER "
                       PO-OFFER-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OFFER-COUNT >= WS-OFFER-MAX
               DISPLAY "INTCALC: MORE THAN " WS-OFFER-MAX
                       " PROMO OFFERS - RETIRE ENDED OFFERS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OFFER-COUNT
           MOVE PO-OFFER-CODE   TO WS-OF-OFFER-CODE(WS-OFFER-COUNT)
           MOVE PO-PRODUCT-CODE TO WS-OF-PRODUCT-CODE(WS-OFFER-COUNT)
           MOVE PO-BONUS-RATE   TO WS-OF-BONUS-RATE(WS-OFFER-COUNT)
           COMPUTE WS-OF-FROM-INT(WS-OFFER-COUNT) =
               FUNCTION INTEGER-OF-DATE(PO-START-DATE) - 1
           COMPUTE WS-OF-END-INT(WS-OFFER-COUNT) =
               FUNCTION INTEGER-OF-DATE(PO-END-DATE)
           MOVE PO-BALANCE-CAP  TO WS-OF-BALANCE-CAP(WS-OFFER-COUNT).

      *****************************************************************
      *  The posted-transaction feed is optional: a site (or a night)
      *  with no feed simply runs on closing balances, the pre-feed
      *  the adjustment run has not yet applied, and silently
      *  truncating them would lose the very corrections the
      *  handoff exists to preserve - halt and have ops run the
      *  adjustment first.  A partition captures to its own handoff
      *  (INTPMRG appends it to BACKDATE.DAT), so the leftovers it
      *  must probe for are on BACKDATE.DAT itself.
      *****************************************************************
       1495-OPEN-BACKDATE-HANDOFF.
           IF CHECKPOINT-FOUND
           END-IF.

       1497-PROBE-HANDOFF-LEFTOVERS.
           IF WS-PARTITION-STEP
               MOVE "BACKDATE.DAT" TO WS-BACKDATE-FILE-NAME
           END-IF
           OPEN INPUT BACKDATED-TXN-FILE
           IF WS-BACKDATE-STATUS = '35'
               CONTINUE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
               END-READ
           END-IF
           IF WS-PARTITION-STEP
               PERFORM 1730-SET-PARTITION-FILE-NAMES
           END-IF.

       1450-OPEN-CHECKPOINT-FILE.
      *  whether WORK-POSTING-FILE is opened OUTPUT (fresh, truncated)
      *  or I-O (resumed, existing records kept) depends on whether
      *  this lookup finds a checkpoint.
      *  A partition's checkpoint row doubles as its result for the
      *  finalize step, so a partition starting fresh deletes any
      *  row a previous attempt left under this run-id - otherwise
      *  a fresh attempt that failed before its first checkpoint
      *  would leave the earlier attempt's row to be mistaken for
      *  this one's - unless the row says the finalize step has
      *  already posted the partition, when recomputing it could
      *  only pay it twice.  A restart of a partition whose row
      *  already says complete has nothing left to do.  A resumed
      *  partition
      *  keeps its original start time for the merged run
      *  statistics.
      *****************************************************************
       1460-LOOKUP-CHECKPOINT.
           MOVE 'N' TO WS-CHECKPOINT-FOUND-SW
                       DISPLAY "INTCALC: RESTART REQUESTED BUT NO "
                               "CHECKPOINT FOR RUN " WS-RUN-ID
                   NOT INVALID KEY
                       IF WS-PARTITION-STEP
                           AND (CK-PARTITION-COMPLETE
                                OR CK-PARTITION-POSTED)
                           DISPLAY "INTCALC: PARTITION "
                                   WS-STEP-PARTITION-ID
                                   " ALREADY COMPLETE FOR RUN "
                                   WS-RUN-ID " - NOTHING TO RESTART"
                           STOP RUN
                       END-IF
                       IF WS-PARTITION-STEP
                           AND CK-STEP-START-TIMESTAMP NOT = SPACES
                           MOVE CK-STEP-START-TIMESTAMP
                                        TO WS-RUN-START-TIMESTAMP
                       END-IF
                       MOVE 'Y' TO WS-CHECKPOINT-FOUND-SW
                       MOVE CK-LAST-ACCOUNT-NUMBER
                                        TO WS-RESTART-KEY
                                        TO WS-ACCOUNTS-REJECTED
                       MOVE CK-RUNNING-TOTAL-INTEREST
                                        TO WS-COMPUTED-TOTAL-INTEREST
                       IF CK-RUNNING-TOTAL-CHARGES NUMERIC
                           MOVE CK-RUNNING-TOTAL-CHARGES
                                        TO WS-COMPUTED-TOTAL-CHARGES
                       END-IF
                       PERFORM VARYING CT-IDX FROM 1 BY 1
                           UNTIL CT-IDX > WS-CURRENCY-TABLE-COUNT
                           MOVE CK-CURRENCY-TOTAL(CT-IDX)
                       DISPLAY "INTCALC: RESUMING RUN " WS-RUN-ID
                               " AFTER ACCOUNT " WS-RESTART-KEY
               END-READ
           END-IF
           IF WS-PARTITION-STEP
               AND NOT CHECKPOINT-FOUND
               MOVE WS-RUN-ID TO CK-RUN-ID
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CK-PARTITION-POSTED
                           DISPLAY "INTCALC: PARTITION "
                                   WS-STEP-PARTITION-ID
                                   " ALREADY POSTED FOR RUN "
                                   WS-RUN-ID " - NOT RECOMPUTED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       DELETE CHECKPOINT-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
               END-READ
           END-IF.

      *****************************************************************
               STOP RUN
           END-IF.

      *****************************************************************
      *  A partition starts its walk at the low end of its range; a
      *  range holding no accounts at all is simply an empty walk.
      *  A restart resumes after the checkpoint key either way, and
      *  4100 ends the walk at the high end of the range.
      *****************************************************************
       1500-DETERMINE-START-POINT.
           IF WS-SUPPLEMENTAL-RUN
               PERFORM 3050-OPEN-RECYCLE-FILE
                           DISPLAY "INTCALC: RESTART KEY NOT FOUND, "
                                   "STARTING FROM BEGINNING"
                   END-START
               ELSE
                   IF WS-PARTITION-STEP
                       MOVE WS-PART-LOW-ACCOUNT TO AM-ACCOUNT-NUMBER
                       START ACCOUNT-MASTER-FILE KEY IS NOT LESS THAN
                           AM-ACCOUNT-NUMBER
                           INVALID KEY
                               MOVE 'Y' TO WS-EOF-ACCOUNT-MASTER
                       END-START
                   END-IF
               END-IF
               IF END-OF-ACCOUNT-MASTER
                   DISPLAY "INTCALC: NO ACCOUNTS IN PARTITION "
                           WS-STEP-PARTITION-ID
               ELSE
                   PERFORM 4100-READ-NEXT-ACCOUNT
               END-IF
           END-IF.

      *****************************************************************
      *  The step parameter (the job's PARM) marks a step of a
      *  partitioned night: Pnn computes partition nn, PnnR restarts
      *  it from its own checkpoint whatever the control card's
      *  restart switch says, and F finalizes the night.  No
      *  parameter is an ordinary whole-master run.  Partitioning is
      *  for the nightly run only: a supplemental recycle touches a
      *  handful of accounts and a what-if run writes nothing, so
      *  neither has anything to split.
      *****************************************************************
       1700-READ-STEP-PARAMETER.
           ACCEPT WS-STEP-PARM FROM COMMAND-LINE
           IF WS-STEP-PARM = SPACES
               CONTINUE
           ELSE
               IF WS-STEP-PARM(1:1) = 'P'
                   AND WS-STEP-PARM(2:2) IS NUMERIC
                   AND (WS-STEP-PARM(4:1) = 'R'
                        OR WS-STEP-PARM(4:1) = SPACE)
                   AND WS-STEP-PARM(5:76) = SPACES
                   MOVE 'P' TO WS-STEP-TYPE
                   MOVE WS-STEP-PARM(2:2) TO WS-STEP-PARTITION-ID
                   IF WS-STEP-PARM(4:1) = 'R'
                       MOVE 'Y' TO WS-RESTART-SWITCH
                   END-IF
               ELSE
                   IF WS-STEP-PARM(1:1) = 'F'
                       AND WS-STEP-PARM(2:79) = SPACES
                       MOVE 'F' TO WS-STEP-TYPE
                   ELSE
                       DISPLAY "INTCALC: STEP PARAMETER '"
                               WS-STEP-PARM(1:8)
                               "' NOT Pnn, PnnR OR F"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           IF WS-WHOLE-RUN-STEP
               CONTINUE
           ELSE
               IF NOT WS-NORMAL-RUN
                   DISPLAY "INTCALC: PARTITIONED STEPS ARE FOR THE "
                           "NORMAL NIGHTLY RUN ONLY - RUN MODE "
                           WS-RUN-MODE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1710-LOAD-PARTITION-TABLE
               IF WS-PARTITION-STEP
                   PERFORM 1720-LOCATE-STEP-PARTITION
               END-IF
           END-IF.

      *****************************************************************
      *  Every step of a partitioned night loads and proves the same
      *  partition table, so a control file edited between the
      *  compute steps and the finalize step cannot slip through:
      *  ids run 01 upward without gaps, and the ranges tile the
      *  whole account-number space - the first starts at zero,
      *  each starts at the account after its predecessor's high,
      *  and the last ends at 999999999.  Any gap would leave
      *  accounts unaccrued; any overlap would pay them twice.
      *****************************************************************
       1710-LOAD-PARTITION-TABLE.
           MOVE 0 TO WS-PART-COUNT
           MOVE 0 TO WS-PART-EXPECTED-LOW
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN PARTITION CONTROL, "
                       "STATUS=" WS-PARTCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-PARTCTL
           PERFORM 1715-LOAD-ONE-PARTITION
               UNTIL END-OF-PARTCTL
           CLOSE PARTITION-CONTROL-FILE
           IF WS-PART-COUNT = 0
               DISPLAY "INTCALC: PARTITION CONTROL FILE IS EMPTY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PART-EXPECTED-LOW NOT = 1000000000
               DISPLAY "INTCALC: PARTITION RANGES STOP SHORT OF "
                       "ACCOUNT 999999999"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1715-LOAD-ONE-PARTITION.
           READ PARTITION-CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-PARTCTL
               NOT AT END
                   PERFORM 1717-STORE-ONE-PARTITION
           END-READ.

       1717-STORE-ONE-PARTITION.
           IF PA-PARTITION-ID NOT NUMERIC
               OR PA-LOW-ACCOUNT NOT NUMERIC
               OR PA-HIGH-ACCOUNT NOT NUMERIC
               DISPLAY "INTCALC: PARTITION CONTROL ROW UNUSABLE: "
                       PARTITION-CONTROL-RECORD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PART-COUNT >= WS-PART-MAX
               DISPLAY "INTCALC: MORE THAN " WS-PART-MAX
                       " PARTITIONS ON PARTITION CONTROL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-PART-COUNT
           IF PA-PARTITION-ID NOT = WS-PART-COUNT
               DISPLAY "INTCALC: PARTITION " PA-PARTITION-ID
                       " OUT OF SEQUENCE - EXPECTED " WS-PART-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PA-LOW-ACCOUNT NOT = WS-PART-EXPECTED-LOW
               OR PA-HIGH-ACCOUNT < PA-LOW-ACCOUNT
               DISPLAY "INTCALC: PARTITION " PA-PARTITION-ID
                       " RANGE " PA-LOW-ACCOUNT "-" PA-HIGH-ACCOUNT
                       " LEAVES A GAP OR OVERLAP"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PA-PARTITION-ID TO WS-PART-ID(WS-PART-COUNT)
           MOVE PA-LOW-ACCOUNT  TO WS-PART-LOW(WS-PART-COUNT)
           MOVE PA-HIGH-ACCOUNT TO WS-PART-HIGH(WS-PART-COUNT)
           COMPUTE WS-PART-EXPECTED-LOW = PA-HIGH-ACCOUNT + 1.

       1720-LOCATE-STEP-PARTITION.
           IF WS-STEP-PARTITION-ID = 0
               OR WS-STEP-PARTITION-ID > WS-PART-COUNT
               DISPLAY "INTCALC: PARTITION " WS-STEP-PARTITION-ID
                       " NOT ON PARTITION CONTROL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PART-LOW(WS-STEP-PARTITION-ID)
                                       TO WS-PART-LOW-ACCOUNT
           MOVE WS-PART-HIGH(WS-STEP-PARTITION-ID)
                                       TO WS-PART-HIGH-ACCOUNT
           MOVE WS-STEP-PARTITION-ID   TO WS-PART-SUFFIX
           PERFORM 1730-SET-PARTITION-FILE-NAMES
           DISPLAY "INTCALC: RUN " WS-RUN-ID " PARTITION "
                   WS-STEP-PARTITION-ID " ACCOUNTS "
                   WS-PART-LOW-ACCOUNT " THRU " WS-PART-HIGH-ACCOUNT.

      *****************************************************************
      *  Points the checkpoint and staging files at partition
      *  WS-PART-SUFFIX's own copies.  INTPMRG builds the same names.
      *****************************************************************
       1730-SET-PARTITION-FILE-NAMES.
           MOVE SPACES TO WS-STAGING-FILE-NAMES
           STRING "CKPT" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-CKPT-FILE-NAME
           STRING "WRKPST" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-WRKPOST-FILE-NAME
           STRING "AUDIT" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME
           STRING "GLFEED" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-GLFEED-FILE-NAME
           STRING "REJECT" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-REJECT-FILE-NAME
           STRING "RATESP" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-RATESPLT-FILE-NAME
           STRING "DORMRP" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-DORMRPT-FILE-NAME
           STRING "BKDATE" WS-PART-SUFFIX ".DAT"
               DELIMITED BY SIZE INTO WS-BACKDATE-FILE-NAME.

      *****************************************************************
      *  The finalize step's gate: every partition on the control
      *  file must have a checkpoint row for this run-id marked
      *  complete.  A partition that never ran, is still running or
      *  stopped part-way is listed, and the night is refused with
      *  return code 16 before anything is posted - finalize is
      *  simply rerun once the listed partitions have completed.
      *  A row already marked posted means an earlier finalize got
      *  that far; posting it again would pay it twice, so that is
      *  a refusal too.
      *  The complete rows' totals become the run's totals for the
      *  reconciliation, and the earliest partition start becomes
      *  the run's start for the run statistics.
      *****************************************************************
       1750-COLLECT-PARTITION-RESULTS.
           MOVE 0 TO WS-PARTS-INCOMPLETE
           PERFORM 1755-COLLECT-ONE-PARTITION
               VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > WS-PART-COUNT
           IF WS-PARTS-INCOMPLETE > 0
               DISPLAY "INTCALC: " WS-PARTS-INCOMPLETE " OF "
                       WS-PART-COUNT " PARTITIONS NOT COMPLETE FOR RUN "
                       WS-RUN-ID " - FINALIZE REFUSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "INTCALC: ALL " WS-PART-COUNT
                   " PARTITIONS COMPLETE FOR RUN " WS-RUN-ID.

       1755-COLLECT-ONE-PARTITION.
           MOVE WS-PART-ID(WS-PART-IDX) TO WS-PART-SUFFIX
           PERFORM 1730-SET-PARTITION-FILE-NAMES
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY "INTCALC: PARTITION " WS-PART-SUFFIX
                       " HAS NO CHECKPOINT FILE, STATUS="
                       WS-CKPT-STATUS
               ADD 1 TO WS-PARTS-INCOMPLETE
           ELSE
               MOVE WS-RUN-ID TO CK-RUN-ID
               READ CHECKPOINT-FILE
                   INVALID KEY
                       DISPLAY "INTCALC: PARTITION " WS-PART-SUFFIX
                               " HAS NOT REPORTED FOR RUN " WS-RUN-ID
                       ADD 1 TO WS-PARTS-INCOMPLETE
                   NOT INVALID KEY
                       IF CK-PARTITION-COMPLETE
                           PERFORM 1757-ADD-PARTITION-TOTALS
                       ELSE
                           IF CK-PARTITION-POSTED
                               DISPLAY "INTCALC: PARTITION "
                                       WS-PART-SUFFIX " ALREADY "
                                       "POSTED FOR RUN " WS-RUN-ID
                           ELSE
                               DISPLAY "INTCALC: PARTITION "
                                       WS-PART-SUFFIX " STOPPED AFTER "
                                       "ACCOUNT " CK-LAST-ACCOUNT-NUMBER
                                       " - RESTART IT"
                           END-IF
                           ADD 1 TO WS-PARTS-INCOMPLETE
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       1757-ADD-PARTITION-TOTALS.
           ADD CK-ACCOUNTS-PROCESSED     TO WS-ACCOUNTS-PROCESSED
           ADD CK-ACCOUNTS-REJECTED      TO WS-ACCOUNTS-REJECTED
           ADD CK-RUNNING-TOTAL-INTEREST TO WS-COMPUTED-TOTAL-INTEREST
           IF CK-RUNNING-TOTAL-CHARGES NUMERIC
               ADD CK-RUNNING-TOTAL-CHARGES
                                       TO WS-COMPUTED-TOTAL-CHARGES
           END-IF
           PERFORM VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CURRENCY-TABLE-COUNT
               ADD CK-CURRENCY-TOTAL(CT-IDX)
                   TO WS-CURRENCY-COMPUTED-TOTAL(CT-IDX)
           END-PERFORM
           IF CK-STEP-START-TIMESTAMP < WS-RUN-START-TIMESTAMP
               MOVE CK-STEP-START-TIMESTAMP TO WS-RUN-START-TIMESTAMP
           END-IF.

      *****************************************************************
      *  The finalize step reads no feed - the partitions consumed
      *  it - but a finalized night must still empty it (8450).  The
      *  probe only learns whether there is one, leaving the status
      *  as 8450 expects it; the file is not left open.
      *****************************************************************
       1790-PROBE-CONSUMED-FEED.
           OPEN INPUT TRANSACTION-FEED-FILE
           IF WS-TXNFEED-STATUS = '00'
               CLOSE TRANSACTION-FEED-FILE
           ELSE
               MOVE '35' TO WS-TXNFEED-STATUS
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
       1800-LOAD-PRODUCT-TABLE.
           MOVE "PRODREF.DAT" TO WS-REF-FILE-NAME
           OPEN INPUT PRODUCT-REFERENCE-FILE
           IF WS-PRODREF-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN PRODREF.DAT, STATUS="
                       WS-PRODREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1880-RESET-REFERENCE-COUNTS
           MOVE 0 TO WS-PRODUCT-TABLE-COUNT
           PERFORM 1805-LOAD-ONE-PRODUCT
               UNTIL END-OF-REFERENCE
           CLOSE PRODUCT-REFERENCE-FILE
           PERFORM 1890-CHECK-REFERENCE-CONTROL.

       1805-LOAD-ONE-PRODUCT.
           READ PRODUCT-REFERENCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REFERENCE
               NOT AT END
                   IF PD-CONTROL-ROW
                       MOVE 'Y' TO WS-REF-CONTROL-SW
                       MOVE PD-CTL-ENTRY-COUNT TO WS-REF-CTL-COUNT
                       MOVE PD-CTL-HASH-TOTAL  TO WS-REF-CTL-HASH
                       MOVE PD-CTL-TIMESTAMP   TO WS-REF-CTL-TIMESTAMP
                   ELSE
                       PERFORM 1807-STORE-ONE-PRODUCT
                   END-IF
           END-READ.

       1807-STORE-ONE-PRODUCT.
           MOVE PD-PRODUCT-CODE TO WS-REF-ROW-KEY
           MOVE SPACES TO WS-REF-ROW-REASON
           IF PD-DAY-COUNT-CODE NOT = 'A'
               AND PD-DAY-COUNT-CODE NOT = 'T'
               MOVE "DAY-COUNT CODE NOT A / T" TO WS-REF-ROW-REASON
           ELSE IF PD-CAP-CYCLE NOT = 'M'
               AND PD-CAP-CYCLE NOT = 'Q'
               AND PD-CAP-CYCLE NOT = 'X'
               MOVE "CAPITALIZATION CYCLE NOT M / Q / X"
                                   TO WS-REF-ROW-REASON
           ELSE IF PD-PRODUCT-TYPE NOT = 'S'
               AND PD-PRODUCT-TYPE NOT = 'T'
               MOVE "PRODUCT TYPE NOT S / T" TO WS-REF-ROW-REASON
           ELSE IF PD-PENALTY-DAYS NOT NUMERIC
               MOVE "PENALTY DAYS NOT NUMERIC" TO WS-REF-ROW-REASON
           ELSE IF WS-PRODUCT-TABLE-COUNT NOT < WS-PRODUCT-TABLE-MAX
               MOVE "MORE PRODUCTS THAN THE TABLE HOLDS"
                                   TO WS-REF-ROW-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REF-ROW-REASON NOT = SPACES
               PERFORM 1895-HALT-ON-BAD-ROW
           END-IF
           ADD 1 TO WS-PRODUCT-TABLE-COUNT
           MOVE PD-PRODUCT-CODE
               TO PT-PRODUCT-CODE(WS-PRODUCT-TABLE-COUNT)
           MOVE PD-DAY-COUNT-CODE
               TO PT-DAY-COUNT-CODE(WS-PRODUCT-TABLE-COUNT)
           MOVE PD-CAP-CYCLE
               TO PT-CAP-CYCLE(WS-PRODUCT-TABLE-COUNT)
           MOVE PD-PRODUCT-TYPE
               TO PT-PRODUCT-TYPE(WS-PRODUCT-TABLE-COUNT)
           MOVE PD-PENALTY-DAYS
               TO PT-PENALTY-DAYS(WS-PRODUCT-TABLE-COUNT)
           ADD 1 TO WS-REF-ROW-COUNT
           COMPUTE WS-REF-HASH-TOTAL = WS-REF-HASH-TOTAL
               + PD-PENALTY-DAYS
               + FUNCTION ORD(PD-DAY-COUNT-CODE) * 1000
               + FUNCTION ORD(PD-CAP-CYCLE)      * 1000000
               + FUNCTION ORD(PD-PRODUCT-TYPE)   * 1000000000.

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
               DISPLAY "INTCALC: UNABLE TO OPEN CURRREF.DAT, STATUS="
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
               DISPLAY "INTCALC: CURRREF.DAT SLOTS DO NOT RUN 1 TO "
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

      *****************************************************************
      *  Withholding rates are keyed by class and effective date, so
      *  the rows of a class arrive oldest first; the last one that
      *  is in force by the run date is the rate the run withholds
      *  at.  A class with no rate in force halts the run - a rate
      *  of zero is keyed as a row, never assumed.
      *****************************************************************
       1830-LOAD-WITHHOLDING-RATES.
           MOVE "WHTREF.DAT" TO WS-REF-FILE-NAME
           OPEN INPUT WITHHOLDING-REFERENCE-FILE
           IF WS-WHTREF-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN WHTREF.DAT, STATUS="
                       WS-WHTREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1880-RESET-REFERENCE-COUNTS
           MOVE 'N' TO WS-RESIDENT-RATE-SW
           MOVE 'N' TO WS-NONRES-RATE-SW
           MOVE 0   TO WS-RESIDENT-WHT-RATE
           MOVE 0   TO WS-NONRES-WHT-RATE
           PERFORM 1835-LOAD-ONE-WITHHOLDING-RATE
               UNTIL END-OF-REFERENCE
           CLOSE WITHHOLDING-REFERENCE-FILE
           PERFORM 1890-CHECK-REFERENCE-CONTROL
           IF NOT RESIDENT-RATE-IN-FORCE
               OR NOT NONRES-RATE-IN-FORCE
               DISPLAY "INTCALC: WHTREF.DAT HAS NO RATE IN FORCE ON "
                       WS-RUN-DATE " FOR EVERY CLASS (R / N)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "INTCALC: WITHHOLDING RATES RESIDENT "
                   WS-RESIDENT-WHT-RATE " NON-RESIDENT "
                   WS-NONRES-WHT-RATE.

       1835-LOAD-ONE-WITHHOLDING-RATE.
           READ WITHHOLDING-REFERENCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REFERENCE
               NOT AT END
                   IF WR-RATE-KEY = HIGH-VALUES
                       MOVE 'Y' TO WS-REF-CONTROL-SW
                       MOVE WR-CTL-ENTRY-COUNT TO WS-REF-CTL-COUNT
                       MOVE WR-CTL-HASH-TOTAL  TO WS-REF-CTL-HASH
                       MOVE WR-CTL-TIMESTAMP   TO WS-REF-CTL-TIMESTAMP
                   ELSE
                       PERFORM 1837-STORE-ONE-WITHHOLDING-RATE
                   END-IF
           END-READ.

       1837-STORE-ONE-WITHHOLDING-RATE.
           MOVE WR-RATE-KEY TO WS-REF-ROW-KEY
           MOVE SPACES TO WS-REF-ROW-REASON
           IF NOT WR-CLASS-RESIDENT
               AND NOT WR-CLASS-NON-RESIDENT
               MOVE "RATE CLASS NOT R / N" TO WS-REF-ROW-REASON
           ELSE IF WR-EFFECTIVE-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-REF-ROW-REASON
           ELSE IF WR-WHT-RATE NOT NUMERIC
               MOVE "RATE NOT NUMERIC" TO WS-REF-ROW-REASON
           ELSE IF WR-WHT-RATE NOT < 100
               MOVE "RATE NOT BELOW 100 PERCENT" TO WS-REF-ROW-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REF-ROW-REASON NOT = SPACES
               PERFORM 1895-HALT-ON-BAD-ROW
           END-IF
           IF WR-EFFECTIVE-DATE NOT > WS-RUN-DATE
               IF WR-CLASS-RESIDENT
                   MOVE WR-WHT-RATE TO WS-RESIDENT-WHT-RATE
                   MOVE 'Y' TO WS-RESIDENT-RATE-SW
               ELSE
                   MOVE WR-WHT-RATE TO WS-NONRES-WHT-RATE
                   MOVE 'Y' TO WS-NONRES-RATE-SW
               END-IF
           END-IF
           ADD 1 TO WS-REF-ROW-COUNT
           COMPUTE WS-REF-HASH-TOTAL = WS-REF-HASH-TOTAL
               + WR-EFFECTIVE-DATE + WR-WHT-RATE * 10000.

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
               DISPLAY "INTCALC: " WS-REF-FILE-NAME
                       " FAILS ITS INTEGRITY CHECK - ROWS "
                       WS-REF-ROW-COUNT " CONTROL " WS-REF-CTL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REF-ROW-COUNT = 0
               DISPLAY "INTCALC: " WS-REF-FILE-NAME " HOLDS NO ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "INTCALC: " WS-REF-FILE-NAME " LOADED "
                   WS-REF-ROW-COUNT " ROWS, MAINTAINED "
                   WS-REF-CTL-TIMESTAMP(1:8).

       1895-HALT-ON-BAD-ROW.
           DISPLAY "INTCALC: " WS-REF-FILE-NAME " ROW " WS-REF-ROW-KEY
                   " FAILS ITS EDITS - " WS-REF-ROW-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1400-READ-CONTROL-CARD.
           OPEN INPUT CONTROL-CARD-FILE
           IF WS-CTLCARD-STATUS NOT = '00'
               DISPLAY "INTCALC: NO CONTROL CARD - PROCEEDING WITH "
                       "ZERO EXPECTED TOTAL / TOLERANCE"
           ELSE
               READ CONTROL-CARD-FILE
                   AT END
                       DISPLAY "INTCALC: CONTROL CARD FILE IS EMPTY"
                   NOT AT END
                       PERFORM 1420-LOAD-CONTROL-CARD-FIELDS
               END-READ
               CLOSE CONTROL-CARD-FILE
           END-IF.

      *****************************************************************
      *  Only reached from the NOT AT END branch above, so CC-RUN-ID
      *  and the rest of CONTROL-CARD-RECORD are known to hold an
      *  actual read record here, not unread FD-buffer garbage.
      *****************************************************************
       1420-LOAD-CONTROL-CARD-FIELDS.
           MOVE CC-RUN-ID TO WS-RUN-ID
           MOVE CC-RUN-DATE TO WS-RUN-DATE
           MOVE CC-EXPECTED-TOTAL TO WS-EXPECTED-TOTAL
           MOVE CC-TOLERANCE TO WS-TOLERANCE
           MOVE CC-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
           MOVE CC-RESTART-SWITCH TO WS-RESTART-SWITCH
           MOVE CC-CURRENCY-CONTROL-COUNT TO WS-CURRENCY-CONTROL-COUNT
           IF WS-CURRENCY-CONTROL-COUNT > 5
               DISPLAY "INTCALC: CONTROL CARD CURRENCY COUNT "
                       WS-CURRENCY-CONTROL-COUNT
                       " EXCEEDS THE 5 SUPPORTED CURRENCY ENTRIES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING WS-CURR-CTL-IDX FROM 1 BY 1
               UNTIL WS-CURR-CTL-IDX > WS-CURRENCY-CONTROL-COUNT
               MOVE CC-CURR-CODE(WS-CURR-CTL-IDX)
                   TO WS-CURR-CTL-CODE(WS-CURR-CTL-IDX)
               MOVE CC-CURR-EXPECTED-TOTAL(WS-CURR-CTL-IDX)
                   TO WS-CURR-CTL-EXPECTED-TOTAL(WS-CURR-CTL-IDX)
               MOVE CC-CURR-TOLERANCE(WS-CURR-CTL-IDX)
                   TO WS-CURR-CTL-TOLERANCE(WS-CURR-CTL-IDX)
           END-PERFORM
           IF CC-BASIS-CLOSING
               MOVE 'C' TO WS-BALANCE-BASIS
           ELSE
               IF CC-BASIS-AVERAGE-DAILY OR CC-BASIS-MINIMUM-DAILY
                   MOVE CC-BALANCE-BASIS TO WS-BALANCE-BASIS
               ELSE
                   DISPLAY "INTCALC: CONTROL CARD BALANCE BASIS '"
                           CC-BALANCE-BASIS "' NOT C / A / M"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF CC-NORMAL-RUN
               MOVE 'N' TO WS-RUN-MODE
           ELSE
               IF CC-SUPPLEMENTAL-RUN
                   MOVE 'S' TO WS-RUN-MODE
                   DISPLAY "INTCALC: SUPPLEMENTAL RECYCLE RUN FOR "
                           WS-RUN-ID
                   IF WS-RESTART-REQUESTED
                       DISPLAY "INTCALC: RESTART AND SUPPLEMENTAL "
                               "MODES CANNOT BE COMBINED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               ELSE
                   IF CC-WHATIF-RUN
                       MOVE 'W' TO WS-RUN-MODE
                       DISPLAY "INTCALC: WHAT-IF SIMULATION RUN FOR "
                               WS-RUN-ID " - NOTHING WILL BE POSTED"
                       IF WS-RESTART-REQUESTED
                           DISPLAY "INTCALC: RESTART AND WHAT-IF "
                                   "MODES CANNOT BE COMBINED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   ELSE
                       DISPLAY "INTCALC: CONTROL CARD RUN MODE '"
                               CC-RUN-MODE "' NOT N / S / W"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           IF CC-RETENTION-DAYS NUMERIC
               MOVE CC-RETENTION-DAYS TO WS-RETENTION-DAYS
           ELSE
               MOVE 0 TO WS-RETENTION-DAYS
           END-IF.

      *****************************************************************
      *  Supplemental recycle drive.  Instead of scanning the whole
      *  master, each correction row names one rejected account; the
      *  account is read directly, the correction is applied to the
      *  working copy, and the account then flows through exactly the
      *  same rate-lookup / validation / compute / audit / staging
      *  path a nightly account does - so the recycled posting, GL
      *  lines and YTD update are indistinguishable from ones the
      *  original run would have produced, and land under the
      *  original run-id once reconciliation passes.  A correction
      *  whose fields are not numeric, whose account is not on the
      *  master, or whose account was ALREADY posted on or after the
      *  original run date (same run-id, or a later nightly run that
      *  picked the account up once its master was repaired) is
      *  rejected, not dropped - a legitimately recycled account's
      *  last-run date always still pre-dates the original run,
      *  while re-posting one would both pay it twice and rewind its
      *  last-run stamp over already-accrued days.  Checkpointing is
      *  not taken in this mode: a supplemental run is a handful of
      *  accounts and simply reruns if it abends.
      *****************************************************************
       3000-PROCESS-RECYCLE-ACCOUNTS.
           PERFORM 3100-APPLY-ONE-CORRECTION
           PERFORM 3200-READ-NEXT-RECYCLE-TXN.

      *****************************************************************
      *  A supplemental run without a correction file is a mispunched
      *  control card, not an empty night - halt rather than finalize
      *  a run that staged nothing.
      *****************************************************************
       3050-OPEN-RECYCLE-FILE.
           OPEN INPUT RECYCLE-TXN-FILE
           IF WS-RECYCLE-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN RECYCLE TXNS, STATUS="
                       WS-RECYCLE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-RECYCLE
           PERFORM 3200-READ-NEXT-RECYCLE-TXN.

       3100-APPLY-ONE-CORRECTION.
           MOVE 'N' TO WS-OVERRIDE-SW
           IF RC-ACCOUNT-NUMBER NOT NUMERIC
               OR (RC-USE-BALANCE
                   AND RC-CORRECTED-BALANCE NOT NUMERIC)
               OR (RC-USE-RATE
                   AND RC-CORRECTED-RATE NOT NUMERIC)
               MOVE 0 TO AM-ACCOUNT-NUMBER
               MOVE 0 TO WS-AMOUNT
               MOVE 0 TO WS-RATE
               MOVE 'N'    TO WS-VALID-ACCOUNT-SW
               MOVE 'RCYX' TO WS-REJECT-REASON-CODE
           IF AM-ACCRUED-INTEREST NOT NUMERIC
               MOVE 0 TO AM-ACCRUED-INTEREST
           END-IF
           IF AM-ACCRUED-CHARGE NOT NUMERIC
               MOVE 0 TO AM-ACCRUED-CHARGE
           END-IF
           IF RC-USE-BALANCE
               MOVE RC-CORRECTED-BALANCE TO AM-BALANCE
           END-IF
           MOVE AM-RATE          TO WS-RATE
           MOVE AM-CURRENCY-CODE TO WS-CURRENCY-CODE
           MOVE 'C' TO WS-BASIS-USED
           MOVE 'N' TO WS-SETTLE-SW
           PERFORM 4105-CLASSIFY-TERM-DEPOSIT
           MOVE 'N' TO WS-MATURITY-SW.

       3200-READ-NEXT-RECYCLE-TXN.
           READ RECYCLE-TXN-FILE
               IF CLOSURE-SETTLEMENT-DUE
                   PERFORM 4060-SETTLE-PENDING-CLOSURE
               ELSE
                   IF MATURITY-SETTLEMENT-DUE
                       PERFORM 4070-SETTLE-TERM-MATURITY
                   ELSE
                       PERFORM 4130-DERIVE-BALANCE-BASIS
                       PERFORM 4140-QUALIFY-RELATIONSHIP
                       PERFORM 4200-LOOKUP-RATE
                       PERFORM 4150-VALIDATE-ACCOUNT
                       IF ACCOUNT-IS-VALID
                           PERFORM 4300-COMPUTE-INTEREST
                           PERFORM 4400-WRITE-AUDIT-TRAIL
                           PERFORM 4600-STAGE-POSTING
                           ADD 1 TO WS-ACCOUNTS-PROCESSED
                       ELSE
                           PERFORM 4800-WRITE-REJECT
                           ADD 1 TO WS-ACCOUNTS-REJECTED
                       END-IF
                   END-IF
               END-IF
           END-IF
      *  zero final-night interest while the bucket still pays out
      *  - and the staged posting carries the closure flag so the
      *  finalize pass removes the record instead of rewriting it.
      *  A term deposit broken before maturity settles the same way
      *  and then pays the early-withdrawal penalty out of the
      *  settled balance (4380), with its own audit row.  The
      *  penalty is taken before the settlement row is written, so
      *  that row's reversal image - and the penalty row laid over
      *  it - carry the balance the master is actually left with.
      *****************************************************************
       4060-SETTLE-PENDING-CLOSURE.
           MOVE 'C' TO WS-BASIS-USED
           PERFORM 4140-QUALIFY-RELATIONSHIP
           PERFORM 4200-LOOKUP-RATE
           PERFORM 4300-COMPUTE-INTEREST
           IF EARLY-BREAK-DUE
               PERFORM 4380-CHARGE-BREAK-PENALTY
               ADD 1 TO WS-ACCOUNTS-BROKEN
           END-IF
           PERFORM 4400-WRITE-AUDIT-TRAIL
           IF EARLY-BREAK-DUE
               AND WS-PENALTY-AMOUNT > 0
               PERFORM 4390-WRITE-PENALTY-AUDIT
           END-IF
           PERFORM 4600-STAGE-POSTING
           ADD 1 TO WS-ACCOUNTS-PROCESSED
           ADD 1 TO WS-ACCOUNTS-SETTLED.

      *****************************************************************
      *  A term deposit reaching its maturity date settles the term
      *  through the same forced-capitalization path as a closure:
      *  4270 has accrued through the maturity date on the
      *  principal, 4320 folds the whole bucket in, and the GL and
      *  YTD lines come from the usual machinery.  What happens to
      *  the matured balance is planned here (4080) and carried on
      *  the work posting - a payout or transfer is staged as a
      *  closure, so the finalize pass removes the record exactly as
      *  it does for a closure.  No input edits, for the reason 4060
      *  gives: a maturity must settle.
      *****************************************************************
       4070-SETTLE-TERM-MATURITY.
           MOVE 'C' TO WS-BASIS-USED
           MOVE AM-BALANCE TO WS-AMOUNT
           PERFORM 4140-QUALIFY-RELATIONSHIP
           PERFORM 4200-LOOKUP-RATE
           PERFORM 4080-PLAN-MATURITY-ACTION
           PERFORM 4300-COMPUTE-INTEREST
           PERFORM 4400-WRITE-AUDIT-TRAIL
           PERFORM 4600-STAGE-POSTING
           ADD 1 TO WS-ACCOUNTS-PROCESSED
           ADD 1 TO WS-ACCOUNTS-MATURED.

      *****************************************************************
      *  The maturity instruction decides the plan.  A transfer with
      *  no linked account on the master (ACCTMNT will not store
      *  one, but a hand edit could) and a rollover with no term
      *  length to roll into both fall back to a payout: the closing
      *  statement then sends the proceeds to the disbursement desk
      *  rather than leaving them on an expired contract.
      *****************************************************************
       4080-PLAN-MATURITY-ACTION.
           EVALUATE TRUE
               WHEN AM-MATURE-TRANSFER AND AM-LINKED-ACCOUNT > 0
                   MOVE 'T' TO WS-MATURITY-ACTION
                   MOVE AM-LINKED-ACCOUNT TO WS-TRANSFER-ACCOUNT
                   MOVE 'Y' TO WS-SETTLE-SW
               WHEN AM-MATURE-PAYOUT
                   MOVE 'P' TO WS-MATURITY-ACTION
                   MOVE 'Y' TO WS-SETTLE-SW
               WHEN AM-TERM-MONTHS = 0
               WHEN AM-MATURE-TRANSFER
                   DISPLAY "INTCALC: TERM DEPOSIT " AM-ACCOUNT-NUMBER
                           " INSTRUCTION UNUSABLE - PAID OUT"
                   MOVE 'P' TO WS-MATURITY-ACTION
                   MOVE 'Y' TO WS-SETTLE-SW
               WHEN OTHER
                   MOVE 'R' TO WS-MATURITY-ACTION
                   PERFORM 4085-PLAN-ROLLOVER
           END-EVALUATE.

      *****************************************************************
      *  A rollover starts the new term on the old maturity date,
      *  for the same number of months (the maturity day clamped to
      *  the month's last day), at the offer rate TDRATTBL carries
      *  for the product and term tonight - "the then-current rate".
      *  A term no longer on the offer sheet keeps the expiring
      *  term's rate, flagged for Treasury.
      *****************************************************************
       4085-PLAN-ROLLOVER.
           MOVE AM-MATURITY-DATE TO WS-NEW-TERM-START
           COMPUTE WS-TERM-MONTH-COUNT =
               (WS-NEW-START-YEAR * 12) + (WS-NEW-START-MONTH - 1)
               + AM-TERM-MONTHS
           DIVIDE WS-TERM-MONTH-COUNT BY 12
               GIVING WS-NEW-MATURITY-YEAR
               REMAINDER WS-NEW-MATURITY-MONTH
           ADD 1 TO WS-NEW-MATURITY-MONTH
           MOVE WS-MONTH-DAYS(WS-NEW-MATURITY-MONTH)
                                   TO WS-TERM-MONTH-END-DAY
           IF WS-NEW-MATURITY-MONTH = 2
               IF FUNCTION MOD(WS-NEW-MATURITY-YEAR, 400) = 0
                   MOVE 29 TO WS-TERM-MONTH-END-DAY
               ELSE
                   IF FUNCTION MOD(WS-NEW-MATURITY-YEAR, 100) NOT = 0
                       AND FUNCTION MOD(WS-NEW-MATURITY-YEAR, 4) = 0
                       MOVE 29 TO WS-TERM-MONTH-END-DAY
                   END-IF
               END-IF
           END-IF
           IF WS-NEW-START-DAY > WS-TERM-MONTH-END-DAY
               MOVE WS-TERM-MONTH-END-DAY TO WS-NEW-MATURITY-DAY
           ELSE
               MOVE WS-NEW-START-DAY      TO WS-NEW-MATURITY-DAY
           END-IF
           MOVE 'N' TO WS-ROLLOVER-RATE-SW
           MOVE AM-RATE TO WS-ROLLOVER-RATE
           PERFORM VARYING TD-IDX FROM 1 BY 1
               UNTIL TD-IDX > WS-TD-RATE-TABLE-COUNT
               IF TD-PRODUCT-CODE(TD-IDX) = AM-PRODUCT-CODE
                   AND TD-TERM-MONTHS(TD-IDX) = AM-TERM-MONTHS
                   MOVE TD-OFFER-RATE(TD-IDX) TO WS-ROLLOVER-RATE
                   MOVE 'Y' TO WS-ROLLOVER-RATE-SW
               END-IF
           END-PERFORM
           IF NOT ROLLOVER-RATE-FOUND
               DISPLAY "INTCALC: NO OFFER RATE FOR " AM-PRODUCT-CODE
                       " TERM " AM-TERM-MONTHS " - ACCOUNT "
                       AM-ACCOUNT-NUMBER " ROLLS AT EXPIRING RATE"
           END-IF.

       4050-REPORT-DORMANT-ACCOUNT.
           MOVE AM-ACCOUNT-NUMBER   TO DA-ACCOUNT-NUMBER
           MOVE AM-PRODUCT-CODE     TO DA-PRODUCT-CODE
           END-IF.

      *****************************************************************
      *  Checks are chained ELSE IF, not independent IFs, so that
      *  an account failing more than one check (e.g. a zero
      *  balance from a bad extract AND a scaled-down rate from a bad
      *  table load) reports the first check it actually fails
      *  instead of one check's reason silently overwriting another's
      *  on REJECT-LISTING-FILE.  Ordered structural-data checks
      *  (balance) before rate checks before the currency lookup.
      *  The balance edit applies to the closing AM-BALANCE the
      *  master actually carries, NOT to WS-AMOUNT: by the time this
      *  paragraph runs, WS-AMOUNT may hold a derived average or
      *  minimum daily balance.
      *  A negative balance is NOT rejected: an overdrawn account
      *  accrues debit interest at its product's overdraft rates
      *  (4360), and the rate edits below then bound the overdraft
      *  rate 4200 found - so an overdrawn account whose product has
      *  no overdraft tiers at all is rejected ('ODR0') rather than
      *  charged at the master's credit rate.
      *  A zero balance with a nonzero accrued bucket is NOT
      *  rejected: an account emptied mid-cycle still has interest
      *  already earned (or a charge already run up) waiting in its
      *  accrued buckets, and it must keep flowing to the cycle-end
      *  pass (accruing nothing on a zero basis) or the bucket would
      *  be stranded forever.
      *  The RHI/RLOW rate-sanity checks stand down under a
      *  supervisor override on a recycle correction - those are the
      *  two rejects a genuinely unusual but correct rate can hit.
                   MOVE 'Y' TO WS-CURRENCY-FOUND-SW
               END-IF
           END-PERFORM
           IF AM-BALANCE = 0 AND AM-ACCRUED-INTEREST = 0
                   AND AM-ACCRUED-CHARGE = 0
               MOVE 'N'    TO WS-VALID-ACCOUNT-SW
               MOVE 'AMT0' TO WS-REJECT-REASON-CODE
               MOVE "BALANCE IS ZERO"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF ACCOUNT-IS-OVERDRAWN AND NOT OD-RATE-TIER-FOUND
               MOVE 'N'    TO WS-VALID-ACCOUNT-SW
               MOVE 'ODR0' TO WS-REJECT-REASON-CODE
               MOVE "NO OVERDRAFT RATE FOR PRODUCT"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF WS-RATE = 0
               MOVE 'N'    TO WS-VALID-ACCOUNT-SW
               MOVE 'RAT0' TO WS-REJECT-REASON-CODE
               MOVE 'CURR' TO WS-REJECT-REASON-CODE
               MOVE "UNKNOWN CURRENCY CODE"
                           TO WS-REJECT-REASON-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       4100-READ-NEXT-ACCOUNT.
                   IF AM-ACCRUED-INTEREST NOT NUMERIC
                       MOVE 0 TO AM-ACCRUED-INTEREST
                   END-IF
                   IF AM-ACCRUED-CHARGE NOT NUMERIC
                       MOVE 0 TO AM-ACCRUED-CHARGE
                   END-IF
                   MOVE 'N' TO WS-SETTLE-SW
                   IF AM-STATUS-PENDING-CLOSE
                       IF AM-CLOSURE-DATE NUMERIC
                           MOVE 'Y' TO WS-SETTLE-SW
                       END-IF
                   END-IF
                   PERFORM 4105-CLASSIFY-TERM-DEPOSIT
           END-READ
           IF NOT END-OF-ACCOUNT-MASTER
               AND AM-ACCOUNT-NUMBER > WS-PART-HIGH-ACCOUNT
               MOVE 'Y' TO WS-EOF-ACCOUNT-MASTER
           END-IF.

      *****************************************************************
      *  Guards the appended term fields (records predating them
      *  read back as open-ended, no term), clears the previous
      *  account's term plan, and sets the break / maturity switches
      *  for a term deposit.  A term under hold does not mature
      *  until the hold is released - like every other settlement,
      *  it waits for the account to be active.
      *****************************************************************
       4105-CLASSIFY-TERM-DEPOSIT.
           IF AM-TERM-MONTHS NOT NUMERIC
               MOVE 0 TO AM-TERM-MONTHS
           END-IF
           IF AM-TERM-START-DATE NOT NUMERIC
               MOVE 0 TO AM-TERM-START-DATE
           END-IF
           IF AM-MATURITY-DATE NOT NUMERIC
               MOVE 0 TO AM-MATURITY-DATE
           END-IF
           IF AM-LINKED-ACCOUNT NOT NUMERIC
               MOVE 0 TO AM-LINKED-ACCOUNT
           END-IF
           MOVE 'N'   TO WS-MATURITY-SW
           MOVE 'N'   TO WS-BREAK-SW
           MOVE 0     TO WS-PENALTY-AMOUNT
           MOVE SPACE TO WS-MATURITY-ACTION
           MOVE 0     TO WS-NEW-TERM-START
           MOVE 0     TO WS-NEW-MATURITY-DATE
           MOVE 0     TO WS-ROLLOVER-RATE
           MOVE 0     TO WS-TRANSFER-ACCOUNT
           IF AM-TYPE-TERM-DEPOSIT
               IF CLOSURE-SETTLEMENT-DUE
                   IF AM-CLOSURE-DATE NUMERIC
                       AND AM-CLOSURE-DATE < AM-MATURITY-DATE
                       MOVE 'Y' TO WS-BREAK-SW
                   END-IF
               ELSE
                   IF AM-STATUS-ACTIVE
                       AND AM-MATURITY-DATE > 0
                       AND AM-MATURITY-DATE NOT > WS-RUN-DATE
                       MOVE 'Y' TO WS-MATURITY-SW
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Merges the sorted posted-transaction feed against the master
                       MOVE 'Y' TO WS-TXN-GATHER-DONE-SW
                   ELSE
                       IF TF-ACCOUNT-NUMBER < AM-ACCOUNT-NUMBER
                           IF TF-ACCOUNT-NUMBER NOT <
                                   WS-PART-LOW-ACCOUNT
                               ADD 1 TO WS-TXNS-UNMATCHED
                           END-IF
                       ELSE
                           PERFORM 4128-STORE-FEED-TXN
                       END-IF
      *  the balance reaches to only its own slice of the balance, and
      *  overwrites WS-RATE with the resulting blended effective rate
      *  once it runs.
      *  A balance basis below zero marks the account overdrawn for
      *  the rest of its pass, and the rate comes from the overdraft
      *  table instead (4205) - relationship pricing never applies
      *  to a charge.
      *****************************************************************
       4200-LOOKUP-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SW
           MOVE 'N' TO WS-OD-RATE-FOUND-SW
           IF WS-AMOUNT < 0
               MOVE 'Y' TO WS-OVERDRAWN-SW
               PERFORM 4205-LOOKUP-OVERDRAFT-RATE
           ELSE
               MOVE 'N' TO WS-OVERDRAWN-SW
               IF AM-TYPE-TERM-DEPOSIT
                   CONTINUE
               ELSE
                   PERFORM VARYING RT-IDX FROM 1 BY 1
                       UNTIL RT-IDX > WS-RATE-TABLE-COUNT
                       IF TR-PRODUCT-CODE(RT-IDX) = AM-PRODUCT-CODE
                           AND TR-TIER-FLOOR(RT-IDX)
                               < WS-QUALIFYING-BALANCE
                           MOVE TR-TIER-RATE(RT-IDX) TO WS-RATE
                           MOVE 'Y' TO WS-RATE-FOUND-SW
                       END-IF
                   END-PERFORM
                   IF NOT RATE-TIER-FOUND
                       DISPLAY "INTCALC: NO RATE TIER FOR PRODUCT "
                               AM-PRODUCT-CODE " - USING MASTER RATE"
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  The top overdraft bracket the overdrawn amount reaches, for
      *  4150's rate edits.  No master-rate fallback: AM-RATE is a
      *  credit rate, and an overdrawn account of a product with no
      *  overdraft tiers is left with a zero rate and not-found, for
      *  4150 to reject.
      *****************************************************************
       4205-LOOKUP-OVERDRAFT-RATE.
           COMPUTE WS-OVERDRAWN-AMOUNT = 0 - WS-AMOUNT
           MOVE 0 TO WS-RATE
           PERFORM VARYING OD-IDX FROM 1 BY 1
               UNTIL OD-IDX > WS-OD-RATE-TABLE-COUNT
               IF OD-PRODUCT-CODE(OD-IDX) = AM-PRODUCT-CODE
                   AND OD-TIER-FLOOR(OD-IDX) < WS-OVERDRAWN-AMOUNT
                   MOVE OD-TIER-RATE(OD-IDX) TO WS-RATE
                   MOVE 'Y' TO WS-OD-RATE-FOUND-SW
               END-IF
           END-PERFORM
           IF NOT OD-RATE-TIER-FOUND
               DISPLAY "INTCALC: NO OVERDRAFT TIER FOR PRODUCT "
                       AM-PRODUCT-CODE " - ACCOUNT "
                       AM-ACCOUNT-NUMBER
           END-IF.

      *****************************************************************
      *  An overdrawn account runs the debit-interest walk instead
      *  of the credit slices, through the same day count and
      *  currency scale; its scaled result is moved across to the
      *  charge fields and the interest fields are left at zero, so
      *  withholding and the interest bucket see nothing and the
      *  charge builds its own bucket in 4320.
      *  A promotional bonus is added to the credit interest before
      *  the currency scale, so the posted figure is rounded once;
      *  the bonus's own posted share is rounded the same way for
      *  the audit row and the campaign cost report.  An overdrawn
      *  account earns no bonus, but its offer can still run out.
      *****************************************************************
       4300-COMPUTE-INTEREST.
           MOVE 0 TO WS-CHARGE-RAW
           MOVE 0 TO WS-POSTED-CHARGE
           PERFORM 4254-CLEAR-PROMO-BONUS
           IF ACCOUNT-IS-OVERDRAWN
               PERFORM 4360-COMPUTE-DEBIT-INTEREST
               PERFORM 4350-APPLY-CURRENCY-SCALE
               MOVE WS-INTEREST        TO WS-CHARGE-RAW
               MOVE WS-POSTED-INTEREST TO WS-POSTED-CHARGE
               MOVE 0 TO WS-INTEREST
               MOVE 0 TO WS-POSTED-INTEREST
               PERFORM 4255-COMPUTE-PROMO-BONUS
           ELSE
               PERFORM 4240-ACCRUE-RATE-SLICES
               PERFORM 4255-COMPUTE-PROMO-BONUS
               PERFORM 4350-APPLY-CURRENCY-SCALE
               IF WS-BONUS-RAW > 0
                   COMPUTE WS-SCALED-BONUS ROUNDED =
                       WS-BONUS-RAW / WS-SCALE-FACTOR
                   COMPUTE WS-POSTED-BONUS ROUNDED =
                       WS-SCALED-BONUS * WS-SCALE-FACTOR
                   ADD WS-POSTED-BONUS TO WS-COMPUTED-TOTAL-BONUS
               END-IF
           END-IF
           PERFORM 4310-COMPUTE-WITHHOLDING
           PERFORM 4320-BUILD-ACCRUAL-AND-BALANCE
           ADD WS-POSTED-INTEREST TO WS-COMPUTED-TOTAL-INTEREST
           ADD WS-POSTED-CHARGE   TO WS-COMPUTED-TOTAL-CHARGES
           IF CURRENCY-TIER-FOUND
               ADD WS-POSTED-INTEREST TO
                   WS-CURRENCY-COMPUTED-TOTAL(WS-CURRENCY-MATCHED-IDX)
           END-IF
           IF ACCOUNT-IS-OVERDRAWN
               DISPLAY "DEBIT INTEREST: " WS-POSTED-CHARGE
           ELSE
               DISPLAY "INTEREST: " WS-POSTED-INTEREST
           END-IF.

      *****************************************************************
      *  Determines how many days this run accrues for this account
               AND AM-CLOSURE-DATE > 0
               MOVE AM-CLOSURE-DATE TO WS-TO-DATE
           ELSE
               IF MATURITY-SETTLEMENT-DUE
                   MOVE AM-MATURITY-DATE TO WS-TO-DATE
               ELSE
                   MOVE WS-RUN-DATE      TO WS-TO-DATE
               END-IF
           END-IF
           COMPUTE WS-FROM-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               END-IF
           END-IF.

       4254-CLEAR-PROMO-BONUS.
           MOVE SPACES TO WS-BONUS-OFFER-CODE
           MOVE 0      TO WS-BONUS-RATE
           MOVE 0      TO WS-BONUS-CAP
           MOVE 0      TO WS-BONUS-BASIS
           MOVE 0      TO WS-BONUS-DAYS
           MOVE 0      TO WS-BONUS-RAW
           MOVE 0      TO WS-POSTED-BONUS
           MOVE 'N'    TO WS-OFFER-ENDED-SW.

      *****************************************************************
      *  Promotional bonus for an enrolled account (AM-OFFER-CODE,
      *  PROMOOFR.cpy).  The bonus is the offer's rate on the
      *  account's balance basis - limited to the offer's cap, if it
      *  has one - for the nights of this accrual period that fall
      *  inside the offer window and on or after the enrollment
      *  date, under the product's own day count; it is added to the
      *  bracket result in WS-INTEREST.  WS-RATE stays the tiered
      *  rate: the bonus is reported on its own columns, not blended
      *  into AT-RATE-USED.  Once the period reaches the offer's end
      *  date, or the account has moved off the offer's product, the
      *  offer has ended and finalize clears the enrollment.
      *****************************************************************
       4255-COMPUTE-PROMO-BONUS.
           IF AM-OFFER-CODE = SPACES
               CONTINUE
           ELSE
               PERFORM 4256-FIND-PROMO-OFFER
               IF NOT OFFER-ON-FILE
                   DISPLAY "INTCALC: OFFER " AM-OFFER-CODE
                           " NOT ON FILE - NO BONUS, ACCOUNT "
                           AM-ACCOUNT-NUMBER
                   ADD 1 TO WS-OFFERS-MISSING
               ELSE
                   IF WS-OF-PRODUCT-CODE(WS-OFFER-MATCHED-IDX)
                           NOT = AM-PRODUCT-CODE
                       MOVE 'Y' TO WS-OFFER-ENDED-SW
                   ELSE
                       PERFORM 4257-ACCRUE-PROMO-BONUS
                   END-IF
               END-IF
           END-IF.

       4256-FIND-PROMO-OFFER.
           MOVE 'N' TO WS-OFFER-FOUND-SW
           MOVE 0 TO WS-OFFER-MATCHED-IDX
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
               UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
               IF WS-OF-OFFER-CODE(WS-OFFER-IDX) = AM-OFFER-CODE
                   MOVE 'Y' TO WS-OFFER-FOUND-SW
                   MOVE WS-OFFER-IDX TO WS-OFFER-MATCHED-IDX
               END-IF
           END-PERFORM.

      *****************************************************************
      *  The accrual period is (WS-FROM-INTEGER, WS-TO-INTEGER] - or
      *  the single night ending WS-TO-INTEGER when 4270 fell back
      *  to one night - and the offer window is (night before start
      *  or before enrollment, end date].  A period wholly inside
      *  the window takes WS-ACCRUAL-DAYS as it stands; a partial
      *  overlap is counted the way a rate-change slice is (4248).
      *****************************************************************
       4257-ACCRUE-PROMO-BONUS.
           MOVE WS-OF-FROM-INT(WS-OFFER-MATCHED-IDX)
               TO WS-BONUS-FROM-INT
           MOVE WS-OF-END-INT(WS-OFFER-MATCHED-IDX)
               TO WS-BONUS-TO-INT
           IF WS-FROM-INTEGER = 0
               OR WS-FROM-INTEGER >= WS-TO-INTEGER
               COMPUTE WS-PERIOD-FROM-INT = WS-TO-INTEGER - 1
           ELSE
               MOVE WS-FROM-INTEGER TO WS-PERIOD-FROM-INT
           END-IF
           IF AM-OFFER-ENROLL-DATE NUMERIC
               AND AM-OFFER-ENROLL-DATE > 0
               COMPUTE WS-ENROLL-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(AM-OFFER-ENROLL-DATE) - 1
               IF WS-ENROLL-FROM-INT > WS-BONUS-FROM-INT
                   MOVE WS-ENROLL-FROM-INT TO WS-BONUS-FROM-INT
               END-IF
           END-IF
           IF WS-PERIOD-FROM-INT > WS-BONUS-FROM-INT
               MOVE WS-PERIOD-FROM-INT TO WS-BONUS-FROM-INT
           END-IF
           IF WS-TO-INTEGER < WS-BONUS-TO-INT
               MOVE WS-TO-INTEGER TO WS-BONUS-TO-INT
           END-IF
           IF WS-TO-INTEGER >= WS-OF-END-INT(WS-OFFER-MATCHED-IDX)
               MOVE 'Y' TO WS-OFFER-ENDED-SW
           END-IF
           IF WS-BONUS-TO-INT > WS-BONUS-FROM-INT
               AND WS-AMOUNT > 0
               IF WS-BONUS-FROM-INT = WS-PERIOD-FROM-INT
                   AND WS-BONUS-TO-INT = WS-TO-INTEGER
                   MOVE WS-ACCRUAL-DAYS TO WS-BONUS-DAYS
               ELSE
                   MOVE WS-BONUS-FROM-INT TO WS-SLICE-FROM-INT
                   MOVE WS-BONUS-TO-INT   TO WS-SLICE-TO-INT
                   PERFORM 4248-COUNT-SLICE-DAYS
                   MOVE WS-SLICE-DAYS     TO WS-BONUS-DAYS
               END-IF
               MOVE AM-OFFER-CODE TO WS-BONUS-OFFER-CODE
               MOVE WS-OF-BONUS-RATE(WS-OFFER-MATCHED-IDX)
                   TO WS-BONUS-RATE
               MOVE WS-OF-BALANCE-CAP(WS-OFFER-MATCHED-IDX)
                   TO WS-BONUS-CAP
               MOVE WS-AMOUNT TO WS-BONUS-BASIS
               IF WS-BONUS-CAP > 0
                   AND WS-BONUS-BASIS > WS-BONUS-CAP
                   MOVE WS-BONUS-CAP TO WS-BONUS-BASIS
               END-IF
               COMPUTE WS-BONUS-RAW =
                   WS-BONUS-BASIS * (WS-BONUS-RATE / 100)
                   * WS-BONUS-DAYS / WS-ANNUAL-BASIS-DAYS
               ADD WS-BONUS-RAW TO WS-INTEREST
           END-IF.

      *****************************************************************
      *  Called once per matching bracket from the PERFORM VARYING in
      *  4250 above, with RT-IDX pointing at that bracket.  The
      *  the last day of the product's cycle the whole bucket
      *  (including tonight's accrual) is folded into the balance and
      *  carried as WP-CAPITALIZED-AMOUNT so 6300-WRITE-GL-FEED can
      *  cut the capitalization line.  The accrued-charge bucket
      *  builds alongside and is debited from the balance on the
      *  same cycle end, carried as WP-CHARGED-AMOUNT for the
      *  income GL line.  A bucket that is not valid
      *  packed data (a master record written before the bucket
      *  existed, or a hand edit) is treated as zero rather than
      *  abending the run.  An ordinary cycle end then honors the
      *  account's disposition instruction (4335); a closure or
      *  maturity settlement always folds the bucket into the final
      *  balance it pays out.
      *****************************************************************
       4320-BUILD-ACCRUAL-AND-BALANCE.
           MOVE SPACE TO WS-DISPOSITION-CODE
           MOVE 0     TO WS-DISBURSED-AMOUNT
           MOVE 0     TO WS-DISP-ACCOUNT
           IF AM-ACCRUED-INTEREST NOT NUMERIC
               MOVE 0 TO AM-ACCRUED-INTEREST
           END-IF
           IF AM-ACCRUED-CHARGE NOT NUMERIC
               MOVE 0 TO AM-ACCRUED-CHARGE
           END-IF
           COMPUTE WS-ACCRUED-TOTAL =
               AM-ACCRUED-INTEREST + WS-NET-INTEREST
           COMPUTE WS-ACCRUED-CHARGE-TOTAL =
               AM-ACCRUED-CHARGE + WS-POSTED-CHARGE
           PERFORM 4330-CHECK-CAPITALIZATION-DUE
           IF AM-STATUS-HOLD
               MOVE 'N' TO WS-CAPITALIZE-SW
           END-IF
           IF CLOSURE-SETTLEMENT-DUE OR MATURITY-SETTLEMENT-DUE
               MOVE 'Y' TO WS-CAPITALIZE-SW
           END-IF
           IF CAPITALIZATION-DUE
               MOVE WS-ACCRUED-TOTAL TO WS-CAPITALIZED-AMOUNT
               MOVE WS-ACCRUED-CHARGE-TOTAL TO WS-CHARGED-AMOUNT
               COMPUTE WS-NEW-BALANCE = AM-BALANCE + WS-ACCRUED-TOTAL
                                      - WS-ACCRUED-CHARGE-TOTAL
               MOVE 0 TO WS-ACCRUED-TOTAL
               MOVE 0 TO WS-ACCRUED-CHARGE-TOTAL
               IF WS-CAPITALIZED-AMOUNT > 0
                   AND NOT CLOSURE-SETTLEMENT-DUE
                   AND NOT MATURITY-SETTLEMENT-DUE
                   AND NOT AM-TYPE-TERM-DEPOSIT
                   PERFORM 4335-APPLY-DISPOSITION
               END-IF
           ELSE
               MOVE 0 TO WS-CAPITALIZED-AMOUNT
               MOVE 0 TO WS-CHARGED-AMOUNT
               MOVE AM-BALANCE TO WS-NEW-BALANCE
           END-IF.

      *  product with no entry capitalizes monthly, the shorter and
      *  so more conservative cycle.  A run date whose month is not
      *  01-12 never capitalizes (and will already have accrued a
      *  single night via the date guards in 4270).  A product that
      *  capitalizes at maturity (the term deposits) never does so
      *  on a calendar cycle end - 4320 forces it on the maturity
      *  or break night instead.
      *****************************************************************
       4330-CHECK-CAPITALIZATION-DUE.
           MOVE 'N' TO WS-CAPITALIZE-SW
           MOVE WS-RUN-DATE TO WS-TO-DATE
           IF WS-TO-MONTH < 1 OR WS-TO-MONTH > 12
               OR (PRODUCT-BASIS-FOUND
                   AND PT-CAP-AT-MATURITY(WS-PRODUCT-MATCHED-IDX))
               CONTINUE
           ELSE
               MOVE WS-MONTH-DAYS(WS-TO-MONTH) TO WS-MONTH-END-DAY
               END-IF
           END-IF.

      *****************************************************************
      *  The cycle end's capitalized bucket is redirected when the
      *  account instructs it: out of WS-NEW-BALANCE and into
      *  WS-DISBURSED-AMOUNT, for finalize to credit to the target
      *  account or queue for ACH.  Any overdraft charge the same
      *  cycle end debited stays with the account.  ACCTMNT will
      *  not store an unusable instruction, but a hand edit could:
      *  a transfer with no other target, or a payout from a
      *  non-USD account or with no routing number, capitalizes as
      *  before and is flagged for the operators rather than
      *  guessed at.  Bank details that are not numeric (a record
      *  predating the fields) read as no instruction.
      *****************************************************************
       4335-APPLY-DISPOSITION.
           IF AM-DISP-ACCOUNT NOT NUMERIC
               OR AM-DISP-ROUTING NOT NUMERIC
               CONTINUE
           ELSE
               IF AM-DISP-TRANSFER
                   IF AM-DISP-ACCOUNT = 0
                       OR AM-DISP-ACCOUNT = AM-ACCOUNT-NUMBER
                       DISPLAY "INTCALC: ACCOUNT " AM-ACCOUNT-NUMBER
                               " TRANSFER TARGET UNUSABLE - "
                               "CAPITALIZED"
                       ADD 1 TO WS-DISP-FALLBACKS
                   ELSE
                       MOVE 'T'             TO WS-DISPOSITION-CODE
                       MOVE AM-DISP-ACCOUNT TO WS-DISP-ACCOUNT
                   END-IF
               END-IF
               IF AM-DISP-EXTERNAL
                   IF AM-CURRENCY-CODE NOT = WS-ACH-CURRENCY
                       OR AM-DISP-ROUTING = 0
                       DISPLAY "INTCALC: ACCOUNT " AM-ACCOUNT-NUMBER
                               " ACH INSTRUCTION UNUSABLE - "
                               "CAPITALIZED"
                       ADD 1 TO WS-DISP-FALLBACKS
                   ELSE
                       MOVE 'E'             TO WS-DISPOSITION-CODE
                   END-IF
               END-IF
           END-IF
           IF WS-DISPOSITION-CODE NOT = SPACE
               MOVE WS-CAPITALIZED-AMOUNT TO WS-DISBURSED-AMOUNT
               SUBTRACT WS-DISBURSED-AMOUNT FROM WS-NEW-BALANCE
               MOVE 0 TO WS-CAPITALIZED-AMOUNT
           END-IF.

       4340-ADJUST-FOR-LEAP-YEAR.
           IF FUNCTION MOD(WS-TO-YEAR, 400) = 0
               MOVE 29 TO WS-MONTH-END-DAY
           COMPUTE WS-POSTED-INTEREST ROUNDED =
               WS-SCALED-INTEREST * WS-SCALE-FACTOR.

      *****************************************************************
      *  Debit interest on an overdrawn basis: the overdraft bracket
      *  walk on the overdrawn amount (the same marginal shape as
      *  4250/4260 over ODRATTBL.cpy), WS-RATE overwritten with the
      *  blended overdraft rate, then the product's day count.  The
      *  period always accrues whole - rate-change events name
      *  RATETBL tiers only, so there is nothing to split.
      *****************************************************************
       4360-COMPUTE-DEBIT-INTEREST.
           MOVE 'N' TO WS-SPLIT-SW
           MOVE 0 TO WS-INTEREST
           COMPUTE WS-OVERDRAWN-AMOUNT = 0 - WS-AMOUNT
           PERFORM VARYING OD-IDX FROM 1 BY 1
               UNTIL OD-IDX > WS-OD-RATE-TABLE-COUNT
               IF OD-PRODUCT-CODE(OD-IDX) = AM-PRODUCT-CODE
                   AND OD-TIER-FLOOR(OD-IDX) < WS-OVERDRAWN-AMOUNT
                   PERFORM 4365-ACCUMULATE-OVERDRAFT-BRACKET
               END-IF
           END-PERFORM
           IF WS-OVERDRAWN-AMOUNT > 0
               COMPUTE WS-RATE ROUNDED =
                   (WS-INTEREST / WS-OVERDRAWN-AMOUNT) * 100
           END-IF
           PERFORM 4280-APPLY-DAY-COUNT.

       4365-ACCUMULATE-OVERDRAFT-BRACKET.
           MOVE WS-OVERDRAWN-AMOUNT TO WS-BRACKET-CEILING
           IF OD-IDX < WS-OD-RATE-TABLE-COUNT
               IF OD-PRODUCT-CODE(OD-IDX + 1) = AM-PRODUCT-CODE
                   MOVE OD-TIER-FLOOR(OD-IDX + 1) TO WS-BRACKET-CEILING
               END-IF
           END-IF
           IF WS-BRACKET-CEILING > WS-OVERDRAWN-AMOUNT
               MOVE WS-OVERDRAWN-AMOUNT TO WS-BRACKET-CEILING
           END-IF
           COMPUTE WS-BRACKET-BASIS =
               WS-BRACKET-CEILING - OD-TIER-FLOOR(OD-IDX)
           IF WS-BRACKET-BASIS > 0
               COMPUTE WS-INTEREST = WS-INTEREST +
                   WS-BRACKET-BASIS * (OD-TIER-RATE(OD-IDX) / 100)
           END-IF.

      *****************************************************************
      *  The contractual early-withdrawal penalty on a broken term:
      *  the product's penalty days of interest at the locked rate
      *  on the principal, under the product's day count, rounded to
      *  the currency's decimals like any posted figure.  It comes
      *  out of the settled balance 4320 just built - the accrued
      *  interest capitalized into it first, the principal only for
      *  whatever the interest does not cover - and never takes the
      *  balance below zero.  A 'P' audit row records it (4390,
      *  written by 4060 once the settlement row is out).
      *****************************************************************
       4380-CHARGE-BREAK-PENALTY.
           MOVE 0 TO WS-PENALTY-DAYS
           MOVE 0 TO WS-PENALTY-RAW
           MOVE 0 TO WS-PENALTY-AMOUNT
           IF PRODUCT-BASIS-FOUND
               MOVE PT-PENALTY-DAYS(WS-PRODUCT-MATCHED-IDX)
                                       TO WS-PENALTY-DAYS
           END-IF
           IF AM-BALANCE > 0 AND WS-PENALTY-DAYS > 0
               COMPUTE WS-PENALTY-RAW =
                   AM-BALANCE * (AM-RATE / 100)
                   * WS-PENALTY-DAYS / WS-ANNUAL-BASIS-DAYS
               COMPUTE WS-SCALED-PENALTY ROUNDED =
                   WS-PENALTY-RAW / WS-SCALE-FACTOR
               COMPUTE WS-PENALTY-AMOUNT ROUNDED =
                   WS-SCALED-PENALTY * WS-SCALE-FACTOR
           END-IF
           IF WS-NEW-BALANCE < WS-PENALTY-AMOUNT
               IF WS-NEW-BALANCE > 0
                   MOVE WS-NEW-BALANCE TO WS-PENALTY-AMOUNT
               ELSE
                   MOVE 0 TO WS-PENALTY-AMOUNT
               END-IF
           END-IF
           SUBTRACT WS-PENALTY-AMOUNT FROM WS-NEW-BALANCE
           ADD WS-PENALTY-AMOUNT TO WS-COMPUTED-TOTAL-PENALTIES
           DISPLAY "BREAK PENALTY: " WS-PENALTY-AMOUNT.

      *****************************************************************
      *  The penalty row reuses the settlement row 4400 just wrote -
      *  run, account, product, currency and timestamp are the same
      *  - with the penalty figures laid over it (see AUDITREC.cpy).
      *****************************************************************
       4390-WRITE-PENALTY-AUDIT.
           MOVE AM-BALANCE         TO AT-AMOUNT
           MOVE AM-RATE            TO AT-RATE-USED
           MOVE WS-PENALTY-RAW     TO AT-INTEREST-RAW
           MOVE WS-PENALTY-AMOUNT  TO AT-INTEREST-POSTED
           MOVE WS-PENALTY-DAYS    TO AT-ACCRUAL-DAYS
           MOVE 'N'                TO AT-RATE-SPLIT-SW
           MOVE 'A'                TO AT-QUALIFY-BASIS
           MOVE AM-BALANCE         TO AT-QUALIFYING-BALANCE
           MOVE 'P'                TO AT-ENTRY-TYPE
           MOVE SPACES             TO AT-OFFER-CODE
           MOVE 0                  TO AT-BONUS-RATE
           MOVE 0                  TO AT-BONUS-CAP
           MOVE 0                  TO AT-BONUS-DAYS
           MOVE 0                  TO AT-BONUS-POSTED
           WRITE AUDIT-TRAIL-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "INTCALC: WRITE FAILED FOR AUDIT TRAIL, STATUS="
                       WS-AUDIT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  A charge row carries the charge in the interest columns and
      *  AT-ENTRY-TYPE 'D' (see AUDITREC.cpy), so readers never take
      *  it for interest paid.
      *****************************************************************
       4400-WRITE-AUDIT-TRAIL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-RUN-ID          TO AT-RUN-ID
           MOVE WS-AMOUNT          TO AT-AMOUNT
           MOVE WS-RATE            TO AT-RATE-USED
           MOVE WS-CURRENCY-CODE   TO AT-CURRENCY-CODE
           IF ACCOUNT-IS-OVERDRAWN
               MOVE WS-CHARGE-RAW      TO AT-INTEREST-RAW
               MOVE WS-POSTED-CHARGE   TO AT-INTEREST-POSTED
               MOVE 'D'                TO AT-ENTRY-TYPE
           ELSE
               MOVE WS-INTEREST        TO AT-INTEREST-RAW
               MOVE WS-POSTED-INTEREST TO AT-INTEREST-POSTED
               MOVE 'I'                TO AT-ENTRY-TYPE
           END-IF
           MOVE WS-ACCRUAL-DAYS    TO AT-ACCRUAL-DAYS
           MOVE WS-DAY-COUNT-BASIS TO AT-DAY-COUNT-BASIS
           MOVE WS-BASIS-USED      TO AT-BALANCE-BASIS
           MOVE WS-SPLIT-SW        TO AT-RATE-SPLIT-SW
           MOVE WS-QUALIFY-BASIS   TO AT-QUALIFY-BASIS
           MOVE WS-QUALIFYING-BALANCE TO AT-QUALIFYING-BALANCE
           MOVE WS-BONUS-OFFER-CODE TO AT-OFFER-CODE
           MOVE WS-BONUS-RATE      TO AT-BONUS-RATE
           MOVE WS-BONUS-CAP       TO AT-BONUS-CAP
           MOVE WS-BONUS-DAYS      TO AT-BONUS-DAYS
           MOVE WS-POSTED-BONUS    TO AT-BONUS-POSTED
           PERFORM 4410-FILL-REVERSAL-IMAGE
           WRITE AUDIT-TRAIL-RECORD
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY "INTCALC: WRITE FAILED FOR AUDIT TRAIL, STATUS="
               STOP RUN
           END-IF.

      *****************************************************************
      *  The reversal image (AUDITREC.cpy): the master is still as
      *  the run found it - 4320 has built the new balance and
      *  buckets in working storage only - so the prior figures
      *  come straight off the record and the new ones are exactly
      *  what 4600 is about to stage.  Fields a record predating
      *  them holds non-numeric are written as zero, the value the
      *  run itself treats them as.
      *****************************************************************
       4410-FILL-REVERSAL-IMAGE.
           MOVE AM-BALANCE         TO AT-PRIOR-BALANCE
           MOVE WS-NEW-BALANCE     TO AT-NEW-BALANCE
           MOVE AM-ACCRUED-INTEREST TO AT-PRIOR-ACCRUED
           MOVE WS-ACCRUED-TOTAL   TO AT-NEW-ACCRUED
           MOVE AM-ACCRUED-CHARGE  TO AT-PRIOR-ACCRUED-CHARGE
           MOVE WS-ACCRUED-CHARGE-TOTAL TO AT-NEW-ACCRUED-CHARGE
           MOVE AM-LAST-INTEREST   TO AT-PRIOR-LAST-INTEREST
           MOVE AM-LAST-RUN-DATE   TO AT-PRIOR-LAST-RUN-DATE
           MOVE AM-LAST-RUN-ID     TO AT-PRIOR-LAST-RUN-ID
           IF AM-HELD-GL-AMOUNT NUMERIC
               MOVE AM-HELD-GL-AMOUNT  TO AT-PRIOR-HELD-GL
           ELSE
               MOVE 0                  TO AT-PRIOR-HELD-GL
           END-IF
           IF AM-HELD-WHT-AMOUNT NUMERIC
               MOVE AM-HELD-WHT-AMOUNT TO AT-PRIOR-HELD-WHT
           ELSE
               MOVE 0                  TO AT-PRIOR-HELD-WHT
           END-IF
           MOVE AM-RATE            TO AT-PRIOR-RATE
           IF AM-TERM-START-DATE NUMERIC
               MOVE AM-TERM-START-DATE TO AT-PRIOR-TERM-START
           ELSE
               MOVE 0                  TO AT-PRIOR-TERM-START
           END-IF
           IF AM-MATURITY-DATE NUMERIC
               MOVE AM-MATURITY-DATE   TO AT-PRIOR-MATURITY-DATE
           ELSE
               MOVE 0                  TO AT-PRIOR-MATURITY-DATE
           END-IF
           MOVE AM-STATUS-CODE     TO AT-POSTING-STATUS
           MOVE WS-SETTLE-SW       TO AT-SETTLEMENT-SW
           MOVE WS-MATURITY-ACTION TO AT-MATURITY-ACTION
           MOVE WS-POSTED-INTEREST TO AT-GL-INTEREST
           MOVE WS-CAPITALIZED-AMOUNT TO AT-CAPITALIZED-AMOUNT
           MOVE WS-CHARGED-AMOUNT  TO AT-CHARGED-AMOUNT
           MOVE WS-WITHHOLDING-TAX TO AT-WITHHOLDING-TAX
           MOVE WS-DISPOSITION-CODE TO AT-DISPOSITION-CODE
           MOVE WS-DISBURSED-AMOUNT TO AT-DISBURSED-AMOUNT.

       4600-STAGE-POSTING.
           MOVE AM-ACCOUNT-NUMBER  TO WP-ACCOUNT-NUMBER
           MOVE AM-PRODUCT-CODE    TO WP-PRODUCT-CODE
           MOVE WS-CORRECTED-RATE  TO WP-CORRECTED-RATE
           MOVE AM-STATUS-CODE     TO WP-ACCOUNT-STATUS
           MOVE WS-SETTLE-SW       TO WP-CLOSURE-SW
           MOVE WS-POSTED-CHARGE   TO WP-CHARGE-POSTED
           MOVE WS-ACCRUED-CHARGE-TOTAL TO WP-ACCRUED-CHARGE-TOTAL
           MOVE WS-CHARGED-AMOUNT  TO WP-CHARGED-AMOUNT
           MOVE WS-PENALTY-AMOUNT  TO WP-PENALTY-AMOUNT
           MOVE WS-MATURITY-ACTION TO WP-MATURITY-ACTION
           MOVE WS-NEW-TERM-START  TO WP-NEW-TERM-START
           MOVE WS-NEW-MATURITY-DATE TO WP-NEW-MATURITY-DATE
           MOVE WS-ROLLOVER-RATE   TO WP-ROLLOVER-RATE
           MOVE WS-TRANSFER-ACCOUNT TO WP-TRANSFER-ACCOUNT
           MOVE WS-POSTED-BONUS    TO WP-BONUS-POSTED
           MOVE WS-OFFER-ENDED-SW  TO WP-OFFER-ENDED-SW
           MOVE WS-DISPOSITION-CODE TO WP-DISPOSITION-CODE
           MOVE WS-DISBURSED-AMOUNT TO WP-DISBURSED-AMOUNT
           MOVE WS-DISP-ACCOUNT    TO WP-DISP-ACCOUNT
           REWRITE WORK-POSTING-RECORD
               INVALID KEY
                   WRITE WORK-POSTING-RECORD
           MOVE WS-ACCOUNTS-REJECTED       TO CK-ACCOUNTS-REJECTED
           MOVE WS-COMPUTED-TOTAL-INTEREST
                                       TO CK-RUNNING-TOTAL-INTEREST
           MOVE WS-COMPUTED-TOTAL-CHARGES
                                       TO CK-RUNNING-TOTAL-CHARGES
           PERFORM VARYING CT-IDX FROM 1 BY 1
               UNTIL CT-IDX > WS-CURRENCY-TABLE-COUNT
               MOVE WS-CURRENCY-COMPUTED-TOTAL(CT-IDX)
                                       TO CK-CURRENCY-TOTAL(CT-IDX)
           END-PERFORM
           MOVE FUNCTION CURRENT-DATE      TO CK-CHECKPOINT-TIME
           MOVE WS-CKPT-STEP-STATUS        TO CK-STEP-STATUS
           MOVE WS-RUN-START-TIMESTAMP     TO CK-STEP-START-TIMESTAMP
           REWRITE CHECKPOINT-RECORD
               INVALID KEY
                   WRITE CHECKPOINT-RECORD
               STOP RUN
           END-IF.

      *****************************************************************
      *  A partition that has walked its whole range records the
      *  fact on its checkpoint row, with its final totals, for the
      *  finalize step to collect; the row is kept, not deleted,
      *  until INTPMRG has merged the night.
      *****************************************************************
       4970-RECORD-PARTITION-COMPLETE.
           MOVE 'C' TO WS-CKPT-STEP-STATUS
           PERFORM 4950-WRITE-CHECKPOINT
           DISPLAY "INTCALC: PARTITION " WS-STEP-PARTITION-ID
                   " COMPLETE FOR RUN " WS-RUN-ID
                   " - INTEREST " WS-COMPUTED-TOTAL-INTEREST.

      *****************************************************************
      *  A single blended total mixes currencies with no common unit
      *  once a run spans more than one (req 007), so a control card
                       " TOLERANCE=" WS-TOLERANCE
           END-IF.

      *****************************************************************
      *  The finalize step of a partitioned night posts each
      *  partition's staging in turn, cutting that partition's GL
      *  lines to its own feed (6050); the closing statements, ACH
      *  queue, YTD file and settlement archive are shared by all of
      *  them.  Transfer credits wait, as in a whole run, until every
      *  partition's first pass is done - a first pass sets each
      *  balance outright, and a transfer target may sit in any
      *  partition.  The partitions' checkpoint rows are then marked
      *  posted (6080) and left for INTPMRG.
      *****************************************************************
       6000-FINALIZE-OUTPUTS.
           IF WS-FINALIZE-STEP
               CONTINUE
           ELSE
               CLOSE WORK-POSTING-FILE
               OPEN INPUT WORK-POSTING-FILE
               IF WS-WRKPOST-STATUS NOT = '00'
                   DISPLAY "INTCALC: UNABLE TO REOPEN WORK-POSTING, "
                           "STATUS=" WS-WRKPOST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-SUPPLEMENTAL-RUN
                   OPEN EXTEND GL-FEED-FILE
                   IF WS-GLFEED-STATUS = '35'
                       OPEN OUTPUT GL-FEED-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT GL-FEED-FILE
               END-IF
               IF WS-GLFEED-STATUS NOT = '00'
                   DISPLAY "INTCALC: UNABLE TO OPEN GL-FEED, STATUS="
                           WS-GLFEED-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-SUPPLEMENTAL-RUN
               OPEN EXTEND CLOSING-STATEMENT-FILE
               IF WS-CLOSTMT-STATUS = '35'
                   OPEN OUTPUT CLOSING-STATEMENT-FILE
               END-IF
           ELSE
               OPEN OUTPUT CLOSING-STATEMENT-FILE
           END-IF
           IF WS-CLOSTMT-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN CLOSING STMTS, "
                       "STATUS=" WS-CLOSTMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SUPPLEMENTAL-RUN
               OPEN EXTEND ACH-PENDING-FILE
               IF WS-ACHPEND-STATUS = '35'
                   OPEN OUTPUT ACH-PENDING-FILE
               END-IF
           ELSE
               OPEN OUTPUT ACH-PENDING-FILE
           END-IF
           IF WS-ACHPEND-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN ACH PENDING, STATUS="
                       WS-ACHPEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6350-OPEN-YTD-ACCRUAL-FILE
           PERFORM 6360-OPEN-SETTLEMENT-ARCHIVE
           IF WS-FINALIZE-STEP
               PERFORM 6050-POST-ONE-PARTITION
                   VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
           ELSE
               PERFORM 6100-READ-NEXT-POSTING
               PERFORM 6200-APPLY-POSTING
                   UNTIL END-OF-WORK-POSTING
           END-IF
           IF WS-TRANSFERS-PENDING > 0
               OR WS-INT-TRANSFERS-PENDING > 0
               IF WS-FINALIZE-STEP
                   PERFORM 6060-TRANSFER-ONE-PARTITION
                       VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-COUNT
               ELSE
                   PERFORM 6700-APPLY-MATURITY-TRANSFERS
               END-IF
           END-IF
           IF REVERSION-LOG-OPEN
               CLOSE MAINT-LOG-FILE
               MOVE 'N' TO WS-REVERSION-LOG-SW
           END-IF
           CLOSE CLOSING-STATEMENT-FILE
           CLOSE ACH-PENDING-FILE
           CLOSE YTD-ACCRUAL-FILE
           CLOSE SETTLEMENT-ARCHIVE-FILE
           IF WS-FINALIZE-STEP
               PERFORM 6080-MARK-PARTITION-POSTED
                   VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
           ELSE
               CLOSE GL-FEED-FILE
               MOVE WS-RUN-ID TO CK-RUN-ID
               DELETE CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.

       6050-POST-ONE-PARTITION.
           MOVE WS-PART-ID(WS-PART-IDX) TO WS-PART-SUFFIX
           PERFORM 1730-SET-PARTITION-FILE-NAMES
           OPEN INPUT WORK-POSTING-FILE
           IF WS-WRKPOST-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN WORK-POSTING "
                       WS-WRKPOST-FILE-NAME ", STATUS="
                       WS-WRKPOST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT GL-FEED-FILE
           IF WS-GLFEED-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN GL-FEED "
                       WS-GLFEED-FILE-NAME ", STATUS="
                       WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-WORK-POSTING
           PERFORM 6100-READ-NEXT-POSTING
           PERFORM 6200-APPLY-POSTING
               UNTIL END-OF-WORK-POSTING
           CLOSE WORK-POSTING-FILE
           CLOSE GL-FEED-FILE.

      *****************************************************************
      *  6700 closes and reopens the work-posting file for its own
      *  pass, so it is opened here only to be in the state 6700
      *  expects; the partition's GL feed is extended behind the
      *  lines its first pass cut.
      *****************************************************************
       6060-TRANSFER-ONE-PARTITION.
           MOVE WS-PART-ID(WS-PART-IDX) TO WS-PART-SUFFIX
           PERFORM 1730-SET-PARTITION-FILE-NAMES
           OPEN INPUT WORK-POSTING-FILE
           IF WS-WRKPOST-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN WORK-POSTING "
                       WS-WRKPOST-FILE-NAME ", STATUS="
                       WS-WRKPOST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-FEED-FILE
           IF WS-GLFEED-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO EXTEND GL-FEED "
                       WS-GLFEED-FILE-NAME ", STATUS="
                       WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6700-APPLY-MATURITY-TRANSFERS
           CLOSE WORK-POSTING-FILE
           CLOSE GL-FEED-FILE.

       6080-MARK-PARTITION-POSTED.
           MOVE WS-PART-ID(WS-PART-IDX) TO WS-PART-SUFFIX
           PERFORM 1730-SET-PARTITION-FILE-NAMES
           OPEN I-O CHECKPOINT-FILE
           MOVE WS-RUN-ID TO CK-RUN-ID
           IF WS-CKPT-STATUS = '00'
               READ CHECKPOINT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'P' TO CK-STEP-STATUS
                       REWRITE CHECKPOINT-RECORD
                           INVALID KEY
                               CONTINUE
                       END-REWRITE
               END-READ
           END-IF
           IF WS-CKPT-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO MARK PARTITION "
                       WS-PART-SUFFIX " POSTED, STATUS="
                       WS-CKPT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE CHECKPOINT-FILE.

       6350-OPEN-YTD-ACCRUAL-FILE.
           OPEN I-O YTD-ACCRUAL-FILE
               STOP RUN
           END-IF.

       6360-OPEN-SETTLEMENT-ARCHIVE.
           OPEN I-O SETTLEMENT-ARCHIVE-FILE
           IF WS-SETLARCH-STATUS = '35'
               OPEN OUTPUT SETTLEMENT-ARCHIVE-FILE
               CLOSE SETTLEMENT-ARCHIVE-FILE
               OPEN I-O SETTLEMENT-ARCHIVE-FILE
           END-IF
           IF WS-SETLARCH-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO OPEN SETTLEMENT ARCHIVE, "
                       "STATUS=" WS-SETLARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       6100-READ-NEXT-POSTING.
           READ WORK-POSTING-FILE NEXT RECORD
               AT END
      *  while the hold stood.  The accumulators are guarded
      *  NUMERIC the same way the accrued bucket is, for masters
      *  written before the fields existed.
      *  A term rolled over at maturity takes its new term dates and
      *  rate here, and its last-run date is the new term's start -
      *  the old maturity date - so nights the run date has already
      *  passed beyond maturity accrue at the new rate next run.  A
      *  term paid out or transferred is closed as of its maturity
      *  date; a transfer's proceeds are credited by 6700 once
      *  every posting has been applied.
      *  An account whose promotional offer has ended has the
      *  enrollment cleared here, and once the master is rewritten
      *  the reversion is logged to MAINTLOG (6260).  A closing
      *  account is deleted with its enrollment, so nothing reverts.
      *  Interest a cycle end disbursed to another account is
      *  counted here and credited by 6700 for the same reason a
      *  maturity transfer is; an ACH payout is queued by 6300
      *  with its GL line.
      *  A closing account's record, as read before any of this
      *  touched it, goes to the settlement archive (6270) before
      *  the DELETE, so a reversal of the run can reinstate it.
      *****************************************************************
       6200-APPLY-POSTING.
           MOVE WP-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
                   DISPLAY "INTCALC: FINALIZE - ACCOUNT NOT FOUND "
                           WP-ACCOUNT-NUMBER
               NOT INVALID KEY
                   MOVE ACCOUNT-MASTER-RECORD TO WS-PRE-POSTING-IMAGE
                   MOVE WP-INTEREST-POSTED TO AM-LAST-INTEREST
                   MOVE WP-NEW-BALANCE     TO AM-BALANCE
                   MOVE WP-ACCRUED-TOTAL   TO AM-ACCRUED-INTEREST
                   MOVE WP-ACCRUED-CHARGE-TOTAL
                                           TO AM-ACCRUED-CHARGE
                   IF WP-RATE-WAS-CORRECTED
                       MOVE WP-CORRECTED-RATE TO AM-RATE
                   END-IF
                   MOVE WS-RUN-ID          TO AM-LAST-RUN-ID
                   MOVE WS-RUN-DATE        TO AM-LAST-RUN-DATE
                   IF WP-MATURITY-ROLLOVER
                       MOVE WP-NEW-TERM-START  TO AM-TERM-START-DATE
                       MOVE WP-NEW-MATURITY-DATE
                                               TO AM-MATURITY-DATE
                       MOVE WP-ROLLOVER-RATE   TO AM-RATE
                       MOVE WP-NEW-TERM-START  TO AM-LAST-RUN-DATE
                   END-IF
                   IF WP-MATURITY-PAYOUT OR WP-MATURITY-TRANSFER
                       MOVE AM-MATURITY-DATE   TO AM-CLOSURE-DATE
                   END-IF
                   IF WP-MATURITY-TRANSFER
                       ADD 1 TO WS-TRANSFERS-PENDING
                   END-IF
                   IF WP-DISP-TRANSFER
                       AND WP-DISBURSED-AMOUNT > 0
                       ADD 1 TO WS-INT-TRANSFERS-PENDING
                   END-IF
                   MOVE SPACES TO WS-REVERTED-OFFER-CODE
                   IF WP-OFFER-HAS-ENDED
                       AND NOT WP-IS-CLOSURE
                       MOVE AM-OFFER-CODE TO WS-REVERTED-OFFER-CODE
                       MOVE AM-OFFER-ENROLL-DATE
                                          TO WS-REVERTED-ENROLL-DATE
                       MOVE SPACES        TO AM-OFFER-CODE
                       MOVE 0             TO AM-OFFER-ENROLL-DATE
                   END-IF
                   IF AM-HELD-GL-AMOUNT NOT NUMERIC
                       MOVE 0 TO AM-HELD-GL-AMOUNT
                   END-IF
                   END-IF
                   IF WP-IS-CLOSURE
                       PERFORM 6600-WRITE-CLOSING-STATEMENT
                       PERFORM 6270-ARCHIVE-SETTLEMENT
                       DELETE ACCOUNT-MASTER-FILE
                           INVALID KEY
                               DISPLAY "INTCALC: CLOSURE DELETE "
                           PERFORM 6300-WRITE-GL-FEED
                       END-IF
                       PERFORM 6400-UPDATE-YTD-ACCRUAL
                       IF WS-REVERTED-OFFER-CODE NOT = SPACES
                           PERFORM 6260-LOG-OFFER-REVERSION
                       END-IF
                   ELSE
                       PERFORM 6250-HALT-ON-ACCTMST-FAILURE
                   END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      *  Logs an ended offer's reversion in ACCTMNT's own MAINTLOG
      *  layout, action 'R': the master as rewritten in both images,
      *  only the offer code (and its enrollment date) moving from
      *  the ended offer to spaces, and the run's id on the row.
      *  The log is opened EXTEND on the first reversion of the run
      *  (created if this is its first row ever) and closed at the
      *  end of 6000.
      *****************************************************************
       6260-LOG-OFFER-REVERSION.
           IF NOT REVERSION-LOG-OPEN
               OPEN EXTEND MAINT-LOG-FILE
               IF WS-MAINTLOG-STATUS = '35'
                   OPEN OUTPUT MAINT-LOG-FILE
               END-IF
               IF WS-MAINTLOG-STATUS NOT = '00'
                   DISPLAY "INTCALC: UNABLE TO OPEN MAINT LOG, STATUS="
                           WS-MAINTLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-REVERSION-LOG-SW
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP  TO ML-TIMESTAMP
           MOVE 'R'                   TO ML-ACTION-CODE
           MOVE AM-ACCOUNT-NUMBER     TO ML-ACCOUNT-NUMBER
           MOVE AM-PRODUCT-CODE       TO ML-OLD-PRODUCT-CODE
           MOVE AM-CURRENCY-CODE      TO ML-OLD-CURRENCY-CODE
           MOVE AM-BALANCE            TO ML-OLD-BALANCE
           MOVE AM-RATE               TO ML-OLD-RATE
           MOVE AM-TAX-STATUS         TO ML-OLD-TAX-STATUS
           MOVE AM-STATUS-CODE        TO ML-OLD-STATUS-CODE
           IF AM-CUSTOMER-NUMBER NUMERIC
               MOVE AM-CUSTOMER-NUMBER TO ML-OLD-CUSTOMER-NUMBER
           ELSE
               MOVE 0                 TO ML-OLD-CUSTOMER-NUMBER
           END-IF
           MOVE AM-MATURITY-DATE      TO ML-OLD-MATURITY-DATE
           MOVE AM-MATURITY-INSTR     TO ML-OLD-MATURITY-INSTR
           MOVE AM-LINKED-ACCOUNT     TO ML-OLD-LINKED-ACCOUNT
           MOVE ML-BEFORE-IMAGE       TO ML-AFTER-IMAGE
           MOVE ML-TERM-BEFORE-IMAGE  TO ML-TERM-AFTER-IMAGE
           MOVE AM-DISPOSITION-CODE   TO ML-OLD-DISPOSITION-CODE
           MOVE AM-DISP-ACCOUNT       TO ML-OLD-DISP-ACCOUNT
           MOVE AM-DISP-ROUTING       TO ML-OLD-DISP-ROUTING
           MOVE AM-DISP-EXT-ACCOUNT   TO ML-OLD-DISP-EXT-ACCOUNT
           MOVE AM-DISP-PAYEE-NAME    TO ML-OLD-DISP-PAYEE-NAME
           MOVE ML-DISP-BEFORE-IMAGE  TO ML-DISP-AFTER-IMAGE
           MOVE WS-REVERTED-OFFER-CODE TO ML-OLD-OFFER-CODE
           MOVE SPACES                TO ML-NEW-OFFER-CODE
           MOVE WS-RUN-ID             TO ML-RUN-ID
           IF WS-REVERTED-ENROLL-DATE NUMERIC
               MOVE WS-REVERTED-ENROLL-DATE
                                      TO ML-OLD-OFFER-ENROLL-DATE
           ELSE
               MOVE 0                 TO ML-OLD-OFFER-ENROLL-DATE
           END-IF
           MOVE 0                     TO ML-NEW-OFFER-ENROLL-DATE
           WRITE MAINT-LOG-RECORD
           IF WS-MAINTLOG-STATUS NOT = '00'
               DISPLAY "INTCALC: WRITE FAILED FOR MAINT LOG, STATUS="
                       WS-MAINTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OFFERS-ENDED
           DISPLAY "INTCALC: OFFER " WS-REVERTED-OFFER-CODE
                   " ENDED - ACCOUNT " AM-ACCOUNT-NUMBER
                   " REVERTED TO STANDARD RATE".

      *****************************************************************
      *  The settlement archive row for an account this posting
      *  closes: the record as 6200 first read it.  The second pass
      *  adds the transfer outcome to the same row for a maturity
      *  transfer.  A finalize re-entered after a failure finds the
      *  row already there and replaces it.
      *****************************************************************
       6270-ARCHIVE-SETTLEMENT.
           MOVE WS-RUN-ID             TO SA-RUN-ID
           MOVE WP-ACCOUNT-NUMBER     TO SA-ACCOUNT-NUMBER
           MOVE WS-RUN-DATE           TO SA-RUN-DATE
           MOVE 'Y'                   TO SA-CLOSED-SW
           MOVE SPACE                 TO SA-MATURITY-XFER-SW
           MOVE 0                     TO SA-MATURITY-XFER-ACCOUNT
           MOVE 0                     TO SA-MATURITY-XFER-AMOUNT
           MOVE SPACE                 TO SA-INT-XFER-SW
           MOVE 0                     TO SA-INT-XFER-ACCOUNT
           MOVE 0                     TO SA-INT-XFER-AMOUNT
           MOVE WS-PRE-POSTING-IMAGE  TO SA-MASTER-IMAGE
           PERFORM 6790-STORE-SETTLEMENT-ROW.

      *****************************************************************
      *  The closing statement, written while the master record is
      *  still in the buffer (the DELETE follows): identity, the
      *  settled interest (the whole capitalized bucket), the tax
      *  withheld from the final period, the closure date, any
      *  overdraft debit interest charged at settlement, any
      *  early-withdrawal penalty on a broken term, how a matured
      *  term was settled, and the final balance the disbursement
      *  desk pays out (or, for a transfer, that 6700 credits to the
      *  linked account).  Same 90-column line style as the
      *  on-demand statements.
      *****************************************************************
       6600-WRITE-CLOSING-STATEMENT.
           MOVE WP-ACCOUNT-NUMBER     TO WS-CL-ACCOUNT
           END-IF
           MOVE WS-CLS-SETTLE-LINE    TO CLOSING-STATEMENT-LINE
           PERFORM 6650-WRITE-STATEMENT-LINE
           IF WP-CHARGED-AMOUNT > 0
               MOVE WP-CHARGED-AMOUNT TO WS-CL-CHARGED
               MOVE WS-CLS-CHARGE-LINE TO CLOSING-STATEMENT-LINE
               PERFORM 6650-WRITE-STATEMENT-LINE
           END-IF
           IF WP-PENALTY-AMOUNT > 0
               MOVE WP-PENALTY-AMOUNT TO WS-CL-PENALTY
               MOVE WS-CLS-PENALTY-LINE TO CLOSING-STATEMENT-LINE
               PERFORM 6650-WRITE-STATEMENT-LINE
           END-IF
           IF WP-MATURITY-PAYOUT OR WP-MATURITY-TRANSFER
               MOVE AM-MATURITY-DATE  TO WS-CL-MATURITY-DATE
               IF WP-MATURITY-TRANSFER
                   MOVE 'TRANSFERRED TO ACCT' TO WS-CL-MATURITY-TEXT
                   MOVE WP-TRANSFER-ACCOUNT   TO WS-CL-TARGET-ACCOUNT
               ELSE
                   MOVE 'PAID OUT'            TO WS-CL-MATURITY-TEXT
                   MOVE SPACES                TO WS-CL-TARGET-ACCOUNT
               END-IF
               MOVE WS-CLS-MATURITY-LINE TO CLOSING-STATEMENT-LINE
               PERFORM 6650-WRITE-STATEMENT-LINE
           END-IF
           MOVE WP-NEW-BALANCE        TO WS-CL-FINAL-BALANCE
           MOVE WS-RUN-ID             TO WS-CL-RUN-ID
           MOVE WS-CLS-FINAL-LINE     TO CLOSING-STATEMENT-LINE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Credits each matured term's transfer proceeds (its settled
      *  final balance) to the linked account, in a second pass of
      *  the work postings made only once 6200 has applied every
      *  one - crediting during 6200 would be overwritten when the
      *  linked account's own posting, staged from its pre-transfer
      *  balance, came to be applied after it.  The term deposit
      *  itself is already gone, so a transfer that cannot land
      *  (linked account no longer on the master, now a term
      *  deposit itself, or in another currency) must not lose the
      *  money: it is written to the closing statements for the
      *  disbursement desk to pay out by hand, and the run ends
      *  with return code 4.
      *  Cycle-end interest disbursed under a transfer instruction
      *  is credited in the same pass (6720); the account it came
      *  from is still open, so interest that cannot land goes back
      *  into that account's own balance - capitalized after all -
      *  and the run ends with return code 4 for the operators.
      *****************************************************************
       6700-APPLY-MATURITY-TRANSFERS.
           CLOSE WORK-POSTING-FILE
           OPEN INPUT WORK-POSTING-FILE
           IF WS-WRKPOST-STATUS NOT = '00'
               DISPLAY "INTCALC: UNABLE TO REOPEN WORK-POSTING, STATUS="
                       WS-WRKPOST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-WORK-POSTING
           PERFORM 6100-READ-NEXT-POSTING
           PERFORM 6710-APPLY-ONE-TRANSFER
               UNTIL END-OF-WORK-POSTING
           IF WS-TRANSFERS-FAILED > 0
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       6710-APPLY-ONE-TRANSFER.
           IF WP-MATURITY-TRANSFER
               MOVE WP-TRANSFER-ACCOUNT TO AM-ACCOUNT-NUMBER
               READ ACCOUNT-MASTER-FILE
                   INVALID KEY
                       PERFORM 6750-REPORT-FAILED-TRANSFER
                   NOT INVALID KEY
                       IF AM-TYPE-TERM-DEPOSIT
                           OR AM-CURRENCY-CODE NOT = WP-CURRENCY-CODE
                           PERFORM 6750-REPORT-FAILED-TRANSFER
                       ELSE
                           ADD WP-NEW-BALANCE TO AM-BALANCE
                           REWRITE ACCOUNT-MASTER-RECORD
                               INVALID KEY
                                   DISPLAY "INTCALC: REWRITE FAILED "
                                           AM-ACCOUNT-NUMBER
                           END-REWRITE
                           IF WS-ACCTMST-STATUS NOT = '00'
                               PERFORM 6250-HALT-ON-ACCTMST-FAILURE
                           END-IF
                           ADD 1 TO WS-TRANSFERS-APPLIED
                           MOVE 'L' TO WS-XFER-OUTCOME
                           PERFORM 6770-RECORD-MATURITY-OUTCOME
                       END-IF
               END-READ
           END-IF
           IF WP-DISP-TRANSFER
               AND WP-DISBURSED-AMOUNT > 0
               PERFORM 6720-APPLY-INTEREST-TRANSFER
           END-IF
           PERFORM 6100-READ-NEXT-POSTING.

      *****************************************************************
      *  The target is re-checked here, not trusted from ACCTMNT's
      *  edit: it may have been closed tonight, or hand-edited into
      *  a term deposit or another currency since the instruction
      *  was keyed.
      *****************************************************************
       6720-APPLY-INTEREST-TRANSFER.
           MOVE 'N' TO WS-DISP-LANDED-SW
           MOVE WP-DISP-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AM-TYPE-TERM-DEPOSIT
                       AND AM-CURRENCY-CODE = WP-CURRENCY-CODE
                       ADD WP-DISBURSED-AMOUNT TO AM-BALANCE
                       REWRITE ACCOUNT-MASTER-RECORD
                           INVALID KEY
                               DISPLAY "INTCALC: REWRITE FAILED "
                                       AM-ACCOUNT-NUMBER
                       END-REWRITE
                       IF WS-ACCTMST-STATUS NOT = '00'
                           PERFORM 6250-HALT-ON-ACCTMST-FAILURE
                       END-IF
                       MOVE 'Y' TO WS-DISP-LANDED-SW
                       ADD 1 TO WS-INT-TRANSFERS-APPLIED
                   END-IF
           END-READ
           IF DISP-TRANSFER-LANDED
               MOVE 'L' TO WS-XFER-OUTCOME
           ELSE
               PERFORM 6760-RETURN-INTEREST-TO-SOURCE
               MOVE 'F' TO WS-XFER-OUTCOME
           END-IF
           PERFORM 6775-RECORD-INTEREST-OUTCOME.

       6750-REPORT-FAILED-TRANSFER.
           DISPLAY "INTCALC: MATURITY TRANSFER FAILED - ACCOUNT "
                   WP-ACCOUNT-NUMBER " TO " WP-TRANSFER-ACCOUNT
           MOVE WP-ACCOUNT-NUMBER   TO WS-CL-XF-SOURCE
           MOVE WP-TRANSFER-ACCOUNT TO WS-CL-XF-TARGET
           MOVE WP-NEW-BALANCE      TO WS-CL-XF-AMOUNT
           MOVE WS-CLS-XFER-FAIL-LINE TO CLOSING-STATEMENT-LINE
           PERFORM 6650-WRITE-STATEMENT-LINE
           MOVE WS-CLS-BLANK-LINE   TO CLOSING-STATEMENT-LINE
           PERFORM 6650-WRITE-STATEMENT-LINE
           ADD 1 TO WS-TRANSFERS-FAILED
           MOVE 'F' TO WS-XFER-OUTCOME
           PERFORM 6770-RECORD-MATURITY-OUTCOME.

      *****************************************************************
      *  Interest whose transfer could not land is credited back to
      *  the account that earned it.  The -INT-CAP line 6300 cut
      *  for the transfer already moved it to deposit liability, so
      *  the ledger needs nothing further.
      *****************************************************************
       6760-RETURN-INTEREST-TO-SOURCE.
           DISPLAY "INTCALC: INTEREST TRANSFER FAILED - ACCOUNT "
                   WP-ACCOUNT-NUMBER " TO " WP-DISP-ACCOUNT
                   " - CAPITALIZED"
           MOVE WP-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "INTCALC: FINALIZE - ACCOUNT NOT FOUND "
                           WP-ACCOUNT-NUMBER
               NOT INVALID KEY
                   ADD WP-DISBURSED-AMOUNT TO AM-BALANCE
                   REWRITE ACCOUNT-MASTER-RECORD
                       INVALID KEY
                           DISPLAY "INTCALC: REWRITE FAILED "
                                   AM-ACCOUNT-NUMBER
                   END-REWRITE
                   IF WS-ACCTMST-STATUS NOT = '00'
                       PERFORM 6250-HALT-ON-ACCTMST-FAILURE
                   END-IF
           END-READ
           ADD 1 TO WS-INT-TRANSFERS-FAILED
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *****************************************************************
      *  Where the second pass's money went, on the source account's
      *  settlement archive row (SETLARCH.cpy).  A maturity transfer
      *  always finds the row 6270 wrote for the closure; an
      *  interest transfer's account stays open, so its row is
      *  started here with no master image.
      *****************************************************************
       6770-RECORD-MATURITY-OUTCOME.
           PERFORM 6780-READ-SETTLEMENT-ROW
           MOVE WS-XFER-OUTCOME       TO SA-MATURITY-XFER-SW
           MOVE WP-TRANSFER-ACCOUNT   TO SA-MATURITY-XFER-ACCOUNT
           MOVE WP-NEW-BALANCE        TO SA-MATURITY-XFER-AMOUNT
           PERFORM 6790-STORE-SETTLEMENT-ROW.

       6775-RECORD-INTEREST-OUTCOME.
           PERFORM 6780-READ-SETTLEMENT-ROW
           MOVE WS-XFER-OUTCOME       TO SA-INT-XFER-SW
           MOVE WP-DISP-ACCOUNT       TO SA-INT-XFER-ACCOUNT
           MOVE WP-DISBURSED-AMOUNT   TO SA-INT-XFER-AMOUNT
           PERFORM 6790-STORE-SETTLEMENT-ROW.

       6780-READ-SETTLEMENT-ROW.
           MOVE 'N' TO WS-SETL-FOUND-SW
           MOVE WS-RUN-ID             TO SA-RUN-ID
           MOVE WP-ACCOUNT-NUMBER     TO SA-ACCOUNT-NUMBER
           READ SETTLEMENT-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SETL-FOUND-SW
           END-READ
           IF NOT SETTLEMENT-ROW-FOUND
               MOVE WS-RUN-ID         TO SA-RUN-ID
               MOVE WP-ACCOUNT-NUMBER TO SA-ACCOUNT-NUMBER
               MOVE WS-RUN-DATE       TO SA-RUN-DATE
               MOVE 'N'               TO SA-CLOSED-SW
               MOVE SPACE             TO SA-MATURITY-XFER-SW
               MOVE 0                 TO SA-MATURITY-XFER-ACCOUNT
               MOVE 0                 TO SA-MATURITY-XFER-AMOUNT
               MOVE SPACE             TO SA-INT-XFER-SW
               MOVE 0                 TO SA-INT-XFER-ACCOUNT
               MOVE 0                 TO SA-INT-XFER-AMOUNT
               MOVE SPACES            TO SA-MASTER-IMAGE
           END-IF.

       6790-STORE-SETTLEMENT-ROW.
           REWRITE SETTLEMENT-ARCHIVE-RECORD
               INVALID KEY
                   WRITE SETTLEMENT-ARCHIVE-RECORD
           END-REWRITE
           IF WS-SETLARCH-STATUS NOT = '00'
               DISPLAY "INTCALC: SETTLEMENT ARCHIVE WRITE FAILED, "
                       "STATUS=" WS-SETLARCH-STATUS
                       " ACCOUNT=" WP-ACCOUNT-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Stores the footprint the NEXT run's verification compares
      *  against: the master as this run just left it.  Written for
      *  Cuts the nightly accrual expense line, and on a cycle-end
      *  run the additional capitalization line that moves the
      *  accumulated accrual into the account balance on the ledger
      *  side, mirroring what 6200 just did to AM-BALANCE - and the
      *  debit-interest income line when the cycle end charged an
      *  overdrawn account's accrued-charge bucket - and the
      *  penalty income line when a term deposit was broken.
      *  Cycle-end interest disbursed under an instruction instead
      *  of capitalized cuts a capitalization line of its own when
      *  it goes to another account here (deposit liability either
      *  way), or an -INT-ACH line to the clearing account, with
      *  its payment queued, when it goes out by ACH.
      *****************************************************************
       6300-WRITE-GL-FEED.
           STRING WP-PRODUCT-CODE DELIMITED BY SIZE
           IF WP-CAPITALIZED-AMOUNT > 0
               PERFORM 6320-WRITE-GL-CAPITALIZATION
           END-IF
           IF WP-DISBURSED-AMOUNT > 0
               IF WP-DISP-EXTERNAL
                   PERFORM 6380-WRITE-GL-ACH-PAYOUT
                   PERFORM 6390-WRITE-ACH-PENDING
               ELSE
                   PERFORM 6325-WRITE-GL-INTEREST-TRANSFER
               END-IF
           END-IF
           IF WP-WITHHOLDING-TAX > 0
               PERFORM 6330-WRITE-GL-WITHHOLDING
           END-IF
           IF WP-CHARGED-AMOUNT > 0
               PERFORM 6365-WRITE-GL-DEBIT-INTEREST
           END-IF
           IF WP-PENALTY-AMOUNT > 0
               PERFORM 6370-WRITE-GL-BREAK-PENALTY
           END-IF
           IF WS-RELEASED-GL-AMOUNT > 0
               OR WS-RELEASED-WHT-AMOUNT > 0
               PERFORM 6340-WRITE-GL-HOLD-CATCHUP
               STOP RUN
           END-IF.

       6325-WRITE-GL-INTEREST-TRANSFER.
           STRING WP-PRODUCT-CODE DELIMITED BY SIZE
                  "-INT-CAP"    DELIMITED BY SIZE
               INTO GL-ACCOUNT-CODE
           MOVE WP-ACCOUNT-NUMBER   TO GL-SOURCE-ACCOUNT-NUMBER
           MOVE WP-CURRENCY-CODE    TO GL-CURRENCY-CODE
           MOVE WP-DISBURSED-AMOUNT TO GL-INTEREST-AMOUNT
           MOVE WS-RUN-DATE         TO GL-POSTING-DATE
           MOVE WS-RUN-ID           TO GL-RUN-ID
           MOVE '+'                 TO GL-AMOUNT-SIGN
           WRITE GL-FEED-RECORD
           IF WS-GLFEED-STATUS NOT = '00'
               DISPLAY "INTCALC: WRITE FAILED FOR GL-FEED, STATUS="
                       WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  The hold-release catch-up: one -INT-EXP line for all the
      *  expense the hold suppressed and one -TAX-WHT line for the
               STOP RUN
           END-IF.

      *****************************************************************
      *  Debit interest charged to an overdrawn account is income to
      *  the bank, not a reduction of interest expense, so it gets
      *  its own -INT-INC line (GLJRNL credits it to income and
      *  debits the customer's deposit liability); it is cut only
      *  when a cycle end actually charges the bucket.
      *****************************************************************
       6365-WRITE-GL-DEBIT-INTEREST.
           STRING WP-PRODUCT-CODE DELIMITED BY SIZE
                  "-INT-INC"    DELIMITED BY SIZE
               INTO GL-ACCOUNT-CODE
           MOVE WP-ACCOUNT-NUMBER   TO GL-SOURCE-ACCOUNT-NUMBER
           MOVE WP-CURRENCY-CODE    TO GL-CURRENCY-CODE
           MOVE WP-CHARGED-AMOUNT   TO GL-INTEREST-AMOUNT
           MOVE WS-RUN-DATE         TO GL-POSTING-DATE
           MOVE WS-RUN-ID           TO GL-RUN-ID
           MOVE '+'                 TO GL-AMOUNT-SIGN
           WRITE GL-FEED-RECORD
           IF WS-GLFEED-STATUS NOT = '00'
               DISPLAY "INTCALC: WRITE FAILED FOR GL-FEED, STATUS="
                       WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  The early-withdrawal penalty a term-deposit break forfeited:
      *  income to the bank, taken out of the deposit balance -
      *  GLJRNL books it against the product's penalty-income line.
      *****************************************************************
       6370-WRITE-GL-BREAK-PENALTY.
           STRING WP-PRODUCT-CODE DELIMITED BY SIZE
                  "-PEN-INC"    DELIMITED BY SIZE
               INTO GL-ACCOUNT-CODE
           MOVE WP-ACCOUNT-NUMBER   TO GL-SOURCE-ACCOUNT-NUMBER
           MOVE WP-CURRENCY-CODE    TO GL-CURRENCY-CODE
           MOVE WP-PENALTY-AMOUNT   TO GL-INTEREST-AMOUNT
           MOVE WS-RUN-DATE         TO GL-POSTING-DATE
           MOVE WS-RUN-ID           TO GL-RUN-ID
           MOVE '+'                 TO GL-AMOUNT-SIGN
           WRITE GL-FEED-RECORD
           IF WS-GLFEED-STATUS NOT = '00'
               DISPLAY "INTCALC: WRITE FAILED FOR GL-FEED, STATUS="
                       WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Interest paid out by ACH leaves the customers' accrued
      *  liability for the ACH clearing account, not for deposit
      *  liability: GLJRNL books -INT-ACH that way, and the
      *  clearing account is relieved when the payment file
      *  settles.
      *****************************************************************
       6380-WRITE-GL-ACH-PAYOUT.
           STRING WP-PRODUCT-CODE DELIMITED BY SIZE
                  "-INT-ACH"    DELIMITED BY SIZE
               INTO GL-ACCOUNT-CODE
           MOVE WP-ACCOUNT-NUMBER   TO GL-SOURCE-ACCOUNT-NUMBER
           MOVE WP-CURRENCY-CODE    TO GL-CURRENCY-CODE
           MOVE WP-DISBURSED-AMOUNT TO GL-INTEREST-AMOUNT
           MOVE WS-RUN-DATE         TO GL-POSTING-DATE
           MOVE WS-RUN-ID           TO GL-RUN-ID
           MOVE '+'                 TO GL-AMOUNT-SIGN
           WRITE GL-FEED-RECORD
           IF WS-GLFEED-STATUS NOT = '00'
               DISPLAY "INTCALC: WRITE FAILED FOR GL-FEED, STATUS="
                       WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Queues the payout for ACHBUILD with the payee details as
      *  the master holds them now, while its record is still in
      *  the buffer from 6200.
      *****************************************************************
       6390-WRITE-ACH-PENDING.
           MOVE WS-RUN-ID           TO AP-RUN-ID
           MOVE WS-RUN-DATE         TO AP-POSTING-DATE
           MOVE WP-ACCOUNT-NUMBER   TO AP-ACCOUNT-NUMBER
           MOVE WP-CURRENCY-CODE    TO AP-CURRENCY-CODE
           MOVE WP-DISBURSED-AMOUNT TO AP-AMOUNT
           MOVE AM-DISP-ROUTING     TO AP-ROUTING-NUMBER
           MOVE AM-DISP-EXT-ACCOUNT TO AP-DFI-ACCOUNT
           MOVE AM-DISP-PAYEE-NAME  TO AP-PAYEE-NAME
           WRITE ACH-PENDING-RECORD
           IF WS-ACHPEND-STATUS NOT = '00'
               DISPLAY "INTCALC: WRITE FAILED FOR ACH PENDING, STATUS="
                       WS-ACHPEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACH-PAYOUT-COUNT
           ADD WP-DISBURSED-AMOUNT TO WS-ACH-PAYOUT-TOTAL.

       6400-UPDATE-YTD-ACCRUAL.
           MOVE 'N' TO WS-YTD-FOUND-SW
           MOVE WP-ACCOUNT-NUMBER TO YA-ACCOUNT-NUMBER
               IF YA-YTD-TAX-WITHHELD NOT NUMERIC
                   MOVE 0 TO YA-YTD-TAX-WITHHELD
               END-IF
               IF YA-YTD-DEBIT-CHARGES NOT NUMERIC
                   MOVE 0 TO YA-YTD-DEBIT-CHARGES
               END-IF
               IF YA-YEAR NOT = WS-RUN-YEAR
                   MOVE WS-RUN-YEAR TO YA-YEAR
                   MOVE WP-INTEREST-POSTED TO YA-YTD-TOTAL-INTEREST
                   MOVE WP-WITHHOLDING-TAX TO YA-YTD-TAX-WITHHELD
                   MOVE WP-CHARGED-AMOUNT  TO YA-YTD-DEBIT-CHARGES
               ELSE
                   ADD WP-INTEREST-POSTED TO YA-YTD-TOTAL-INTEREST
                   ADD WP-WITHHOLDING-TAX TO YA-YTD-TAX-WITHHELD
                   ADD WP-CHARGED-AMOUNT  TO YA-YTD-DEBIT-CHARGES
               END-IF
               MOVE WP-CURRENCY-CODE TO YA-CURRENCY-CODE
               MOVE WS-RUN-ID        TO YA-LAST-RUN-ID
               MOVE WP-CURRENCY-CODE     TO YA-CURRENCY-CODE
               MOVE WP-INTEREST-POSTED   TO YA-YTD-TOTAL-INTEREST
               MOVE WP-WITHHOLDING-TAX   TO YA-YTD-TAX-WITHHELD
               MOVE WP-CHARGED-AMOUNT    TO YA-YTD-DEBIT-CHARGES
               MOVE WS-RUN-ID            TO YA-LAST-RUN-ID
               MOVE WS-RUN-DATE          TO YA-LAST-RUN-DATE
               MOVE WS-RUN-YEAR          TO YA-YEAR
      *  statistics.  A supplemental recycle run does not write here
      *  - it would overwrite the original nightly run's record
      *  under the same run-id, and the trend report compares
      *  nightly runs.  A partitioned night that finalizes leaves the
      *  row to INTPMRG, which times the night through its merge; a
      *  partitioned night that fails reconciliation gets no merge,
      *  so its finalize step writes the failed row here.
      *****************************************************************
       8000-WRITE-RUN-STATISTICS.
           IF WS-SUPPLEMENTAL-RUN
               OR (WS-FINALIZE-STEP AND RECONCILIATION-PASSED)
               CONTINUE
           ELSE
               PERFORM 8100-OPEN-RUN-STATS-FILE
                       WS-AUDIT-ROWS-ARCHIVED
           END-IF.

       8520-ARCHIVE-PARTITION-AUDIT.
           MOVE WS-PART-ID(WS-PART-IDX) TO WS-PART-SUFFIX
           PERFORM 1730-SET-PARTITION-FILE-NAMES
           PERFORM 8500-ARCHIVE-AUDIT-TRAIL.

       8550-COPY-ONE-AUDIT-ROW.
           READ AUDIT-TRAIL-FILE
               AT END
                           WS-ARCH-ROWS-KEPT
                           " PURGED = " WS-ARCH-ROWS-PURGED
               END-IF
               PERFORM 8800-PURGE-EXPIRED-SETTLEMENTS
           END-IF.

       8650-FILTER-ONE-ARCHIVE-ROW.
                   END-IF
           END-READ.

      *****************************************************************
      *  The settlement archive is kept exactly as long as the audit
      *  archive it completes: a run whose audit rows have been
      *  purged can no longer be reversed, so its settlement rows
      *  go by the same cutoff, on the run date they carry.  Being
      *  indexed, it is purged in place.
      *****************************************************************
       8800-PURGE-EXPIRED-SETTLEMENTS.
           MOVE 0 TO WS-SETL-ROWS-PURGED
           OPEN I-O SETTLEMENT-ARCHIVE-FILE
           IF WS-SETLARCH-STATUS = '00'
               MOVE 'N' TO WS-EOF-SETTLEMENT
               MOVE LOW-VALUES TO SA-ARCHIVE-KEY
               START SETTLEMENT-ARCHIVE-FILE
                   KEY IS GREATER THAN SA-ARCHIVE-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SETTLEMENT
               END-START
               PERFORM 8850-PURGE-ONE-SETTLEMENT
                   UNTIL END-OF-SETTLEMENT-SCAN
               CLOSE SETTLEMENT-ARCHIVE-FILE
               IF WS-SETL-ROWS-PURGED > 0
                   DISPLAY "INTCALC: SETTLEMENT ROWS PURGED = "
                           WS-SETL-ROWS-PURGED
               END-IF
           END-IF.

       8850-PURGE-ONE-SETTLEMENT.
           READ SETTLEMENT-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SETTLEMENT
               NOT AT END
                   IF SA-RUN-DATE < WS-CUTOFF-DATE
                       DELETE SETTLEMENT-ARCHIVE-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                       ADD 1 TO WS-SETL-ROWS-PURGED
                   END-IF
           END-READ.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           IF WS-FINALIZE-STEP
               CONTINUE
           ELSE
               CLOSE WORK-POSTING-FILE
               CLOSE AUDIT-TRAIL-FILE
               CLOSE CHECKPOINT-FILE
               CLOSE REJECT-LISTING-FILE
               CLOSE RATE-SPLIT-FILE
               CLOSE DORMANCY-REPORT-FILE
               IF CUSTOMER-XREF-OPEN
                   CLOSE CUSTOMER-XREF-FILE
               END-IF
               IF WS-TXNFEED-STATUS NOT = '35'
                   CLOSE TRANSACTION-FEED-FILE
                   CLOSE BACKDATED-TXN-FILE
               END-IF
               IF WS-SUPPLEMENTAL-RUN
                   CLOSE RECYCLE-TXN-FILE
               END-IF
           END-IF.
