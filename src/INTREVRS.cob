      *****************************************************************
      *  PROGRAM-ID.  INTREVRS
      *
      *  Run reversal.  A finalized interest run that turns out to
      *  be wrong - a bad rate table, a feed loaded twice, a run
      *  date keyed in error - used to be unwound by hand from
      *  backups, a ledger entry and a BATCHCTL row nobody was sure
      *  how to clear.  This program backs one run out of the books
      *  from the run's own record of what it did: the audit
      *  archive rows it wrote (AUDITREC.cpy AT-REVERSAL-IMAGE),
      *  the offer reversions it logged on MAINTLOG, and the
      *  settlement archive rows (SETLARCH.cpy) for the accounts it
      *  closed and the money it moved between accounts.
      *
      *  The control card (COPY REVCARD) names the run to back out
      *  and the run-id and date the reversal posts under.  Every
      *  account the run posted is staged on the reversal work file
      *  (COPY REVPOST) and checked before anything is applied: the
      *  run must stand completed clean on the run-control file,
      *  its GL feed (and the one now on GLFEED.DAT) must already
      *  have been journaled, and no account it touched may have
      *  been posted by a later run since - each such account is
      *  listed, and a single one refuses the whole reversal with
      *  return code 16 and nothing changed, the same
      *  stage-then-apply discipline INTADJ keeps.
      *
      *  Applying puts each account back: the balance and accrued
      *  buckets move back by exactly what the run moved them, so
      *  an adjustment or maintenance change made since survives;
      *  the last interest, last run date and id, and held amounts
      *  return to what the run found; a rolled-over term gets its
      *  old rate and dates back; an offer the run ended is
      *  re-enrolled; an account the run settled and closed is
      *  reinstated from its settlement image; and interest or
      *  maturity proceeds the run transferred are taken back off
      *  the target account.  Each master change is logged on
      *  MAINTLOG under the reversal's run-id ('V', or 'X' for a
      *  reinstatement) so the next run's master verification can
      *  account for it.  A negating GL feed - every line the run
      *  cut, signed '-' - is written to GLFEED.DAT for GLJRNL, the
      *  run's posted interest, withholding and charges come off
      *  YTDACCR.DAT, its audit rows move from AUDARCH.DAT to the
      *  reversed-run archive REVARCH.DAT, payouts not yet built
      *  into an ACH file are withdrawn from ACHPEND.DAT, and last
      *  of all every run-control row of the run is marked reversed
      *  ('R'), which lets BATCHCTL clear the date for a clean
      *  re-run.
      *
      *  Money that has left the bank cannot be recalled from here:
      *  an ACH payout already built, or the settlement of an
      *  account now reinstated, is listed for the payment desk and
      *  the job ends with return code 4.  Once the apply has begun
      *  a failure halts with return code 16; the files must then be
      *  restored from the backup taken before the step.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTREVRS.
       AUTHOR.      BATCH-INTEREST-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-CARD-FILE
               ASSIGN TO "REVCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVCARD-STATUS.

           SELECT RUN-CONTROL-FILE
               ASSIGN TO "RUNCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-CONTROL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT ARCHIVE-WORK-FILE
               ASSIGN TO "REVAWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDWORK-STATUS.

           SELECT REVERSED-ARCHIVE-FILE
               ASSIGN TO "REVARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVARCH-STATUS.

           SELECT REVERSAL-WORK-FILE
               ASSIGN TO "REVWORK.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RP-ACCOUNT-NUMBER
               FILE STATUS IS WS-REVWORK-STATUS.

           SELECT MAINT-LOG-FILE
               ASSIGN TO "MAINTLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTLOG-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT SETTLEMENT-ARCHIVE-FILE
               ASSIGN TO "SETLARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SA-ARCHIVE-KEY
               FILE STATUS IS WS-SETLARCH-STATUS.

           SELECT GL-FEED-FILE
               ASSIGN TO "GLFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLFEED-STATUS.

           SELECT YTD-ACCRUAL-FILE
               ASSIGN TO "YTDACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YA-ACCOUNT-NUMBER
               FILE STATUS IS WS-YTDACCR-STATUS.

           SELECT ACH-PENDING-FILE
               ASSIGN TO "ACHPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHPEND-STATUS.

           SELECT ACH-PENDING-WORK-FILE
               ASSIGN TO "REVPWORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVERSAL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REVCARD.

       FD  RUN-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RUNCTL.

       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  ARCHIVE-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-WORK-RECORD             PIC X(396).

       FD  REVERSED-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       01  REVERSED-ARCHIVE-RECORD         PIC X(396).

       FD  REVERSAL-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REVPOST.

       FD  MAINT-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MNTLOG.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMSTR.

       FD  SETTLEMENT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY SETLARCH.

       FD  GL-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLFEEDR.

       FD  YTD-ACCRUAL-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YTDACCR.

       FD  ACH-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACHPEND.

       FD  ACH-PENDING-WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  ACH-PENDING-WORK-RECORD         PIC X(89).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUSES.
           05  WS-REVCARD-STATUS          PIC X(2) VALUE '00'.
           05  WS-RUNCTL-STATUS           PIC X(2) VALUE '00'.
           05  WS-AUDARCH-STATUS          PIC X(2) VALUE '00'.
           05  WS-AUDWORK-STATUS          PIC X(2) VALUE '00'.
           05  WS-REVARCH-STATUS          PIC X(2) VALUE '00'.
           05  WS-REVWORK-STATUS          PIC X(2) VALUE '00'.
           05  WS-MAINTLOG-STATUS         PIC X(2) VALUE '00'.
           05  WS-ACCTMST-STATUS          PIC X(2) VALUE '00'.
           05  WS-SETLARCH-STATUS         PIC X(2) VALUE '00'.
           05  WS-GLFEED-STATUS           PIC X(2) VALUE '00'.
           05  WS-YTDACCR-STATUS          PIC X(2) VALUE '00'.
           05  WS-ACHPEND-STATUS          PIC X(2) VALUE '00'.
           05  WS-ACHWORK-STATUS          PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-ARCHIVE             PIC X(1) VALUE 'N'.
               88  END-OF-ARCHIVE             VALUE 'Y'.
           05  WS-EOF-ARCHIVE-WORK        PIC X(1) VALUE 'N'.
               88  END-OF-ARCHIVE-WORK        VALUE 'Y'.
           05  WS-EOF-MAINT-LOG           PIC X(1) VALUE 'N'.
               88  END-OF-MAINT-LOG           VALUE 'Y'.
           05  WS-EOF-REVWORK             PIC X(1) VALUE 'N'.
               88  END-OF-REVWORK             VALUE 'Y'.
           05  WS-EOF-RUNCTL              PIC X(1) VALUE 'N'.
               88  END-OF-RUNCTL-SCAN         VALUE 'Y'.
           05  WS-EOF-ACHPEND             PIC X(1) VALUE 'N'.
               88  END-OF-ACHPEND             VALUE 'Y'.
           05  WS-EOF-ACH-WORK            PIC X(1) VALUE 'N'.
               88  END-OF-ACH-WORK            VALUE 'Y'.
           05  WS-STAGED-FOUND-SW         PIC X(1) VALUE 'N'.
               88  STAGED-ROW-FOUND           VALUE 'Y'.
           05  WS-MASTER-FOUND-SW         PIC X(1) VALUE 'N'.
               88  MASTER-RECORD-FOUND        VALUE 'Y'.
           05  WS-SETL-FOUND-SW           PIC X(1) VALUE 'N'.
               88  SETTLEMENT-ROW-FOUND       VALUE 'Y'.
           05  WS-YTD-FOUND-SW            PIC X(1) VALUE 'N'.
               88  YTD-RECORD-FOUND           VALUE 'Y'.
           05  WS-YTD-FLOORED-SW          PIC X(1) VALUE 'N'.
               88  YTD-WAS-FLOORED            VALUE 'Y'.
           05  WS-REFUSED-SW              PIC X(1) VALUE 'N'.
               88  REVERSAL-REFUSED           VALUE 'Y'.
           05  WS-WARNED-SW               PIC X(1) VALUE 'N'.
               88  REVERSAL-WARNED            VALUE 'Y'.
           05  WS-ACH-BUILT-SW            PIC X(1) VALUE 'N'.
               88  ACH-FILE-BUILT             VALUE 'Y'.

       01  WS-CONTROL-CARD-AREA.
           05  WS-REVERSED-RUN-ID         PIC X(8) VALUE SPACES.
           05  WS-RUN-ID                  PIC X(8) VALUE SPACES.
           05  WS-RUN-DATE                PIC 9(8) VALUE 0.
           05  WS-REVERSED-RUN-DATE       PIC 9(8) VALUE 0.
           05  WS-REVERSED-DATE-PARTS REDEFINES WS-REVERSED-RUN-DATE.
               10  WS-REVERSED-RUN-YEAR   PIC 9(4).
               10  FILLER                 PIC 9(4).
           05  WS-LATEST-RUN-ID           PIC X(8) VALUE SPACES.
           05  WS-LATEST-RUN-DATE         PIC 9(8) VALUE 0.
           05  WS-LATEST-END-TIMESTAMP    PIC X(26) VALUE SPACES.

      *****************************************************************
      *  Apply working fields.  The account deltas are what the run
      *  moved each figure by (new less prior on the audit image);
      *  the target fields carry one transfer being taken back.
      *****************************************************************
       01  WS-APPLY-AREA.
           05  WS-BALANCE-DELTA           PIC S9(11)V9(4) VALUE 0.
           05  WS-ACCRUED-DELTA           PIC S9(11)V9(4) VALUE 0.
           05  WS-CHARGE-DELTA            PIC S9(11)V9(4) VALUE 0.
           05  WS-YTD-WORK                PIC S9(12)V9(4) VALUE 0.
           05  WS-GL-SUFFIX               PIC X(8) VALUE SPACES.
           05  WS-GL-AMOUNT               PIC 9(9)V9(4) VALUE 0.
           05  WS-TARGET-ACCOUNT          PIC 9(9) VALUE 0.
           05  WS-TARGET-AMOUNT           PIC S9(9)V9(4) VALUE 0.
           05  WS-LOG-ACTION              PIC X(1) VALUE SPACE.
           05  WS-CONFLICT-REASON         PIC X(50) VALUE SPACES.

       01  WS-ACCUMULATORS.
           05  WS-ARCHIVE-ROWS-READ       PIC 9(9) VALUE 0.
           05  WS-RUN-ROWS-STAGED         PIC 9(9) VALUE 0.
           05  WS-ROWS-UNREVERSIBLE       PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-STAGED         PIC 9(9) VALUE 0.
           05  WS-CONFLICT-COUNT          PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-RESTORED       PIC 9(9) VALUE 0.
           05  WS-ACCOUNTS-REINSTATED     PIC 9(9) VALUE 0.
           05  WS-TRANSFERS-BACKED-OUT    PIC 9(9) VALUE 0.
           05  WS-OFFERS-REENROLLED       PIC 9(9) VALUE 0.
           05  WS-GL-LINES-WRITTEN        PIC 9(9) VALUE 0.
           05  WS-ARCH-ROWS-MOVED         PIC 9(9) VALUE 0.
           05  WS-ARCH-ROWS-KEPT          PIC 9(9) VALUE 0.
           05  WS-ACH-ROWS-KEPT           PIC 9(9) VALUE 0.
           05  WS-ACH-ROWS-WITHDRAWN      PIC 9(9) VALUE 0.
           05  WS-RUNCTL-ROWS-MARKED      PIC 9(9) VALUE 0.

       01  WS-TIMESTAMP-AREA.
           05  WS-CURRENT-TIMESTAMP       PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           IF NOT REVERSAL-REFUSED
               PERFORM 2000-STAGE-RUN-POSTINGS
           END-IF
           IF NOT REVERSAL-REFUSED
               PERFORM 3000-SCAN-FOR-CONFLICTS
           END-IF
           IF REVERSAL-REFUSED
               PERFORM 9000-CLOSE-FILES
               DISPLAY "INTREVRS: REVERSAL OF RUN " WS-REVERSED-RUN-ID
                       " REFUSED - NOTHING APPLIED"
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM 4000-APPLY-REVERSAL
               PERFORM 5000-MOVE-RUN-ARCHIVE-ROWS
               IF NOT ACH-FILE-BUILT
                   PERFORM 5500-WITHDRAW-ACH-PENDING
               END-IF
               PERFORM 6000-MARK-RUN-REVERSED
               PERFORM 9000-CLOSE-FILES
               DISPLAY "INTREVRS: RUN " WS-REVERSED-RUN-ID
                       " REVERSED UNDER RUN " WS-RUN-ID
               DISPLAY "INTREVRS: ACCOUNTS RESTORED     = "
                       WS-ACCOUNTS-RESTORED
               DISPLAY "INTREVRS: ACCOUNTS REINSTATED   = "
                       WS-ACCOUNTS-REINSTATED
               DISPLAY "INTREVRS: TRANSFERS BACKED OUT  = "
                       WS-TRANSFERS-BACKED-OUT
               DISPLAY "INTREVRS: OFFERS RE-ENROLLED    = "
                       WS-OFFERS-REENROLLED
               DISPLAY "INTREVRS: NEGATING GL LINES     = "
                       WS-GL-LINES-WRITTEN
               DISPLAY "INTREVRS: ARCHIVE ROWS MOVED    = "
                       WS-ARCH-ROWS-MOVED
               DISPLAY "INTREVRS: ACH PAYOUTS WITHDRAWN = "
                       WS-ACH-ROWS-WITHDRAWN
               DISPLAY "INTREVRS: RUN-CONTROL ROWS      = "
                       WS-RUNCTL-ROWS-MARKED
               IF REVERSAL-WARNED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-OPEN-FILES
           PERFORM 1300-CHECK-RUN-CONTROL.

       1100-READ-CONTROL-CARD.
           OPEN INPUT REVERSAL-CARD-FILE
           IF WS-REVCARD-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN CONTROL CARD, "
                       "STATUS=" WS-REVCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REVERSAL-CARD-FILE
               AT END
                   DISPLAY "INTREVRS: CONTROL CARD FILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE REVERSAL-CARD-FILE
           MOVE RV-REVERSED-RUN-ID TO WS-REVERSED-RUN-ID
           MOVE RV-RUN-ID          TO WS-RUN-ID
           IF WS-REVERSED-RUN-ID = SPACES
               OR WS-RUN-ID = SPACES
               DISPLAY "INTREVRS: CONTROL CARD MUST NAME THE RUN TO "
                       "REVERSE AND THE REVERSAL'S OWN RUN-ID"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RUN-ID = WS-REVERSED-RUN-ID
               DISPLAY "INTREVRS: REVERSAL RUN-ID " WS-RUN-ID
                       " MUST DIFFER FROM THE RUN IT REVERSES"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RV-RUN-DATE NOT NUMERIC
               OR FUNCTION INTEGER-OF-DATE(RV-RUN-DATE) = 0
               DISPLAY "INTREVRS: RUN DATE '" RV-RUN-DATE
                       "' IS NOT A REAL CALENDAR DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RV-RUN-DATE TO WS-RUN-DATE.

      *****************************************************************
      *  The settlement archive is created empty when no run has yet
      *  written one, so a run that closed nothing can still be
      *  reversed; a run that did close accounts then finds no
      *  image for them and is refused account by account.
      *****************************************************************
       1200-OPEN-FILES.
           OPEN I-O RUN-CONTROL-FILE
           IF WS-RUNCTL-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN RUN CONTROL, "
                       "STATUS=" WS-RUNCTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN ACCOUNT-MASTER, "
                       "STATUS=" WS-ACCTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SETTLEMENT-ARCHIVE-FILE
           IF WS-SETLARCH-STATUS = '35'
               OPEN OUTPUT SETTLEMENT-ARCHIVE-FILE
               CLOSE SETTLEMENT-ARCHIVE-FILE
               OPEN I-O SETTLEMENT-ARCHIVE-FILE
           END-IF
           IF WS-SETLARCH-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN SETTLEMENT ARCHIVE, "
                       "STATUS=" WS-SETLARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REVERSAL-WORK-FILE
           CLOSE REVERSAL-WORK-FILE
           OPEN I-O REVERSAL-WORK-FILE
           IF WS-REVWORK-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN REVERSAL WORK, "
                       "STATUS=" WS-REVWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  The run must be a finalized accrual run not already backed
      *  out, and the reversal's run-id must not be an accrual
      *  run's.  The negating feed replaces GLFEED.DAT the way a
      *  nightly run's does, so both the reversed run's feed and
      *  the one now on file - the latest finalized run's, or an
      *  earlier reversal's negating feed when that completed
      *  later (by run date, then completion timestamp) - must
      *  already have been journaled by GLJRNL; otherwise the
      *  reversal would negate lines the ledger never received, or
      *  overwrite lines it has not received yet.  Every failed
      *  check is listed before the refusal.
      *****************************************************************
       1300-CHECK-RUN-CONTROL.
           MOVE WS-RUN-ID  TO RN-RUN-ID
           MOVE 'INTCALC ' TO RN-STEP-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REFUSED-SW
                   DISPLAY "INTREVRS: RUN-ID " WS-RUN-ID
                           " IS AN ACCRUAL RUN'S - CHOOSE ANOTHER"
           END-READ
           MOVE WS-REVERSED-RUN-ID TO RN-RUN-ID
           MOVE 'INTCALC ' TO RN-STEP-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REFUSED-SW
                   DISPLAY "INTREVRS: NO INTCALC RECORD FOR RUN "
                           WS-REVERSED-RUN-ID
               NOT INVALID KEY
                   MOVE RN-RUN-DATE TO WS-REVERSED-RUN-DATE
                   IF RN-STEP-REVERSED
                       MOVE 'Y' TO WS-REFUSED-SW
                       DISPLAY "INTREVRS: RUN " WS-REVERSED-RUN-ID
                               " WAS ALREADY REVERSED"
                   ELSE
                       IF NOT RN-STEP-COMPLETED
                           MOVE 'Y' TO WS-REFUSED-SW
                           DISPLAY "INTREVRS: RUN " WS-REVERSED-RUN-ID
                                   " NEVER COMPLETED"
                       ELSE
                           IF RN-RETURN-CODE >= 8
                               MOVE 'Y' TO WS-REFUSED-SW
                               DISPLAY "INTREVRS: RUN "
                                       WS-REVERSED-RUN-ID
                                       " ENDED WITH RETURN CODE "
                                       RN-RETURN-CODE
                                       " - IT WAS NEVER FINALIZED"
                           END-IF
                       END-IF
                   END-IF
           END-READ
           MOVE WS-REVERSED-RUN-ID TO RN-RUN-ID
           PERFORM 1320-CHECK-FEED-JOURNALED
           MOVE WS-REVERSED-RUN-ID TO RN-RUN-ID
           MOVE 'ACHBUILD' TO RN-STEP-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RN-STEP-COMPLETED
                       MOVE 'Y' TO WS-ACH-BUILT-SW
                   END-IF
           END-READ
           PERFORM 1350-FIND-LATEST-RUN
           IF WS-LATEST-RUN-ID NOT = SPACES
               AND WS-LATEST-RUN-ID NOT = WS-REVERSED-RUN-ID
               MOVE WS-LATEST-RUN-ID TO RN-RUN-ID
               PERFORM 1320-CHECK-FEED-JOURNALED
           END-IF.

       1320-CHECK-FEED-JOURNALED.
           MOVE 'GLJRNL  ' TO RN-STEP-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-REFUSED-SW
                   DISPLAY "INTREVRS: GL FEED OF RUN " RN-RUN-ID
                           " HAS NOT BEEN JOURNALED - RUN GLJRNL FIRST"
               NOT INVALID KEY
                   IF NOT RN-STEP-COMPLETED
                       OR RN-RETURN-CODE >= 8
                       MOVE 'Y' TO WS-REFUSED-SW
                       DISPLAY "INTREVRS: GLJRNL FOR RUN " RN-RUN-ID
                               " HAS NOT COMPLETED CLEAN - CLEAR IT "
                               "FIRST"
                   END-IF
           END-READ.

       1350-FIND-LATEST-RUN.
           MOVE SPACES TO WS-LATEST-RUN-ID
           MOVE 0 TO WS-LATEST-RUN-DATE
           MOVE SPACES TO WS-LATEST-END-TIMESTAMP
           MOVE 'N' TO WS-EOF-RUNCTL
           MOVE LOW-VALUES TO RN-CONTROL-KEY
           START RUN-CONTROL-FILE KEY IS GREATER THAN RN-CONTROL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-RUNCTL
           END-START
           PERFORM 1360-SCAN-ONE-CONTROL-ROW
               UNTIL END-OF-RUNCTL-SCAN.

       1360-SCAN-ONE-CONTROL-ROW.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-RUNCTL
               NOT AT END
                   IF (RN-STEP-NAME = 'INTCALC '
                       OR RN-STEP-NAME = 'INTREVRS')
                       AND RN-STEP-COMPLETED
                       AND RN-RETURN-CODE < 8
                       IF RN-RUN-DATE > WS-LATEST-RUN-DATE
                           OR (RN-RUN-DATE = WS-LATEST-RUN-DATE
                           AND RN-END-TIMESTAMP
                               >= WS-LATEST-END-TIMESTAMP)
                           MOVE RN-RUN-DATE TO WS-LATEST-RUN-DATE
                           MOVE RN-END-TIMESTAMP
                               TO WS-LATEST-END-TIMESTAMP
                           MOVE RN-RUN-ID   TO WS-LATEST-RUN-ID
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  Stages one row per account from the run's archive rows.
      *  INTADJ trail rows (balance basis 'J') are not postings of
      *  the run.  A row written before the reversal image existed
      *  reads back non-numeric there, and makes the whole run
      *  unreversible rather than half-reversed.
      *****************************************************************
       2000-STAGE-RUN-POSTINGS.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARCH-STATUS NOT = '00'
               MOVE 'Y' TO WS-REFUSED-SW
               DISPLAY "INTREVRS: UNABLE TO OPEN AUDIT ARCHIVE, "
                       "STATUS=" WS-AUDARCH-STATUS
           ELSE
               MOVE 'N' TO WS-EOF-ARCHIVE
               PERFORM 2100-STAGE-ONE-ARCHIVE-ROW
                   UNTIL END-OF-ARCHIVE
               CLOSE AUDIT-ARCHIVE-FILE
               IF WS-RUN-ROWS-STAGED = 0
                   AND WS-ROWS-UNREVERSIBLE = 0
                   MOVE 'Y' TO WS-REFUSED-SW
                   DISPLAY "INTREVRS: NO AUDIT ARCHIVE ROWS FOR RUN "
                           WS-REVERSED-RUN-ID
               END-IF
               IF WS-ROWS-UNREVERSIBLE > 0
                   MOVE 'Y' TO WS-REFUSED-SW
                   DISPLAY "INTREVRS: " WS-ROWS-UNREVERSIBLE
                           " ARCHIVE ROWS OF RUN " WS-REVERSED-RUN-ID
                           " CARRY NO REVERSAL IMAGE"
               END-IF
           END-IF
           IF NOT REVERSAL-REFUSED
               PERFORM 2500-LOAD-OFFER-REVERSIONS
           END-IF.

       2100-STAGE-ONE-ARCHIVE-ROW.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ARCHIVE
               NOT AT END
                   ADD 1 TO WS-ARCHIVE-ROWS-READ
                   IF AT-RUN-ID = WS-REVERSED-RUN-ID
                       AND AT-BALANCE-BASIS NOT = 'J'
                       IF AT-PRIOR-BALANCE NOT NUMERIC
                           OR AT-NEW-BALANCE NOT NUMERIC
                           OR AT-GL-INTEREST NOT NUMERIC
                           ADD 1 TO WS-ROWS-UNREVERSIBLE
                       ELSE
                           ADD 1 TO WS-RUN-ROWS-STAGED
                           PERFORM 2200-STAGE-ONE-ROW
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  A restarted run may have written an account's rows twice
      *  before its finalize; the later posting replaced the earlier
      *  one then, and replaces it here.  A supplemental run posts
      *  under the original run's id on top of the original's
      *  finalize - its row's prior image shows the account already
      *  last run by this run - so its amounts add to the posting
      *  already staged and its new figures become the account's,
      *  leaving the original prior image in place.  A penalty row
      *  follows the interest row it belongs to.
      *****************************************************************
       2200-STAGE-ONE-ROW.
           MOVE 'N' TO WS-STAGED-FOUND-SW
           MOVE AT-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
           READ REVERSAL-WORK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-STAGED-FOUND-SW
           END-READ
           IF AT-IS-BREAK-PENALTY
               IF NOT STAGED-ROW-FOUND
                   PERFORM 2250-FILL-FROM-IMAGE
               END-IF
               ADD AT-INTEREST-POSTED TO RP-PENALTY-AMOUNT
           ELSE
               IF STAGED-ROW-FOUND
                   AND AT-PRIOR-LAST-RUN-ID = WS-REVERSED-RUN-ID
                   PERFORM 2300-ADD-SUPPLEMENTAL-POSTING
               ELSE
                   PERFORM 2250-FILL-FROM-IMAGE
               END-IF
           END-IF
           IF STAGED-ROW-FOUND
               REWRITE REVERSAL-POSTING-RECORD
           ELSE
               WRITE REVERSAL-POSTING-RECORD
           END-IF
           IF WS-REVWORK-STATUS NOT = '00'
               DISPLAY "INTREVRS: STAGE FAILED, STATUS="
                       WS-REVWORK-STATUS " ACCOUNT=" AT-ACCOUNT-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2250-FILL-FROM-IMAGE.
           MOVE AT-ACCOUNT-NUMBER       TO RP-ACCOUNT-NUMBER
           MOVE AT-PRODUCT-CODE         TO RP-PRODUCT-CODE
           MOVE AT-CURRENCY-CODE        TO RP-CURRENCY-CODE
           MOVE AT-PRIOR-BALANCE        TO RP-PRIOR-BALANCE
           MOVE AT-NEW-BALANCE          TO RP-NEW-BALANCE
           MOVE AT-PRIOR-ACCRUED        TO RP-PRIOR-ACCRUED
           MOVE AT-NEW-ACCRUED          TO RP-NEW-ACCRUED
           MOVE AT-PRIOR-ACCRUED-CHARGE TO RP-PRIOR-ACCRUED-CHARGE
           MOVE AT-NEW-ACCRUED-CHARGE   TO RP-NEW-ACCRUED-CHARGE
           MOVE AT-PRIOR-LAST-INTEREST  TO RP-PRIOR-LAST-INTEREST
           MOVE AT-PRIOR-LAST-RUN-DATE  TO RP-PRIOR-LAST-RUN-DATE
           MOVE AT-PRIOR-LAST-RUN-ID    TO RP-PRIOR-LAST-RUN-ID
           MOVE AT-PRIOR-HELD-GL        TO RP-PRIOR-HELD-GL
           MOVE AT-PRIOR-HELD-WHT       TO RP-PRIOR-HELD-WHT
           MOVE AT-PRIOR-RATE           TO RP-PRIOR-RATE
           MOVE AT-PRIOR-TERM-START     TO RP-PRIOR-TERM-START
           MOVE AT-PRIOR-MATURITY-DATE  TO RP-PRIOR-MATURITY-DATE
           MOVE AT-POSTING-STATUS       TO RP-POSTING-STATUS
           MOVE AT-SETTLEMENT-SW        TO RP-SETTLEMENT-SW
           MOVE AT-MATURITY-ACTION      TO RP-MATURITY-ACTION
           MOVE AT-GL-INTEREST          TO RP-GL-INTEREST
           MOVE AT-CAPITALIZED-AMOUNT   TO RP-CAPITALIZED-AMOUNT
           MOVE AT-CHARGED-AMOUNT       TO RP-CHARGED-AMOUNT
           MOVE AT-WITHHOLDING-TAX      TO RP-WITHHOLDING-TAX
           MOVE AT-DISPOSITION-CODE     TO RP-DISPOSITION-CODE
           MOVE AT-DISBURSED-AMOUNT     TO RP-DISBURSED-AMOUNT
           MOVE 0                       TO RP-PENALTY-AMOUNT
           MOVE SPACES                  TO RP-REVERTED-OFFER-CODE
           MOVE 0                       TO RP-REVERTED-ENROLL-DATE.

       2300-ADD-SUPPLEMENTAL-POSTING.
           MOVE AT-NEW-BALANCE          TO RP-NEW-BALANCE
           MOVE AT-NEW-ACCRUED          TO RP-NEW-ACCRUED
           MOVE AT-NEW-ACCRUED-CHARGE   TO RP-NEW-ACCRUED-CHARGE
           ADD AT-GL-INTEREST           TO RP-GL-INTEREST
           ADD AT-CAPITALIZED-AMOUNT    TO RP-CAPITALIZED-AMOUNT
           ADD AT-CHARGED-AMOUNT        TO RP-CHARGED-AMOUNT
           ADD AT-WITHHOLDING-TAX       TO RP-WITHHOLDING-TAX
           IF AT-DISBURSED-AMOUNT > 0
               MOVE AT-DISPOSITION-CODE TO RP-DISPOSITION-CODE
               ADD AT-DISBURSED-AMOUNT  TO RP-DISBURSED-AMOUNT
           END-IF.

      *****************************************************************
      *  The offers the run ended are on MAINTLOG as its own 'R'
      *  rows, carrying the offer and enrollment date it cleared.
      *****************************************************************
       2500-LOAD-OFFER-REVERSIONS.
           OPEN INPUT MAINT-LOG-FILE
           IF WS-MAINTLOG-STATUS = '00'
               MOVE 'N' TO WS-EOF-MAINT-LOG
               PERFORM 2550-LOAD-ONE-REVERSION
                   UNTIL END-OF-MAINT-LOG
               CLOSE MAINT-LOG-FILE
           END-IF.

       2550-LOAD-ONE-REVERSION.
           READ MAINT-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-MAINT-LOG
               NOT AT END
                   IF ML-ACTION-CODE = 'R'
                       AND ML-RUN-ID = WS-REVERSED-RUN-ID
                       MOVE ML-ACCOUNT-NUMBER TO RP-ACCOUNT-NUMBER
                       READ REVERSAL-WORK-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE ML-OLD-OFFER-CODE
                                   TO RP-REVERTED-OFFER-CODE
                               IF ML-OLD-OFFER-ENROLL-DATE NUMERIC
                                   MOVE ML-OLD-OFFER-ENROLL-DATE
                                       TO RP-REVERTED-ENROLL-DATE
                               ELSE
                                   MOVE 0 TO RP-REVERTED-ENROLL-DATE
                               END-IF
                               REWRITE REVERSAL-POSTING-RECORD
                       END-READ
                   END-IF
           END-READ.

      *****************************************************************
      *  Every staged account is checked and every conflict listed
      *  before the refusal, so one pass tells the operators the
      *  whole extent.  An account the run left open must still
      *  carry the run as its last run - any other run-id means a
      *  later run has posted it.  An account the run closed must
      *  have its settlement image and its number must still be
      *  free.  The target of a transfer the run landed must still
      *  be on the master and not posted by a later run, or the
      *  money cannot be taken back off it.
      *****************************************************************
       3000-SCAN-FOR-CONFLICTS.
           PERFORM 3050-POSITION-WORK-AT-START
           PERFORM 3100-CHECK-ONE-ACCOUNT
               UNTIL END-OF-REVWORK
           IF WS-CONFLICT-COUNT > 0
               MOVE 'Y' TO WS-REFUSED-SW
               DISPLAY "INTREVRS: " WS-CONFLICT-COUNT
                       " CONFLICTS - ACCOUNTS OF RUN "
                       WS-REVERSED-RUN-ID " TOUCHED SINCE"
           END-IF.

       3050-POSITION-WORK-AT-START.
           MOVE 'N' TO WS-EOF-REVWORK
           MOVE 0 TO RP-ACCOUNT-NUMBER
           START REVERSAL-WORK-FILE KEY IS NOT LESS THAN
               RP-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-REVWORK
           END-START.

       3100-CHECK-ONE-ACCOUNT.
           READ REVERSAL-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-REVWORK
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-STAGED
                   PERFORM 3150-READ-SETTLEMENT-ROW
                   PERFORM 3160-READ-MASTER
                   IF RP-POSTING-CLOSED-ACCOUNT
                       PERFORM 3170-CHECK-CLOSED-ACCOUNT
                   ELSE
                       PERFORM 3180-CHECK-OPEN-ACCOUNT
                   END-IF
                   IF SETTLEMENT-ROW-FOUND
                       IF SA-MATURITY-XFER-LANDED
                           MOVE SA-MATURITY-XFER-ACCOUNT
                               TO WS-TARGET-ACCOUNT
                           PERFORM 3200-CHECK-TRANSFER-TARGET
                       END-IF
                       IF SA-INT-XFER-LANDED
                           MOVE SA-INT-XFER-ACCOUNT
                               TO WS-TARGET-ACCOUNT
                           PERFORM 3200-CHECK-TRANSFER-TARGET
                       END-IF
                   END-IF
           END-READ.

       3150-READ-SETTLEMENT-ROW.
           MOVE 'N' TO WS-SETL-FOUND-SW
           MOVE WS-REVERSED-RUN-ID TO SA-RUN-ID
           MOVE RP-ACCOUNT-NUMBER  TO SA-ACCOUNT-NUMBER
           READ SETTLEMENT-ARCHIVE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-SETL-FOUND-SW
           END-READ.

       3160-READ-MASTER.
           MOVE 'N' TO WS-MASTER-FOUND-SW
           MOVE RP-ACCOUNT-NUMBER TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-MASTER-FOUND-SW
           END-READ.

       3170-CHECK-CLOSED-ACCOUNT.
           IF NOT SETTLEMENT-ROW-FOUND
               OR NOT SA-ACCOUNT-CLOSED
               OR SA-MASTER-IMAGE = SPACES
               MOVE "CLOSED BY THE RUN - NO SETTLEMENT IMAGE"
                   TO WS-CONFLICT-REASON
               PERFORM 3900-LIST-CONFLICT
           END-IF
           IF MASTER-RECORD-FOUND
               MOVE "CLOSED BY THE RUN - NUMBER IS BACK ON MASTER"
                   TO WS-CONFLICT-REASON
               PERFORM 3900-LIST-CONFLICT
           END-IF.

       3180-CHECK-OPEN-ACCOUNT.
           IF NOT MASTER-RECORD-FOUND
               MOVE "NO LONGER ON MASTER" TO WS-CONFLICT-REASON
               PERFORM 3900-LIST-CONFLICT
           ELSE
               IF AM-LAST-RUN-ID NOT = WS-REVERSED-RUN-ID
                   MOVE SPACES TO WS-CONFLICT-REASON
                   STRING "POSTED SINCE BY RUN " DELIMITED BY SIZE
                          AM-LAST-RUN-ID         DELIMITED BY SIZE
                       INTO WS-CONFLICT-REASON
                   PERFORM 3900-LIST-CONFLICT
               END-IF
           END-IF.

       3200-CHECK-TRANSFER-TARGET.
           MOVE WS-TARGET-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO WS-CONFLICT-REASON
                   STRING "TRANSFER TARGET " DELIMITED BY SIZE
                          WS-TARGET-ACCOUNT  DELIMITED BY SIZE
                          " NO LONGER ON MASTER" DELIMITED BY SIZE
                       INTO WS-CONFLICT-REASON
                   PERFORM 3900-LIST-CONFLICT
               NOT INVALID KEY
                   IF AM-LAST-RUN-DATE NUMERIC
                       AND AM-LAST-RUN-DATE > WS-REVERSED-RUN-DATE
                       MOVE SPACES TO WS-CONFLICT-REASON
                       STRING "TRANSFER TARGET " DELIMITED BY SIZE
                              WS-TARGET-ACCOUNT  DELIMITED BY SIZE
                              " POSTED SINCE BY RUN "
                                                 DELIMITED BY SIZE
                              AM-LAST-RUN-ID     DELIMITED BY SIZE
                           INTO WS-CONFLICT-REASON
                       PERFORM 3900-LIST-CONFLICT
                   END-IF
           END-READ.

       3900-LIST-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           DISPLAY "INTREVRS: ACCOUNT " RP-ACCOUNT-NUMBER " - "
                   WS-CONFLICT-REASON.

       4000-APPLY-REVERSAL.
           OPEN OUTPUT GL-FEED-FILE
           IF WS-GLFEED-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN GL-FEED, STATUS="
                       WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O YTD-ACCRUAL-FILE
           IF WS-YTDACCR-STATUS = '35'
               OPEN OUTPUT YTD-ACCRUAL-FILE
               CLOSE YTD-ACCRUAL-FILE
               OPEN I-O YTD-ACCRUAL-FILE
           END-IF
           IF WS-YTDACCR-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN YTD-ACCRUAL, STATUS="
                       WS-YTDACCR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND MAINT-LOG-FILE
           IF WS-MAINTLOG-STATUS = '35'
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           IF WS-MAINTLOG-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN MAINT LOG, STATUS="
                       WS-MAINTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3050-POSITION-WORK-AT-START
           PERFORM 4100-REVERSE-ONE-ACCOUNT
               UNTIL END-OF-REVWORK
           CLOSE GL-FEED-FILE
           CLOSE YTD-ACCRUAL-FILE
           CLOSE MAINT-LOG-FILE.

      *****************************************************************
      *  One account: the master first (restored in place, or
      *  reinstated), then any transfer landed on another account,
      *  the negating GL lines (none for a posting made under hold,
      *  which cut none), YTD, and the money-left-the-bank notices.
      *  The account's settlement row is deleted once used.
      *****************************************************************
       4100-REVERSE-ONE-ACCOUNT.
           READ REVERSAL-WORK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-REVWORK
               NOT AT END
                   PERFORM 3150-READ-SETTLEMENT-ROW
                   IF RP-POSTING-CLOSED-ACCOUNT
                       PERFORM 4200-REINSTATE-CLOSED-ACCOUNT
                   ELSE
                       PERFORM 4300-RESTORE-OPEN-ACCOUNT
                   END-IF
                   IF SETTLEMENT-ROW-FOUND
                       PERFORM 4400-BACK-OUT-TRANSFERS
                   END-IF
                   IF NOT RP-POSTED-UNDER-HOLD
                       PERFORM 4500-WRITE-NEGATING-GL
                   END-IF
                   PERFORM 4600-REVERSE-YTD-ACCRUAL
                   PERFORM 4700-REPORT-SETTLED-MONEY
                   IF SETTLEMENT-ROW-FOUND
                       DELETE SETTLEMENT-ARCHIVE-FILE
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   END-IF
           END-READ.

      *****************************************************************
      *  The settlement image is the record exactly as the run read
      *  it, before its posting - nothing has touched the account
      *  since, because the run removed it.
      *****************************************************************
       4200-REINSTATE-CLOSED-ACCOUNT.
           MOVE SA-MASTER-IMAGE TO ACCOUNT-MASTER-RECORD
           PERFORM 7100-CLEAR-LOG-BEFORE-IMAGE
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "INTREVRS: REINSTATE FAILED "
                           AM-ACCOUNT-NUMBER
           END-WRITE
           IF WS-ACCTMST-STATUS NOT = '00'
               PERFORM 7900-HALT-ON-ACCTMST-FAILURE
           END-IF
           MOVE 'X' TO WS-LOG-ACTION
           PERFORM 7200-CAPTURE-LOG-AFTER-IMAGE
           PERFORM 7300-WRITE-LOG-ROW
           ADD 1 TO WS-ACCOUNTS-REINSTATED.

      *****************************************************************
      *  Balance and buckets move back by the run's own deltas - an
      *  interest transfer that could not land was credited back to
      *  this account by the run's second pass, so it comes off too.
      *  The rest returns to what the run found.  A rate the run
      *  corrected in a recycle is left alone: the correction was
      *  right whatever the run's figures were.
      *****************************************************************
       4300-RESTORE-OPEN-ACCOUNT.
           PERFORM 3160-READ-MASTER
           IF NOT MASTER-RECORD-FOUND
               DISPLAY "INTREVRS: APPLY - ACCOUNT NOT FOUND "
                       RP-ACCOUNT-NUMBER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7150-CAPTURE-LOG-BEFORE-IMAGE
           COMPUTE WS-BALANCE-DELTA =
               RP-NEW-BALANCE - RP-PRIOR-BALANCE
           IF SETTLEMENT-ROW-FOUND
               AND SA-INT-XFER-RETURNED
               ADD SA-INT-XFER-AMOUNT TO WS-BALANCE-DELTA
           END-IF
           COMPUTE WS-ACCRUED-DELTA =
               RP-NEW-ACCRUED - RP-PRIOR-ACCRUED
           COMPUTE WS-CHARGE-DELTA =
               RP-NEW-ACCRUED-CHARGE - RP-PRIOR-ACCRUED-CHARGE
           IF AM-ACCRUED-INTEREST NOT NUMERIC
               MOVE 0 TO AM-ACCRUED-INTEREST
           END-IF
           IF AM-ACCRUED-CHARGE NOT NUMERIC
               MOVE 0 TO AM-ACCRUED-CHARGE
           END-IF
           SUBTRACT WS-BALANCE-DELTA FROM AM-BALANCE
           SUBTRACT WS-ACCRUED-DELTA FROM AM-ACCRUED-INTEREST
           SUBTRACT WS-CHARGE-DELTA  FROM AM-ACCRUED-CHARGE
           MOVE RP-PRIOR-LAST-INTEREST TO AM-LAST-INTEREST
           MOVE RP-PRIOR-LAST-RUN-DATE TO AM-LAST-RUN-DATE
           MOVE RP-PRIOR-LAST-RUN-ID   TO AM-LAST-RUN-ID
           MOVE RP-PRIOR-HELD-GL       TO AM-HELD-GL-AMOUNT
           MOVE RP-PRIOR-HELD-WHT      TO AM-HELD-WHT-AMOUNT
           IF RP-MATURITY-ROLLOVER
               MOVE RP-PRIOR-RATE          TO AM-RATE
               MOVE RP-PRIOR-TERM-START    TO AM-TERM-START-DATE
               MOVE RP-PRIOR-MATURITY-DATE TO AM-MATURITY-DATE
           END-IF
           IF RP-REVERTED-OFFER-CODE NOT = SPACES
               PERFORM 4350-RE-ENROLL-OFFER
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "INTREVRS: REWRITE FAILED "
                           AM-ACCOUNT-NUMBER
           END-REWRITE
           IF WS-ACCTMST-STATUS NOT = '00'
               PERFORM 7900-HALT-ON-ACCTMST-FAILURE
           END-IF
           MOVE 'V' TO WS-LOG-ACTION
           PERFORM 7200-CAPTURE-LOG-AFTER-IMAGE
           PERFORM 7300-WRITE-LOG-ROW
           ADD 1 TO WS-ACCOUNTS-RESTORED.

      *****************************************************************
      *  An account enrolled in a new offer since the run keeps it:
      *  the customer's later choice wins over the old enrollment.
      *****************************************************************
       4350-RE-ENROLL-OFFER.
           IF AM-OFFER-CODE = SPACES
               MOVE RP-REVERTED-OFFER-CODE  TO AM-OFFER-CODE
               MOVE RP-REVERTED-ENROLL-DATE TO AM-OFFER-ENROLL-DATE
               ADD 1 TO WS-OFFERS-REENROLLED
           ELSE
               MOVE 'Y' TO WS-WARNED-SW
               DISPLAY "INTREVRS: ACCOUNT " RP-ACCOUNT-NUMBER
                       " OFFER " RP-REVERTED-OFFER-CODE
                       " NOT RE-ENROLLED - NOW IN OFFER "
                       AM-OFFER-CODE
           END-IF.

       4400-BACK-OUT-TRANSFERS.
           IF SA-MATURITY-XFER-LANDED
               MOVE SA-MATURITY-XFER-ACCOUNT TO WS-TARGET-ACCOUNT
               MOVE SA-MATURITY-XFER-AMOUNT  TO WS-TARGET-AMOUNT
               PERFORM 4450-BACK-OUT-ONE-TRANSFER
           END-IF
           IF SA-INT-XFER-LANDED
               MOVE SA-INT-XFER-ACCOUNT      TO WS-TARGET-ACCOUNT
               MOVE SA-INT-XFER-AMOUNT       TO WS-TARGET-AMOUNT
               PERFORM 4450-BACK-OUT-ONE-TRANSFER
           END-IF.

       4450-BACK-OUT-ONE-TRANSFER.
           MOVE WS-TARGET-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   DISPLAY "INTREVRS: APPLY - TRANSFER TARGET NOT "
                           "FOUND " WS-TARGET-ACCOUNT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           PERFORM 7150-CAPTURE-LOG-BEFORE-IMAGE
           SUBTRACT WS-TARGET-AMOUNT FROM AM-BALANCE
           REWRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "INTREVRS: REWRITE FAILED "
                           AM-ACCOUNT-NUMBER
           END-REWRITE
           IF WS-ACCTMST-STATUS NOT = '00'
               PERFORM 7900-HALT-ON-ACCTMST-FAILURE
           END-IF
           MOVE 'V' TO WS-LOG-ACTION
           PERFORM 7200-CAPTURE-LOG-AFTER-IMAGE
           PERFORM 7300-WRITE-LOG-ROW
           ADD 1 TO WS-TRANSFERS-BACKED-OUT
           DISPLAY "INTREVRS: ACCOUNT " RP-ACCOUNT-NUMBER
                   " TRANSFER OF " WS-TARGET-AMOUNT
                   " TAKEN BACK FROM " WS-TARGET-ACCOUNT.

      *****************************************************************
      *  The lines INTCALC's finalize cut for the posting, leg for
      *  leg, signed '-': the expense line (cut even at zero, as
      *  the run cut it), capitalization, the disbursed interest
      *  (-INT-ACH for an ACH payout, -INT-CAP for a transfer),
      *  withholding, debit interest, the break penalty, and the
      *  hold-release catch-up the posting carried when it was the
      *  first after a hold cleared.  They post under the
      *  reversal's own run-id and date, so GLJRNL books them as a
      *  voucher of their own.
      *****************************************************************
       4500-WRITE-NEGATING-GL.
           MOVE '-INT-EXP' TO WS-GL-SUFFIX
           MOVE RP-GL-INTEREST TO WS-GL-AMOUNT
           PERFORM 4590-WRITE-ONE-GL-LINE
           IF RP-CAPITALIZED-AMOUNT > 0
               MOVE '-INT-CAP' TO WS-GL-SUFFIX
               MOVE RP-CAPITALIZED-AMOUNT TO WS-GL-AMOUNT
               PERFORM 4590-WRITE-ONE-GL-LINE
           END-IF
           IF RP-DISBURSED-AMOUNT > 0
               IF RP-DISP-EXTERNAL
                   MOVE '-INT-ACH' TO WS-GL-SUFFIX
               ELSE
                   MOVE '-INT-CAP' TO WS-GL-SUFFIX
               END-IF
               MOVE RP-DISBURSED-AMOUNT TO WS-GL-AMOUNT
               PERFORM 4590-WRITE-ONE-GL-LINE
           END-IF
           IF RP-WITHHOLDING-TAX > 0
               MOVE '-TAX-WHT' TO WS-GL-SUFFIX
               MOVE RP-WITHHOLDING-TAX TO WS-GL-AMOUNT
               PERFORM 4590-WRITE-ONE-GL-LINE
           END-IF
           IF RP-CHARGED-AMOUNT > 0
               MOVE '-INT-INC' TO WS-GL-SUFFIX
               MOVE RP-CHARGED-AMOUNT TO WS-GL-AMOUNT
               PERFORM 4590-WRITE-ONE-GL-LINE
           END-IF
           IF RP-PENALTY-AMOUNT > 0
               MOVE '-PEN-INC' TO WS-GL-SUFFIX
               MOVE RP-PENALTY-AMOUNT TO WS-GL-AMOUNT
               PERFORM 4590-WRITE-ONE-GL-LINE
           END-IF
           IF RP-PRIOR-HELD-GL > 0
               MOVE '-INT-EXP' TO WS-GL-SUFFIX
               MOVE RP-PRIOR-HELD-GL TO WS-GL-AMOUNT
               PERFORM 4590-WRITE-ONE-GL-LINE
           END-IF
           IF RP-PRIOR-HELD-WHT > 0
               MOVE '-TAX-WHT' TO WS-GL-SUFFIX
               MOVE RP-PRIOR-HELD-WHT TO WS-GL-AMOUNT
               PERFORM 4590-WRITE-ONE-GL-LINE
           END-IF.

       4590-WRITE-ONE-GL-LINE.
           STRING RP-PRODUCT-CODE DELIMITED BY SIZE
                  WS-GL-SUFFIX    DELIMITED BY SIZE
               INTO GL-ACCOUNT-CODE
           MOVE RP-ACCOUNT-NUMBER   TO GL-SOURCE-ACCOUNT-NUMBER
           MOVE RP-CURRENCY-CODE    TO GL-CURRENCY-CODE
           MOVE WS-GL-AMOUNT        TO GL-INTEREST-AMOUNT
           MOVE WS-RUN-DATE         TO GL-POSTING-DATE
           MOVE WS-RUN-ID           TO GL-RUN-ID
           MOVE '-'                 TO GL-AMOUNT-SIGN
           WRITE GL-FEED-RECORD
           IF WS-GLFEED-STATUS NOT = '00'
               DISPLAY "INTREVRS: WRITE FAILED FOR GL-FEED, STATUS="
                       WS-GLFEED-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GL-LINES-WRITTEN.

      *****************************************************************
      *  The run's interest, withholding and charges come off the
      *  year's figures, floored at zero the way INTADJ floors them.
      *  A run that opened a new tax year reset the figures to its
      *  own amounts; backing it out leaves them at zero, and the
      *  prior year's closing figures stay on the year-end extract
      *  already taken.  The last-run stamp goes back only if this
      *  run set it.
      *****************************************************************
       4600-REVERSE-YTD-ACCRUAL.
           MOVE 'N' TO WS-YTD-FOUND-SW
           MOVE 'N' TO WS-YTD-FLOORED-SW
           MOVE RP-ACCOUNT-NUMBER TO YA-ACCOUNT-NUMBER
           READ YTD-ACCRUAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-YTD-FOUND-SW
           END-READ
           IF NOT YTD-RECORD-FOUND
               DISPLAY "INTREVRS: NO YTD RECORD FOR "
                       RP-ACCOUNT-NUMBER " - YTD NOT ADJUSTED"
           ELSE
               IF YA-YTD-TAX-WITHHELD NOT NUMERIC
                   MOVE 0 TO YA-YTD-TAX-WITHHELD
               END-IF
               IF YA-YTD-DEBIT-CHARGES NOT NUMERIC
                   MOVE 0 TO YA-YTD-DEBIT-CHARGES
               END-IF
               IF YA-YEAR NOT = WS-REVERSED-RUN-YEAR
                   DISPLAY "INTREVRS: YTD FOR " RP-ACCOUNT-NUMBER
                           " IS FOR YEAR " YA-YEAR
                           " - YTD NOT ADJUSTED"
               ELSE
                   COMPUTE WS-YTD-WORK =
                       YA-YTD-TOTAL-INTEREST - RP-GL-INTEREST
                   IF WS-YTD-WORK < 0
                       MOVE 'Y' TO WS-YTD-FLOORED-SW
                       MOVE 0 TO WS-YTD-WORK
                   END-IF
                   MOVE WS-YTD-WORK TO YA-YTD-TOTAL-INTEREST
                   COMPUTE WS-YTD-WORK =
                       YA-YTD-TAX-WITHHELD - RP-WITHHOLDING-TAX
                   IF WS-YTD-WORK < 0
                       MOVE 'Y' TO WS-YTD-FLOORED-SW
                       MOVE 0 TO WS-YTD-WORK
                   END-IF
                   MOVE WS-YTD-WORK TO YA-YTD-TAX-WITHHELD
                   COMPUTE WS-YTD-WORK =
                       YA-YTD-DEBIT-CHARGES - RP-CHARGED-AMOUNT
                   IF WS-YTD-WORK < 0
                       MOVE 'Y' TO WS-YTD-FLOORED-SW
                       MOVE 0 TO WS-YTD-WORK
                   END-IF
                   MOVE WS-YTD-WORK TO YA-YTD-DEBIT-CHARGES
                   IF YTD-WAS-FLOORED
                       DISPLAY "INTREVRS: YTD WOULD GO NEGATIVE FOR "
                               RP-ACCOUNT-NUMBER " - FLOORED AT ZERO"
                   END-IF
                   IF YA-LAST-RUN-ID = WS-REVERSED-RUN-ID
                       MOVE RP-PRIOR-LAST-RUN-ID   TO YA-LAST-RUN-ID
                       MOVE RP-PRIOR-LAST-RUN-DATE TO YA-LAST-RUN-DATE
                   END-IF
                   REWRITE YTD-ACCRUAL-RECORD
                   IF WS-YTDACCR-STATUS NOT = '00'
                       DISPLAY "INTREVRS: YTD UPDATE FAILED, STATUS="
                               WS-YTDACCR-STATUS " ACCOUNT="
                               YA-ACCOUNT-NUMBER
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  Money the reversal cannot take back by itself.  An ACH
      *  payout whose file is already built must be recalled; one
      *  not yet built is withdrawn from the pending file (5500).
      *  A reinstated account's settlement - the final balance paid
      *  out at closure or maturity, or proceeds whose transfer
      *  failed and went to the disbursement desk - must be
      *  stopped or recovered.  Proceeds the run landed on a linked
      *  account were taken back above and need nothing more.
      *****************************************************************
       4700-REPORT-SETTLED-MONEY.
           IF RP-DISP-EXTERNAL
               AND RP-DISBURSED-AMOUNT > 0
               IF ACH-FILE-BUILT
                   MOVE 'Y' TO WS-WARNED-SW
                   DISPLAY "INTREVRS: ACCOUNT " RP-ACCOUNT-NUMBER
                           " ACH PAYOUT " RP-DISBURSED-AMOUNT
                           " ALREADY BUILT FOR TRANSMISSION - RECALL"
               ELSE
                   DISPLAY "INTREVRS: ACCOUNT " RP-ACCOUNT-NUMBER
                           " ACH PAYOUT " RP-DISBURSED-AMOUNT
                           " WITHDRAWN BEFORE TRANSMISSION"
               END-IF
           END-IF
           IF RP-POSTING-CLOSED-ACCOUNT
               IF SETTLEMENT-ROW-FOUND
                   AND SA-MATURITY-XFER-LANDED
                   CONTINUE
               ELSE
                   MOVE 'Y' TO WS-WARNED-SW
                   DISPLAY "INTREVRS: ACCOUNT " RP-ACCOUNT-NUMBER
                           " REINSTATED - SETTLEMENT OF "
                           RP-NEW-BALANCE
                           " MUST BE STOPPED OR RECOVERED"
               END-IF
           END-IF.

      *****************************************************************
      *  The run's rows leave the audit archive for the reversed-run
      *  archive, so the statement, exception, tax and adjustment
      *  programs stop counting interest that is no longer on the
      *  books, while the record of what was reversed is kept.  The
      *  archive is rebuilt through a work file the way INTCALC's
      *  purge rebuilds it: the work file is confirmed readable
      *  before AUDARCH.DAT is reopened OUTPUT.
      *****************************************************************
       5000-MOVE-RUN-ARCHIVE-ROWS.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARCH-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO REOPEN AUDIT ARCHIVE, "
                       "STATUS=" WS-AUDARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-WORK-FILE
           IF WS-AUDWORK-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN ARCHIVE WORK, "
                       "STATUS=" WS-AUDWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND REVERSED-ARCHIVE-FILE
           IF WS-REVARCH-STATUS = '35'
               OPEN OUTPUT REVERSED-ARCHIVE-FILE
           END-IF
           IF WS-REVARCH-STATUS NOT = '00'
               DISPLAY "INTREVRS: UNABLE TO OPEN REVERSED ARCHIVE, "
                       "STATUS=" WS-REVARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-ARCHIVE
           PERFORM 5100-SPLIT-ONE-ARCHIVE-ROW
               UNTIL END-OF-ARCHIVE
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE ARCHIVE-WORK-FILE
           CLOSE REVERSED-ARCHIVE-FILE
           PERFORM 5200-REWRITE-ARCHIVE-FROM-WORK.

       5100-SPLIT-ONE-ARCHIVE-ROW.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ARCHIVE
               NOT AT END
                   IF AT-RUN-ID = WS-REVERSED-RUN-ID
                       AND AT-BALANCE-BASIS NOT = 'J'
                       WRITE REVERSED-ARCHIVE-RECORD
                           FROM AUDIT-TRAIL-RECORD
                       IF WS-REVARCH-STATUS NOT = '00'
                           DISPLAY "INTREVRS: REVERSED ARCHIVE WRITE "
                                   "FAILED, STATUS=" WS-REVARCH-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ARCH-ROWS-MOVED
                   ELSE
                       WRITE ARCHIVE-WORK-RECORD
                           FROM AUDIT-TRAIL-RECORD
                       IF WS-AUDWORK-STATUS NOT = '00'
                           DISPLAY "INTREVRS: ARCHIVE WORK WRITE "
                                   "FAILED, STATUS=" WS-AUDWORK-STATUS
                                   " - ARCHIVE LEFT UNTOUCHED"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ARCH-ROWS-KEPT
                   END-IF
           END-READ.

       5200-REWRITE-ARCHIVE-FROM-WORK.
           OPEN INPUT ARCHIVE-WORK-FILE
           IF WS-AUDWORK-STATUS NOT = '00'
               DISPLAY "INTREVRS: ARCHIVE WORK REOPEN FAILED, STATUS="
                       WS-AUDWORK-STATUS
                       " - ARCHIVE LEFT UNTOUCHED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARCH-STATUS NOT = '00'
               DISPLAY "INTREVRS: ARCHIVE REOPEN FAILED, STATUS="
                       WS-AUDARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-ARCHIVE-WORK
           PERFORM 5250-COPY-ONE-WORK-ROW
               UNTIL END-OF-ARCHIVE-WORK
           CLOSE ARCHIVE-WORK-FILE
           CLOSE AUDIT-ARCHIVE-FILE.

       5250-COPY-ONE-WORK-ROW.
           READ ARCHIVE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ARCHIVE-WORK
               NOT AT END
                   WRITE AUDIT-TRAIL-RECORD
                       FROM ARCHIVE-WORK-RECORD
                   IF WS-AUDARCH-STATUS NOT = '00'
                       DISPLAY "INTREVRS: ARCHIVE REWRITE FAILED, "
                               "STATUS=" WS-AUDARCH-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *****************************************************************
      *  Payouts the run queued and ACHBUILD has not yet built into
      *  a payment file are taken off ACHPEND.DAT, so a later build
      *  cannot pay interest the reversal has taken back.  The file
      *  is rewritten through a work file only when it held any.
      *****************************************************************
       5500-WITHDRAW-ACH-PENDING.
           OPEN INPUT ACH-PENDING-FILE
           IF WS-ACHPEND-STATUS = '00'
               OPEN OUTPUT ACH-PENDING-WORK-FILE
               IF WS-ACHWORK-STATUS NOT = '00'
                   DISPLAY "INTREVRS: UNABLE TO OPEN ACH WORK, "
                           "STATUS=" WS-ACHWORK-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-ACHPEND
               PERFORM 5550-SPLIT-ONE-ACH-ROW
                   UNTIL END-OF-ACHPEND
               CLOSE ACH-PENDING-FILE
               CLOSE ACH-PENDING-WORK-FILE
               IF WS-ACH-ROWS-WITHDRAWN > 0
                   PERFORM 5600-REWRITE-ACH-FROM-WORK
               END-IF
           END-IF.

       5550-SPLIT-ONE-ACH-ROW.
           READ ACH-PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ACHPEND
               NOT AT END
                   IF AP-RUN-ID = WS-REVERSED-RUN-ID
                       ADD 1 TO WS-ACH-ROWS-WITHDRAWN
                   ELSE
                       WRITE ACH-PENDING-WORK-RECORD
                           FROM ACH-PENDING-RECORD
                       IF WS-ACHWORK-STATUS NOT = '00'
                           DISPLAY "INTREVRS: ACH WORK WRITE FAILED, "
                                   "STATUS=" WS-ACHWORK-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ACH-ROWS-KEPT
                   END-IF
           END-READ.

       5600-REWRITE-ACH-FROM-WORK.
           OPEN INPUT ACH-PENDING-WORK-FILE
           IF WS-ACHWORK-STATUS NOT = '00'
               DISPLAY "INTREVRS: ACH WORK REOPEN FAILED, STATUS="
                       WS-ACHWORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACH-PENDING-FILE
           IF WS-ACHPEND-STATUS NOT = '00'
               DISPLAY "INTREVRS: ACH PENDING REOPEN FAILED, STATUS="
                       WS-ACHPEND-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-ACH-WORK
           PERFORM 5650-COPY-ONE-ACH-ROW
               UNTIL END-OF-ACH-WORK
           CLOSE ACH-PENDING-WORK-FILE
           CLOSE ACH-PENDING-FILE.

       5650-COPY-ONE-ACH-ROW.
           READ ACH-PENDING-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ACH-WORK
               NOT AT END
                   WRITE ACH-PENDING-RECORD
                       FROM ACH-PENDING-WORK-RECORD
                   IF WS-ACHPEND-STATUS NOT = '00'
                       DISPLAY "INTREVRS: ACH PENDING REWRITE FAILED, "
                               "STATUS=" WS-ACHPEND-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *****************************************************************
      *  Last, so a reversal that halts part way never leaves the
      *  run looking reversed: every step row of the run-id is
      *  marked 'R'.  BATCHCTL then treats the run date as not yet
      *  accrued and the chain as not yet run for the run-id.
      *****************************************************************
       6000-MARK-RUN-REVERSED.
           MOVE 'N' TO WS-EOF-RUNCTL
           MOVE WS-REVERSED-RUN-ID TO RN-RUN-ID
           MOVE LOW-VALUES TO RN-STEP-NAME
           START RUN-CONTROL-FILE KEY IS NOT LESS THAN
               RN-CONTROL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-RUNCTL
           END-START
           PERFORM 6100-MARK-ONE-CONTROL-ROW
               UNTIL END-OF-RUNCTL-SCAN.

       6100-MARK-ONE-CONTROL-ROW.
           READ RUN-CONTROL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-RUNCTL
               NOT AT END
                   IF RN-RUN-ID NOT = WS-REVERSED-RUN-ID
                       MOVE 'Y' TO WS-EOF-RUNCTL
                   ELSE
                       MOVE 'R' TO RN-STEP-STATUS
                       REWRITE RUN-CONTROL-RECORD
                       IF WS-RUNCTL-STATUS NOT = '00'
                           DISPLAY "INTREVRS: RUN CONTROL REWRITE "
                                   "FAILED, STATUS=" WS-RUNCTL-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RUNCTL-ROWS-MARKED
                   END-IF
           END-READ.

      *****************************************************************
      *  MAINTLOG images in ACCTMNT's own layout: the record as it
      *  stood before the reversal touched it and as it was left.
      *  A reinstated account's before image is empty, as an add's
      *  is, so the next run's footprint projection counts it back
      *  onto the master.
      *****************************************************************
       7100-CLEAR-LOG-BEFORE-IMAGE.
           MOVE SPACES TO ML-OLD-PRODUCT-CODE
           MOVE SPACES TO ML-OLD-CURRENCY-CODE
           MOVE 0      TO ML-OLD-BALANCE
           MOVE 0      TO ML-OLD-RATE
           MOVE SPACES TO ML-OLD-TAX-STATUS
           MOVE SPACES TO ML-OLD-STATUS-CODE
           MOVE 0      TO ML-OLD-CUSTOMER-NUMBER
           MOVE 0      TO ML-OLD-MATURITY-DATE
           MOVE SPACES TO ML-OLD-MATURITY-INSTR
           MOVE 0      TO ML-OLD-LINKED-ACCOUNT
           MOVE SPACES TO ML-OLD-OFFER-CODE
           MOVE 0      TO ML-OLD-OFFER-ENROLL-DATE
           MOVE SPACES TO ML-OLD-DISPOSITION-CODE
           MOVE 0      TO ML-OLD-DISP-ACCOUNT
           MOVE 0      TO ML-OLD-DISP-ROUTING
           MOVE SPACES TO ML-OLD-DISP-EXT-ACCOUNT
           MOVE SPACES TO ML-OLD-DISP-PAYEE-NAME.

       7150-CAPTURE-LOG-BEFORE-IMAGE.
           MOVE AM-PRODUCT-CODE  TO ML-OLD-PRODUCT-CODE
           MOVE AM-CURRENCY-CODE TO ML-OLD-CURRENCY-CODE
           MOVE AM-BALANCE       TO ML-OLD-BALANCE
           MOVE AM-RATE          TO ML-OLD-RATE
           MOVE AM-TAX-STATUS    TO ML-OLD-TAX-STATUS
           MOVE AM-STATUS-CODE   TO ML-OLD-STATUS-CODE
           IF AM-CUSTOMER-NUMBER NUMERIC
               MOVE AM-CUSTOMER-NUMBER TO ML-OLD-CUSTOMER-NUMBER
           ELSE
               MOVE 0            TO ML-OLD-CUSTOMER-NUMBER
           END-IF
           MOVE AM-MATURITY-DATE  TO ML-OLD-MATURITY-DATE
           MOVE AM-MATURITY-INSTR TO ML-OLD-MATURITY-INSTR
           MOVE AM-LINKED-ACCOUNT TO ML-OLD-LINKED-ACCOUNT
           MOVE AM-OFFER-CODE     TO ML-OLD-OFFER-CODE
           MOVE AM-OFFER-ENROLL-DATE TO ML-OLD-OFFER-ENROLL-DATE
           MOVE AM-DISPOSITION-CODE TO ML-OLD-DISPOSITION-CODE
           MOVE AM-DISP-ACCOUNT   TO ML-OLD-DISP-ACCOUNT
           MOVE AM-DISP-ROUTING   TO ML-OLD-DISP-ROUTING
           MOVE AM-DISP-EXT-ACCOUNT TO ML-OLD-DISP-EXT-ACCOUNT
           MOVE AM-DISP-PAYEE-NAME TO ML-OLD-DISP-PAYEE-NAME.

       7200-CAPTURE-LOG-AFTER-IMAGE.
           MOVE AM-PRODUCT-CODE  TO ML-NEW-PRODUCT-CODE
           MOVE AM-CURRENCY-CODE TO ML-NEW-CURRENCY-CODE
           MOVE AM-BALANCE       TO ML-NEW-BALANCE
           MOVE AM-RATE          TO ML-NEW-RATE
           MOVE AM-TAX-STATUS    TO ML-NEW-TAX-STATUS
           MOVE AM-STATUS-CODE   TO ML-NEW-STATUS-CODE
           IF AM-CUSTOMER-NUMBER NUMERIC
               MOVE AM-CUSTOMER-NUMBER TO ML-NEW-CUSTOMER-NUMBER
           ELSE
               MOVE 0            TO ML-NEW-CUSTOMER-NUMBER
           END-IF
           MOVE AM-MATURITY-DATE  TO ML-NEW-MATURITY-DATE
           MOVE AM-MATURITY-INSTR TO ML-NEW-MATURITY-INSTR
           MOVE AM-LINKED-ACCOUNT TO ML-NEW-LINKED-ACCOUNT
           MOVE AM-OFFER-CODE     TO ML-NEW-OFFER-CODE
           MOVE AM-OFFER-ENROLL-DATE TO ML-NEW-OFFER-ENROLL-DATE
           MOVE AM-DISPOSITION-CODE TO ML-NEW-DISPOSITION-CODE
           MOVE AM-DISP-ACCOUNT   TO ML-NEW-DISP-ACCOUNT
           MOVE AM-DISP-ROUTING   TO ML-NEW-DISP-ROUTING
           MOVE AM-DISP-EXT-ACCOUNT TO ML-NEW-DISP-EXT-ACCOUNT
           MOVE AM-DISP-PAYEE-NAME TO ML-NEW-DISP-PAYEE-NAME.

       7300-WRITE-LOG-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP  TO ML-TIMESTAMP
           MOVE WS-LOG-ACTION         TO ML-ACTION-CODE
           MOVE AM-ACCOUNT-NUMBER     TO ML-ACCOUNT-NUMBER
           MOVE WS-RUN-ID             TO ML-RUN-ID
           WRITE MAINT-LOG-RECORD
           IF WS-MAINTLOG-STATUS NOT = '00'
               DISPLAY "INTREVRS: WRITE FAILED FOR MAINT LOG, STATUS="
                       WS-MAINTLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       7900-HALT-ON-ACCTMST-FAILURE.
           DISPLAY "INTREVRS: ACCOUNT-MASTER UPDATE FAILED, STATUS="
                   WS-ACCTMST-STATUS " ACCOUNT=" AM-ACCOUNT-NUMBER
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-CLOSE-FILES.
           CLOSE RUN-CONTROL-FILE
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE SETTLEMENT-ARCHIVE-FILE
           CLOSE REVERSAL-WORK-FILE.
