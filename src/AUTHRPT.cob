      *****************************************************************
      *  PROGRAM-ID.  AUTHRPT
      *
      *  Daily dual-authorization report for branch supervisors
      *  (COPY AUTHSUM).  Lists every account-maintenance item still
      *  waiting on PENDAUTH.DAT for a second user's approval, and
      *  every item approved, rejected, expired or failed on the
      *  report date according to ACCTMNT's authorization log
      *  (AUTHLOG.DAT), by maker, with a total row per maker and
      *  then a total row per checker.  The report date is the one
      *  on AUTHCARD.DAT (COPY AUTHCARD), or today when the card is
      *  absent or carries zero; the waiting items are those on
      *  file when the report runs.
      *
      *  The items are first written to a work extract and SORTed,
      *  the way PROMOCST orders its inputs: by maker for the detail
      *  rows and maker totals, then again by checker for the
      *  checker totals.  Each pass is a control break over the
      *  sorted copy.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUTHRPT.
       AUTHOR.      BATCH-INTEREST-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-CONTROL-CARD-FILE
               ASSIGN TO "AUTHCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHCARD-STATUS.

           SELECT AUTH-LOG-FILE
               ASSIGN TO "AUTHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHLOG-STATUS.

           SELECT PENDING-AUTH-FILE
               ASSIGN TO "PENDAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PQ-ACCOUNT-NUMBER
               FILE STATUS IS WS-PENDAUTH-STATUS.

           SELECT AUTH-EXTRACT-FILE
               ASSIGN TO "AUTHEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUEXT-STATUS.

           SELECT AUTH-SORTED-FILE
               ASSIGN TO "AUTHSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUSRT-STATUS.

           SELECT SORT-AUTH-WORK
               ASSIGN TO "SRTAUTH".

           SELECT AUTH-SUMMARY-FILE
               ASSIGN TO "AUTHSUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHSUM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUTHCARD.

       FD  AUTH-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUTHLOG.

       FD  PENDING-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDAUTH.

      *****************************************************************
      *  Extract row, byte image only - it is built in
      *  WS-EXTRACT-ROW and written whole.  The sort-work record
      *  names the keys at the front; the sorted copy carries the
      *  full layout the control breaks read.
      *****************************************************************
       FD  AUTH-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTH-EXTRACT-RECORD             PIC X(51).

       SD  SORT-AUTH-WORK.
       01  SORT-AUTH-RECORD.
           05  AW-MAKER-ID                 PIC X(8).
           05  AW-CHECKER-ID               PIC X(8).
           05  AW-ACCOUNT-NUMBER           PIC 9(9).
           05  FILLER                      PIC X(26).

       FD  AUTH-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUTH-SORTED-RECORD.
           05  AX-MAKER-ID                 PIC X(8).
           05  AX-CHECKER-ID               PIC X(8).
           05  AX-ACCOUNT-NUMBER           PIC 9(9).
           05  AX-OUTCOME                  PIC X(1).
               88  AX-OUTCOME-PENDING          VALUE 'P'.
               88  AX-OUTCOME-APPROVED         VALUE 'A'.
               88  AX-OUTCOME-REJECTED         VALUE 'R'.
               88  AX-OUTCOME-EXPIRED          VALUE 'E'.
               88  AX-OUTCOME-FAILED           VALUE 'F'.
           05  AX-ACTION-CODE              PIC X(1).
           05  AX-HOLD-REASON              PIC X(4).
           05  AX-KEYED-DATE               PIC 9(8).
           05  AX-DECIDED-DATE             PIC 9(8).
           05  AX-FAIL-REASON              PIC X(4).

       FD  AUTH-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUTHSUM.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUTHCARD-STATUS         PIC X(2) VALUE '00'.
           05  WS-AUTHLOG-STATUS          PIC X(2) VALUE '00'.
           05  WS-PENDAUTH-STATUS         PIC X(2) VALUE '00'.
           05  WS-AUEXT-STATUS            PIC X(2) VALUE '00'.
           05  WS-AUSRT-STATUS            PIC X(2) VALUE '00'.
           05  WS-AUTHSUM-STATUS          PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-AUTH-LOG            PIC X(1) VALUE 'N'.
               88  END-OF-AUTH-LOG            VALUE 'Y'.
           05  WS-EOF-PENDING             PIC X(1) VALUE 'N'.
               88  END-OF-PENDING             VALUE 'Y'.
           05  WS-EOF-SORTED              PIC X(1) VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.
           05  WS-GROUP-OPEN-SW           PIC X(1) VALUE 'N'.
               88  GROUP-IS-OPEN              VALUE 'Y'.

       01  WS-TODAY-AREA.
           05  WS-CURRENT-TIMESTAMP       PIC X(26) VALUE SPACES.
           05  WS-TODAY-DATE              PIC 9(8) VALUE 0.
           05  WS-REPORT-DATE             PIC 9(8) VALUE 0.

       01  WS-EXTRACT-ROW.
           05  WS-EX-MAKER-ID             PIC X(8).
           05  WS-EX-CHECKER-ID           PIC X(8).
           05  WS-EX-ACCOUNT-NUMBER       PIC 9(9).
           05  WS-EX-OUTCOME              PIC X(1).
           05  WS-EX-ACTION-CODE          PIC X(1).
           05  WS-EX-HOLD-REASON          PIC X(4).
           05  WS-EX-KEYED-DATE           PIC 9(8).
           05  WS-EX-DECIDED-DATE         PIC 9(8).
           05  WS-EX-FAIL-REASON          PIC X(4).

      *****************************************************************
      *  The user whose group is in hand - the maker on the first
      *  pass, the checker on the second - and that group's items
      *  counted by outcome.
      *****************************************************************
       01  WS-BREAK-AREA.
           05  WS-CURR-USER               PIC X(8) VALUE SPACES.
           05  WS-TOTAL-TYPE              PIC X(1) VALUE SPACE.
           05  WS-GROUP-PENDING           PIC 9(7) VALUE 0.
           05  WS-GROUP-APPROVED          PIC 9(7) VALUE 0.
           05  WS-GROUP-REJECTED          PIC 9(7) VALUE 0.
           05  WS-GROUP-EXPIRED           PIC 9(7) VALUE 0.
           05  WS-GROUP-FAILED            PIC 9(7) VALUE 0.

       01  WS-ACCUMULATORS.
           05  WS-LOG-ROWS-READ           PIC 9(9) VALUE 0.
           05  WS-DECISIONS-EXTRACTED     PIC 9(9) VALUE 0.
           05  WS-PENDING-EXTRACTED       PIC 9(9) VALUE 0.
           05  WS-DETAIL-ROWS-WRITTEN     PIC 9(9) VALUE 0.
           05  WS-MAKER-ROWS-WRITTEN      PIC 9(9) VALUE 0.
           05  WS-CHECKER-ROWS-WRITTEN    PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-DECISIONS
           PERFORM 2500-EXTRACT-PENDING-ITEMS
           CLOSE AUTH-EXTRACT-FILE
           OPEN OUTPUT AUTH-SUMMARY-FILE
           IF WS-AUTHSUM-STATUS NOT = '00'
               DISPLAY "AUTHRPT: UNABLE TO OPEN AUTHSUM.DAT, STATUS="
                       WS-AUTHSUM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-SORT-BY-MAKER
           PERFORM 4000-REPORT-BY-MAKER
               UNTIL END-OF-SORTED
           IF GROUP-IS-OPEN
               MOVE 'M' TO WS-TOTAL-TYPE
               PERFORM 4300-WRITE-USER-TOTAL
           END-IF
           CLOSE AUTH-SORTED-FILE
           PERFORM 5000-SORT-BY-CHECKER
           PERFORM 6000-REPORT-BY-CHECKER
               UNTIL END-OF-SORTED
           IF GROUP-IS-OPEN
               MOVE 'C' TO WS-TOTAL-TYPE
               PERFORM 4300-WRITE-USER-TOTAL
           END-IF
           PERFORM 9000-CLOSE-FILES
           DISPLAY "AUTHRPT: REPORT DATE          = " WS-REPORT-DATE
           DISPLAY "AUTHRPT: LOG ROWS READ        = " WS-LOG-ROWS-READ
           DISPLAY "AUTHRPT: ITEMS DECIDED        = "
                   WS-DECISIONS-EXTRACTED
           DISPLAY "AUTHRPT: ITEMS WAITING        = "
                   WS-PENDING-EXTRACTED
           DISPLAY "AUTHRPT: DETAIL ROWS WRITTEN  = "
                   WS-DETAIL-ROWS-WRITTEN
           DISPLAY "AUTHRPT: MAKER TOTAL ROWS     = "
                   WS-MAKER-ROWS-WRITTEN
           DISPLAY "AUTHRPT: CHECKER TOTAL ROWS   = "
                   WS-CHECKER-ROWS-WRITTEN
           STOP RUN.

      *****************************************************************
      *  The card is optional here: only its report date is used,
      *  and with no card, or a zero date, the report is for today.
      *  A date that is keyed must be a real one.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-REPORT-DATE
           OPEN INPUT AUTH-CONTROL-CARD-FILE
           IF WS-AUTHCARD-STATUS = '00'
               READ AUTH-CONTROL-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AU-REPORT-DATE NOT NUMERIC
                           DISPLAY "AUTHRPT: REPORT DATE ON CARD IS "
                                   "NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       IF AU-REPORT-DATE > 0
                           IF FUNCTION INTEGER-OF-DATE(AU-REPORT-DATE)
                               = 0
                               DISPLAY "AUTHRPT: REPORT DATE "
                                       AU-REPORT-DATE
                                       " IS NOT A REAL CALENDAR DATE"
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE AU-REPORT-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE AUTH-CONTROL-CARD-FILE
           END-IF
           OPEN OUTPUT AUTH-EXTRACT-FILE
           IF WS-AUEXT-STATUS NOT = '00'
               DISPLAY "AUTHRPT: UNABLE TO OPEN EXTRACT, STATUS="
                       WS-AUEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Decisions and expiries logged on the report date.  The
      *  queueing rows ('Q') are not reported as such: an item
      *  still waiting is reported from PENDAUTH.DAT, and one
      *  already decided by its decision row.  No log yet means no
      *  item has ever been held.
      *****************************************************************
       2000-EXTRACT-DECISIONS.
           OPEN INPUT AUTH-LOG-FILE
           IF WS-AUTHLOG-STATUS = '35'
               DISPLAY "AUTHRPT: NO AUTHORIZATION LOG - NO DECISIONS"
           ELSE
               IF WS-AUTHLOG-STATUS NOT = '00'
                   DISPLAY "AUTHRPT: UNABLE TO OPEN AUTHLOG.DAT, "
                           "STATUS=" WS-AUTHLOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-AUTH-LOG
               PERFORM 2100-EXTRACT-ONE-DECISION
                   UNTIL END-OF-AUTH-LOG
               CLOSE AUTH-LOG-FILE
           END-IF.

       2100-EXTRACT-ONE-DECISION.
           READ AUTH-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-AUTH-LOG
               NOT AT END
                   ADD 1 TO WS-LOG-ROWS-READ
                   IF AL-TIMESTAMP(1:8) = WS-REPORT-DATE
                       AND NOT AL-EVENT-QUEUED
                       MOVE AL-MAKER-ID       TO WS-EX-MAKER-ID
                       MOVE AL-CHECKER-ID     TO WS-EX-CHECKER-ID
                       MOVE AL-ACCOUNT-NUMBER TO WS-EX-ACCOUNT-NUMBER
                       MOVE AL-EVENT-CODE     TO WS-EX-OUTCOME
                       MOVE AL-ACTION-CODE    TO WS-EX-ACTION-CODE
                       MOVE AL-HOLD-REASON    TO WS-EX-HOLD-REASON
                       MOVE AL-KEYED-TIMESTAMP(1:8)
                                              TO WS-EX-KEYED-DATE
                       MOVE WS-REPORT-DATE    TO WS-EX-DECIDED-DATE
                       MOVE AL-FAIL-REASON-CODE
                                              TO WS-EX-FAIL-REASON
                       PERFORM 2900-WRITE-EXTRACT-ROW
                       ADD 1 TO WS-DECISIONS-EXTRACTED
                   END-IF
           END-READ.

      *****************************************************************
      *  Every item still waiting, however old.  No file means
      *  ACCTMNT has never held an item.
      *****************************************************************
       2500-EXTRACT-PENDING-ITEMS.
           OPEN INPUT PENDING-AUTH-FILE
           IF WS-PENDAUTH-STATUS = '35'
               DISPLAY "AUTHRPT: NO PENDING FILE - NO ITEMS WAITING"
           ELSE
               IF WS-PENDAUTH-STATUS NOT = '00'
                   DISPLAY "AUTHRPT: UNABLE TO OPEN PENDAUTH.DAT, "
                           "STATUS=" WS-PENDAUTH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-PENDING
               PERFORM 2600-EXTRACT-ONE-PENDING
                   UNTIL END-OF-PENDING
               CLOSE PENDING-AUTH-FILE
           END-IF.

       2600-EXTRACT-ONE-PENDING.
           READ PENDING-AUTH-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-PENDING
               NOT AT END
                   MOVE PQ-MAKER-ID           TO WS-EX-MAKER-ID
                   MOVE SPACES                TO WS-EX-CHECKER-ID
                   MOVE PQ-ACCOUNT-NUMBER     TO WS-EX-ACCOUNT-NUMBER
                   MOVE 'P'                   TO WS-EX-OUTCOME
                   MOVE PQ-TRANSACTION-IMAGE(1:1)
                                              TO WS-EX-ACTION-CODE
                   MOVE PQ-HOLD-REASON        TO WS-EX-HOLD-REASON
                   MOVE PQ-KEYED-TIMESTAMP(1:8)
                                              TO WS-EX-KEYED-DATE
                   MOVE 0                     TO WS-EX-DECIDED-DATE
                   MOVE SPACES                TO WS-EX-FAIL-REASON
                   PERFORM 2900-WRITE-EXTRACT-ROW
                   ADD 1 TO WS-PENDING-EXTRACTED
           END-READ.

       2900-WRITE-EXTRACT-ROW.
           WRITE AUTH-EXTRACT-RECORD FROM WS-EXTRACT-ROW
           IF WS-AUEXT-STATUS NOT = '00'
               DISPLAY "AUTHRPT: WRITE FAILED FOR EXTRACT, STATUS="
                       WS-AUEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-SORT-BY-MAKER.
           SORT SORT-AUTH-WORK
               ON ASCENDING KEY AW-MAKER-ID
                                AW-CHECKER-ID
                                AW-ACCOUNT-NUMBER
               USING AUTH-EXTRACT-FILE
               GIVING AUTH-SORTED-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY "AUTHRPT: MAKER SORT FAILED, SORT-RETURN="
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-OPEN-SORTED.

       3100-OPEN-SORTED.
           OPEN INPUT AUTH-SORTED-FILE
           IF WS-AUSRT-STATUS NOT = '00'
               DISPLAY "AUTHRPT: UNABLE TO OPEN SORTED EXTRACT, "
                       "STATUS=" WS-AUSRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-SORTED
           MOVE 'N' TO WS-GROUP-OPEN-SW
           PERFORM 4100-READ-NEXT-SORTED.

      *****************************************************************
      *  Control break on the maker: every item is a detail row,
      *  and a change of maker closes the group in hand with its
      *  total row.  The last group is closed by the main control
      *  after end of file.
      *****************************************************************
       4000-REPORT-BY-MAKER.
           IF GROUP-IS-OPEN
               AND AX-MAKER-ID NOT = WS-CURR-USER
               MOVE 'M' TO WS-TOTAL-TYPE
               PERFORM 4300-WRITE-USER-TOTAL
           END-IF
           IF NOT GROUP-IS-OPEN
               MOVE AX-MAKER-ID TO WS-CURR-USER
               MOVE 'Y' TO WS-GROUP-OPEN-SW
           END-IF
           PERFORM 4200-COUNT-OUTCOME
           MOVE SPACES             TO AUTHORIZATION-SUMMARY-RECORD
           MOVE 'D'                TO AS-RECORD-TYPE
           MOVE WS-REPORT-DATE     TO AS-REPORT-DATE
           MOVE AX-MAKER-ID        TO AS-MAKER-ID
           MOVE AX-CHECKER-ID      TO AS-CHECKER-ID
           MOVE AX-OUTCOME         TO AS-OUTCOME
           MOVE AX-ACCOUNT-NUMBER  TO AS-ACCOUNT-NUMBER
           MOVE AX-ACTION-CODE     TO AS-ACTION-CODE
           MOVE AX-HOLD-REASON     TO AS-HOLD-REASON
           MOVE AX-KEYED-DATE      TO AS-KEYED-DATE
           MOVE AX-DECIDED-DATE    TO AS-DECIDED-DATE
           MOVE AX-FAIL-REASON     TO AS-FAIL-REASON
           PERFORM 4400-WRITE-SUMMARY-ROW
           ADD 1 TO WS-DETAIL-ROWS-WRITTEN
           PERFORM 4100-READ-NEXT-SORTED.

       4100-READ-NEXT-SORTED.
           READ AUTH-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED
           END-READ.

       4200-COUNT-OUTCOME.
           IF AX-OUTCOME-PENDING
               ADD 1 TO WS-GROUP-PENDING
           ELSE IF AX-OUTCOME-APPROVED
               ADD 1 TO WS-GROUP-APPROVED
           ELSE IF AX-OUTCOME-REJECTED
               ADD 1 TO WS-GROUP-REJECTED
           ELSE IF AX-OUTCOME-EXPIRED
               ADD 1 TO WS-GROUP-EXPIRED
           ELSE IF AX-OUTCOME-FAILED
               ADD 1 TO WS-GROUP-FAILED
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  Writes the total row for WS-CURR-USER, as a maker ('M') or
      *  checker ('C') total as the caller sets WS-TOTAL-TYPE, and
      *  clears the group.
      *****************************************************************
       4300-WRITE-USER-TOTAL.
           MOVE SPACES             TO AUTHORIZATION-SUMMARY-RECORD
           MOVE WS-TOTAL-TYPE      TO AS-RECORD-TYPE
           MOVE WS-REPORT-DATE     TO AS-REPORT-DATE
           IF AS-IS-MAKER-TOTAL
               MOVE WS-CURR-USER   TO AS-MAKER-ID
               ADD 1 TO WS-MAKER-ROWS-WRITTEN
           ELSE
               MOVE WS-CURR-USER   TO AS-CHECKER-ID
               ADD 1 TO WS-CHECKER-ROWS-WRITTEN
           END-IF
           MOVE WS-GROUP-PENDING   TO AS-PENDING-COUNT
           MOVE WS-GROUP-APPROVED  TO AS-APPROVED-COUNT
           MOVE WS-GROUP-REJECTED  TO AS-REJECTED-COUNT
           MOVE WS-GROUP-EXPIRED   TO AS-EXPIRED-COUNT
           MOVE WS-GROUP-FAILED    TO AS-FAILED-COUNT
           PERFORM 4400-WRITE-SUMMARY-ROW
           MOVE 'N' TO WS-GROUP-OPEN-SW
           MOVE 0 TO WS-GROUP-PENDING
           MOVE 0 TO WS-GROUP-APPROVED
           MOVE 0 TO WS-GROUP-REJECTED
           MOVE 0 TO WS-GROUP-EXPIRED
           MOVE 0 TO WS-GROUP-FAILED.

       4400-WRITE-SUMMARY-ROW.
           WRITE AUTHORIZATION-SUMMARY-RECORD
           IF WS-AUTHSUM-STATUS NOT = '00'
               DISPLAY "AUTHRPT: WRITE FAILED FOR AUTHSUM.DAT, STATUS="
                       WS-AUTHSUM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-SORT-BY-CHECKER.
           SORT SORT-AUTH-WORK
               ON ASCENDING KEY AW-CHECKER-ID
                                AW-MAKER-ID
                                AW-ACCOUNT-NUMBER
               USING AUTH-EXTRACT-FILE
               GIVING AUTH-SORTED-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY "AUTHRPT: CHECKER SORT FAILED, SORT-RETURN="
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-OPEN-SORTED.

      *****************************************************************
      *  Control break on the checker, totals only - the items were
      *  listed on the maker pass.  Items no checker has decided
      *  (waiting or expired) have no checker and are passed over.
      *****************************************************************
       6000-REPORT-BY-CHECKER.
           IF AX-CHECKER-ID NOT = SPACES
               IF GROUP-IS-OPEN
                   AND AX-CHECKER-ID NOT = WS-CURR-USER
                   MOVE 'C' TO WS-TOTAL-TYPE
                   PERFORM 4300-WRITE-USER-TOTAL
               END-IF
               IF NOT GROUP-IS-OPEN
                   MOVE AX-CHECKER-ID TO WS-CURR-USER
                   MOVE 'Y' TO WS-GROUP-OPEN-SW
               END-IF
               PERFORM 4200-COUNT-OUTCOME
           END-IF
           PERFORM 4100-READ-NEXT-SORTED.

       9000-CLOSE-FILES.
           CLOSE AUTH-SORTED-FILE
           CLOSE AUTH-SUMMARY-FILE.
