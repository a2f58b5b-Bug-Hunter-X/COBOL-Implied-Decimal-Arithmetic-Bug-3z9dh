               RECORD KEY IS YA-ACCOUNT-NUMBER
               FILE STATUS IS WS-YTDACCR-STATUS.

           SELECT CURRENCY-REFERENCE-FILE
               ASSIGN TO "CURRREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CURRENCY-CODE
               FILE STATUS IS WS-CURRREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJ-CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY YTDACCR.

       FD  CURRENCY-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURRREF.

       WORKING-STORAGE SECTION.
       COPY RATETBL.
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
           05  WS-ADJCARD-STATUS          PIC X(2) VALUE '00'.
           05  WS-BACKDATE-STATUS         PIC X(2) VALUE '00'.
           05  WS-ADJWORK-STATUS          PIC X(2) VALUE '00'.
           05  WS-GLFEED-STATUS           PIC X(2) VALUE '00'.
           05  WS-YTDACCR-STATUS          PIC X(2) VALUE '00'.
           05  WS-CURRREF-STATUS          PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-BACKDATE            PIC X(1) VALUE 'N'.
      *  nights of the run the txn was in force - so simultaneous
      *  backdated rows settle independently at the recorded
      *  margin; they only interact when together they cross a tier
      *  boundary, which the margin approximates.  A run that paid a
      *  promotional bonus (AT-BONUS-DAYS) moves its bonus at the
      *  same margin - the capped bonus basis shifted by the txn -
      *  over the affected nights that were also bonus nights.
      *****************************************************************
       01  WS-RECOMPUTE-AREA.
           05  WS-CALC-BASIS              PIC S9(11)V9(4) VALUE 0.
           05  WS-ROW-DELTA               PIC S9(9)V9(8) VALUE 0.
           05  WS-ACCT-DELTA              PIC S9(9)V9(8) VALUE 0.
           05  WS-ACCT-RUNS-AFFECTED      PIC 9(5) VALUE 0.
           05  WS-BONUS-NIGHTS            PIC S9(7) VALUE 0.
           05  WS-ORIG-BONUS-BASIS        PIC S9(11)V9(4) VALUE 0.
           05  WS-CORR-BONUS-BASIS        PIC S9(11)V9(4) VALUE 0.

       01  WS-CURRENCY-SCALE-AREA.
           05  WS-CURRENCY-DECIMALS       PIC 9(1) VALUE 2.

       1000-INITIALIZE.
           PERFORM 1400-READ-CONTROL-CARD
           PERFORM 1810-LOAD-CURRENCY-TABLE
           OPEN INPUT BACKDATED-TXN-FILE
           IF WS-BACKDATE-STATUS = '35'
               DISPLAY "INTADJ: NO BACKDATE HANDOFF FILE - "
           END-IF
           PERFORM 2150-READ-NEXT-BACKDATED-ROW.

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
               DISPLAY "INTADJ: UNABLE TO OPEN CURRREF.DAT, STATUS="
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
               DISPLAY "INTADJ: CURRREF.DAT SLOTS DO NOT RUN 1 TO "
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
               DISPLAY "INTADJ: " WS-REF-FILE-NAME
                       " FAILS ITS INTEGRITY CHECK - ROWS "
                       WS-REF-ROW-COUNT " CONTROL " WS-REF-CTL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REF-ROW-COUNT = 0
               DISPLAY "INTADJ: " WS-REF-FILE-NAME " HOLDS NO ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "INTADJ: " WS-REF-FILE-NAME " LOADED "
                   WS-REF-ROW-COUNT " ROWS, MAINTAINED "
                   WS-REF-CTL-TIMESTAMP(1:8).

       1895-HALT-ON-BAD-ROW.
           DISPLAY "INTADJ: " WS-REF-FILE-NAME " ROW " WS-REF-ROW-KEY
                   " FAILS ITS EDITS - " WS-REF-ROW-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1400-READ-CONTROL-CARD.
           OPEN INPUT ADJ-CONTROL-CARD-FILE
           IF WS-ADJCARD-STATUS NOT = '00'
      *****************************************************************
      *  Trail rows this program itself appended on earlier runs
      *  carry balance basis 'J' and must not feed a recompute.
      *  Overdraft debit-interest rows (AT-ENTRY-TYPE 'D') are not
      *  interest paid and are stepped over too: a backdated item
      *  against an overdrawn period is corrected by hand.  So are
      *  term-deposit break penalty rows ('P') - the interest row
      *  written beside each one already carries the settlement.
      *****************************************************************
       3250-SCAN-ONE-ARCHIVE-ROW.
           READ AUDIT-ARCHIVE-FILE
               NOT AT END
                   IF AT-ACCOUNT-NUMBER = WS-GROUP-ACCOUNT
                       AND AT-BALANCE-BASIS NOT = 'J'
                       AND NOT AT-IS-DEBIT-CHARGE
                       AND NOT AT-IS-BREAK-PENALTY
                       AND AT-ACCRUAL-DAYS NUMERIC
                       AND AT-ACCRUAL-DAYS > 0
                       AND AT-AMOUNT NUMERIC
                   COMPUTE WS-ROW-DELTA = WS-ROW-DELTA
                       + (WS-CORR-ANNUAL - WS-ORIG-ANNUAL)
                       * WS-AFFECTED-NIGHTS / WS-BASIS-DAYS
                   IF AT-BONUS-DAYS NUMERIC
                       AND AT-BONUS-DAYS > 0
                       AND AT-BONUS-RATE NUMERIC
                       AND AT-BONUS-CAP NUMERIC
                       PERFORM 3450-APPLY-BONUS-MARGIN
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  WS-CALC-BASIS still holds the corrected basis.  Both bonus
      *  bases are held to the offer cap and to zero, so a deposit
      *  on an account already over its cap moves no bonus.
      *****************************************************************
       3450-APPLY-BONUS-MARGIN.
           MOVE WS-AFFECTED-NIGHTS TO WS-BONUS-NIGHTS
           IF WS-BONUS-NIGHTS > AT-BONUS-DAYS
               MOVE AT-BONUS-DAYS TO WS-BONUS-NIGHTS
           END-IF
           MOVE AT-AMOUNT     TO WS-ORIG-BONUS-BASIS
           MOVE WS-CALC-BASIS TO WS-CORR-BONUS-BASIS
           IF WS-ORIG-BONUS-BASIS < 0
               MOVE 0 TO WS-ORIG-BONUS-BASIS
           END-IF
           IF WS-CORR-BONUS-BASIS < 0
               MOVE 0 TO WS-CORR-BONUS-BASIS
           END-IF
           IF AT-BONUS-CAP > 0
               IF WS-ORIG-BONUS-BASIS > AT-BONUS-CAP
                   MOVE AT-BONUS-CAP TO WS-ORIG-BONUS-BASIS
               END-IF
               IF WS-CORR-BONUS-BASIS > AT-BONUS-CAP
                   MOVE AT-BONUS-CAP TO WS-CORR-BONUS-BASIS
               END-IF
           END-IF
           COMPUTE WS-ROW-DELTA = WS-ROW-DELTA
               + (WS-CORR-BONUS-BASIS - WS-ORIG-BONUS-BASIS)
               * (AT-BONUS-RATE / 100)
               * WS-BONUS-NIGHTS / WS-BASIS-DAYS.

      *****************************************************************
      *  The same bracket walk INTEXCPT replays: marginal tiers from
      *  RATETBL for the row's product, the flat AT-RATE-USED
                   MOVE 0 TO YA-YTD-TOTAL-INTEREST
               END-IF
               MOVE 0           TO YA-YTD-TAX-WITHHELD
               MOVE 0           TO YA-YTD-DEBIT-CHARGES
               MOVE WS-RUN-ID   TO YA-LAST-RUN-ID
               MOVE WS-RUN-DATE TO YA-LAST-RUN-DATE
               MOVE WS-RUN-DATE(1:4) TO YA-YEAR
           MOVE 'N'                  TO AT-RATE-SPLIT-SW
           MOVE 'A'                  TO AT-QUALIFY-BASIS
           MOVE 0                    TO AT-QUALIFYING-BALANCE
           MOVE 'I'                  TO AT-ENTRY-TYPE
           MOVE SPACES               TO AT-OFFER-CODE
           MOVE 0                    TO AT-BONUS-RATE
           MOVE 0                    TO AT-BONUS-CAP
           MOVE 0                    TO AT-BONUS-DAYS
           MOVE 0                    TO AT-BONUS-POSTED
           PERFORM 6550-CLEAR-REVERSAL-IMAGE
           WRITE AUDIT-TRAIL-RECORD
           IF WS-AUDARCH-STATUS NOT = '00'
               DISPLAY "INTADJ: TRAIL WRITE FAILED, STATUS="
               STOP RUN
           END-IF.

      *****************************************************************
      *  A trail row is not a posting a run reversal could back out:
      *  its reversal image is written empty.
      *****************************************************************
       6550-CLEAR-REVERSAL-IMAGE.
           MOVE 0      TO AT-PRIOR-BALANCE
           MOVE 0      TO AT-NEW-BALANCE
           MOVE 0      TO AT-PRIOR-ACCRUED
           MOVE 0      TO AT-NEW-ACCRUED
           MOVE 0      TO AT-PRIOR-ACCRUED-CHARGE
           MOVE 0      TO AT-NEW-ACCRUED-CHARGE
           MOVE 0      TO AT-PRIOR-LAST-INTEREST
           MOVE 0      TO AT-PRIOR-LAST-RUN-DATE
           MOVE SPACES TO AT-PRIOR-LAST-RUN-ID
           MOVE 0      TO AT-PRIOR-HELD-GL
           MOVE 0      TO AT-PRIOR-HELD-WHT
           MOVE 0      TO AT-PRIOR-RATE
           MOVE 0      TO AT-PRIOR-TERM-START
           MOVE 0      TO AT-PRIOR-MATURITY-DATE
           MOVE SPACE  TO AT-POSTING-STATUS
           MOVE 'N'    TO AT-SETTLEMENT-SW
           MOVE SPACE  TO AT-MATURITY-ACTION
           MOVE 0      TO AT-GL-INTEREST
           MOVE 0      TO AT-CAPITALIZED-AMOUNT
           MOVE 0      TO AT-CHARGED-AMOUNT
           MOVE 0      TO AT-WITHHOLDING-TAX
           MOVE SPACE  TO AT-DISPOSITION-CODE
           MOVE 0      TO AT-DISBURSED-AMOUNT.

      *****************************************************************
      *  Only after a clean apply: the handoff rows are on the
      *  books now, and leaving them would double-apply on the
