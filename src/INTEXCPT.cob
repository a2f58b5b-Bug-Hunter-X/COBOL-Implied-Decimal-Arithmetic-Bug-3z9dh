      *  than the posting run used, and lists every account where the
      *  officially posted interest differs from the high-precision
      *  recompute by more than the tolerance, so ops can review it
      *  before month-end close.  Overdraft debit-interest rows
      *  (AT-ENTRY-TYPE 'D') are recomputed the same way against
      *  the overdraft table (COPY ODRATTBL) on the overdrawn
      *  amount.  Term-deposit rows have no RATETBL tiers and take
      *  the flat path at the locked rate the row carries; a break
      *  penalty row ('P') recomputes on the same path, since its
      *  days are the product's penalty days.  A promotional bonus
      *  paid on the row (AT-BONUS-DAYS) is rebuilt from the row's
      *  own offer columns and added in, since AT-INTEREST-RAW
      *  carries it.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTEXCPT.

       WORKING-STORAGE SECTION.
       COPY RATETBL.
       COPY ODRATTBL.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-STATUS            PIC X(2) VALUE '00'.
           05  WS-BRACKET-BASIS           PIC S9(9)V9(4) VALUE 0.

       01  WS-RECOMPUTE-AREA.
           05  WS-OVERDRAWN-AMOUNT        PIC 9(9)V9(4) VALUE 0.
           05  WS-HIGH-PRECISION-INTEREST PIC 9(9)V9(8) VALUE 0.
           05  WS-RECOMPUTED-INTEREST     PIC 9(9)V9(4) VALUE 0.
           05  WS-DIFFERENCE              PIC 9(9)V9(4) VALUE 0.
           05  WS-ACCRUAL-DAYS            PIC 9(5) VALUE 1.
           05  WS-ANNUAL-BASIS-DAYS       PIC 9(3) VALUE 365.

      *****************************************************************
      *  Promotional bonus recompute fields: the bonus basis is
      *  AT-AMOUNT limited to AT-BONUS-CAP (zero for no cap), priced
      *  at AT-BONUS-RATE for AT-BONUS-DAYS under the row's basis.
      *****************************************************************
       01  WS-BONUS-AREA.
           05  WS-BONUS-BASIS             PIC 9(9)V9(4) VALUE 0.

       01  WS-TOLERANCE-AREA.
           05  WS-DOLLAR-TOLERANCE        PIC 9(1)V9(2) VALUE 0.01.

           IF AT-ACCRUAL-WAS-SPLIT
               ADD 1 TO WS-SPLIT-ROWS-PASSED
           ELSE
               IF AT-IS-DEBIT-CHARGE
                   PERFORM 2500-RECOMPUTE-DEBIT-CHARGE
               ELSE
                   PERFORM 2200-RECOMPUTE-AT-HIGH-PRECISION
               END-IF
               PERFORM 2300-COMPARE-AND-REPORT
           END-IF
           PERFORM 2100-READ-NEXT-AUDIT-RECORD.
               PERFORM 2270-APPLY-RELATIONSHIP-RATE
           END-IF
           PERFORM 2260-APPLY-AUDIT-DAY-COUNT
           IF AT-BONUS-DAYS NUMERIC
               AND AT-BONUS-DAYS > 0
               AND AT-BONUS-RATE NUMERIC
               AND AT-BONUS-CAP NUMERIC
               AND AT-AMOUNT > 0
               PERFORM 2280-ADD-PROMO-BONUS
           END-IF
           COMPUTE WS-RECOMPUTED-INTEREST ROUNDED =
               WS-HIGH-PRECISION-INTEREST.

       2280-ADD-PROMO-BONUS.
           MOVE AT-AMOUNT TO WS-BONUS-BASIS
           IF AT-BONUS-CAP > 0
               AND WS-BONUS-BASIS > AT-BONUS-CAP
               MOVE AT-BONUS-CAP TO WS-BONUS-BASIS
           END-IF
           COMPUTE WS-HIGH-PRECISION-INTEREST =
               WS-HIGH-PRECISION-INTEREST +
               WS-BONUS-BASIS * (AT-BONUS-RATE / 100)
               * AT-BONUS-DAYS / WS-ANNUAL-BASIS-DAYS.

       2270-APPLY-RELATIONSHIP-RATE.
           MOVE 'N' TO WS-REL-RATE-FOUND-SW
           MOVE 0 TO WS-REL-TOP-RATE
           DISPLAY "INTEXCPT: EXCEPTION ACCOUNT "
                   AT-ACCOUNT-NUMBER " DIFF " WS-DIFFERENCE.

      *****************************************************************
      *  A debit-interest row: INTCALC's 4360 overdraft bracket walk
      *  on the overdrawn amount (the magnitude of the negative
      *  AT-AMOUNT) against ODRATTBL.cpy, at high precision, with
      *  the row's own day factor.  No flat-rate fallback and no
      *  relationship rule - neither applies to a charge.
      *****************************************************************
       2500-RECOMPUTE-DEBIT-CHARGE.
           MOVE 0 TO WS-HIGH-PRECISION-INTEREST
           MOVE 0 TO WS-OVERDRAWN-AMOUNT
           IF AT-AMOUNT < 0
               COMPUTE WS-OVERDRAWN-AMOUNT = 0 - AT-AMOUNT
           END-IF
           PERFORM VARYING OD-IDX FROM 1 BY 1
               UNTIL OD-IDX > WS-OD-RATE-TABLE-COUNT
               IF OD-PRODUCT-CODE(OD-IDX) = AT-PRODUCT-CODE
                   AND OD-TIER-FLOOR(OD-IDX) < WS-OVERDRAWN-AMOUNT
                   PERFORM 2550-ACCUMULATE-OVERDRAFT-BRACKET
               END-IF
           END-PERFORM
           PERFORM 2260-APPLY-AUDIT-DAY-COUNT
           COMPUTE WS-RECOMPUTED-INTEREST ROUNDED =
               WS-HIGH-PRECISION-INTEREST.

       2550-ACCUMULATE-OVERDRAFT-BRACKET.
           MOVE WS-OVERDRAWN-AMOUNT TO WS-BRACKET-CEILING
           IF OD-IDX < WS-OD-RATE-TABLE-COUNT
               IF OD-PRODUCT-CODE(OD-IDX + 1) = AT-PRODUCT-CODE
                   MOVE OD-TIER-FLOOR(OD-IDX + 1) TO WS-BRACKET-CEILING
               END-IF
           END-IF
           IF WS-BRACKET-CEILING > WS-OVERDRAWN-AMOUNT
               MOVE WS-OVERDRAWN-AMOUNT TO WS-BRACKET-CEILING
           END-IF
           COMPUTE WS-BRACKET-BASIS =
               WS-BRACKET-CEILING - OD-TIER-FLOOR(OD-IDX)
           IF WS-BRACKET-BASIS > 0
               COMPUTE WS-HIGH-PRECISION-INTEREST =
                   WS-HIGH-PRECISION-INTEREST +
                   WS-BRACKET-BASIS * (OD-TIER-RATE(OD-IDX) / 100)
           END-IF.

       9000-CLOSE-FILES.
           CLOSE AUDIT-TRAIL-FILE
           CLOSE EXCEPTION-LISTING-FILE.
