      *****************************************************************
      *  PROGRAM-ID.  ACRPROOF
      *
      *  Month-end accrued-interest proof.  GLRECON proves that each
      *  night's feed posted, but nothing proved that the customers'
      *  accrued interest on the master still equals the ledger's
      *  accrued-interest liability - drift from holds, closures,
      *  adjustments and recycle runs went unnoticed until audit.
      *  This program proves it per product and currency, three
      *  ways:
      *
      *    - the journal side: last month's proven closing (COPY
      *      ACRBAL) rolled forward by every journal movement posted
      *      since (COPY ACRMOVE - GLJRNL's per-product share of each
      *      voucher's CUST-INT-LIA legs, INTADJ's -INT-ADJ
      *      adjustments among them);
      *    - the ledger side: the balance file the GL team supplies
      *      at month end (COPY LDGRBAL);
      *    - the master side: AM-ACCRUED-INTEREST across the master
      *      less the held GL and withholding amounts the nightly
      *      run suppressed under hold and has not yet journaled.
      *
      *  Every product/currency goes on the proof listing (COPY
      *  ACRPRF) with its movements and both differences, and one
      *  that does not agree within the card's tolerance is followed
      *  by the journal movement rows behind it, night by night.
      *  Beside the journaled adjustments the listing shows what
      *  INTADJ applied to the master in the same window (its trail
      *  rows on the audit archive), so an adjustment that never
      *  reached the journal explains its own break.
      *
      *  Only a month that proves clean stores its closing - the
      *  ledger balance it agreed with - as the next month's opening
      *  point; a break ends with return code 8 and nothing stored,
      *  so once it is cleared the month is simply proven again.  A
      *  month is never proven behind one already proven.  At
      *  cut-over the card's seed mode stores the ledger file's
      *  balances as proven at the period end with no comparison,
      *  so the first real proof has an opening.  A proof with no
      *  proven opening at all rolls forward from zero with every
      *  movement on file, and says so with return code 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACRPROOF.
       AUTHOR.      BATCH-INTEREST-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROOF-CONTROL-CARD-FILE
               ASSIGN TO "ACPCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACPCARD-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT ACCRUAL-MOVEMENT-FILE
               ASSIGN TO "ACRMOVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-MOVEMENT-KEY
               FILE STATUS IS WS-ACRMOVE-STATUS.

           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT LEDGER-BALANCE-FILE
               ASSIGN TO "LDGRBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDGRBAL-STATUS.

           SELECT PROVEN-BALANCE-FILE
               ASSIGN TO "ACRBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AB-BALANCE-KEY
               FILE STATUS IS WS-ACRBAL-STATUS.

           SELECT ACCRUAL-PROOF-FILE
               ASSIGN TO "ACRPRF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACRPRF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROOF-CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACPCARD.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMSTR.

       FD  ACCRUAL-MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACRMOVE.

       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  LEDGER-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY LDGRBAL.

       FD  PROVEN-BALANCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACRBAL.

       FD  ACCRUAL-PROOF-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACRPRF.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACPCARD-STATUS          PIC X(2) VALUE '00'.
           05  WS-ACCTMST-STATUS          PIC X(2) VALUE '00'.
           05  WS-ACRMOVE-STATUS          PIC X(2) VALUE '00'.
           05  WS-AUDARCH-STATUS          PIC X(2) VALUE '00'.
           05  WS-LDGRBAL-STATUS          PIC X(2) VALUE '00'.
           05  WS-ACRBAL-STATUS           PIC X(2) VALUE '00'.
           05  WS-ACRPRF-STATUS           PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-MASTER              PIC X(1) VALUE 'N'.
               88  END-OF-MASTER              VALUE 'Y'.
           05  WS-EOF-MOVEMENT            PIC X(1) VALUE 'N'.
               88  END-OF-MOVEMENT            VALUE 'Y'.
           05  WS-EOF-ARCHIVE             PIC X(1) VALUE 'N'.
               88  END-OF-ARCHIVE             VALUE 'Y'.
           05  WS-EOF-LEDGER              PIC X(1) VALUE 'N'.
               88  END-OF-LEDGER              VALUE 'Y'.
           05  WS-EOF-PROVEN              PIC X(1) VALUE 'N'.
               88  END-OF-PROVEN              VALUE 'Y'.
           05  WS-CELL-FOUND-SW           PIC X(1) VALUE 'N'.
               88  CELL-FOUND                 VALUE 'Y'.
           05  WS-MOVEMENT-OPEN-SW        PIC X(1) VALUE 'N'.
               88  MOVEMENT-HISTORY-OPEN      VALUE 'Y'.
           05  WS-WARNED-SW               PIC X(1) VALUE 'N'.
               88  PROOF-WARNED               VALUE 'Y'.

       01  WS-CONTROL-CARD-AREA.
           05  WS-PERIOD-END-DATE         PIC 9(8) VALUE 0.
           05  WS-TOLERANCE               PIC 9(5)V9(4) VALUE 0.
           05  WS-PROOF-MODE              PIC X(1) VALUE 'P'.
               88  WS-PROVE-RUN               VALUE 'P'.
               88  WS-SEED-RUN                VALUE 'S'.
           05  WS-OPENING-DATE            PIC 9(8) VALUE 0.
           05  WS-NEXT-DAY                PIC 9(8) VALUE 0.

      *****************************************************************
      *  One cell per product and currency met on any input - the
      *  proven opening, the master, the journal history, the
      *  adjustment trail or the ledger file - so a figure on one
      *  side only still gets its row.  Currencies are never summed
      *  together.  Overflow halts rather than dropping a product
      *  from the proof.
      *****************************************************************
       01  WS-CELL-TABLE-AREA.
           05  WS-CELL-COUNT              PIC 9(3) VALUE 0.
           05  WS-CELL-MAX                PIC 9(3) VALUE 100.
           05  WS-CELL-IDX                PIC 9(3) VALUE 0.
           05  WS-CELL-MATCHED            PIC 9(3) VALUE 0.
           05  WS-KEY-PRODUCT             PIC X(4) VALUE SPACES.
           05  WS-KEY-CURRENCY            PIC X(3) VALUE SPACES.
           05  WS-CELL-ENTRY OCCURS 100 TIMES.
               10  WS-CL-PRODUCT-CODE     PIC X(4).
               10  WS-CL-CURRENCY-CODE    PIC X(3).
               10  WS-CL-OPENING          PIC S9(13)V9(4).
               10  WS-CL-EXPENSE          PIC S9(13)V9(4).
               10  WS-CL-ADJ-JOURNALED    PIC S9(13)V9(4).
               10  WS-CL-WITHHOLDING      PIC S9(13)V9(4).
               10  WS-CL-CAPITALIZED      PIC S9(13)V9(4).
               10  WS-CL-ACH-PAID         PIC S9(13)V9(4).
               10  WS-CL-LEDGER           PIC S9(13)V9(4).
               10  WS-CL-LEDGER-ROW-SW    PIC X(1).
                   88  WS-CL-LEDGER-ROW-FOUND VALUE 'Y'.
               10  WS-CL-MASTER-ACCRUED   PIC S9(13)V9(4).
               10  WS-CL-HELD-NET         PIC S9(13)V9(4).
               10  WS-CL-ADJ-APPLIED      PIC S9(13)V9(4).
               10  WS-CL-ACCOUNT-COUNT    PIC 9(9).

       01  WS-PROOF-AREA.
           05  WS-ROLLED-BALANCE          PIC S9(13)V9(4) VALUE 0.
           05  WS-SUBLEDGER-BALANCE       PIC S9(13)V9(4) VALUE 0.
           05  WS-LEDGER-DIFFERENCE       PIC S9(13)V9(4) VALUE 0.
           05  WS-SUBLEDGER-DIFFERENCE    PIC S9(13)V9(4) VALUE 0.
           05  WS-HELD-GL                 PIC S9(9)V9(4) VALUE 0.
           05  WS-HELD-WHT                PIC S9(9)V9(4) VALUE 0.
           05  WS-ROW-DATE                PIC 9(8) VALUE 0.
           05  WS-LEDGER-SIGNED           PIC S9(13)V9(4) VALUE 0.

       01  WS-ACCUMULATORS.
           05  WS-ACCOUNTS-READ           PIC 9(9) VALUE 0.
           05  WS-MOVEMENTS-ROLLED        PIC 9(9) VALUE 0.
           05  WS-ADJUSTMENTS-FOUND       PIC 9(9) VALUE 0.
           05  WS-LEDGER-ROWS-READ        PIC 9(5) VALUE 0.
           05  WS-CELLS-PROVEN            PIC 9(5) VALUE 0.
           05  WS-BREAK-COUNT             PIC 9(5) VALUE 0.
           05  WS-DETAIL-ROWS-WRITTEN     PIC 9(9) VALUE 0.
           05  WS-BALANCES-STORED         PIC 9(5) VALUE 0.

       01  WS-TIMESTAMP-AREA.
           05  WS-CURRENT-TIMESTAMP       PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-LOAD-OPENING-BALANCES
           IF WS-SEED-RUN
               PERFORM 2000-LOAD-LEDGER-BALANCES
               PERFORM 8000-STORE-PROVEN-BALANCES
               DISPLAY "ACRPROOF: PROOF SEEDED AT " WS-PERIOD-END-DATE
                       " FROM " WS-LEDGER-ROWS-READ
                       " LEDGER BALANCE ROWS"
           ELSE
               PERFORM 4000-TOTAL-MASTER
               PERFORM 5000-ROLL-JOURNAL-MOVEMENTS
               PERFORM 5500-TOTAL-APPLIED-ADJUSTMENTS
               PERFORM 2000-LOAD-LEDGER-BALANCES
               PERFORM 6000-PROVE-ONE-CELL
                   VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-BREAK-COUNT = 0
                   PERFORM 8000-STORE-PROVEN-BALANCES
               END-IF
               DISPLAY "ACRPROOF: ACCOUNTS READ         = "
                       WS-ACCOUNTS-READ
               DISPLAY "ACRPROOF: MOVEMENTS ROLLED      = "
                       WS-MOVEMENTS-ROLLED
               DISPLAY "ACRPROOF: ADJUSTMENT TRAIL ROWS = "
                       WS-ADJUSTMENTS-FOUND
               DISPLAY "ACRPROOF: LEDGER BALANCE ROWS   = "
                       WS-LEDGER-ROWS-READ
               DISPLAY "ACRPROOF: PRODUCT/CURRENCY ROWS = "
                       WS-CELL-COUNT
               DISPLAY "ACRPROOF: PROVEN                = "
                       WS-CELLS-PROVEN
               DISPLAY "ACRPROOF: BREAKS                = "
                       WS-BREAK-COUNT
           END-IF
           PERFORM 9000-CLOSE-FILES
           IF WS-BREAK-COUNT > 0
               DISPLAY "ACRPROOF: PERIOD " WS-PERIOD-END-DATE
                       " DID NOT PROVE - CLOSING NOT STORED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF PROOF-WARNED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *****************************************************************
      *  The card must name a real month-end date - the day after
      *  it is the first of a month - and a numeric tolerance.
      *****************************************************************
       1000-INITIALIZE.
           OPEN INPUT PROOF-CONTROL-CARD-FILE
           IF WS-ACPCARD-STATUS NOT = '00'
               DISPLAY "ACRPROOF: UNABLE TO OPEN CONTROL CARD, "
                       "STATUS=" WS-ACPCARD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ PROOF-CONTROL-CARD-FILE
               AT END
                   DISPLAY "ACRPROOF: CONTROL CARD FILE IS EMPTY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROOF-CONTROL-CARD-FILE
           IF AP-PERIOD-END-DATE NOT NUMERIC
               OR FUNCTION INTEGER-OF-DATE(AP-PERIOD-END-DATE) = 0
               DISPLAY "ACRPROOF: PERIOD END '" AP-PERIOD-END-DATE
                       "' IS NOT A REAL CALENDAR DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEXT-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(AP-PERIOD-END-DATE) + 1)
           IF WS-NEXT-DAY(7:2) NOT = '01'
               DISPLAY "ACRPROOF: PERIOD END " AP-PERIOD-END-DATE
                       " IS NOT THE LAST DAY OF A MONTH"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF AP-TOLERANCE NOT NUMERIC
               DISPLAY "ACRPROOF: TOLERANCE NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT AP-PROVE-PERIOD AND NOT AP-SEED-OPENING
               DISPLAY "ACRPROOF: PROOF MODE '" AP-PROOF-MODE
                       "' NOT P / S"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AP-PERIOD-END-DATE TO WS-PERIOD-END-DATE
           MOVE AP-TOLERANCE       TO WS-TOLERANCE
           IF AP-SEED-OPENING
               MOVE 'S' TO WS-PROOF-MODE
           ELSE
               MOVE 'P' TO WS-PROOF-MODE
               OPEN OUTPUT ACCRUAL-PROOF-FILE
               IF WS-ACRPRF-STATUS NOT = '00'
                   DISPLAY "ACRPROOF: UNABLE TO OPEN PROOF LISTING, "
                           "STATUS=" WS-ACRPRF-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *****************************************************************
      *  Finds (or opens) the cell for WS-KEY-PRODUCT and
      *  WS-KEY-CURRENCY and leaves its subscript in WS-CELL-IDX.
      *****************************************************************
       1500-LOCATE-CELL.
           MOVE 'N' TO WS-CELL-FOUND-SW
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CL-PRODUCT-CODE(WS-CELL-IDX) = WS-KEY-PRODUCT
                   AND WS-CL-CURRENCY-CODE(WS-CELL-IDX)
                       = WS-KEY-CURRENCY
                   MOVE 'Y' TO WS-CELL-FOUND-SW
                   MOVE WS-CELL-IDX TO WS-CELL-MATCHED
               END-IF
           END-PERFORM
           IF CELL-FOUND
               MOVE WS-CELL-MATCHED TO WS-CELL-IDX
           ELSE
               IF WS-CELL-COUNT >= WS-CELL-MAX
                   DISPLAY "ACRPROOF: MORE THAN " WS-CELL-MAX
                           " PRODUCT/CURRENCY COMBINATIONS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CELL-COUNT
               MOVE WS-CELL-COUNT   TO WS-CELL-IDX
               MOVE WS-KEY-PRODUCT  TO WS-CL-PRODUCT-CODE(WS-CELL-IDX)
               MOVE WS-KEY-CURRENCY TO WS-CL-CURRENCY-CODE(WS-CELL-IDX)
               MOVE 0   TO WS-CL-OPENING(WS-CELL-IDX)
               MOVE 0   TO WS-CL-EXPENSE(WS-CELL-IDX)
               MOVE 0   TO WS-CL-ADJ-JOURNALED(WS-CELL-IDX)
               MOVE 0   TO WS-CL-WITHHOLDING(WS-CELL-IDX)
               MOVE 0   TO WS-CL-CAPITALIZED(WS-CELL-IDX)
               MOVE 0   TO WS-CL-ACH-PAID(WS-CELL-IDX)
               MOVE 0   TO WS-CL-LEDGER(WS-CELL-IDX)
               MOVE 'N' TO WS-CL-LEDGER-ROW-SW(WS-CELL-IDX)
               MOVE 0   TO WS-CL-MASTER-ACCRUED(WS-CELL-IDX)
               MOVE 0   TO WS-CL-HELD-NET(WS-CELL-IDX)
               MOVE 0   TO WS-CL-ADJ-APPLIED(WS-CELL-IDX)
               MOVE 0   TO WS-CL-ACCOUNT-COUNT(WS-CELL-IDX)
           END-IF.

      *****************************************************************
      *  The GL team's balances must be struck at the period end
      *  being proven - a file for another date would prove the
      *  wrong month - and carry one row per product and currency.
      *****************************************************************
       2000-LOAD-LEDGER-BALANCES.
           OPEN INPUT LEDGER-BALANCE-FILE
           IF WS-LDGRBAL-STATUS NOT = '00'
               DISPLAY "ACRPROOF: UNABLE TO OPEN LEDGER BALANCE FILE, "
                       "STATUS=" WS-LDGRBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-LEDGER
           PERFORM 2100-LOAD-ONE-LEDGER-ROW
               UNTIL END-OF-LEDGER
           CLOSE LEDGER-BALANCE-FILE.

       2100-LOAD-ONE-LEDGER-ROW.
           READ LEDGER-BALANCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-LEDGER
               NOT AT END
                   ADD 1 TO WS-LEDGER-ROWS-READ
                   IF LB-BALANCE-DATE NOT = WS-PERIOD-END-DATE
                       DISPLAY "ACRPROOF: LEDGER BALANCES STRUCK AT "
                               LB-BALANCE-DATE ", NOT "
                               WS-PERIOD-END-DATE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF LB-LEDGER-BALANCE NOT NUMERIC
                       DISPLAY "ACRPROOF: LEDGER BALANCE NOT NUMERIC "
                               "FOR " LB-PRODUCT-CODE " "
                               LB-CURRENCY-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE LB-PRODUCT-CODE  TO WS-KEY-PRODUCT
                   MOVE LB-CURRENCY-CODE TO WS-KEY-CURRENCY
                   PERFORM 1500-LOCATE-CELL
                   IF WS-CL-LEDGER-ROW-FOUND(WS-CELL-IDX)
                       DISPLAY "ACRPROOF: DUPLICATE LEDGER BALANCE "
                               "ROW FOR " LB-PRODUCT-CODE " "
                               LB-CURRENCY-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF LB-BALANCE-NEGATIVE
                       COMPUTE WS-LEDGER-SIGNED =
                           0 - LB-LEDGER-BALANCE
                   ELSE
                       MOVE LB-LEDGER-BALANCE TO WS-LEDGER-SIGNED
                   END-IF
                   MOVE WS-LEDGER-SIGNED
                       TO WS-CL-LEDGER(WS-CELL-IDX)
                   MOVE 'Y' TO WS-CL-LEDGER-ROW-SW(WS-CELL-IDX)
           END-READ.

      *****************************************************************
      *  The proven-balance file is in period-end order, so the last
      *  period end read below the one being proven is the opening:
      *  each later one met replaces whatever was loaded before it.
      *  A period already proven AFTER this one refuses the run -
      *  proving (or seeding) behind it would break the chain of
      *  openings.  No file yet is no opening.
      *****************************************************************
       3000-LOAD-OPENING-BALANCES.
           MOVE 0 TO WS-OPENING-DATE
           OPEN INPUT PROVEN-BALANCE-FILE
           IF WS-ACRBAL-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-ACRBAL-STATUS NOT = '00'
                   DISPLAY "ACRPROOF: UNABLE TO OPEN PROVEN BALANCES, "
                           "STATUS=" WS-ACRBAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-PROVEN
               PERFORM 3100-LOAD-ONE-PROVEN-ROW
                   UNTIL END-OF-PROVEN
               CLOSE PROVEN-BALANCE-FILE
           END-IF
           IF WS-PROVE-RUN
               IF WS-OPENING-DATE = 0
                   MOVE 'Y' TO WS-WARNED-SW
                   DISPLAY "ACRPROOF: NO PROVEN OPENING - ROLLING "
                           "FORWARD FROM ZERO"
               ELSE
                   DISPLAY "ACRPROOF: OPENING FROM PERIOD PROVEN AT "
                           WS-OPENING-DATE
               END-IF
           END-IF.

       3100-LOAD-ONE-PROVEN-ROW.
           READ PROVEN-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-PROVEN
               NOT AT END
                   IF AB-PERIOD-END-DATE > WS-PERIOD-END-DATE
                       DISPLAY "ACRPROOF: PERIOD " AB-PERIOD-END-DATE
                               " IS ALREADY PROVEN - "
                               WS-PERIOD-END-DATE
                               " CANNOT BE PROVEN BEHIND IT"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF AB-PERIOD-END-DATE < WS-PERIOD-END-DATE
                       AND WS-PROVE-RUN
                       IF AB-PERIOD-END-DATE NOT = WS-OPENING-DATE
                           MOVE AB-PERIOD-END-DATE TO WS-OPENING-DATE
                           MOVE 0 TO WS-CELL-COUNT
                       END-IF
                       MOVE AB-PRODUCT-CODE  TO WS-KEY-PRODUCT
                       MOVE AB-CURRENCY-CODE TO WS-KEY-CURRENCY
                       PERFORM 1500-LOCATE-CELL
                       MOVE AB-PROVEN-BALANCE
                           TO WS-CL-OPENING(WS-CELL-IDX)
                   END-IF
           END-READ.

      *****************************************************************
      *  The master side.  Held amounts were accrued into the bucket
      *  but their GL lines were suppressed, so the ledger has not
      *  seen their net yet; they come off to make the master's
      *  figure comparable.  Buckets that are not valid packed data
      *  count as zero, as the nightly run treats them.
      *****************************************************************
       4000-TOTAL-MASTER.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
               DISPLAY "ACRPROOF: UNABLE TO OPEN ACCOUNT-MASTER, "
                       "STATUS=" WS-ACCTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-MASTER
           PERFORM 4100-TOTAL-ONE-ACCOUNT
               UNTIL END-OF-MASTER
           CLOSE ACCOUNT-MASTER-FILE.

       4100-TOTAL-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-MASTER
               NOT AT END
                   ADD 1 TO WS-ACCOUNTS-READ
                   MOVE AM-PRODUCT-CODE  TO WS-KEY-PRODUCT
                   MOVE AM-CURRENCY-CODE TO WS-KEY-CURRENCY
                   PERFORM 1500-LOCATE-CELL
                   IF AM-ACCRUED-INTEREST NOT NUMERIC
                       MOVE 0 TO AM-ACCRUED-INTEREST
                   END-IF
                   IF AM-HELD-GL-AMOUNT NUMERIC
                       MOVE AM-HELD-GL-AMOUNT TO WS-HELD-GL
                   ELSE
                       MOVE 0 TO WS-HELD-GL
                   END-IF
                   IF AM-HELD-WHT-AMOUNT NUMERIC
                       MOVE AM-HELD-WHT-AMOUNT TO WS-HELD-WHT
                   ELSE
                       MOVE 0 TO WS-HELD-WHT
                   END-IF
                   ADD AM-ACCRUED-INTEREST
                       TO WS-CL-MASTER-ACCRUED(WS-CELL-IDX)
                   COMPUTE WS-CL-HELD-NET(WS-CELL-IDX) =
                       WS-CL-HELD-NET(WS-CELL-IDX)
                       + WS-HELD-GL - WS-HELD-WHT
                   ADD 1 TO WS-CL-ACCOUNT-COUNT(WS-CELL-IDX)
           END-READ.

      *****************************************************************
      *  The journal side: every movement GLJRNL recorded with a
      *  posting date after the opening period end, up to and
      *  including this one.  The history stays open for the break
      *  detail pass.  No history yet means no journal movements.
      *****************************************************************
       5000-ROLL-JOURNAL-MOVEMENTS.
           OPEN INPUT ACCRUAL-MOVEMENT-FILE
           IF WS-ACRMOVE-STATUS = '35'
               MOVE 'Y' TO WS-WARNED-SW
               DISPLAY "ACRPROOF: NO JOURNAL MOVEMENT HISTORY ON FILE"
           ELSE
               IF WS-ACRMOVE-STATUS NOT = '00'
                   DISPLAY "ACRPROOF: UNABLE TO OPEN MOVEMENT "
                           "HISTORY, STATUS=" WS-ACRMOVE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-MOVEMENT-OPEN-SW
               MOVE 'N' TO WS-EOF-MOVEMENT
               PERFORM 5100-ROLL-ONE-MOVEMENT
                   UNTIL END-OF-MOVEMENT
           END-IF.

       5100-ROLL-ONE-MOVEMENT.
           READ ACCRUAL-MOVEMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-MOVEMENT
               NOT AT END
                   IF AV-POSTING-DATE > WS-OPENING-DATE
                       AND AV-POSTING-DATE NOT > WS-PERIOD-END-DATE
                       ADD 1 TO WS-MOVEMENTS-ROLLED
                       MOVE AV-PRODUCT-CODE  TO WS-KEY-PRODUCT
                       MOVE AV-CURRENCY-CODE TO WS-KEY-CURRENCY
                       PERFORM 1500-LOCATE-CELL
                       ADD AV-INTEREST-EXPENSE
                           TO WS-CL-EXPENSE(WS-CELL-IDX)
                       ADD AV-ADJUSTMENT
                           TO WS-CL-ADJ-JOURNALED(WS-CELL-IDX)
                       ADD AV-WITHHOLDING
                           TO WS-CL-WITHHOLDING(WS-CELL-IDX)
                       ADD AV-CAPITALIZED
                           TO WS-CL-CAPITALIZED(WS-CELL-IDX)
                       ADD AV-ACH-PAID
                           TO WS-CL-ACH-PAID(WS-CELL-IDX)
                   END-IF
           END-READ.

      *****************************************************************
      *  What INTADJ applied to the master in the same window: its
      *  account-level trail rows on the audit archive (balance
      *  basis 'J', AT-AMOUNT the signed adjustment), dated by the
      *  trail row's timestamp.  Detail for the listing only - the
      *  journaled adjustments are what roll forward.
      *****************************************************************
       5500-TOTAL-APPLIED-ADJUSTMENTS.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARCH-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-AUDARCH-STATUS NOT = '00'
                   DISPLAY "ACRPROOF: UNABLE TO OPEN ARCHIVE, STATUS="
                           WS-AUDARCH-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-ARCHIVE
               PERFORM 5600-CHECK-ONE-ARCHIVE-ROW
                   UNTIL END-OF-ARCHIVE
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       5600-CHECK-ONE-ARCHIVE-ROW.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ARCHIVE
               NOT AT END
                   IF AT-BALANCE-BASIS = 'J'
                       AND AT-TIMESTAMP(1:8) NUMERIC
                       AND AT-AMOUNT NUMERIC
                       MOVE AT-TIMESTAMP(1:8) TO WS-ROW-DATE
                       IF WS-ROW-DATE > WS-OPENING-DATE
                           AND WS-ROW-DATE NOT > WS-PERIOD-END-DATE
                           ADD 1 TO WS-ADJUSTMENTS-FOUND
                           MOVE AT-PRODUCT-CODE  TO WS-KEY-PRODUCT
                           MOVE AT-CURRENCY-CODE TO WS-KEY-CURRENCY
                           PERFORM 1500-LOCATE-CELL
                           ADD AT-AMOUNT
                               TO WS-CL-ADJ-APPLIED(WS-CELL-IDX)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************************
      *  One product/currency: the rolled-forward closing against
      *  the ledger and against the master, each within tolerance.
      *  A break is followed on the listing by its movement rows.
      *****************************************************************
       6000-PROVE-ONE-CELL.
           COMPUTE WS-ROLLED-BALANCE =
               WS-CL-OPENING(WS-CELL-IDX)
               + WS-CL-EXPENSE(WS-CELL-IDX)
               + WS-CL-ADJ-JOURNALED(WS-CELL-IDX)
               - WS-CL-WITHHOLDING(WS-CELL-IDX)
               - WS-CL-CAPITALIZED(WS-CELL-IDX)
               - WS-CL-ACH-PAID(WS-CELL-IDX)
           COMPUTE WS-SUBLEDGER-BALANCE =
               WS-CL-MASTER-ACCRUED(WS-CELL-IDX)
               - WS-CL-HELD-NET(WS-CELL-IDX)
           COMPUTE WS-LEDGER-DIFFERENCE =
               WS-CL-LEDGER(WS-CELL-IDX) - WS-ROLLED-BALANCE
           COMPUTE WS-SUBLEDGER-DIFFERENCE =
               WS-SUBLEDGER-BALANCE - WS-ROLLED-BALANCE
           MOVE SPACES TO ACCRUAL-PROOF-RECORD
           MOVE 'PS'   TO PF-RECORD-TYPE
           MOVE WS-PERIOD-END-DATE TO PF-PERIOD-END-DATE
           MOVE WS-CL-PRODUCT-CODE(WS-CELL-IDX)  TO PF-PRODUCT-CODE
           MOVE WS-CL-CURRENCY-CODE(WS-CELL-IDX) TO PF-CURRENCY-CODE
           IF FUNCTION ABS(WS-LEDGER-DIFFERENCE) > WS-TOLERANCE
               IF FUNCTION ABS(WS-SUBLEDGER-DIFFERENCE) > WS-TOLERANCE
                   MOVE 'BOTH' TO PF-PROOF-STATUS
               ELSE
                   MOVE 'LDGR' TO PF-PROOF-STATUS
               END-IF
           ELSE
               IF FUNCTION ABS(WS-SUBLEDGER-DIFFERENCE) > WS-TOLERANCE
                   MOVE 'SUBL' TO PF-PROOF-STATUS
               ELSE
                   MOVE 'OK  ' TO PF-PROOF-STATUS
               END-IF
           END-IF
           MOVE WS-OPENING-DATE                  TO PF-OPENING-DATE
           MOVE WS-CL-OPENING(WS-CELL-IDX)       TO PF-OPENING-BALANCE
           MOVE WS-CL-EXPENSE(WS-CELL-IDX)       TO PF-INTEREST-EXPENSE
           MOVE WS-CL-ADJ-JOURNALED(WS-CELL-IDX) TO PF-ADJ-JOURNALED
           MOVE WS-CL-WITHHOLDING(WS-CELL-IDX)   TO PF-WITHHOLDING
           MOVE WS-CL-CAPITALIZED(WS-CELL-IDX)   TO PF-CAPITALIZED
           MOVE WS-CL-ACH-PAID(WS-CELL-IDX)      TO PF-ACH-PAID
           MOVE WS-ROLLED-BALANCE                TO PF-ROLLED-BALANCE
           MOVE WS-CL-LEDGER(WS-CELL-IDX)        TO PF-LEDGER-BALANCE
           MOVE WS-LEDGER-DIFFERENCE          TO PF-LEDGER-DIFFERENCE
           MOVE WS-CL-MASTER-ACCRUED(WS-CELL-IDX)
                                              TO PF-MASTER-ACCRUED
           MOVE WS-CL-HELD-NET(WS-CELL-IDX)      TO PF-HELD-NET
           MOVE WS-SUBLEDGER-BALANCE          TO PF-SUBLEDGER-BALANCE
           MOVE WS-SUBLEDGER-DIFFERENCE
                                           TO PF-SUBLEDGER-DIFFERENCE
           MOVE WS-CL-ADJ-APPLIED(WS-CELL-IDX)   TO PF-ADJ-APPLIED
           MOVE WS-CL-ACCOUNT-COUNT(WS-CELL-IDX) TO PF-ACCOUNT-COUNT
           MOVE WS-CL-LEDGER-ROW-SW(WS-CELL-IDX) TO PF-LEDGER-ROW-SW
           PERFORM 6900-WRITE-PROOF-RECORD
           IF PF-PROVEN
               ADD 1 TO WS-CELLS-PROVEN
           ELSE
               ADD 1 TO WS-BREAK-COUNT
               DISPLAY "ACRPROOF: BREAK " PF-PROOF-STATUS " "
                       WS-CL-PRODUCT-CODE(WS-CELL-IDX) " "
                       WS-CL-CURRENCY-CODE(WS-CELL-IDX)
                       " LEDGER DIFF=" WS-LEDGER-DIFFERENCE
                       " MASTER DIFF=" WS-SUBLEDGER-DIFFERENCE
               IF MOVEMENT-HISTORY-OPEN
                   PERFORM 6500-LIST-CELL-MOVEMENTS
               END-IF
           END-IF.

       6500-LIST-CELL-MOVEMENTS.
           MOVE 'N' TO WS-EOF-MOVEMENT
           MOVE LOW-VALUES TO AV-MOVEMENT-KEY
           START ACCRUAL-MOVEMENT-FILE KEY IS GREATER THAN
               AV-MOVEMENT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-MOVEMENT
           END-START
           PERFORM 6600-LIST-ONE-MOVEMENT
               UNTIL END-OF-MOVEMENT.

       6600-LIST-ONE-MOVEMENT.
           READ ACCRUAL-MOVEMENT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-MOVEMENT
               NOT AT END
                   IF AV-PRODUCT-CODE = WS-CL-PRODUCT-CODE(WS-CELL-IDX)
                       AND AV-CURRENCY-CODE
                           = WS-CL-CURRENCY-CODE(WS-CELL-IDX)
                       AND AV-POSTING-DATE > WS-OPENING-DATE
                       AND AV-POSTING-DATE NOT > WS-PERIOD-END-DATE
                       MOVE SPACES TO ACCRUAL-PROOF-RECORD
                       MOVE 'PM'   TO PF-RECORD-TYPE
                       MOVE WS-PERIOD-END-DATE TO PF-PERIOD-END-DATE
                       MOVE AV-PRODUCT-CODE    TO PF-PRODUCT-CODE
                       MOVE AV-CURRENCY-CODE   TO PF-CURRENCY-CODE
                       MOVE AV-RUN-ID          TO PF-MV-RUN-ID
                       MOVE AV-POSTING-DATE    TO PF-MV-POSTING-DATE
                       MOVE AV-VOUCHER-NUMBER  TO PF-MV-VOUCHER-NUMBER
                       MOVE AV-INTEREST-EXPENSE
                                           TO PF-MV-INTEREST-EXPENSE
                       MOVE AV-ADJUSTMENT      TO PF-MV-ADJUSTMENT
                       MOVE AV-WITHHOLDING     TO PF-MV-WITHHOLDING
                       MOVE AV-CAPITALIZED     TO PF-MV-CAPITALIZED
                       MOVE AV-ACH-PAID        TO PF-MV-ACH-PAID
                       COMPUTE PF-MV-NET-MOVEMENT =
                           AV-INTEREST-EXPENSE + AV-ADJUSTMENT
                           - AV-WITHHOLDING - AV-CAPITALIZED
                           - AV-ACH-PAID
                       PERFORM 6900-WRITE-PROOF-RECORD
                       ADD 1 TO WS-DETAIL-ROWS-WRITTEN
                   END-IF
           END-READ.

       6900-WRITE-PROOF-RECORD.
           WRITE ACCRUAL-PROOF-RECORD
           IF WS-ACRPRF-STATUS NOT = '00'
               DISPLAY "ACRPROOF: WRITE FAILED FOR PROOF LISTING, "
                       "STATUS=" WS-ACRPRF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  Stores each product/currency's ledger balance - the figure
      *  the proof agreed with, or the seed - as proven at this
      *  period end.  A period proven again replaces its own rows.
      *****************************************************************
       8000-STORE-PROVEN-BALANCES.
           OPEN I-O PROVEN-BALANCE-FILE
           IF WS-ACRBAL-STATUS = '35'
               OPEN OUTPUT PROVEN-BALANCE-FILE
               CLOSE PROVEN-BALANCE-FILE
               OPEN I-O PROVEN-BALANCE-FILE
           END-IF
           IF WS-ACRBAL-STATUS NOT = '00'
               DISPLAY "ACRPROOF: UNABLE TO OPEN PROVEN BALANCES, "
                       "STATUS=" WS-ACRBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 8100-STORE-ONE-BALANCE
               VARYING WS-CELL-IDX FROM 1 BY 1
               UNTIL WS-CELL-IDX > WS-CELL-COUNT
           CLOSE PROVEN-BALANCE-FILE
           DISPLAY "ACRPROOF: CLOSING BALANCES STORED = "
                   WS-BALANCES-STORED.

       8100-STORE-ONE-BALANCE.
           MOVE WS-PERIOD-END-DATE TO AB-PERIOD-END-DATE
           MOVE WS-CL-PRODUCT-CODE(WS-CELL-IDX)  TO AB-PRODUCT-CODE
           MOVE WS-CL-CURRENCY-CODE(WS-CELL-IDX) TO AB-CURRENCY-CODE
           MOVE WS-CL-LEDGER(WS-CELL-IDX)        TO AB-PROVEN-BALANCE
           MOVE WS-PROOF-MODE                    TO AB-PROOF-MODE
           MOVE WS-CURRENT-TIMESTAMP             TO AB-PROOF-TIMESTAMP
           REWRITE PROVEN-BALANCE-RECORD
               INVALID KEY
                   WRITE PROVEN-BALANCE-RECORD
           END-REWRITE
           IF WS-ACRBAL-STATUS NOT = '00'
               DISPLAY "ACRPROOF: PROVEN BALANCE WRITE FAILED, "
                       "STATUS=" WS-ACRBAL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BALANCES-STORED.

       9000-CLOSE-FILES.
           IF MOVEMENT-HISTORY-OPEN
               CLOSE ACCRUAL-MOVEMENT-FILE
           END-IF
           IF WS-PROVE-RUN
               CLOSE ACCRUAL-PROOF-FILE
           END-IF.
