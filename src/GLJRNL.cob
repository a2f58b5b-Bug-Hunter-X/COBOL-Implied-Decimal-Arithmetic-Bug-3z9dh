      *  product's interest expense, the withholding-payable credit
      *  leg for the -TAX-WHT amounts, the customer-liability
      *  credit for the net, and the accrued-to-deposit liability
      *  move for capitalization rows.  Overdraft debit interest
      *  charged at a cycle end (-INT-INC) is income, not negative
      *  expense: it credits each product's debit-interest income
      *  account against a debit to the customers' deposit
      *  liability, never netting into the expense legs.  A term
      *  deposit's early-withdrawal penalty (-PEN-INC) is income
      *  the same way, to the product's penalty-income account.
      *  Cycle-end interest paid out by ACH under a disposition
      *  instruction (-INT-ACH) moves from accrued liability to the
      *  ACH clearing payable instead of to deposit liability.
      *  Signed adjustment rows
      *  (-INT-ADJ, GL-AMOUNT-SIGN '-') net into the expense legs;
      *  a leg that nets negative flips to the other side rather
      *  than carrying a negative amount.  Every voucher's signed
      *  written - an imbalance fails the job with return code 16
      *  and an incomplete file, so nothing unbalanced is ever
      *  transmitted.
      *
      *  Once the whole batch has balanced, each voucher's share of
      *  the accrued-interest liability is also recorded per product
      *  on the movement history (COPY ACRMOVE) that the month-end
      *  proof rolls forward - GLJRNL.DAT itself is rebuilt nightly.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLJRNL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLJRNL-STATUS.

           SELECT ACCRUAL-MOVEMENT-FILE
               ASSIGN TO "ACRMOVE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AV-MOVEMENT-KEY
               FILE STATUS IS WS-ACRMOVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FEED-FILE
           LABEL RECORDS ARE STANDARD.
       COPY GLVCHR.

       FD  ACCRUAL-MOVEMENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACRMOVE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-GLFEED-STATUS           PIC X(2) VALUE '00'.
           05  WS-GLJRNL-STATUS           PIC X(2) VALUE '00'.
           05  WS-ACRMOVE-STATUS          PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-GLFEED              PIC X(1) VALUE 'N'.
      *  One accumulation cell per posting date / currency / run-id
      *  in the feed, each with a per-product signed expense
      *  sub-table (nightly expense, hold catch-up and signed
      *  adjustments all net here, with the product's debit-interest
      *  income and penalty income kept in their own columns beside
      *  it), the withholding total, the capitalization total and
      *  the ACH payout total.  The product cell also keeps its own
      *  share of the adjustment, withholding, capitalization and
      *  ACH figures for the movement history; the voucher legs
      *  only ever use the cell totals.
      *  A normal night is one cell; twenty
      *  covers a feed carrying a supplemental append and a batch
      *  of adjustments, and overflow halts rather than dropping a
      *  row from the journal.  Each cell holds as many products as
      *  PRODTBL.cpy does (WS-PRODUCT-TABLE-MAX), so every product
      *  the reference file can carry fits in one voucher group.
      *****************************************************************
       01  WS-VOUCHER-TABLE-AREA.
           05  WS-VOUCHER-COUNT           PIC 9(2) VALUE 0.
           05  WS-VCH-MATCHED             PIC 9(2) VALUE 0.
           05  WS-PRD-IDX                 PIC 9(2) VALUE 0.
           05  WS-PRD-MATCHED             PIC 9(2) VALUE 0.
           05  WS-PRODUCT-MAX             PIC 9(2) VALUE 20.
           05  WS-VOUCHER-ENTRY OCCURS 20 TIMES.
               10  WS-VE-POSTING-DATE     PIC 9(8).
               10  WS-VE-CURRENCY-CODE    PIC X(3).
               10  WS-VE-PRODUCT-COUNT    PIC 9(2).
               10  WS-VE-WHT-TOTAL        PIC S9(11)V9(4).
               10  WS-VE-CAP-TOTAL        PIC S9(11)V9(4).
               10  WS-VE-ACH-TOTAL        PIC S9(11)V9(4).
               10  WS-VE-PRODUCT-CELL OCCURS 20 TIMES.
                   15  WS-VP-PRODUCT-CODE PIC X(4).
                   15  WS-VP-EXPENSE      PIC S9(11)V9(4).
                   15  WS-VP-INCOME       PIC S9(11)V9(4).
                   15  WS-VP-PENALTY      PIC S9(11)V9(4).
                   15  WS-VP-ADJUSTMENT   PIC S9(11)V9(4).
                   15  WS-VP-WITHHOLDING  PIC S9(11)V9(4).
                   15  WS-VP-CAPITALIZED  PIC S9(11)V9(4).
                   15  WS-VP-ACH-PAID     PIC S9(11)V9(4).

       01  WS-CLASSIFY-AREA.
           05  WS-ROW-SUFFIX              PIC X(8) VALUE SPACES.
           05  WS-ABS-AMOUNT              PIC 9(11)V9(4) VALUE 0.
           05  WS-CUSTOMER-NET            PIC S9(11)V9(4) VALUE 0.
           05  WS-EXPENSE-SUM             PIC S9(11)V9(4) VALUE 0.
           05  WS-INCOME-SUM              PIC S9(11)V9(4) VALUE 0.
           05  WS-BALANCE-PROOF           PIC S9(13)V9(4) VALUE 0.
           05  WS-DETAIL-COUNT            PIC 9(5) VALUE 0.
           05  WS-VOUCHER-HASH            PIC 9(13)V9(4) VALUE 0.
       01  WS-ACCUMULATORS.
           05  WS-FEED-ROWS-READ          PIC 9(9) VALUE 0.
           05  WS-VOUCHERS-WRITTEN        PIC 9(5) VALUE 0.
           05  WS-MOVEMENTS-RECORDED      PIC 9(5) VALUE 0.

       01  WS-TIMESTAMP-AREA.
           05  WS-CURRENT-TIMESTAMP       PIC X(26) VALUE SPACES.
               VARYING WS-VCH-IDX FROM 1 BY 1
               UNTIL WS-VCH-IDX > WS-VOUCHER-COUNT
           PERFORM 7000-WRITE-BATCH-TRAILER
           PERFORM 8000-RECORD-ACCRUAL-MOVEMENTS
           PERFORM 9000-CLOSE-FILES
           DISPLAY "GLJRNL: FEED ROWS READ    = " WS-FEED-ROWS-READ
           DISPLAY "GLJRNL: VOUCHERS WRITTEN  = " WS-VOUCHERS-WRITTEN
           DISPLAY "GLJRNL: MOVEMENTS RECORDED= " WS-MOVEMENTS-RECORDED
           DISPLAY "GLJRNL: BATCH HASH TOTAL  = " WS-BATCH-HASH
           STOP RUN.

               OR WS-ROW-SUFFIX = '-INT-ADJ'
               OR WS-ROW-SUFFIX = '-TAX-WHT'
               OR WS-ROW-SUFFIX = '-INT-CAP'
               OR WS-ROW-SUFFIX = '-INT-INC'
               OR WS-ROW-SUFFIX = '-PEN-INC'
               OR WS-ROW-SUFFIX = '-INT-ACH'
               PERFORM 2200-LOCATE-VOUCHER-CELL
               PERFORM 2400-NET-ROW-INTO-CELL
           ELSE
               MOVE 0 TO WS-VE-PRODUCT-COUNT(WS-VCH-IDX)
               MOVE 0 TO WS-VE-WHT-TOTAL(WS-VCH-IDX)
               MOVE 0 TO WS-VE-CAP-TOTAL(WS-VCH-IDX)
               MOVE 0 TO WS-VE-ACH-TOTAL(WS-VCH-IDX)
           END-IF.

       2400-NET-ROW-INTO-CELL.
           IF WS-ROW-SUFFIX = '-TAX-WHT'
               ADD WS-SIGNED-AMOUNT TO WS-VE-WHT-TOTAL(WS-VCH-IDX)
               PERFORM 2550-LOCATE-PRODUCT-CELL
               ADD WS-SIGNED-AMOUNT
                   TO WS-VP-WITHHOLDING(WS-VCH-IDX, WS-PRD-IDX)
           ELSE
               IF WS-ROW-SUFFIX = '-INT-CAP'
                   ADD WS-SIGNED-AMOUNT
                       TO WS-VE-CAP-TOTAL(WS-VCH-IDX)
                   PERFORM 2550-LOCATE-PRODUCT-CELL
                   ADD WS-SIGNED-AMOUNT
                       TO WS-VP-CAPITALIZED(WS-VCH-IDX, WS-PRD-IDX)
               ELSE
                   IF WS-ROW-SUFFIX = '-INT-ACH'
                       ADD WS-SIGNED-AMOUNT
                           TO WS-VE-ACH-TOTAL(WS-VCH-IDX)
                       PERFORM 2550-LOCATE-PRODUCT-CELL
                       ADD WS-SIGNED-AMOUNT
                           TO WS-VP-ACH-PAID(WS-VCH-IDX, WS-PRD-IDX)
                   ELSE
                       PERFORM 2500-NET-INTO-PRODUCT-CELL
                   END-IF
               END-IF
           END-IF.

       2500-NET-INTO-PRODUCT-CELL.
           PERFORM 2550-LOCATE-PRODUCT-CELL
           IF WS-ROW-SUFFIX = '-INT-INC'
               ADD WS-SIGNED-AMOUNT
                   TO WS-VP-INCOME(WS-VCH-IDX, WS-PRD-IDX)
           ELSE
               IF WS-ROW-SUFFIX = '-PEN-INC'
                   ADD WS-SIGNED-AMOUNT
                       TO WS-VP-PENALTY(WS-VCH-IDX, WS-PRD-IDX)
               ELSE
                   ADD WS-SIGNED-AMOUNT
                       TO WS-VP-EXPENSE(WS-VCH-IDX, WS-PRD-IDX)
                   IF WS-ROW-SUFFIX = '-INT-ADJ'
                       ADD WS-SIGNED-AMOUNT
                           TO WS-VP-ADJUSTMENT(WS-VCH-IDX, WS-PRD-IDX)
                   END-IF
               END-IF
           END-IF.

       2550-LOCATE-PRODUCT-CELL.
           MOVE 'N' TO WS-PRODUCT-FOUND-SW
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-VE-PRODUCT-COUNT(WS-VCH-IDX)
               MOVE WS-ROW-PRODUCT
                   TO WS-VP-PRODUCT-CODE(WS-VCH-IDX, WS-PRD-IDX)
               MOVE 0 TO WS-VP-EXPENSE(WS-VCH-IDX, WS-PRD-IDX)
               MOVE 0 TO WS-VP-INCOME(WS-VCH-IDX, WS-PRD-IDX)
               MOVE 0 TO WS-VP-PENALTY(WS-VCH-IDX, WS-PRD-IDX)
               MOVE 0 TO WS-VP-ADJUSTMENT(WS-VCH-IDX, WS-PRD-IDX)
               MOVE 0 TO WS-VP-WITHHOLDING(WS-VCH-IDX, WS-PRD-IDX)
               MOVE 0 TO WS-VP-CAPITALIZED(WS-VCH-IDX, WS-PRD-IDX)
               MOVE 0 TO WS-VP-ACH-PAID(WS-VCH-IDX, WS-PRD-IDX)
           END-IF.

       4000-WRITE-BATCH-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
      *  One voucher: the per-product expense legs (a product whose
      *  net expense came out negative flips to the credit side),
      *  the withholding-payable credit, the customer-liability
      *  credit for the net of the two, the capitalization move
      *  from accrued liability to deposit liability, the ACH
      *  payout move from accrued liability to the ACH clearing
      *  payable, and for
      *  overdraft charges a credit to each product's -INT-INC
      *  income account (and for break penalties its -PEN-INC
      *  account) against one deposit-liability debit for their
      *  total.  The signed
      *  debit-less-credit proof accumulates as the legs are
      *  written and must stand at zero before the trailer goes
      *  out; a voucher that cannot prove zero fails the job with
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-VOUCHER-HASH
           MOVE 0 TO WS-EXPENSE-SUM
           MOVE 0 TO WS-INCOME-SUM
           MOVE SPACES TO GL-VOUCHER-RECORD
           MOVE 'VH' TO GV-RECORD-TYPE
           MOVE WS-VOUCHER-NUMBER TO GV-VH-VOUCHER-NUMBER
               MOVE 'CUST-DEP-LIA' TO WS-LEG-ACCOUNT
               PERFORM 6000-WRITE-DEBIT-LEG
           END-IF
           IF WS-VE-ACH-TOTAL(WS-VCH-IDX) NOT = 0
               MOVE WS-VE-ACH-TOTAL(WS-VCH-IDX) TO WS-LEG-AMOUNT
               MOVE 'CUST-INT-LIA' TO WS-LEG-ACCOUNT
               PERFORM 6000-WRITE-DEBIT-LEG
               COMPUTE WS-LEG-AMOUNT =
                   0 - WS-VE-ACH-TOTAL(WS-VCH-IDX)
               MOVE 'ACH-CLR-PAY ' TO WS-LEG-ACCOUNT
               PERFORM 6000-WRITE-DEBIT-LEG
           END-IF
           PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
               UNTIL WS-PRD-IDX > WS-VE-PRODUCT-COUNT(WS-VCH-IDX)
               MOVE WS-VP-INCOME(WS-VCH-IDX, WS-PRD-IDX)
                   TO WS-LEG-AMOUNT
               ADD WS-LEG-AMOUNT TO WS-INCOME-SUM
               COMPUTE WS-LEG-AMOUNT = 0 - WS-LEG-AMOUNT
               MOVE SPACES TO WS-LEG-ACCOUNT
               STRING WS-VP-PRODUCT-CODE(WS-VCH-IDX, WS-PRD-IDX)
                           DELIMITED BY SIZE
                      "-INT-INC" DELIMITED BY SIZE
                   INTO WS-LEG-ACCOUNT
               PERFORM 6000-WRITE-DEBIT-LEG
               MOVE WS-VP-PENALTY(WS-VCH-IDX, WS-PRD-IDX)
                   TO WS-LEG-AMOUNT
               ADD WS-LEG-AMOUNT TO WS-INCOME-SUM
               COMPUTE WS-LEG-AMOUNT = 0 - WS-LEG-AMOUNT
               MOVE SPACES TO WS-LEG-ACCOUNT
               STRING WS-VP-PRODUCT-CODE(WS-VCH-IDX, WS-PRD-IDX)
                           DELIMITED BY SIZE
                      "-PEN-INC" DELIMITED BY SIZE
                   INTO WS-LEG-ACCOUNT
               PERFORM 6000-WRITE-DEBIT-LEG
           END-PERFORM
           IF WS-INCOME-SUM NOT = 0
               MOVE WS-INCOME-SUM TO WS-LEG-AMOUNT
               MOVE 'CUST-DEP-LIA' TO WS-LEG-ACCOUNT
               PERFORM 6000-WRITE-DEBIT-LEG
           END-IF
           IF WS-BALANCE-PROOF NOT = 0
               DISPLAY "GLJRNL: VOUCHER " WS-VOUCHER-NUMBER
                       " DOES NOT BALANCE - PROOF="
           MOVE WS-BATCH-HASH       TO GV-BT-HASH-TOTAL
           PERFORM 6900-WRITE-VOUCHER-RECORD.

      *****************************************************************
      *  Reached only when every voucher has balanced and the batch
      *  trailer is out.  Vouchers are numbered in cell order, so
      *  the cell subscript is the voucher number.  Each product's
      *  row is written or, for a journal re-run over the same
      *  feed (a supplemental appends to it), replaced - the cell
      *  totals are cumulative over the whole feed.  The expense
      *  column excludes the adjustments netted into it.
      *****************************************************************
       8000-RECORD-ACCRUAL-MOVEMENTS.
           OPEN I-O ACCRUAL-MOVEMENT-FILE
           IF WS-ACRMOVE-STATUS = '35'
               OPEN OUTPUT ACCRUAL-MOVEMENT-FILE
               CLOSE ACCRUAL-MOVEMENT-FILE
               OPEN I-O ACCRUAL-MOVEMENT-FILE
           END-IF
           IF WS-ACRMOVE-STATUS NOT = '00'
               DISPLAY "GLJRNL: UNABLE TO OPEN MOVEMENT HISTORY, "
                       "STATUS=" WS-ACRMOVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM VARYING WS-VCH-IDX FROM 1 BY 1
               UNTIL WS-VCH-IDX > WS-VOUCHER-COUNT
               PERFORM 8100-RECORD-ONE-MOVEMENT
                   VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-VE-PRODUCT-COUNT(WS-VCH-IDX)
           END-PERFORM
           CLOSE ACCRUAL-MOVEMENT-FILE.

       8100-RECORD-ONE-MOVEMENT.
           MOVE WS-VE-RUN-ID(WS-VCH-IDX)       TO AV-RUN-ID
           MOVE WS-VE-POSTING-DATE(WS-VCH-IDX) TO AV-POSTING-DATE
           MOVE WS-VE-CURRENCY-CODE(WS-VCH-IDX)
                                               TO AV-CURRENCY-CODE
           MOVE WS-VP-PRODUCT-CODE(WS-VCH-IDX, WS-PRD-IDX)
                                               TO AV-PRODUCT-CODE
           MOVE WS-VCH-IDX                     TO AV-VOUCHER-NUMBER
           COMPUTE AV-INTEREST-EXPENSE =
               WS-VP-EXPENSE(WS-VCH-IDX, WS-PRD-IDX)
               - WS-VP-ADJUSTMENT(WS-VCH-IDX, WS-PRD-IDX)
           MOVE WS-VP-ADJUSTMENT(WS-VCH-IDX, WS-PRD-IDX)
                                               TO AV-ADJUSTMENT
           MOVE WS-VP-WITHHOLDING(WS-VCH-IDX, WS-PRD-IDX)
                                               TO AV-WITHHOLDING
           MOVE WS-VP-CAPITALIZED(WS-VCH-IDX, WS-PRD-IDX)
                                               TO AV-CAPITALIZED
           MOVE WS-VP-ACH-PAID(WS-VCH-IDX, WS-PRD-IDX)
                                               TO AV-ACH-PAID
           MOVE WS-CURRENT-TIMESTAMP           TO AV-JOURNAL-TIMESTAMP
           REWRITE ACCRUAL-MOVEMENT-RECORD
               INVALID KEY
                   WRITE ACCRUAL-MOVEMENT-RECORD
           END-REWRITE
           IF WS-ACRMOVE-STATUS NOT = '00'
               DISPLAY "GLJRNL: MOVEMENT HISTORY WRITE FAILED, "
                       "STATUS=" WS-ACRMOVE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-MOVEMENTS-RECORDED.

       9000-CLOSE-FILES.
           CLOSE GL-FEED-FILE
           CLOSE GL-VOUCHER-FILE.
