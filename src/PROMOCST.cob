      *****************************************************************
      *  PROGRAM-ID.  PROMOCST
      *
      *  Promotional campaign cost report.  Reads the audit archive
      *  (AUDARCH.DAT) for every nightly accrual row that paid a
      *  promotional bonus - AT-OFFER-CODE set, AT-BONUS-POSTED above
      *  zero - and totals the bonus paid per offer and currency
      *  (COPY CMPCOST), with the number of accounts that earned it,
      *  so Marketing can see what each campaign has cost to date.
      *  The offer's terms are taken from PROMO.DAT (COPY PROMOOFR)
      *  when the offer is still on it.  The cost covers what the
      *  archive still holds: rows purged past the retention period
      *  are no longer counted.
      *
      *  The archive is in run order, so the bonus rows are first
      *  written to a work extract and SORTed by offer, currency and
      *  account, the way GLRECON orders its inputs; the report is
      *  then a control break over the sorted copy, the account
      *  level only counting distinct accounts.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROMOCST.
       AUTHOR.      BATCH-INTEREST-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO "AUDARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDARCH-STATUS.

           SELECT PROMO-OFFER-FILE
               ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT COST-EXTRACT-FILE
               ASSIGN TO "CMPCEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCEXT-STATUS.

           SELECT COST-SORTED-FILE
               ASSIGN TO "CMPCSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCSRT-STATUS.

           SELECT SORT-COST-WORK
               ASSIGN TO "SRTCOST".

           SELECT CAMPAIGN-COST-FILE
               ASSIGN TO "CMPCOST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPCOST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUDITREC.

       FD  PROMO-OFFER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PROMOOFR.

      *****************************************************************
      *  Extract row, byte image only - it is built in
      *  WS-EXTRACT-ROW and written whole.  The sort-work record
      *  names just the three keys at the front; the sorted copy
      *  carries the full layout the control break reads.
      *****************************************************************
       FD  COST-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  COST-EXTRACT-RECORD             PIC X(40).

       SD  SORT-COST-WORK.
       01  SORT-COST-RECORD.
           05  SC-OFFER-CODE               PIC X(6).
           05  SC-CURRENCY-CODE            PIC X(3).
           05  SC-ACCOUNT-NUMBER           PIC 9(9).
           05  FILLER                      PIC X(22).

       FD  COST-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  COST-SORTED-RECORD.
           05  CS-OFFER-CODE               PIC X(6).
           05  CS-CURRENCY-CODE            PIC X(3).
           05  CS-ACCOUNT-NUMBER           PIC 9(9).
           05  CS-PRODUCT-CODE             PIC X(4).
           05  CS-BONUS-DAYS               PIC 9(5).
           05  CS-BONUS-POSTED             PIC 9(9)V9(4).

       FD  CAMPAIGN-COST-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CMPCOST.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDARCH-STATUS          PIC X(2) VALUE '00'.
           05  WS-PROMO-STATUS            PIC X(2) VALUE '00'.
           05  WS-CCEXT-STATUS            PIC X(2) VALUE '00'.
           05  WS-CCSRT-STATUS            PIC X(2) VALUE '00'.
           05  WS-CMPCOST-STATUS          PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-ARCHIVE             PIC X(1) VALUE 'N'.
               88  END-OF-ARCHIVE             VALUE 'Y'.
           05  WS-EOF-PROMO               PIC X(1) VALUE 'Y'.
               88  END-OF-PROMO               VALUE 'Y'.
           05  WS-EOF-SORTED              PIC X(1) VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.
           05  WS-OFFER-FOUND-SW          PIC X(1) VALUE 'N'.
               88  OFFER-ON-FILE              VALUE 'Y'.

      *****************************************************************
      *  The offer terms, loaded once from PROMO.DAT.  No file is
      *  not an error - every offer then reports as 'U' with its
      *  cost alone.
      *****************************************************************
       01  WS-OFFER-TABLE-AREA.
           05  WS-OFFER-COUNT             PIC 9(3) VALUE 0.
           05  WS-OFFER-MAX               PIC 9(3) VALUE 100.
           05  WS-OFFER-IDX               PIC 9(3) VALUE 0.
           05  WS-OFFER-MATCHED-IDX       PIC 9(3) VALUE 0.
           05  WS-OFFER-TABLE.
               10  WS-OFFER-ENTRY OCCURS 100 TIMES.
                   15  WS-OF-OFFER-CODE     PIC X(6).
                   15  WS-OF-PRODUCT-CODE   PIC X(4).
                   15  WS-OF-BONUS-RATE     PIC 9(3)V9(4).
                   15  WS-OF-START-DATE     PIC 9(8).
                   15  WS-OF-END-DATE       PIC 9(8).

       01  WS-TODAY-AREA.
           05  WS-CURRENT-TIMESTAMP       PIC X(26) VALUE SPACES.
           05  WS-TODAY-DATE              PIC 9(8) VALUE 0.

       01  WS-EXTRACT-ROW.
           05  WS-EX-OFFER-CODE           PIC X(6).
           05  WS-EX-CURRENCY-CODE        PIC X(3).
           05  WS-EX-ACCOUNT-NUMBER       PIC 9(9).
           05  WS-EX-PRODUCT-CODE         PIC X(4).
           05  WS-EX-BONUS-DAYS           PIC 9(5).
           05  WS-EX-BONUS-POSTED         PIC 9(9)V9(4).

       01  WS-BREAK-AREA.
           05  WS-CURR-OFFER              PIC X(6) VALUE SPACES.
           05  WS-CURR-CURRENCY           PIC X(3) VALUE SPACES.
           05  WS-CURR-PRODUCT            PIC X(4) VALUE SPACES.
           05  WS-CURR-ACCOUNT            PIC 9(9) VALUE 0.
           05  WS-GROUP-ACCOUNTS          PIC 9(9) VALUE 0.
           05  WS-GROUP-ROWS              PIC 9(9) VALUE 0.
           05  WS-GROUP-DAYS              PIC 9(9) VALUE 0.
           05  WS-GROUP-BONUS             PIC 9(13)V9(4) VALUE 0.

       01  WS-ACCUMULATORS.
           05  WS-ARCHIVE-ROWS-READ       PIC 9(9) VALUE 0.
           05  WS-BONUS-ROWS-EXTRACTED    PIC 9(9) VALUE 0.
           05  WS-COST-ROWS-WRITTEN       PIC 9(9) VALUE 0.
           05  WS-OFFERS-UNKNOWN          PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-BONUS-ROWS
               UNTIL END-OF-ARCHIVE
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE COST-EXTRACT-FILE
           PERFORM 3000-SORT-EXTRACT
           PERFORM 4000-BUILD-COST-REPORT
               UNTIL END-OF-SORTED
           IF WS-CURR-OFFER NOT = SPACES
               PERFORM 4300-WRITE-COST-ROW
           END-IF
           PERFORM 9000-CLOSE-FILES
           DISPLAY "PROMOCST: ARCHIVE ROWS READ  = "
                   WS-ARCHIVE-ROWS-READ
           DISPLAY "PROMOCST: BONUS ROWS         = "
                   WS-BONUS-ROWS-EXTRACTED
           DISPLAY "PROMOCST: COST ROWS WRITTEN  = "
                   WS-COST-ROWS-WRITTEN
           IF WS-OFFERS-UNKNOWN > 0
               DISPLAY "PROMOCST: OFFERS NOT ON FILE = "
                       WS-OFFERS-UNKNOWN
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           PERFORM 1100-LOAD-PROMO-OFFERS
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-AUDARCH-STATUS NOT = '00'
               DISPLAY "PROMOCST: UNABLE TO OPEN ARCHIVE, STATUS="
                       WS-AUDARCH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT COST-EXTRACT-FILE
           IF WS-CCEXT-STATUS NOT = '00'
               DISPLAY "PROMOCST: UNABLE TO OPEN EXTRACT, STATUS="
                       WS-CCEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-NEXT-ARCHIVE-ROW.

       1100-LOAD-PROMO-OFFERS.
           MOVE 0 TO WS-OFFER-COUNT
           OPEN INPUT PROMO-OFFER-FILE
           IF WS-PROMO-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-PROMO-STATUS NOT = '00'
                   DISPLAY "PROMOCST: UNABLE TO OPEN PROMO OFFERS, "
                           "STATUS=" WS-PROMO-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-PROMO
               PERFORM 1150-LOAD-ONE-OFFER
                   UNTIL END-OF-PROMO
               CLOSE PROMO-OFFER-FILE
           END-IF.

       1150-LOAD-ONE-OFFER.
           READ PROMO-OFFER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-PROMO
               NOT AT END
                   IF WS-OFFER-COUNT >= WS-OFFER-MAX
                       DISPLAY "PROMOCST: MORE THAN " WS-OFFER-MAX
                               " PROMO OFFERS - RETIRE ENDED OFFERS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OFFER-COUNT
                   MOVE PO-OFFER-CODE
                       TO WS-OF-OFFER-CODE(WS-OFFER-COUNT)
                   MOVE PO-PRODUCT-CODE
                       TO WS-OF-PRODUCT-CODE(WS-OFFER-COUNT)
                   MOVE PO-BONUS-RATE
                       TO WS-OF-BONUS-RATE(WS-OFFER-COUNT)
                   MOVE PO-START-DATE
                       TO WS-OF-START-DATE(WS-OFFER-COUNT)
                   MOVE PO-END-DATE
                       TO WS-OF-END-DATE(WS-OFFER-COUNT)
           END-READ.

      *****************************************************************
      *  Only credit-interest rows carry a bonus.  Rows archived
      *  before the offer columns existed read back as spaces and
      *  drop out on the NUMERIC guard.
      *****************************************************************
       2000-EXTRACT-BONUS-ROWS.
           ADD 1 TO WS-ARCHIVE-ROWS-READ
           IF AT-IS-CREDIT-INTEREST
               AND AT-OFFER-CODE NOT = SPACES
               AND AT-BONUS-POSTED NUMERIC
               AND AT-BONUS-DAYS NUMERIC
               IF AT-BONUS-POSTED > 0
                   PERFORM 2200-WRITE-EXTRACT-ROW
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-ARCHIVE-ROW.

       2100-READ-NEXT-ARCHIVE-ROW.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ARCHIVE
           END-READ.

       2200-WRITE-EXTRACT-ROW.
           MOVE AT-OFFER-CODE          TO WS-EX-OFFER-CODE
           MOVE AT-CURRENCY-CODE       TO WS-EX-CURRENCY-CODE
           MOVE AT-ACCOUNT-NUMBER      TO WS-EX-ACCOUNT-NUMBER
           MOVE AT-PRODUCT-CODE        TO WS-EX-PRODUCT-CODE
           MOVE AT-BONUS-DAYS          TO WS-EX-BONUS-DAYS
           MOVE AT-BONUS-POSTED        TO WS-EX-BONUS-POSTED
           WRITE COST-EXTRACT-RECORD FROM WS-EXTRACT-ROW
           IF WS-CCEXT-STATUS NOT = '00'
               DISPLAY "PROMOCST: WRITE FAILED FOR EXTRACT, STATUS="
                       WS-CCEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BONUS-ROWS-EXTRACTED.

       3000-SORT-EXTRACT.
           SORT SORT-COST-WORK
               ON ASCENDING KEY SC-OFFER-CODE
                                SC-CURRENCY-CODE
                                SC-ACCOUNT-NUMBER
               USING COST-EXTRACT-FILE
               GIVING COST-SORTED-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY "PROMOCST: EXTRACT SORT FAILED, SORT-RETURN="
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT COST-SORTED-FILE
           IF WS-CCSRT-STATUS NOT = '00'
               DISPLAY "PROMOCST: UNABLE TO OPEN SORTED EXTRACT, "
                       "STATUS=" WS-CCSRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CAMPAIGN-COST-FILE
           IF WS-CMPCOST-STATUS NOT = '00'
               DISPLAY "PROMOCST: UNABLE TO OPEN COST REPORT, STATUS="
                       WS-CMPCOST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-READ-NEXT-SORTED.

      *****************************************************************
      *  Control break on offer and currency together: either one
      *  changing closes the group in hand.  Within a group the
      *  rows arrive in account order, so a change of account is a
      *  new account earning the bonus.  The last group is closed by
      *  the main control after end of file.
      *****************************************************************
       4000-BUILD-COST-REPORT.
           IF CS-OFFER-CODE NOT = WS-CURR-OFFER
               OR CS-CURRENCY-CODE NOT = WS-CURR-CURRENCY
               IF WS-CURR-OFFER NOT = SPACES
                   PERFORM 4300-WRITE-COST-ROW
               END-IF
               MOVE CS-OFFER-CODE     TO WS-CURR-OFFER
               MOVE CS-CURRENCY-CODE  TO WS-CURR-CURRENCY
               MOVE CS-PRODUCT-CODE   TO WS-CURR-PRODUCT
               MOVE 0                 TO WS-CURR-ACCOUNT
           END-IF
           IF CS-ACCOUNT-NUMBER NOT = WS-CURR-ACCOUNT
               ADD 1 TO WS-GROUP-ACCOUNTS
               MOVE CS-ACCOUNT-NUMBER TO WS-CURR-ACCOUNT
           END-IF
           ADD 1                   TO WS-GROUP-ROWS
           ADD CS-BONUS-DAYS       TO WS-GROUP-DAYS
           ADD CS-BONUS-POSTED     TO WS-GROUP-BONUS
           PERFORM 4100-READ-NEXT-SORTED.

       4100-READ-NEXT-SORTED.
           READ COST-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED
           END-READ.

       4200-FIND-OFFER-TERMS.
           MOVE 'N' TO WS-OFFER-FOUND-SW
           MOVE 0 TO WS-OFFER-MATCHED-IDX
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
               UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
               IF WS-OF-OFFER-CODE(WS-OFFER-IDX) = WS-CURR-OFFER
                   MOVE 'Y' TO WS-OFFER-FOUND-SW
                   MOVE WS-OFFER-IDX TO WS-OFFER-MATCHED-IDX
               END-IF
           END-PERFORM.

       4300-WRITE-COST-ROW.
           PERFORM 4200-FIND-OFFER-TERMS
           MOVE WS-CURR-OFFER      TO CC-OFFER-CODE
           MOVE WS-CURR-CURRENCY   TO CC-CURRENCY-CODE
           IF OFFER-ON-FILE
               MOVE WS-OF-PRODUCT-CODE(WS-OFFER-MATCHED-IDX)
                   TO CC-PRODUCT-CODE
               MOVE WS-OF-BONUS-RATE(WS-OFFER-MATCHED-IDX)
                   TO CC-BONUS-RATE
               MOVE WS-OF-START-DATE(WS-OFFER-MATCHED-IDX)
                   TO CC-START-DATE
               MOVE WS-OF-END-DATE(WS-OFFER-MATCHED-IDX)
                   TO CC-END-DATE
               IF WS-OF-END-DATE(WS-OFFER-MATCHED-IDX)
                       < WS-TODAY-DATE
                   MOVE 'E' TO CC-OFFER-STATUS
               ELSE
                   MOVE 'A' TO CC-OFFER-STATUS
               END-IF
           ELSE
               MOVE WS-CURR-PRODUCT TO CC-PRODUCT-CODE
               MOVE 0               TO CC-BONUS-RATE
               MOVE 0               TO CC-START-DATE
               MOVE 0               TO CC-END-DATE
               MOVE 'U'             TO CC-OFFER-STATUS
               ADD 1 TO WS-OFFERS-UNKNOWN
           END-IF
           MOVE WS-GROUP-ACCOUNTS  TO CC-ACCOUNT-COUNT
           MOVE WS-GROUP-ROWS      TO CC-ACCRUAL-COUNT
           MOVE WS-GROUP-DAYS      TO CC-BONUS-DAYS
           MOVE WS-GROUP-BONUS     TO CC-BONUS-PAID
           WRITE CAMPAIGN-COST-RECORD
           IF WS-CMPCOST-STATUS NOT = '00'
               DISPLAY "PROMOCST: WRITE FAILED FOR COST REPORT, "
                       "STATUS=" WS-CMPCOST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-COST-ROWS-WRITTEN
           MOVE 0 TO WS-GROUP-ACCOUNTS
           MOVE 0 TO WS-GROUP-ROWS
           MOVE 0 TO WS-GROUP-DAYS
           MOVE 0 TO WS-GROUP-BONUS.

       9000-CLOSE-FILES.
           CLOSE COST-SORTED-FILE
           CLOSE CAMPAIGN-COST-FILE.
