      *****************************************************************
      *  PROGRAM-ID.  REFMNT
      *
      *  Reference-data maintenance batch.  Reads a transaction file
      *  of adds, changes and deletes (COPY REFTXN) and applies them
      *  to the four indexed reference files the batch loads its
      *  tables from at start-up - products (PRODREF.DAT), currencies
      *  (CURRREF.DAT), bank holidays (HOLREF.DAT) and statutory
      *  withholding rates (WHTREF.DAT) - under the same edits the
      *  loading programs hold the rows to, so a bad product or rate
      *  is rejected here rather than halting the nightly run.  In
      *  the manner of ACCTMNT, every applied transaction is logged
      *  with the whole row before and after (COPY REFLOG), and
      *  every rejected one goes to its own reject listing
      *  (COPY REFREJ).
      *
      *  Each reference file ends in a control row (keyed HIGH-
      *  VALUES) holding its row count and hash total.  This program
      *  keeps the control row in step with every row it writes,
      *  rewrites, or deletes, and the loaders refuse a file whose
      *  rows do not add up to it.  Each file is checked the same
      *  way at start-up here: a file that fails accepts only a
      *  reseal ('R') until it is put right.  A file that does not
      *  exist yet is created empty with a zero control row, so the
      *  first run against a new file is a deck of adds.
      *
      *  A product or currency still carried by an account on the
      *  master cannot be deleted, and a currency keeps its table
      *  slot for life (CURRREF.cpy): adds take the next free slot
      *  and only the highest slot can be retired.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REFMNT.
       AUTHOR.      BATCH-INTEREST-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-REFERENCE-FILE
               ASSIGN TO "PRODREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-PRODREF-STATUS.

           SELECT CURRENCY-REFERENCE-FILE
               ASSIGN TO "CURRREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CR-CURRENCY-CODE
               FILE STATUS IS WS-CURRREF-STATUS.

           SELECT HOLIDAY-REFERENCE-FILE
               ASSIGN TO "HOLREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HR-HOLIDAY-KEY
               FILE STATUS IS WS-HOLREF-STATUS.

           SELECT WITHHOLDING-REFERENCE-FILE
               ASSIGN TO "WHTREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WR-RATE-KEY
               FILE STATUS IS WS-WHTREF-STATUS.

           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT REF-TRANSACTION-FILE
               ASSIGN TO "REFTXN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFTXN-STATUS.

           SELECT REF-LOG-FILE
               ASSIGN TO "REFLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFLOG-STATUS.

           SELECT REF-REJECT-FILE
               ASSIGN TO "REFREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODUCT-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRODREF.

       FD  CURRENCY-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURRREF.

       FD  HOLIDAY-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HOLREF.

       FD  WITHHOLDING-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY WHTREF.

       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMSTR.

       FD  REF-TRANSACTION-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REFTXN.

       FD  REF-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REFLOG.

       FD  REF-REJECT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REFREJ.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PRODREF-STATUS          PIC X(2) VALUE '00'.
           05  WS-CURRREF-STATUS          PIC X(2) VALUE '00'.
           05  WS-HOLREF-STATUS           PIC X(2) VALUE '00'.
           05  WS-WHTREF-STATUS           PIC X(2) VALUE '00'.
           05  WS-ACCTMST-STATUS          PIC X(2) VALUE '00'.
           05  WS-REFTXN-STATUS           PIC X(2) VALUE '00'.
           05  WS-REFLOG-STATUS           PIC X(2) VALUE '00'.
           05  WS-REFREJ-STATUS           PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-REF-TXN             PIC X(1) VALUE 'N'.
               88  END-OF-REF-TXN             VALUE 'Y'.
           05  WS-VALID-TXN-SW            PIC X(1) VALUE 'Y'.
               88  TXN-IS-VALID               VALUE 'Y'.
               88  TXN-IS-INVALID             VALUE 'N'.
           05  WS-ENTRY-FOUND-SW          PIC X(1) VALUE 'N'.
               88  ENTRY-ON-FILE              VALUE 'Y'.
           05  WS-EOF-SCAN                PIC X(1) VALUE 'N'.
               88  END-OF-SCAN                VALUE 'Y'.
           05  WS-CONTROL-FOUND-SW        PIC X(1) VALUE 'N'.
               88  CONTROL-ROW-FOUND          VALUE 'Y'.
           05  WS-IN-USE-SW               PIC X(1) VALUE 'N'.
               88  ENTRY-IN-USE               VALUE 'Y'.
           05  WS-TABLE-SEALED-SW         PIC X(1) VALUE 'N'.
               88  TABLE-IS-SEALED            VALUE 'Y'.
           05  WS-PRODREF-SEALED-SW       PIC X(1) VALUE 'N'.
               88  PRODREF-SEALED             VALUE 'Y'.
           05  WS-CURRREF-SEALED-SW       PIC X(1) VALUE 'N'.
               88  CURRREF-SEALED             VALUE 'Y'.
           05  WS-HOLREF-SEALED-SW        PIC X(1) VALUE 'N'.
               88  HOLREF-SEALED              VALUE 'Y'.
           05  WS-WHTREF-SEALED-SW        PIC X(1) VALUE 'N'.
               88  WHTREF-SEALED              VALUE 'Y'.

      *****************************************************************
      *  Row counts and hash totals per file, as counted from the
      *  rows at start-up (or at a reseal) and carried forward with
      *  every applied transaction; the control rows are rewritten
      *  from these.  WS-CTL-ENTRY-COUNT / WS-CTL-HASH-TOTAL hold
      *  the control row found by the scan being made.
      *****************************************************************
       01  WS-CONTROL-AREA.
           05  WS-PD-ROW-COUNT            PIC 9(5) VALUE 0.
           05  WS-PD-HASH-TOTAL           PIC 9(15) VALUE 0.
           05  WS-CR-ROW-COUNT            PIC 9(5) VALUE 0.
           05  WS-CR-HASH-TOTAL           PIC 9(15) VALUE 0.
           05  WS-CR-HIGH-SLOT            PIC 9(1) VALUE 0.
           05  WS-HR-ROW-COUNT            PIC 9(5) VALUE 0.
           05  WS-HR-HASH-TOTAL           PIC 9(15) VALUE 0.
           05  WS-WR-ROW-COUNT            PIC 9(5) VALUE 0.
           05  WS-WR-HASH-TOTAL           PIC 9(15) VALUE 0.
           05  WS-WR-RESIDENT-ROWS        PIC 9(5) VALUE 0.
           05  WS-WR-NONRES-ROWS          PIC 9(5) VALUE 0.
           05  WS-CTL-ENTRY-COUNT         PIC 9(5) VALUE 0.
           05  WS-CTL-HASH-TOTAL          PIC 9(15) VALUE 0.
           05  WS-ROW-HASH                PIC 9(15) VALUE 0.

      *****************************************************************
      *  Table capacities the loading programs' in-memory tables
      *  (PRODTBL, CURRTBL, HOLTBL) are built to; an add that would
      *  overflow one is rejected here instead of halting a loader.
      *****************************************************************
       01  WS-VALIDATION-AREA.
           05  WS-MAX-PRODUCTS            PIC 9(5) VALUE 20.
           05  WS-MAX-CURRENCY-SLOT       PIC 9(1) VALUE 5.
           05  WS-MAX-HOLIDAYS            PIC 9(5) VALUE 60.
           05  WS-MAX-DECIMALS            PIC 9(1) VALUE 4.
           05  WS-MAX-WHT-RATE            PIC 9(3)V9(4) VALUE 100.0000.
           05  WS-REJECT-REASON-CODE      PIC X(4) VALUE SPACES.
           05  WS-REJECT-REASON-TEXT      PIC X(40) VALUE SPACES.

       01  WS-ACCUMULATORS.
           05  WS-TXNS-READ               PIC 9(9) VALUE 0.
           05  WS-TXNS-APPLIED            PIC 9(9) VALUE 0.
           05  WS-TXNS-REJECTED           PIC 9(9) VALUE 0.

       01  WS-TIMESTAMP-AREA.
           05  WS-CURRENT-TIMESTAMP       PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
               UNTIL END-OF-REF-TXN
           PERFORM 9000-CLOSE-FILES
           DISPLAY "REFMNT: TRANSACTIONS READ     = " WS-TXNS-READ
           DISPLAY "REFMNT: TRANSACTIONS APPLIED  = " WS-TXNS-APPLIED
           DISPLAY "REFMNT: TRANSACTIONS REJECTED = " WS-TXNS-REJECTED
           DISPLAY "REFMNT: PRODUCTS = " WS-PD-ROW-COUNT
                   " CURRENCIES = " WS-CR-ROW-COUNT
                   " HOLIDAYS = " WS-HR-ROW-COUNT
                   " WHT RATES = " WS-WR-ROW-COUNT
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF NOT PRODREF-SEALED OR NOT CURRREF-SEALED
               OR NOT HOLREF-SEALED OR NOT WHTREF-SEALED
               DISPLAY "REFMNT: A REFERENCE FILE STILL FAILS ITS "
                       "INTEGRITY CHECK - THE BATCH WILL NOT LOAD IT"
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           PERFORM 1100-OPEN-PRODUCT-REFERENCE
           PERFORM 1200-OPEN-CURRENCY-REFERENCE
           PERFORM 1300-OPEN-HOLIDAY-REFERENCE
           PERFORM 1400-OPEN-WITHHOLDING-REFERENCE
           OPEN INPUT REF-TRANSACTION-FILE
           IF WS-REFTXN-STATUS NOT = '00'
               DISPLAY "REFMNT: UNABLE TO OPEN TRANSACTIONS, STATUS="
                       WS-REFTXN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Appended, never truncated - the same rule as MAINTLOG:
      *    a second maintenance batch must not erase the first's
      *    trail.
           OPEN EXTEND REF-LOG-FILE
           IF WS-REFLOG-STATUS = '35'
               OPEN OUTPUT REF-LOG-FILE
           END-IF
           IF WS-REFLOG-STATUS NOT = '00'
               DISPLAY "REFMNT: UNABLE TO OPEN REFLOG.DAT, STATUS="
                       WS-REFLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REF-REJECT-FILE
           PERFORM 2100-READ-NEXT-TRANSACTION.

      *****************************************************************
      *  Each reference file is opened I-O, created empty with a
      *  zero control row if it does not exist yet, and then scanned
      *  to prove its rows against its control row.
      *****************************************************************
       1100-OPEN-PRODUCT-REFERENCE.
           OPEN I-O PRODUCT-REFERENCE-FILE
           IF WS-PRODREF-STATUS = '35'
               OPEN OUTPUT PRODUCT-REFERENCE-FILE
               CLOSE PRODUCT-REFERENCE-FILE
               OPEN I-O PRODUCT-REFERENCE-FILE
               IF WS-PRODREF-STATUS = '00'
                   MOVE 0 TO WS-PD-ROW-COUNT
                   MOVE 0 TO WS-PD-HASH-TOTAL
                   PERFORM 4150-REWRITE-PRODUCT-CONTROL
                   DISPLAY "REFMNT: PRODREF.DAT CREATED EMPTY"
               END-IF
           END-IF
           IF WS-PRODREF-STATUS NOT = '00'
               DISPLAY "REFMNT: UNABLE TO OPEN PRODREF.DAT, STATUS="
                       WS-PRODREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-SCAN-PRODUCT-REFERENCE
           IF NOT PRODREF-SEALED
               DISPLAY "REFMNT: PRODREF.DAT FAILS ITS INTEGRITY CHECK"
                       " - ROWS " WS-PD-ROW-COUNT
                       " CONTROL " WS-CTL-ENTRY-COUNT
           END-IF.

       1150-SCAN-PRODUCT-REFERENCE.
           MOVE 0   TO WS-PD-ROW-COUNT
           MOVE 0   TO WS-PD-HASH-TOTAL
           MOVE 'N' TO WS-CONTROL-FOUND-SW
           MOVE 0   TO WS-CTL-ENTRY-COUNT
           MOVE 0   TO WS-CTL-HASH-TOTAL
           MOVE 'N' TO WS-EOF-SCAN
           MOVE LOW-VALUES TO PD-PRODUCT-CODE
           START PRODUCT-REFERENCE-FILE
               KEY IS NOT LESS THAN PD-PRODUCT-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SCAN
           END-START
           PERFORM 1160-SCAN-ONE-PRODUCT
               UNTIL END-OF-SCAN
           MOVE 'N' TO WS-PRODREF-SEALED-SW
           IF CONTROL-ROW-FOUND
               AND WS-CTL-ENTRY-COUNT = WS-PD-ROW-COUNT
               AND WS-CTL-HASH-TOTAL = WS-PD-HASH-TOTAL
               MOVE 'Y' TO WS-PRODREF-SEALED-SW
           END-IF.

       1160-SCAN-ONE-PRODUCT.
           READ PRODUCT-REFERENCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SCAN
               NOT AT END
                   IF PD-CONTROL-ROW
                       MOVE 'Y' TO WS-CONTROL-FOUND-SW
                       MOVE PD-CTL-ENTRY-COUNT TO WS-CTL-ENTRY-COUNT
                       MOVE PD-CTL-HASH-TOTAL  TO WS-CTL-HASH-TOTAL
                   ELSE
                       ADD 1 TO WS-PD-ROW-COUNT
                       IF PD-PENALTY-DAYS NUMERIC
                           PERFORM 4160-HASH-PRODUCT-ROW
                           ADD WS-ROW-HASH TO WS-PD-HASH-TOTAL
                       END-IF
                   END-IF
           END-READ.

       1200-OPEN-CURRENCY-REFERENCE.
           OPEN I-O CURRENCY-REFERENCE-FILE
           IF WS-CURRREF-STATUS = '35'
               OPEN OUTPUT CURRENCY-REFERENCE-FILE
               CLOSE CURRENCY-REFERENCE-FILE
               OPEN I-O CURRENCY-REFERENCE-FILE
               IF WS-CURRREF-STATUS = '00'
                   MOVE 0 TO WS-CR-ROW-COUNT
                   MOVE 0 TO WS-CR-HASH-TOTAL
                   PERFORM 4250-REWRITE-CURRENCY-CONTROL
                   DISPLAY "REFMNT: CURRREF.DAT CREATED EMPTY"
               END-IF
           END-IF
           IF WS-CURRREF-STATUS NOT = '00'
               DISPLAY "REFMNT: UNABLE TO OPEN CURRREF.DAT, STATUS="
                       WS-CURRREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1250-SCAN-CURRENCY-REFERENCE
           IF NOT CURRREF-SEALED
               DISPLAY "REFMNT: CURRREF.DAT FAILS ITS INTEGRITY CHECK"
                       " - ROWS " WS-CR-ROW-COUNT
                       " CONTROL " WS-CTL-ENTRY-COUNT
           END-IF.

       1250-SCAN-CURRENCY-REFERENCE.
           MOVE 0   TO WS-CR-ROW-COUNT
           MOVE 0   TO WS-CR-HASH-TOTAL
           MOVE 0   TO WS-CR-HIGH-SLOT
           MOVE 'N' TO WS-CONTROL-FOUND-SW
           MOVE 0   TO WS-CTL-ENTRY-COUNT
           MOVE 0   TO WS-CTL-HASH-TOTAL
           MOVE 'N' TO WS-EOF-SCAN
           MOVE LOW-VALUES TO CR-CURRENCY-CODE
           START CURRENCY-REFERENCE-FILE
               KEY IS NOT LESS THAN CR-CURRENCY-CODE
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SCAN
           END-START
           PERFORM 1260-SCAN-ONE-CURRENCY
               UNTIL END-OF-SCAN
           MOVE 'N' TO WS-CURRREF-SEALED-SW
           IF CONTROL-ROW-FOUND
               AND WS-CTL-ENTRY-COUNT = WS-CR-ROW-COUNT
               AND WS-CTL-HASH-TOTAL = WS-CR-HASH-TOTAL
               MOVE 'Y' TO WS-CURRREF-SEALED-SW
           END-IF.

       1260-SCAN-ONE-CURRENCY.
           READ CURRENCY-REFERENCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SCAN
               NOT AT END
                   IF CR-CONTROL-ROW
                       MOVE 'Y' TO WS-CONTROL-FOUND-SW
                       MOVE CR-CTL-ENTRY-COUNT TO WS-CTL-ENTRY-COUNT
                       MOVE CR-CTL-HASH-TOTAL  TO WS-CTL-HASH-TOTAL
                   ELSE
                       ADD 1 TO WS-CR-ROW-COUNT
                       IF CR-TABLE-SLOT NUMERIC
                           AND CR-DECIMALS NUMERIC
                           COMPUTE WS-CR-HASH-TOTAL = WS-CR-HASH-TOTAL
                               + CR-TABLE-SLOT * 10 + CR-DECIMALS
                           IF CR-TABLE-SLOT > WS-CR-HIGH-SLOT
                               MOVE CR-TABLE-SLOT TO WS-CR-HIGH-SLOT
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1300-OPEN-HOLIDAY-REFERENCE.
           OPEN I-O HOLIDAY-REFERENCE-FILE
           IF WS-HOLREF-STATUS = '35'
               OPEN OUTPUT HOLIDAY-REFERENCE-FILE
               CLOSE HOLIDAY-REFERENCE-FILE
               OPEN I-O HOLIDAY-REFERENCE-FILE
               IF WS-HOLREF-STATUS = '00'
                   MOVE 0 TO WS-HR-ROW-COUNT
                   MOVE 0 TO WS-HR-HASH-TOTAL
                   PERFORM 4350-REWRITE-HOLIDAY-CONTROL
                   DISPLAY "REFMNT: HOLREF.DAT CREATED EMPTY"
               END-IF
           END-IF
           IF WS-HOLREF-STATUS NOT = '00'
               DISPLAY "REFMNT: UNABLE TO OPEN HOLREF.DAT, STATUS="
                       WS-HOLREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1350-SCAN-HOLIDAY-REFERENCE
           IF NOT HOLREF-SEALED
               DISPLAY "REFMNT: HOLREF.DAT FAILS ITS INTEGRITY CHECK"
                       " - ROWS " WS-HR-ROW-COUNT
                       " CONTROL " WS-CTL-ENTRY-COUNT
           END-IF.

       1350-SCAN-HOLIDAY-REFERENCE.
           MOVE 0   TO WS-HR-ROW-COUNT
           MOVE 0   TO WS-HR-HASH-TOTAL
           MOVE 'N' TO WS-CONTROL-FOUND-SW
           MOVE 0   TO WS-CTL-ENTRY-COUNT
           MOVE 0   TO WS-CTL-HASH-TOTAL
           MOVE 'N' TO WS-EOF-SCAN
           MOVE LOW-VALUES TO HR-HOLIDAY-KEY
           START HOLIDAY-REFERENCE-FILE
               KEY IS NOT LESS THAN HR-HOLIDAY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SCAN
           END-START
           PERFORM 1360-SCAN-ONE-HOLIDAY
               UNTIL END-OF-SCAN
           MOVE 'N' TO WS-HOLREF-SEALED-SW
           IF CONTROL-ROW-FOUND
               AND WS-CTL-ENTRY-COUNT = WS-HR-ROW-COUNT
               AND WS-CTL-HASH-TOTAL = WS-HR-HASH-TOTAL
               MOVE 'Y' TO WS-HOLREF-SEALED-SW
           END-IF.

       1360-SCAN-ONE-HOLIDAY.
           READ HOLIDAY-REFERENCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SCAN
               NOT AT END
                   IF HR-CONTROL-ROW
                       MOVE 'Y' TO WS-CONTROL-FOUND-SW
                       MOVE HR-CTL-ENTRY-COUNT TO WS-CTL-ENTRY-COUNT
                       MOVE HR-CTL-HASH-TOTAL  TO WS-CTL-HASH-TOTAL
                   ELSE
                       ADD 1 TO WS-HR-ROW-COUNT
                       IF HR-HOLIDAY-DATE NUMERIC
                           ADD HR-HOLIDAY-DATE TO WS-HR-HASH-TOTAL
                       END-IF
                   END-IF
           END-READ.

       1400-OPEN-WITHHOLDING-REFERENCE.
           OPEN I-O WITHHOLDING-REFERENCE-FILE
           IF WS-WHTREF-STATUS = '35'
               OPEN OUTPUT WITHHOLDING-REFERENCE-FILE
               CLOSE WITHHOLDING-REFERENCE-FILE
               OPEN I-O WITHHOLDING-REFERENCE-FILE
               IF WS-WHTREF-STATUS = '00'
                   MOVE 0 TO WS-WR-ROW-COUNT
                   MOVE 0 TO WS-WR-HASH-TOTAL
                   PERFORM 4450-REWRITE-WITHHOLDING-CONTROL
                   DISPLAY "REFMNT: WHTREF.DAT CREATED EMPTY"
               END-IF
           END-IF
           IF WS-WHTREF-STATUS NOT = '00'
               DISPLAY "REFMNT: UNABLE TO OPEN WHTREF.DAT, STATUS="
                       WS-WHTREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1450-SCAN-WITHHOLDING-REFERENCE
           IF NOT WHTREF-SEALED
               DISPLAY "REFMNT: WHTREF.DAT FAILS ITS INTEGRITY CHECK"
                       " - ROWS " WS-WR-ROW-COUNT
                       " CONTROL " WS-CTL-ENTRY-COUNT
           END-IF.

       1450-SCAN-WITHHOLDING-REFERENCE.
           MOVE 0   TO WS-WR-ROW-COUNT
           MOVE 0   TO WS-WR-HASH-TOTAL
           MOVE 0   TO WS-WR-RESIDENT-ROWS
           MOVE 0   TO WS-WR-NONRES-ROWS
           MOVE 'N' TO WS-CONTROL-FOUND-SW
           MOVE 0   TO WS-CTL-ENTRY-COUNT
           MOVE 0   TO WS-CTL-HASH-TOTAL
           MOVE 'N' TO WS-EOF-SCAN
           MOVE LOW-VALUES TO WR-RATE-KEY
           START WITHHOLDING-REFERENCE-FILE
               KEY IS NOT LESS THAN WR-RATE-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SCAN
           END-START
           PERFORM 1460-SCAN-ONE-WITHHOLDING
               UNTIL END-OF-SCAN
           MOVE 'N' TO WS-WHTREF-SEALED-SW
           IF CONTROL-ROW-FOUND
               AND WS-CTL-ENTRY-COUNT = WS-WR-ROW-COUNT
               AND WS-CTL-HASH-TOTAL = WS-WR-HASH-TOTAL
               MOVE 'Y' TO WS-WHTREF-SEALED-SW
           END-IF.

       1460-SCAN-ONE-WITHHOLDING.
           READ WITHHOLDING-REFERENCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SCAN
               NOT AT END
                   IF WR-RATE-KEY = HIGH-VALUES
                       MOVE 'Y' TO WS-CONTROL-FOUND-SW
                       MOVE WR-CTL-ENTRY-COUNT TO WS-CTL-ENTRY-COUNT
                       MOVE WR-CTL-HASH-TOTAL  TO WS-CTL-HASH-TOTAL
                   ELSE
                       ADD 1 TO WS-WR-ROW-COUNT
                       IF WR-EFFECTIVE-DATE NUMERIC
                           AND WR-WHT-RATE NUMERIC
                           COMPUTE WS-WR-HASH-TOTAL = WS-WR-HASH-TOTAL
                               + WR-EFFECTIVE-DATE
                               + WR-WHT-RATE * 10000
                       END-IF
                       IF WR-CLASS-RESIDENT
                           ADD 1 TO WS-WR-RESIDENT-ROWS
                       END-IF
                       IF WR-CLASS-NON-RESIDENT
                           ADD 1 TO WS-WR-NONRES-ROWS
                       END-IF
                   END-IF
           END-READ.

       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TXNS-READ
           PERFORM 3000-VALIDATE-TRANSACTION
           IF TXN-IS-VALID
               PERFORM 4000-APPLY-TRANSACTION
               ADD 1 TO WS-TXNS-APPLIED
           ELSE
               PERFORM 5000-WRITE-REJECT
               ADD 1 TO WS-TXNS-REJECTED
           END-IF
           PERFORM 2100-READ-NEXT-TRANSACTION.

       2100-READ-NEXT-TRANSACTION.
           READ REF-TRANSACTION-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REF-TXN
           END-READ.

      *****************************************************************
      *  Checks are chained ELSE IF as in ACCTMNT, so a transaction
      *  reports the first edit it fails.  The table and action
      *  come first; then a file that failed its integrity check
      *  takes nothing but a reseal; then the table's own edits -
      *  key checks before field edits.
      *****************************************************************
       3000-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-TXN-SW
           MOVE 'N' TO WS-ENTRY-FOUND-SW
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           PERFORM 3050-CHECK-TABLE-SEALED
           IF NOT RX-TABLE-PRODUCT
               AND NOT RX-TABLE-CURRENCY
               AND NOT RX-TABLE-HOLIDAY
               AND NOT RX-TABLE-WITHHOLDING
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'TABL' TO WS-REJECT-REASON-CODE
               MOVE "TABLE ID NOT P / C / H / W"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF NOT RX-ACTION-ADD
               AND NOT RX-ACTION-CHANGE
               AND NOT RX-ACTION-DELETE
               AND NOT RX-ACTION-RESEAL
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'ACTN' TO WS-REJECT-REASON-CODE
               MOVE "ACTION CODE NOT A / C / D / R"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-ACTION-RESEAL
               CONTINUE
           ELSE IF NOT TABLE-IS-SEALED
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'SEAL' TO WS-REJECT-REASON-CODE
               MOVE "FILE FAILS INTEGRITY CHECK - RESEAL FIRST"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-TABLE-PRODUCT
               PERFORM 3100-VALIDATE-PRODUCT
           ELSE IF RX-TABLE-CURRENCY
               PERFORM 3200-VALIDATE-CURRENCY
           ELSE IF RX-TABLE-HOLIDAY
               PERFORM 3300-VALIDATE-HOLIDAY
           ELSE
               PERFORM 3400-VALIDATE-WITHHOLDING
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       3050-CHECK-TABLE-SEALED.
           MOVE 'N' TO WS-TABLE-SEALED-SW
           IF (RX-TABLE-PRODUCT AND PRODREF-SEALED)
               OR (RX-TABLE-CURRENCY AND CURRREF-SEALED)
               OR (RX-TABLE-HOLIDAY AND HOLREF-SEALED)
               OR (RX-TABLE-WITHHOLDING AND WHTREF-SEALED)
               MOVE 'Y' TO WS-TABLE-SEALED-SW
           END-IF.

      *****************************************************************
      *  Product edits follow PRODTBL.cpy: day count A / T, cycle
      *  M / Q / X, type S / T.  A term product capitalizes only at
      *  maturity ('X') and an open-ended one never does, and only
      *  a term product carries penalty days.  The type cannot move
      *  on a change - every account on the product carries it on
      *  the master (AM-PRODUCT-TYPE) - so a new type is a new
      *  product.
      *****************************************************************
       3100-VALIDATE-PRODUCT.
           IF RX-PRODUCT-CODE NOT = SPACES
               AND RX-PRODUCT-CODE NOT = HIGH-VALUES
               MOVE RX-PRODUCT-CODE TO PD-PRODUCT-CODE
               READ PRODUCT-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENTRY-FOUND-SW
               END-READ
           END-IF
           IF RX-PRODUCT-CODE = SPACES
               OR RX-PRODUCT-CODE = HIGH-VALUES
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'PKEY' TO WS-REJECT-REASON-CODE
               MOVE "PRODUCT CODE IS BLANK"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-ACTION-ADD AND ENTRY-ON-FILE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'DUPA' TO WS-REJECT-REASON-CODE
               MOVE "ADD FOR PRODUCT ALREADY ON FILE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF NOT RX-ACTION-ADD AND NOT ENTRY-ON-FILE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'NKEY' TO WS-REJECT-REASON-CODE
               MOVE "PRODUCT NOT ON FILE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-ACTION-DELETE
               PERFORM 3900-CHECK-ENTRY-IN-USE
               IF ENTRY-IN-USE
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'USED' TO WS-REJECT-REASON-CODE
                   MOVE "PRODUCT HELD BY ACCOUNTS ON MASTER"
                               TO WS-REJECT-REASON-TEXT
               END-IF
           ELSE IF RX-ACTION-ADD
                   AND WS-PD-ROW-COUNT NOT < WS-MAX-PRODUCTS
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'FULL' TO WS-REJECT-REASON-CODE
               MOVE "PRODUCT TABLE IS FULL"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-DAY-COUNT-CODE NOT = 'A'
                   AND RX-DAY-COUNT-CODE NOT = 'T'
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'DCNT' TO WS-REJECT-REASON-CODE
               MOVE "DAY-COUNT CODE NOT A / T"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-CAP-CYCLE NOT = 'M'
                   AND RX-CAP-CYCLE NOT = 'Q'
                   AND RX-CAP-CYCLE NOT = 'X'
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'CYCL' TO WS-REJECT-REASON-CODE
               MOVE "CAPITALIZATION CYCLE NOT M / Q / X"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-PRODUCT-TYPE NOT = 'S'
                   AND RX-PRODUCT-TYPE NOT = 'T'
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'PTYP' TO WS-REJECT-REASON-CODE
               MOVE "PRODUCT TYPE NOT S / T"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-PENALTY-DAYS NOT NUMERIC
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'PNUM' TO WS-REJECT-REASON-CODE
               MOVE "PENALTY DAYS NOT NUMERIC"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-PRODUCT-TYPE = 'T' AND RX-CAP-CYCLE NOT = 'X'
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'TCAP' TO WS-REJECT-REASON-CODE
               MOVE "TERM PRODUCT MUST CAPITALIZE AT MATURITY"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-PRODUCT-TYPE = 'S' AND RX-CAP-CYCLE = 'X'
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'SCAP' TO WS-REJECT-REASON-CODE
               MOVE "OPEN-ENDED PRODUCT NEEDS CYCLE M / Q"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-PRODUCT-TYPE = 'S' AND RX-PENALTY-DAYS > 0
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'SPEN' TO WS-REJECT-REASON-CODE
               MOVE "OPEN-ENDED PRODUCT CARRIES NO PENALTY"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-ACTION-CHANGE
                   AND RX-PRODUCT-TYPE NOT = PD-PRODUCT-TYPE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'PTYC' TO WS-REJECT-REASON-CODE
               MOVE "PRODUCT TYPE CANNOT CHANGE - ADD PRODUCT"
                           TO WS-REJECT-REASON-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  Currency edits: three letters, 0 to 4 significant decimals
      *  (the 4-decimal working precision of CURRTBL.cpy is the
      *  ceiling).  An add needs a free slot; a delete must be the
      *  highest slot, so no slot between is ever left empty and
      *  no currency ever moves to another's position.
      *****************************************************************
       3200-VALIDATE-CURRENCY.
           IF RX-CURRENCY-CODE IS ALPHABETIC-UPPER
               AND RX-CURRENCY-CODE(1:1) NOT = SPACE
               AND RX-CURRENCY-CODE(2:1) NOT = SPACE
               AND RX-CURRENCY-CODE(3:1) NOT = SPACE
               MOVE RX-CURRENCY-CODE TO CR-CURRENCY-CODE
               READ CURRENCY-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENTRY-FOUND-SW
               END-READ
           ELSE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'CKEY' TO WS-REJECT-REASON-CODE
               MOVE "CURRENCY CODE NOT THREE LETTERS"
                           TO WS-REJECT-REASON-TEXT
           END-IF
           IF NOT TXN-IS-VALID
               CONTINUE
           ELSE IF RX-ACTION-ADD AND ENTRY-ON-FILE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'DUPA' TO WS-REJECT-REASON-CODE
               MOVE "ADD FOR CURRENCY ALREADY ON FILE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF NOT RX-ACTION-ADD AND NOT ENTRY-ON-FILE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'NKEY' TO WS-REJECT-REASON-CODE
               MOVE "CURRENCY NOT ON FILE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-ACTION-DELETE
               IF CR-TABLE-SLOT NOT = WS-CR-HIGH-SLOT
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'SLOT' TO WS-REJECT-REASON-CODE
                   MOVE "ONLY THE HIGHEST-SLOT CURRENCY CAN GO"
                               TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM 3900-CHECK-ENTRY-IN-USE
                   IF ENTRY-IN-USE
                       MOVE 'N'    TO WS-VALID-TXN-SW
                       MOVE 'USED' TO WS-REJECT-REASON-CODE
                       MOVE "CURRENCY HELD BY ACCOUNTS ON MASTER"
                                   TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           ELSE IF RX-ACTION-ADD
                   AND WS-CR-HIGH-SLOT NOT < WS-MAX-CURRENCY-SLOT
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'FULL' TO WS-REJECT-REASON-CODE
               MOVE "ALL FIVE CURRENCY SLOTS IN USE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-DECIMALS NOT NUMERIC
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'DNUM' TO WS-REJECT-REASON-CODE
               MOVE "DECIMALS NOT NUMERIC"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-DECIMALS > WS-MAX-DECIMALS
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'DECS' TO WS-REJECT-REASON-CODE
               MOVE "DECIMALS NOT 0 TO 4"
                           TO WS-REJECT-REASON-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       3300-VALIDATE-HOLIDAY.
           IF RX-HOLIDAY-DATE NOT NUMERIC
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'HDTE' TO WS-REJECT-REASON-CODE
               MOVE "HOLIDAY DATE NOT A REAL DATE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF FUNCTION INTEGER-OF-DATE(RX-HOLIDAY-DATE) = 0
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'HDTE' TO WS-REJECT-REASON-CODE
               MOVE "HOLIDAY DATE NOT A REAL DATE"
                           TO WS-REJECT-REASON-TEXT
           ELSE
               MOVE RX-HOLIDAY-DATE TO HR-HOLIDAY-DATE
               READ HOLIDAY-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENTRY-FOUND-SW
               END-READ
               IF RX-ACTION-ADD AND ENTRY-ON-FILE
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'DUPA' TO WS-REJECT-REASON-CODE
                   MOVE "ADD FOR HOLIDAY ALREADY ON FILE"
                               TO WS-REJECT-REASON-TEXT
               ELSE IF NOT RX-ACTION-ADD AND NOT ENTRY-ON-FILE
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'NKEY' TO WS-REJECT-REASON-CODE
                   MOVE "HOLIDAY NOT ON FILE"
                               TO WS-REJECT-REASON-TEXT
               ELSE IF RX-ACTION-ADD
                       AND WS-HR-ROW-COUNT NOT < WS-MAX-HOLIDAYS
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'FULL' TO WS-REJECT-REASON-CODE
                   MOVE "HOLIDAY TABLE IS FULL - DELETE OLD YEARS"
                               TO WS-REJECT-REASON-TEXT
               ELSE IF NOT RX-ACTION-DELETE
                       AND RX-HOLIDAY-NAME = SPACES
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'HNAM' TO WS-REJECT-REASON-CODE
                   MOVE "HOLIDAY NAME IS BLANK"
                               TO WS-REJECT-REASON-TEXT
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  A withholding class always keeps at least one rate row -
      *  the interest run halts on a class with no rate in force -
      *  so the last row of a class cannot be deleted; a statutory
      *  cut to nothing is a row with a zero rate.
      *****************************************************************
       3400-VALIDATE-WITHHOLDING.
           IF RX-RATE-CLASS NOT = 'R' AND RX-RATE-CLASS NOT = 'N'
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'WCLS' TO WS-REJECT-REASON-CODE
               MOVE "RATE CLASS NOT R / N"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF RX-EFFECTIVE-DATE NOT NUMERIC
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'WDTE' TO WS-REJECT-REASON-CODE
               MOVE "EFFECTIVE DATE NOT A REAL DATE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF FUNCTION INTEGER-OF-DATE(RX-EFFECTIVE-DATE) = 0
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'WDTE' TO WS-REJECT-REASON-CODE
               MOVE "EFFECTIVE DATE NOT A REAL DATE"
                           TO WS-REJECT-REASON-TEXT
           ELSE
               MOVE RX-RATE-CLASS     TO WR-RATE-CLASS
               MOVE RX-EFFECTIVE-DATE TO WR-EFFECTIVE-DATE
               READ WITHHOLDING-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ENTRY-FOUND-SW
               END-READ
               IF RX-ACTION-ADD AND ENTRY-ON-FILE
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'DUPA' TO WS-REJECT-REASON-CODE
                   MOVE "ADD FOR RATE ALREADY ON FILE"
                               TO WS-REJECT-REASON-TEXT
               ELSE IF NOT RX-ACTION-ADD AND NOT ENTRY-ON-FILE
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'NKEY' TO WS-REJECT-REASON-CODE
                   MOVE "RATE NOT ON FILE"
                               TO WS-REJECT-REASON-TEXT
               ELSE IF RX-ACTION-DELETE
                   IF (RX-RATE-CLASS = 'R'
                           AND WS-WR-RESIDENT-ROWS NOT > 1)
                       OR (RX-RATE-CLASS = 'N'
                           AND WS-WR-NONRES-ROWS NOT > 1)
                       MOVE 'N'    TO WS-VALID-TXN-SW
                       MOVE 'LAST' TO WS-REJECT-REASON-CODE
                       MOVE "LAST RATE OF ITS CLASS CANNOT GO"
                                   TO WS-REJECT-REASON-TEXT
                   END-IF
               ELSE IF RX-WHT-RATE NOT NUMERIC
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'RNUM' TO WS-REJECT-REASON-CODE
                   MOVE "RATE IS NOT NUMERIC"
                               TO WS-REJECT-REASON-TEXT
               ELSE IF RX-WHT-RATE NOT < WS-MAX-WHT-RATE
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'RHI'  TO WS-REJECT-REASON-CODE
                   MOVE "RATE NOT BELOW 100 PERCENT"
                               TO WS-REJECT-REASON-TEXT
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  Walks the account master for an account on the product or
      *  currency being deleted.  Deletes are rare, so a pass of
      *  the master per delete is cheaper than keeping an index of
      *  product and currency use.  No master yet means no use.
      *****************************************************************
       3900-CHECK-ENTRY-IN-USE.
           MOVE 'N' TO WS-IN-USE-SW
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCTMST-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-ACCTMST-STATUS NOT = '00'
                   DISPLAY "REFMNT: UNABLE TO OPEN ACCOUNT-MASTER, "
                           "STATUS=" WS-ACCTMST-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-SCAN
               PERFORM 3950-CHECK-ONE-ACCOUNT
                   UNTIL END-OF-SCAN OR ENTRY-IN-USE
               CLOSE ACCOUNT-MASTER-FILE
           END-IF.

       3950-CHECK-ONE-ACCOUNT.
           READ ACCOUNT-MASTER-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SCAN
               NOT AT END
                   IF (RX-TABLE-PRODUCT
                           AND AM-PRODUCT-CODE = RX-PRODUCT-CODE)
                       OR (RX-TABLE-CURRENCY
                           AND AM-CURRENCY-CODE = RX-CURRENCY-CODE)
                       MOVE 'Y' TO WS-IN-USE-SW
                   END-IF
           END-READ.

      *****************************************************************
      *  The before image is the row 3000's keyed read left in the
      *  record area; the after image is taken from the row as
      *  written, before the control row is rewritten over the
      *  same record area.  Each apply moves the file's count and
      *  hash by exactly the row it changed.
      *****************************************************************
       4000-APPLY-TRANSACTION.
           MOVE SPACES TO RL-BEFORE-IMAGE
           MOVE SPACES TO RL-AFTER-IMAGE
           IF RX-ACTION-RESEAL
               PERFORM 4500-APPLY-RESEAL
           ELSE IF RX-TABLE-PRODUCT
               PERFORM 4100-APPLY-PRODUCT
           ELSE IF RX-TABLE-CURRENCY
               PERFORM 4200-APPLY-CURRENCY
           ELSE IF RX-TABLE-HOLIDAY
               PERFORM 4300-APPLY-HOLIDAY
           ELSE
               PERFORM 4400-APPLY-WITHHOLDING
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 4900-WRITE-REF-LOG.

       4100-APPLY-PRODUCT.
           IF ENTRY-ON-FILE
               MOVE PRODUCT-REFERENCE-RECORD TO RL-BEFORE-IMAGE
               SUBTRACT 1 FROM WS-PD-ROW-COUNT
               PERFORM 4160-HASH-PRODUCT-ROW
               SUBTRACT WS-ROW-HASH FROM WS-PD-HASH-TOTAL
           END-IF
           IF RX-ACTION-DELETE
               DELETE PRODUCT-REFERENCE-FILE RECORD
           ELSE
               MOVE SPACES            TO PRODUCT-REFERENCE-RECORD
               MOVE RX-PRODUCT-CODE   TO PD-PRODUCT-CODE
               MOVE RX-DAY-COUNT-CODE TO PD-DAY-COUNT-CODE
               MOVE RX-CAP-CYCLE      TO PD-CAP-CYCLE
               MOVE RX-PRODUCT-TYPE   TO PD-PRODUCT-TYPE
               MOVE RX-PENALTY-DAYS   TO PD-PENALTY-DAYS
               IF RX-ACTION-ADD
                   WRITE PRODUCT-REFERENCE-RECORD
               ELSE
                   REWRITE PRODUCT-REFERENCE-RECORD
               END-IF
               MOVE PRODUCT-REFERENCE-RECORD TO RL-AFTER-IMAGE
               ADD 1 TO WS-PD-ROW-COUNT
               PERFORM 4160-HASH-PRODUCT-ROW
               ADD WS-ROW-HASH TO WS-PD-HASH-TOTAL
           END-IF
           IF WS-PRODREF-STATUS NOT = '00'
               DISPLAY "REFMNT: UPDATE FAILED FOR PRODUCT "
                       RX-PRODUCT-CODE " STATUS=" WS-PRODREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4150-REWRITE-PRODUCT-CONTROL.

       4150-REWRITE-PRODUCT-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES           TO PRODUCT-REFERENCE-RECORD
           MOVE HIGH-VALUES      TO PD-PRODUCT-CODE
           MOVE WS-PD-ROW-COUNT  TO PD-CTL-ENTRY-COUNT
           MOVE WS-PD-HASH-TOTAL TO PD-CTL-HASH-TOTAL
           MOVE WS-CURRENT-TIMESTAMP TO PD-CTL-TIMESTAMP
           REWRITE PRODUCT-REFERENCE-RECORD
               INVALID KEY
                   WRITE PRODUCT-REFERENCE-RECORD
           END-REWRITE
           IF WS-PRODREF-STATUS NOT = '00'
               DISPLAY "REFMNT: CONTROL ROW WRITE FAILED FOR "
                       "PRODREF.DAT, STATUS=" WS-PRODREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  A product row's contribution to the hash total: every
      *  priced column, each in its own band of digits, so a change
      *  to the basis, cycle or type moves the total as surely as a
      *  change to the penalty days.  The loaders sum the same.
      *****************************************************************
       4160-HASH-PRODUCT-ROW.
           COMPUTE WS-ROW-HASH =
               PD-PENALTY-DAYS
               + FUNCTION ORD(PD-DAY-COUNT-CODE) * 1000
               + FUNCTION ORD(PD-CAP-CYCLE)      * 1000000
               + FUNCTION ORD(PD-PRODUCT-TYPE)   * 1000000000.

      *****************************************************************
      *  An added currency takes the slot after the highest in use;
      *  3200 has let a delete through only for the highest slot,
      *  so the next one down becomes the highest.  A change keeps
      *  the row's slot and re-keys only its decimals.
      *****************************************************************
       4200-APPLY-CURRENCY.
           IF ENTRY-ON-FILE
               MOVE CURRENCY-REFERENCE-RECORD TO RL-BEFORE-IMAGE
               SUBTRACT 1 FROM WS-CR-ROW-COUNT
               COMPUTE WS-CR-HASH-TOTAL = WS-CR-HASH-TOTAL
                   - CR-TABLE-SLOT * 10 - CR-DECIMALS
           END-IF
           IF RX-ACTION-DELETE
               DELETE CURRENCY-REFERENCE-FILE RECORD
               SUBTRACT 1 FROM WS-CR-HIGH-SLOT
           ELSE
               IF RX-ACTION-ADD
                   MOVE SPACES           TO CURRENCY-REFERENCE-RECORD
                   MOVE RX-CURRENCY-CODE TO CR-CURRENCY-CODE
                   ADD 1 TO WS-CR-HIGH-SLOT
                   MOVE WS-CR-HIGH-SLOT  TO CR-TABLE-SLOT
                   MOVE RX-DECIMALS      TO CR-DECIMALS
                   WRITE CURRENCY-REFERENCE-RECORD
               ELSE
                   MOVE RX-DECIMALS      TO CR-DECIMALS
                   REWRITE CURRENCY-REFERENCE-RECORD
               END-IF
               MOVE CURRENCY-REFERENCE-RECORD TO RL-AFTER-IMAGE
               ADD 1 TO WS-CR-ROW-COUNT
               COMPUTE WS-CR-HASH-TOTAL = WS-CR-HASH-TOTAL
                   + CR-TABLE-SLOT * 10 + CR-DECIMALS
           END-IF
           IF WS-CURRREF-STATUS NOT = '00'
               DISPLAY "REFMNT: UPDATE FAILED FOR CURRENCY "
                       RX-CURRENCY-CODE " STATUS=" WS-CURRREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4250-REWRITE-CURRENCY-CONTROL.

       4250-REWRITE-CURRENCY-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES           TO CURRENCY-REFERENCE-RECORD
           MOVE HIGH-VALUES      TO CR-CURRENCY-CODE
           MOVE WS-CR-ROW-COUNT  TO CR-CTL-ENTRY-COUNT
           MOVE WS-CR-HASH-TOTAL TO CR-CTL-HASH-TOTAL
           MOVE WS-CURRENT-TIMESTAMP TO CR-CTL-TIMESTAMP
           REWRITE CURRENCY-REFERENCE-RECORD
               INVALID KEY
                   WRITE CURRENCY-REFERENCE-RECORD
           END-REWRITE
           IF WS-CURRREF-STATUS NOT = '00'
               DISPLAY "REFMNT: CONTROL ROW WRITE FAILED FOR "
                       "CURRREF.DAT, STATUS=" WS-CURRREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4300-APPLY-HOLIDAY.
           IF ENTRY-ON-FILE
               MOVE HOLIDAY-REFERENCE-RECORD TO RL-BEFORE-IMAGE
               SUBTRACT 1 FROM WS-HR-ROW-COUNT
               SUBTRACT HR-HOLIDAY-DATE FROM WS-HR-HASH-TOTAL
           END-IF
           IF RX-ACTION-DELETE
               DELETE HOLIDAY-REFERENCE-FILE RECORD
           ELSE
               MOVE SPACES            TO HOLIDAY-REFERENCE-RECORD
               MOVE RX-HOLIDAY-DATE   TO HR-HOLIDAY-DATE
               MOVE RX-HOLIDAY-NAME   TO HR-HOLIDAY-NAME
               IF RX-ACTION-ADD
                   WRITE HOLIDAY-REFERENCE-RECORD
               ELSE
                   REWRITE HOLIDAY-REFERENCE-RECORD
               END-IF
               MOVE HOLIDAY-REFERENCE-RECORD TO RL-AFTER-IMAGE
               ADD 1 TO WS-HR-ROW-COUNT
               ADD HR-HOLIDAY-DATE TO WS-HR-HASH-TOTAL
           END-IF
           IF WS-HOLREF-STATUS NOT = '00'
               DISPLAY "REFMNT: UPDATE FAILED FOR HOLIDAY "
                       RX-HOLIDAY-DATE " STATUS=" WS-HOLREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4350-REWRITE-HOLIDAY-CONTROL.

       4350-REWRITE-HOLIDAY-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES           TO HOLIDAY-REFERENCE-RECORD
           MOVE HIGH-VALUES      TO HR-HOLIDAY-KEY
           MOVE WS-HR-ROW-COUNT  TO HR-CTL-ENTRY-COUNT
           MOVE WS-HR-HASH-TOTAL TO HR-CTL-HASH-TOTAL
           MOVE WS-CURRENT-TIMESTAMP TO HR-CTL-TIMESTAMP
           REWRITE HOLIDAY-REFERENCE-RECORD
               INVALID KEY
                   WRITE HOLIDAY-REFERENCE-RECORD
           END-REWRITE
           IF WS-HOLREF-STATUS NOT = '00'
               DISPLAY "REFMNT: CONTROL ROW WRITE FAILED FOR "
                       "HOLREF.DAT, STATUS=" WS-HOLREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4400-APPLY-WITHHOLDING.
           IF ENTRY-ON-FILE
               MOVE WITHHOLDING-REFERENCE-RECORD TO RL-BEFORE-IMAGE
               SUBTRACT 1 FROM WS-WR-ROW-COUNT
               COMPUTE WS-WR-HASH-TOTAL = WS-WR-HASH-TOTAL
                   - WR-EFFECTIVE-DATE - WR-WHT-RATE * 10000
           END-IF
           IF RX-ACTION-DELETE
               DELETE WITHHOLDING-REFERENCE-FILE RECORD
               IF RX-RATE-CLASS = 'R'
                   SUBTRACT 1 FROM WS-WR-RESIDENT-ROWS
               ELSE
                   SUBTRACT 1 FROM WS-WR-NONRES-ROWS
               END-IF
           ELSE
               MOVE SPACES            TO WITHHOLDING-REFERENCE-RECORD
               MOVE RX-RATE-CLASS     TO WR-RATE-CLASS
               MOVE RX-EFFECTIVE-DATE TO WR-EFFECTIVE-DATE
               MOVE RX-WHT-RATE       TO WR-WHT-RATE
               IF RX-ACTION-ADD
                   WRITE WITHHOLDING-REFERENCE-RECORD
                   IF RX-RATE-CLASS = 'R'
                       ADD 1 TO WS-WR-RESIDENT-ROWS
                   ELSE
                       ADD 1 TO WS-WR-NONRES-ROWS
                   END-IF
               ELSE
                   REWRITE WITHHOLDING-REFERENCE-RECORD
               END-IF
               MOVE WITHHOLDING-REFERENCE-RECORD TO RL-AFTER-IMAGE
               ADD 1 TO WS-WR-ROW-COUNT
               COMPUTE WS-WR-HASH-TOTAL = WS-WR-HASH-TOTAL
                   + WR-EFFECTIVE-DATE + WR-WHT-RATE * 10000
           END-IF
           IF WS-WHTREF-STATUS NOT = '00'
               DISPLAY "REFMNT: UPDATE FAILED FOR RATE "
                       RX-RATE-CLASS RX-EFFECTIVE-DATE
                       " STATUS=" WS-WHTREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4450-REWRITE-WITHHOLDING-CONTROL.

       4450-REWRITE-WITHHOLDING-CONTROL.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES           TO WITHHOLDING-REFERENCE-RECORD
           MOVE HIGH-VALUES      TO WR-RATE-KEY
           MOVE WS-WR-ROW-COUNT  TO WR-CTL-ENTRY-COUNT
           MOVE WS-WR-HASH-TOTAL TO WR-CTL-HASH-TOTAL
           MOVE WS-CURRENT-TIMESTAMP TO WR-CTL-TIMESTAMP
           REWRITE WITHHOLDING-REFERENCE-RECORD
               INVALID KEY
                   WRITE WITHHOLDING-REFERENCE-RECORD
           END-REWRITE
           IF WS-WHTREF-STATUS NOT = '00'
               DISPLAY "REFMNT: CONTROL ROW WRITE FAILED FOR "
                       "WHTREF.DAT, STATUS=" WS-WHTREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      *  A reseal recounts the file's rows and rewrites its control
      *  row from them.  The before image is the control row as it
      *  stood (spaces if it was missing altogether), the after
      *  image the rebuilt one.  A reseal of a file already in step
      *  rewrites the same figures and is harmless.
      *****************************************************************
       4500-APPLY-RESEAL.
           IF RX-TABLE-PRODUCT
               MOVE HIGH-VALUES TO PD-PRODUCT-CODE
               READ PRODUCT-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUCT-REFERENCE-RECORD
                           TO RL-BEFORE-IMAGE
               END-READ
               PERFORM 1150-SCAN-PRODUCT-REFERENCE
               PERFORM 4150-REWRITE-PRODUCT-CONTROL
               MOVE PRODUCT-REFERENCE-RECORD TO RL-AFTER-IMAGE
               MOVE 'Y' TO WS-PRODREF-SEALED-SW
           ELSE IF RX-TABLE-CURRENCY
               MOVE HIGH-VALUES TO CR-CURRENCY-CODE
               READ CURRENCY-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CURRENCY-REFERENCE-RECORD
                           TO RL-BEFORE-IMAGE
               END-READ
               PERFORM 1250-SCAN-CURRENCY-REFERENCE
               PERFORM 4250-REWRITE-CURRENCY-CONTROL
               MOVE CURRENCY-REFERENCE-RECORD TO RL-AFTER-IMAGE
               MOVE 'Y' TO WS-CURRREF-SEALED-SW
           ELSE IF RX-TABLE-HOLIDAY
               MOVE HIGH-VALUES TO HR-HOLIDAY-KEY
               READ HOLIDAY-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HOLIDAY-REFERENCE-RECORD
                           TO RL-BEFORE-IMAGE
               END-READ
               PERFORM 1350-SCAN-HOLIDAY-REFERENCE
               PERFORM 4350-REWRITE-HOLIDAY-CONTROL
               MOVE HOLIDAY-REFERENCE-RECORD TO RL-AFTER-IMAGE
               MOVE 'Y' TO WS-HOLREF-SEALED-SW
           ELSE
               MOVE HIGH-VALUES TO WR-RATE-KEY
               READ WITHHOLDING-REFERENCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WITHHOLDING-REFERENCE-RECORD
                           TO RL-BEFORE-IMAGE
               END-READ
               PERFORM 1450-SCAN-WITHHOLDING-REFERENCE
               PERFORM 4450-REWRITE-WITHHOLDING-CONTROL
               MOVE WITHHOLDING-REFERENCE-RECORD TO RL-AFTER-IMAGE
               MOVE 'Y' TO WS-WHTREF-SEALED-SW
           END-IF
           END-IF
           END-IF.

       4900-WRITE-REF-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP  TO RL-TIMESTAMP
           MOVE RX-TABLE-ID           TO RL-TABLE-ID
           MOVE RX-ACTION-CODE        TO RL-ACTION-CODE
           WRITE REFERENCE-LOG-RECORD
           IF WS-REFLOG-STATUS NOT = '00'
               DISPLAY "REFMNT: WRITE FAILED FOR REFERENCE LOG, STATUS="
                       WS-REFLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       5000-WRITE-REJECT.
           MOVE REFERENCE-TRANSACTION-RECORD TO RR-TRANSACTION-IMAGE
           MOVE WS-REJECT-REASON-CODE  TO RR-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT  TO RR-REASON-TEXT
           WRITE REFERENCE-REJECT-RECORD
           IF WS-REFREJ-STATUS NOT = '00'
               DISPLAY "REFMNT: WRITE FAILED FOR REJECT LIST, STATUS="
                       WS-REFREJ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "REFMNT: REJECTED " RX-TABLE-ID RX-ACTION-CODE
                   " " RX-ENTRY-DATA(1:12) " - " WS-REJECT-REASON-TEXT.

       9000-CLOSE-FILES.
           CLOSE PRODUCT-REFERENCE-FILE
           CLOSE CURRENCY-REFERENCE-FILE
           CLOSE HOLIDAY-REFERENCE-FILE
           CLOSE WITHHOLDING-REFERENCE-FILE
           CLOSE REF-TRANSACTION-FILE
           CLOSE REF-LOG-FILE
           CLOSE REF-REJECT-FILE.
