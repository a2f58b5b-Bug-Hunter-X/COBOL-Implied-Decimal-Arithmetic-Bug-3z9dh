      *****************************************************************
      *  PROGRAM-ID.  TDLADDER
      *
      *  Term-deposit maturity ladder.  Scans the ACCOUNT-MASTER for
      *  every live term deposit - a 'T' product type with a
      *  maturity date set and no settlement or break date yet
      *  stamped on it - and summarizes them by currency and
      *  maturity month (COPY MATLADR), so Treasury can see the
      *  principal coming off each month without pulling the
      *  master by hand.  A deposit whose maturity has already
      *  passed but which INTCALC has not yet settled stays on the
      *  ladder in its own month until it is.
      *
      *  The master is in account order, so the qualifying deposits
      *  are first written to a work extract and SORTed by currency
      *  and maturity month, the way GLRECON orders its inputs; the
      *  ladder is then a plain two-level control break over the
      *  sorted copy.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  TDLADDER.
       AUTHOR.      BATCH-INTEREST-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-FILE
               ASSIGN TO "ACCTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AM-ACCOUNT-NUMBER
               FILE STATUS IS WS-ACCTMST-STATUS.

           SELECT LADDER-EXTRACT-FILE
               ASSIGN TO "TDLDEXT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDEXT-STATUS.

           SELECT LADDER-SORTED-FILE
               ASSIGN TO "TDLDSRT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LDSRT-STATUS.

           SELECT SORT-LADDER-WORK
               ASSIGN TO "SRTLADR".

           SELECT MATURITY-LADDER-FILE
               ASSIGN TO "MATLADR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATLADR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACCTMSTR.

      *****************************************************************
      *  Extract row, byte image only - it is built in
      *  WS-EXTRACT-ROW and written whole.  The sort-work record
      *  names just the two keys at the front; the sorted copy
      *  carries the full layout the control break reads.
      *****************************************************************
       FD  LADDER-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LADDER-EXTRACT-RECORD           PIC X(52).

       SD  SORT-LADDER-WORK.
       01  SORT-LADDER-RECORD.
           05  SL-CURRENCY-CODE            PIC X(3).
           05  SL-MATURITY-MONTH           PIC 9(6).
           05  FILLER                      PIC X(43).

       FD  LADDER-SORTED-FILE
           LABEL RECORDS ARE STANDARD.
       01  LADDER-SORTED-RECORD.
           05  LS-CURRENCY-CODE            PIC X(3).
           05  LS-MATURITY-MONTH           PIC 9(6).
           05  LS-ACCOUNT-NUMBER           PIC 9(9).
           05  LS-PRINCIPAL                PIC 9(13)V9(4).
           05  LS-ACCRUED-INTEREST         PIC 9(13)V9(4).

       FD  MATURITY-LADDER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY MATLADR.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCTMST-STATUS          PIC X(2) VALUE '00'.
           05  WS-LDEXT-STATUS            PIC X(2) VALUE '00'.
           05  WS-LDSRT-STATUS            PIC X(2) VALUE '00'.
           05  WS-MATLADR-STATUS          PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-ACCOUNT-MASTER      PIC X(1) VALUE 'N'.
               88  END-OF-ACCOUNT-MASTER      VALUE 'Y'.
           05  WS-EOF-SORTED              PIC X(1) VALUE 'N'.
               88  END-OF-SORTED              VALUE 'Y'.

      *****************************************************************
      *  The ladder month is cut off the maturity date by REDEFINES.
      *****************************************************************
       01  WS-MATURITY-AREA.
           05  WS-MATURITY-DATE           PIC 9(8) VALUE 0.
           05  WS-MATURITY-PARTS REDEFINES WS-MATURITY-DATE.
               10  WS-MATURITY-MONTH      PIC 9(6).
               10  FILLER                 PIC 9(2).

       01  WS-EXTRACT-ROW.
           05  WS-EX-CURRENCY-CODE        PIC X(3).
           05  WS-EX-MATURITY-MONTH       PIC 9(6).
           05  WS-EX-ACCOUNT-NUMBER       PIC 9(9).
           05  WS-EX-PRINCIPAL            PIC 9(13)V9(4).
           05  WS-EX-ACCRUED-INTEREST     PIC 9(13)V9(4).

       01  WS-BREAK-AREA.
           05  WS-CURR-CURRENCY           PIC X(3) VALUE SPACES.
           05  WS-CURR-MONTH              PIC 9(6) VALUE 0.
           05  WS-MONTH-COUNT             PIC 9(9) VALUE 0.
           05  WS-MONTH-PRINCIPAL         PIC 9(13)V9(4) VALUE 0.
           05  WS-MONTH-ACCRUED           PIC 9(13)V9(4) VALUE 0.
           05  WS-CCY-COUNT               PIC 9(9) VALUE 0.
           05  WS-CCY-PRINCIPAL           PIC 9(13)V9(4) VALUE 0.
           05  WS-CCY-ACCRUED             PIC 9(13)V9(4) VALUE 0.

       01  WS-ACCUMULATORS.
           05  WS-ACCOUNTS-READ           PIC 9(9) VALUE 0.
           05  WS-DEPOSITS-EXTRACTED      PIC 9(9) VALUE 0.
           05  WS-DEPOSITS-SKIPPED        PIC 9(9) VALUE 0.
           05  WS-LADDER-ROWS             PIC 9(9) VALUE 0.
           05  WS-CURRENCIES              PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-DEPOSITS
               UNTIL END-OF-ACCOUNT-MASTER
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE LADDER-EXTRACT-FILE
           PERFORM 3000-SORT-EXTRACT
           PERFORM 4000-BUILD-LADDER
               UNTIL END-OF-SORTED
           IF WS-CURR-CURRENCY NOT = SPACES
               PERFORM 4300-WRITE-MONTH-ROW
               PERFORM 4400-WRITE-CURRENCY-TOTAL
           END-IF
           PERFORM 9000-CLOSE-FILES
           DISPLAY "TDLADDER: ACCOUNTS READ      = " WS-ACCOUNTS-READ
           DISPLAY "TDLADDER: DEPOSITS ON LADDER = "
                   WS-DEPOSITS-EXTRACTED
           DISPLAY "TDLADDER: DEPOSITS SKIPPED   = "
                   WS-DEPOSITS-SKIPPED
           DISPLAY "TDLADDER: CURRENCIES         = " WS-CURRENCIES
           DISPLAY "TDLADDER: LADDER MONTH ROWS  = " WS-LADDER-ROWS
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT ACCOUNT-MASTER-FILE
           IF WS-ACCTMST-STATUS NOT = '00'
               DISPLAY "TDLADDER: UNABLE TO OPEN ACCOUNT-MASTER, "
                       "STATUS=" WS-ACCTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LADDER-EXTRACT-FILE
           IF WS-LDEXT-STATUS NOT = '00'
               DISPLAY "TDLADDER: UNABLE TO OPEN EXTRACT, STATUS="
                       WS-LDEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-READ-NEXT-ACCOUNT.

      *****************************************************************
      *  Only live term deposits go on the ladder.  A settled payout
      *  or transfer, and a deposit broken early, carry a closure
      *  date; an open-ended account carries no maturity at all.
      *  Rows written before the term fields existed read back as
      *  spaces and drop out on the NUMERIC guards.  A deposit with
      *  a non-numeric balance or accrual is reported and left off
      *  rather than guessed at.
      *****************************************************************
       2000-EXTRACT-DEPOSITS.
           ADD 1 TO WS-ACCOUNTS-READ
           IF AM-MATURITY-DATE NOT NUMERIC
               MOVE 0 TO AM-MATURITY-DATE
           END-IF
           IF AM-CLOSURE-DATE NOT NUMERIC
               MOVE 0 TO AM-CLOSURE-DATE
           END-IF
           IF AM-TYPE-TERM-DEPOSIT
               AND AM-MATURITY-DATE > 0
               AND AM-CLOSURE-DATE = 0
               IF AM-BALANCE NOT NUMERIC
                   OR AM-ACCRUED-INTEREST NOT NUMERIC
                   ADD 1 TO WS-DEPOSITS-SKIPPED
                   DISPLAY "TDLADDER: ACCOUNT " AM-ACCOUNT-NUMBER
                           " BALANCE NOT NUMERIC - NOT LADDERED"
               ELSE
                   PERFORM 2200-WRITE-EXTRACT-ROW
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-ACCOUNT.

       2100-READ-NEXT-ACCOUNT.
           READ ACCOUNT-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-ACCOUNT-MASTER
           END-READ.

       2200-WRITE-EXTRACT-ROW.
           MOVE AM-MATURITY-DATE       TO WS-MATURITY-DATE
           MOVE AM-CURRENCY-CODE       TO WS-EX-CURRENCY-CODE
           MOVE WS-MATURITY-MONTH      TO WS-EX-MATURITY-MONTH
           MOVE AM-ACCOUNT-NUMBER      TO WS-EX-ACCOUNT-NUMBER
           MOVE AM-BALANCE             TO WS-EX-PRINCIPAL
           MOVE AM-ACCRUED-INTEREST    TO WS-EX-ACCRUED-INTEREST
           WRITE LADDER-EXTRACT-RECORD FROM WS-EXTRACT-ROW
           IF WS-LDEXT-STATUS NOT = '00'
               DISPLAY "TDLADDER: WRITE FAILED FOR EXTRACT, STATUS="
                       WS-LDEXT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEPOSITS-EXTRACTED.

       3000-SORT-EXTRACT.
           SORT SORT-LADDER-WORK
               ON ASCENDING KEY SL-CURRENCY-CODE
                                SL-MATURITY-MONTH
               USING LADDER-EXTRACT-FILE
               GIVING LADDER-SORTED-FILE
           IF SORT-RETURN NOT = 0
               DISPLAY "TDLADDER: EXTRACT SORT FAILED, SORT-RETURN="
                       SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LADDER-SORTED-FILE
           IF WS-LDSRT-STATUS NOT = '00'
               DISPLAY "TDLADDER: UNABLE TO OPEN SORTED EXTRACT, "
                       "STATUS=" WS-LDSRT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MATURITY-LADDER-FILE
           IF WS-MATLADR-STATUS NOT = '00'
               DISPLAY "TDLADDER: UNABLE TO OPEN LADDER, STATUS="
                       WS-MATLADR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-READ-NEXT-SORTED.

      *****************************************************************
      *  Two-level control break: a change of currency closes the
      *  month in hand and then the currency; a change of month
      *  within the currency closes just the month.  The last
      *  month and currency are closed by the main control after
      *  end of file.
      *****************************************************************
       4000-BUILD-LADDER.
           IF LS-CURRENCY-CODE NOT = WS-CURR-CURRENCY
               IF WS-CURR-CURRENCY NOT = SPACES
                   PERFORM 4300-WRITE-MONTH-ROW
                   PERFORM 4400-WRITE-CURRENCY-TOTAL
               END-IF
               MOVE LS-CURRENCY-CODE  TO WS-CURR-CURRENCY
               MOVE LS-MATURITY-MONTH TO WS-CURR-MONTH
               ADD 1 TO WS-CURRENCIES
           ELSE
               IF LS-MATURITY-MONTH NOT = WS-CURR-MONTH
                   PERFORM 4300-WRITE-MONTH-ROW
                   MOVE LS-MATURITY-MONTH TO WS-CURR-MONTH
               END-IF
           END-IF
           ADD 1                   TO WS-MONTH-COUNT
           ADD LS-PRINCIPAL        TO WS-MONTH-PRINCIPAL
           ADD LS-ACCRUED-INTEREST TO WS-MONTH-ACCRUED
           PERFORM 4100-READ-NEXT-SORTED.

       4100-READ-NEXT-SORTED.
           READ LADDER-SORTED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SORTED
           END-READ.

       4300-WRITE-MONTH-ROW.
           MOVE 'D'                TO MR-RECORD-TYPE
           MOVE WS-CURR-CURRENCY   TO MR-CURRENCY-CODE
           MOVE WS-CURR-MONTH      TO MR-MATURITY-MONTH
           MOVE WS-MONTH-COUNT     TO MR-DEPOSIT-COUNT
           MOVE WS-MONTH-PRINCIPAL TO MR-PRINCIPAL
           MOVE WS-MONTH-ACCRUED   TO MR-ACCRUED-INTEREST
           PERFORM 4900-WRITE-LADDER-RECORD
           ADD 1 TO WS-LADDER-ROWS
           ADD WS-MONTH-COUNT      TO WS-CCY-COUNT
           ADD WS-MONTH-PRINCIPAL  TO WS-CCY-PRINCIPAL
           ADD WS-MONTH-ACCRUED    TO WS-CCY-ACCRUED
           MOVE 0 TO WS-MONTH-COUNT
           MOVE 0 TO WS-MONTH-PRINCIPAL
           MOVE 0 TO WS-MONTH-ACCRUED.

       4400-WRITE-CURRENCY-TOTAL.
           MOVE 'T'                TO MR-RECORD-TYPE
           MOVE WS-CURR-CURRENCY   TO MR-CURRENCY-CODE
           MOVE 0                  TO MR-MATURITY-MONTH
           MOVE WS-CCY-COUNT       TO MR-DEPOSIT-COUNT
           MOVE WS-CCY-PRINCIPAL   TO MR-PRINCIPAL
           MOVE WS-CCY-ACCRUED     TO MR-ACCRUED-INTEREST
           PERFORM 4900-WRITE-LADDER-RECORD
           MOVE 0 TO WS-CCY-COUNT
           MOVE 0 TO WS-CCY-PRINCIPAL
           MOVE 0 TO WS-CCY-ACCRUED.

       4900-WRITE-LADDER-RECORD.
           WRITE MATURITY-LADDER-RECORD
           IF WS-MATLADR-STATUS NOT = '00'
               DISPLAY "TDLADDER: WRITE FAILED FOR LADDER, STATUS="
                       WS-MATLADR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9000-CLOSE-FILES.
           CLOSE LADDER-SORTED-FILE
           CLOSE MATURITY-LADDER-FILE.
