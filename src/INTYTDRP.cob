      *  on the YTD-ACCRUAL file that INTCALC maintains and produces
      *  one detail line per account plus a portfolio-level total
      *  line for the close package, instead of YTD figures being
      *  reconstructed by hand from job logs.  Overdraft debit
      *  interest charged is carried in its own column and total,
      *  never netted against the interest paid.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  INTYTDRP.

       01  WS-ACCUMULATORS.
           05  WS-PORTFOLIO-TOTAL         PIC 9(13)V9(4) VALUE 0.
           05  WS-PORTFOLIO-CHARGES       PIC 9(13)V9(4) VALUE 0.
           05  WS-ACCOUNTS-SUMMARIZED     PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
                   WS-ACCOUNTS-SUMMARIZED
           DISPLAY "INTYTDRP: PORTFOLIO YTD TOTAL  = "
                   WS-PORTFOLIO-TOTAL
           DISPLAY "INTYTDRP: PORTFOLIO YTD CHARGES= "
                   WS-PORTFOLIO-CHARGES
           STOP RUN.

       1000-INITIALIZE.
       2000-PROCESS-YTD-RECORDS.
           PERFORM 2200-WRITE-DETAIL-LINE
           ADD YA-YTD-TOTAL-INTEREST TO WS-PORTFOLIO-TOTAL
           ADD YA-YTD-DEBIT-CHARGES  TO WS-PORTFOLIO-CHARGES
           ADD 1 TO WS-ACCOUNTS-SUMMARIZED
           PERFORM 2100-READ-NEXT-YTD-RECORD.

           READ YTD-ACCRUAL-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-YTD-ACCRUAL
               NOT AT END
                   IF YA-YTD-DEBIT-CHARGES NOT NUMERIC
                       MOVE 0 TO YA-YTD-DEBIT-CHARGES
                   END-IF
           END-READ.

       2200-WRITE-DETAIL-LINE.
           MOVE YA-CURRENCY-CODE       TO SR-CURRENCY-CODE
           MOVE YA-YTD-TOTAL-INTEREST  TO SR-YTD-TOTAL-INTEREST
           MOVE YA-LAST-RUN-DATE       TO SR-LAST-RUN-DATE
           MOVE YA-YTD-DEBIT-CHARGES   TO SR-YTD-DEBIT-CHARGES
           WRITE SUMMARY-REPORT-RECORD.

       3000-WRITE-PORTFOLIO-TOTAL.
           MOVE SPACES              TO SR-CURRENCY-CODE
           MOVE WS-PORTFOLIO-TOTAL  TO SR-YTD-TOTAL-INTEREST
           MOVE 0                   TO SR-LAST-RUN-DATE
           MOVE WS-PORTFOLIO-CHARGES TO SR-YTD-DEBIT-CHARGES
           WRITE SUMMARY-REPORT-RECORD.

       9000-CLOSE-FILES.
