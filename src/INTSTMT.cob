      *  per-run computation detail an analyst reads back to the
      *  customer: the night's balance basis, the blended effective
      *  rate actually applied, the day count and the posted figure.
      *  Overdraft debit interest prints as a charge, never as
      *  interest: its own accrued and year-to-date lines, and a
      *  CHARGE type on the history rows it came from.
      *****************************************************************
       01  WS-STMT-HEADER-LINE.
           05  FILLER                     PIC X(31) VALUE
           05  WS-SY-YEAR                 PIC 9(4).
           05  FILLER                     PIC X(17) VALUE SPACES.

       01  WS-STMT-CHARGE-LINE.
           05  FILLER                     PIC X(24) VALUE
               'OVERDRAFT CHARGES ACCR  '.
           05  WS-SC-ACCRUED-CHARGE       PIC ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                     PIC X(50) VALUE SPACES.

       01  WS-STMT-YTD-CHARGE-LINE.
           05  FILLER                     PIC X(24) VALUE
               'YTD DEBIT INT CHARGED   '.
           05  WS-SC-YTD-CHARGES          PIC ZZZ,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                     PIC X(46) VALUE SPACES.

      *****************************************************************
      *  Each header FILLER matches the width of the detail-line
      *  column beneath it, so the titles stay aligned if a column
               '     INTEREST POSTED'.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  FILLER                     PIC X(1) VALUE 'B'.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  FILLER                     PIC X(6) VALUE 'TYPE'.
           05  FILLER                     PIC X(10) VALUE SPACES.

       01  WS-HIST-DETAIL-LINE.
           05  WS-HD-DATE                 PIC 9(8).
           05  WS-HD-INTEREST             PIC ZZZ,ZZZ,ZZZ,ZZ9.9999.
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-HD-BALANCE-BASIS        PIC X(1).
           05  FILLER                     PIC X(1) VALUE SPACE.
           05  WS-HD-ENTRY-TYPE           PIC X(6).
           05  FILLER                     PIC X(14) VALUE SPACES.

       01  WS-STMT-NOTE-LINE.
           05  WS-SN-TEXT                 PIC X(90) VALUE SPACES.
                   IF AM-ACCRUED-INTEREST NOT NUMERIC
                       MOVE 0 TO AM-ACCRUED-INTEREST
                   END-IF
                   IF AM-ACCRUED-CHARGE NOT NUMERIC
                       MOVE 0 TO AM-ACCRUED-CHARGE
                   END-IF
           END-READ.

       3100-LOOKUP-YTD.
                   IF YA-YTD-TAX-WITHHELD NOT NUMERIC
                       MOVE 0 TO YA-YTD-TAX-WITHHELD
                   END-IF
                   IF YA-YTD-DEBIT-CHARGES NOT NUMERIC
                       MOVE 0 TO YA-YTD-DEBIT-CHARGES
                   END-IF
           END-READ.

       4000-WRITE-STATEMENT-BODY.
               MOVE AM-ACCRUED-INTEREST TO WS-SB-ACCRUED
               MOVE WS-STMT-BALANCE-LINE TO STATEMENT-LINE
               PERFORM 5000-WRITE-STATEMENT-LINE
               IF AM-ACCRUED-CHARGE NOT = 0
                   MOVE AM-ACCRUED-CHARGE TO WS-SC-ACCRUED-CHARGE
                   MOVE WS-STMT-CHARGE-LINE TO STATEMENT-LINE
                   PERFORM 5000-WRITE-STATEMENT-LINE
               END-IF
               MOVE AM-LAST-INTEREST    TO WS-SL-LAST-INTEREST
               MOVE AM-LAST-RUN-DATE    TO WS-SL-LAST-RUN-DATE
               MOVE AM-LAST-RUN-ID      TO WS-SL-LAST-RUN-ID
               MOVE YA-YEAR               TO WS-SY-YEAR
               MOVE WS-STMT-YTD-LINE      TO STATEMENT-LINE
               PERFORM 5000-WRITE-STATEMENT-LINE
               IF YA-YTD-DEBIT-CHARGES > 0
                   MOVE YA-YTD-DEBIT-CHARGES TO WS-SC-YTD-CHARGES
                   MOVE WS-STMT-YTD-CHARGE-LINE TO STATEMENT-LINE
                   PERFORM 5000-WRITE-STATEMENT-LINE
               END-IF
           ELSE
               MOVE "NO YTD ACCRUAL RECORD" TO WS-SN-TEXT
               PERFORM 5300-WRITE-NOTE-LINE
           MOVE AT-ACCRUAL-DAYS    TO WS-HD-DAYS
           MOVE AT-INTEREST-POSTED TO WS-HD-INTEREST
           MOVE AT-BALANCE-BASIS   TO WS-HD-BALANCE-BASIS
           IF AT-IS-DEBIT-CHARGE
               MOVE 'CHARGE'       TO WS-HD-ENTRY-TYPE
           ELSE
               IF AT-IS-BREAK-PENALTY
                   MOVE 'PENLTY'   TO WS-HD-ENTRY-TYPE
               ELSE
                   MOVE 'CREDIT'   TO WS-HD-ENTRY-TYPE
               END-IF
           END-IF
           MOVE WS-HIST-DETAIL-LINE TO STATEMENT-LINE
           PERFORM 5000-WRITE-STATEMENT-LINE
           ADD 1 TO WS-HISTORY-LINES.
