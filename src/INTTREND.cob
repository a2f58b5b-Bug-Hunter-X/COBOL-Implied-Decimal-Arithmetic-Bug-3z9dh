               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRENDRPT-STATUS.

           SELECT CURRENCY-REFERENCE-FILE
               ASSIGN TO "CURRREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CURRENCY-CODE
               FILE STATUS IS WS-CURRREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATS-FILE
           LABEL RECORDS ARE STANDARD.
       01  TREND-REPORT-LINE               PIC X(100).

       FD  CURRENCY-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURRREF.

       WORKING-STORAGE SECTION.
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
           05  WS-RUNSTAT-STATUS          PIC X(2) VALUE '00'.
           05  WS-TRENDRPT-STATUS         PIC X(2) VALUE '00'.
           05  WS-CURRREF-STATUS          PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-RUN-STATS           PIC X(1) VALUE 'N'.
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1810-LOAD-CURRENCY-TABLE
           OPEN INPUT RUN-STATS-FILE
           IF WS-RUNSTAT-STATUS NOT = '00'
               DISPLAY "INTTREND: UNABLE TO OPEN RUN STATS, STATUS="
           OPEN OUTPUT TREND-REPORT-FILE
           PERFORM 2100-READ-NEXT-RUN-STAT.

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
               DISPLAY "INTTREND: UNABLE TO OPEN CURRREF.DAT, STATUS="
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
               DISPLAY "INTTREND: CURRREF.DAT SLOTS DO NOT RUN 1 TO "
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
               DISPLAY "INTTREND: " WS-REF-FILE-NAME
                       " FAILS ITS INTEGRITY CHECK - ROWS "
                       WS-REF-ROW-COUNT " CONTROL " WS-REF-CTL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REF-ROW-COUNT = 0
               DISPLAY "INTTREND: " WS-REF-FILE-NAME " HOLDS NO ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "INTTREND: " WS-REF-FILE-NAME " LOADED "
                   WS-REF-ROW-COUNT " ROWS, MAINTAINED "
                   WS-REF-CTL-TIMESTAMP(1:8).

       1895-HALT-ON-BAD-ROW.
           DISPLAY "INTTREND: " WS-REF-FILE-NAME " ROW " WS-REF-ROW-KEY
                   " FAILS ITS EDITS - " WS-REF-ROW-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2000-FIND-CURRENT-RUN.
           IF RS-RUN-DATE >= WS-MAX-RUN-DATE
               MOVE RS-RUN-DATE TO WS-MAX-RUN-DATE
