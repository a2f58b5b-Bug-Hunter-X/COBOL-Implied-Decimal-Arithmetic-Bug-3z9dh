      *****************************************************************
      *  PROGRAM-ID.  ACHBUILD
      *
      *  Interest payout file build.  An account whose disposition
      *  instruction sends its cycle-end interest to an account at
      *  another bank has the amount queued on ACHPEND.DAT
      *  (COPY ACHPEND) by INTCALC's finalize, with the -INT-ACH GL
      *  line that moves it to the ACH clearing payable.  This
      *  program turns those rows into the NACHA payment file the
      *  ACH operator accepts (ACHFILE.DAT, COPY ACHREC): a file
      *  header, one PPD credit batch per run-id on the pending
      *  file (a supplemental run appends its own), one entry
      *  detail per payout, the batch and file controls, and the
      *  all-'9' padding to a whole block of ten.
      *
      *  The effective entry date is the first business day after
      *  the posting date - weekends and the HOLTBL holidays are
      *  skipped the way BATCHCTL counts them.  Amounts go out in
      *  whole cents, rounded.  A row that cannot be originated
      *  (not USD, no routing number, or nothing to pay after
      *  rounding) is listed and left out with return code 4: its
      *  amount is already on the clearing account, so the payment
      *  desk must settle it by hand.  A night with no payouts
      *  leaves ACHFILE.DAT empty and is not transmitted.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACHBUILD.
       AUTHOR.      BATCH-INTEREST-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACH-PENDING-FILE
               ASSIGN TO "ACHPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACHPEND-STATUS.

           SELECT ACH-PAYMENT-FILE
               ASSIGN TO "ACHFILE.DAT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACHFILE-STATUS.

           SELECT HOLIDAY-REFERENCE-FILE
               ASSIGN TO "HOLREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HR-HOLIDAY-KEY
               FILE STATUS IS WS-HOLREF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACH-PENDING-FILE
           LABEL RECORDS ARE STANDARD.
       COPY ACHPEND.

      *****************************************************************
      *  Fixed 94-byte records, unterminated, as the operator takes
      *  them - trailing blanks on the header, control and padding
      *  rows are part of the record and must not be trimmed.
      *****************************************************************
       FD  ACH-PAYMENT-FILE
           RECORD CONTAINS 94 CHARACTERS
           LABEL RECORDS ARE STANDARD.
       COPY ACHREC.

       FD  HOLIDAY-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY HOLREF.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACHPEND-STATUS          PIC X(2) VALUE '00'.
           05  WS-ACHFILE-STATUS          PIC X(2) VALUE '00'.
           05  WS-HOLREF-STATUS           PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-ACHPEND             PIC X(1) VALUE 'N'.
               88  END-OF-ACHPEND             VALUE 'Y'.
           05  WS-FILE-HEADER-SW          PIC X(1) VALUE 'N'.
               88  FILE-HEADER-WRITTEN        VALUE 'Y'.
           05  WS-BATCH-OPEN-SW           PIC X(1) VALUE 'N'.
               88  BATCH-IS-OPEN              VALUE 'Y'.
           05  WS-HOLIDAY-SW              PIC X(1) VALUE 'N'.
               88  DATE-IS-HOLIDAY            VALUE 'Y'.

       COPY ACHORIG.

       COPY HOLTBL.

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

       01  WS-ACH-CURRENCY                PIC X(3) VALUE 'USD'.

      *****************************************************************
      *  Entry working fields.  The 9-digit routing number splits
      *  into the receiving bank's 8-digit identification and its
      *  check digit by division; the trace number is the ODFI
      *  number followed by a seven-digit sequence.
      *****************************************************************
       01  WS-ENTRY-AREA.
           05  WS-ENTRY-CENTS             PIC 9(10) VALUE 0.
           05  WS-RDFI-ID                 PIC 9(8) VALUE 0.
           05  WS-CHECK-DIGIT             PIC 9(1) VALUE 0.
           05  WS-TRACE-SEQUENCE          PIC 9(7) VALUE 0.
           05  WS-INDIVIDUAL-ID           PIC X(15) VALUE SPACES.

      *****************************************************************
      *  Effective-date working fields: the day-of-week comes out of
      *  INTEGER-OF-DATE exactly as in BATCHCTL - day 1
      *  (1601-01-01) was a Monday, so MOD(integer - 1, 7) of 5 or 6
      *  is Saturday or Sunday.
      *****************************************************************
       01  WS-DATE-AREA.
           05  WS-SCAN-DATE-INT           PIC 9(7) VALUE 0.
           05  WS-DAY-OF-WEEK             PIC 9(1) VALUE 0.
           05  WS-SCAN-DATE               PIC 9(8) VALUE 0.
           05  WS-SCAN-DATE-PARTS REDEFINES WS-SCAN-DATE.
               10  WS-SCAN-CENTURY        PIC 9(2).
               10  WS-SCAN-YYMMDD         PIC 9(6).

       01  WS-TIMESTAMP-AREA.
           05  WS-CURRENT-TIMESTAMP       PIC X(26) VALUE SPACES.
           05  WS-TIMESTAMP-PARTS REDEFINES WS-CURRENT-TIMESTAMP.
               10  FILLER                 PIC X(2).
               10  WS-TS-YYMMDD           PIC 9(6).
               10  WS-TS-HHMM             PIC 9(4).
               10  FILLER                 PIC X(14).

      *****************************************************************
      *  Batch and file control totals.  The entry hashes are
      *  carried wider than the 10-digit control fields; the MOVE
      *  into the control record drops the high digits, as the
      *  format specifies.
      *****************************************************************
       01  WS-CONTROL-AREA.
           05  WS-BATCH-RUN-ID            PIC X(8) VALUE SPACES.
           05  WS-BATCH-NUMBER            PIC 9(7) VALUE 0.
           05  WS-BATCH-ENTRIES           PIC 9(6) VALUE 0.
           05  WS-BATCH-HASH              PIC 9(15) VALUE 0.
           05  WS-BATCH-CREDIT            PIC 9(12) VALUE 0.
           05  WS-FILE-ENTRIES            PIC 9(8) VALUE 0.
           05  WS-FILE-HASH               PIC 9(15) VALUE 0.
           05  WS-FILE-CREDIT             PIC 9(12) VALUE 0.
           05  WS-RECORDS-WRITTEN         PIC 9(8) VALUE 0.
           05  WS-BLOCK-COUNT             PIC 9(6) VALUE 0.
           05  WS-PAD-RECORDS             PIC 9(2) VALUE 0.

       01  WS-ACCUMULATORS.
           05  WS-PENDING-READ            PIC 9(9) VALUE 0.
           05  WS-PENDING-SKIPPED         PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PENDING
               UNTIL END-OF-ACHPEND
           IF BATCH-IS-OPEN
               PERFORM 3500-WRITE-BATCH-CONTROL
           END-IF
           IF FILE-HEADER-WRITTEN
               PERFORM 4000-WRITE-FILE-CONTROL
           END-IF
           PERFORM 9000-CLOSE-FILES
           DISPLAY "ACHBUILD: PENDING ROWS READ  = " WS-PENDING-READ
           DISPLAY "ACHBUILD: ENTRIES ORIGINATED = " WS-FILE-ENTRIES
           DISPLAY "ACHBUILD: BATCHES            = " WS-BATCH-NUMBER
           DISPLAY "ACHBUILD: TOTAL CREDIT CENTS = " WS-FILE-CREDIT
           DISPLAY "ACHBUILD: ROWS NOT ORIGINATED = "
                   WS-PENDING-SKIPPED
           IF NOT FILE-HEADER-WRITTEN
               DISPLAY "ACHBUILD: NO PAYOUTS - ACHFILE.DAT IS EMPTY"
           END-IF
           IF WS-PENDING-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *****************************************************************
      *  A pending file that is not there at all (status 35) is a
      *  night on which no run has yet disbursed by ACH - the same
      *  as an empty one.
      *****************************************************************
       1000-INITIALIZE.
           PERFORM 1820-LOAD-HOLIDAY-TABLE
           OPEN INPUT ACH-PENDING-FILE
           IF WS-ACHPEND-STATUS = '35'
               MOVE 'Y' TO WS-EOF-ACHPEND
           ELSE
               IF WS-ACHPEND-STATUS NOT = '00'
                   DISPLAY "ACHBUILD: UNABLE TO OPEN ACH PENDING, "
                           "STATUS=" WS-ACHPEND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ACH-PAYMENT-FILE
           IF WS-ACHFILE-STATUS NOT = '00'
               DISPLAY "ACHBUILD: UNABLE TO OPEN ACHFILE, STATUS="
                       WS-ACHFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT END-OF-ACHPEND
               PERFORM 2100-READ-NEXT-PENDING
           END-IF.

      *****************************************************************
      *  The reference tables are loaded whole from their indexed
      *  reference files, which REFMNT maintains.  Each file ends in
      *  a control row carrying its row count and hash total; a
      *  missing or empty file, a row that breaks the table's own
      *  edits, or rows that do not add up to the control row halt
      *  the run here, before anything is read or written on the
      *  strength of a table that cannot be trusted.
      *****************************************************************
       1820-LOAD-HOLIDAY-TABLE.
           MOVE "HOLREF.DAT" TO WS-REF-FILE-NAME
           OPEN INPUT HOLIDAY-REFERENCE-FILE
           IF WS-HOLREF-STATUS NOT = '00'
               DISPLAY "ACHBUILD: UNABLE TO OPEN HOLREF.DAT, STATUS="
                       WS-HOLREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1880-RESET-REFERENCE-COUNTS
           MOVE 0 TO WS-HOLIDAY-TABLE-COUNT
           PERFORM 1825-LOAD-ONE-HOLIDAY
               UNTIL END-OF-REFERENCE
           CLOSE HOLIDAY-REFERENCE-FILE
           PERFORM 1890-CHECK-REFERENCE-CONTROL.

       1825-LOAD-ONE-HOLIDAY.
           READ HOLIDAY-REFERENCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REFERENCE
               NOT AT END
                   IF HR-CONTROL-ROW
                       MOVE 'Y' TO WS-REF-CONTROL-SW
                       MOVE HR-CTL-ENTRY-COUNT TO WS-REF-CTL-COUNT
                       MOVE HR-CTL-HASH-TOTAL  TO WS-REF-CTL-HASH
                       MOVE HR-CTL-TIMESTAMP   TO WS-REF-CTL-TIMESTAMP
                   ELSE
                       PERFORM 1827-STORE-ONE-HOLIDAY
                   END-IF
           END-READ.

       1827-STORE-ONE-HOLIDAY.
           MOVE HR-HOLIDAY-KEY TO WS-REF-ROW-KEY
           MOVE SPACES TO WS-REF-ROW-REASON
           IF HR-HOLIDAY-DATE NOT NUMERIC
               MOVE "HOLIDAY DATE NOT NUMERIC" TO WS-REF-ROW-REASON
           ELSE IF FUNCTION INTEGER-OF-DATE(HR-HOLIDAY-DATE) = 0
               MOVE "HOLIDAY DATE NOT A REAL DATE" TO WS-REF-ROW-REASON
           ELSE IF WS-HOLIDAY-TABLE-COUNT NOT < WS-HOLIDAY-TABLE-MAX
               MOVE "MORE HOLIDAYS THAN THE TABLE HOLDS"
                                   TO WS-REF-ROW-REASON
           END-IF
           END-IF
           END-IF
           IF WS-REF-ROW-REASON NOT = SPACES
               PERFORM 1895-HALT-ON-BAD-ROW
           END-IF
           ADD 1 TO WS-HOLIDAY-TABLE-COUNT
           MOVE HR-HOLIDAY-DATE
               TO HT-HOLIDAY-DATE(WS-HOLIDAY-TABLE-COUNT)
           ADD 1 TO WS-REF-ROW-COUNT
           ADD HR-HOLIDAY-DATE TO WS-REF-HASH-TOTAL.

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
               DISPLAY "ACHBUILD: " WS-REF-FILE-NAME
                       " FAILS ITS INTEGRITY CHECK - ROWS "
                       WS-REF-ROW-COUNT " CONTROL " WS-REF-CTL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REF-ROW-COUNT = 0
               DISPLAY "ACHBUILD: " WS-REF-FILE-NAME " HOLDS NO ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ACHBUILD: " WS-REF-FILE-NAME " LOADED "
                   WS-REF-ROW-COUNT " ROWS, MAINTAINED "
                   WS-REF-CTL-TIMESTAMP(1:8).

       1895-HALT-ON-BAD-ROW.
           DISPLAY "ACHBUILD: " WS-REF-FILE-NAME " ROW " WS-REF-ROW-KEY
                   " FAILS ITS EDITS - " WS-REF-ROW-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      *  The pending rows arrive in the order the runs wrote them,
      *  so each run-id's rows are contiguous and a change of
      *  run-id closes one batch and opens the next.
      *****************************************************************
       2000-PROCESS-PENDING.
           ADD 1 TO WS-PENDING-READ
           IF AP-AMOUNT NOT NUMERIC
               OR AP-ROUTING-NUMBER NOT NUMERIC
               MOVE 0 TO WS-ENTRY-CENTS
           ELSE
               COMPUTE WS-ENTRY-CENTS ROUNDED = AP-AMOUNT * 100
           END-IF
           IF AP-CURRENCY-CODE NOT = WS-ACH-CURRENCY
               OR WS-ENTRY-CENTS = 0
               OR AP-ROUTING-NUMBER = 0
               PERFORM 2900-REPORT-SKIPPED-ROW
           ELSE
               IF NOT FILE-HEADER-WRITTEN
                   PERFORM 3000-WRITE-FILE-HEADER
               END-IF
               IF BATCH-IS-OPEN
                   AND AP-RUN-ID NOT = WS-BATCH-RUN-ID
                   PERFORM 3500-WRITE-BATCH-CONTROL
               END-IF
               IF NOT BATCH-IS-OPEN
                   PERFORM 3100-WRITE-BATCH-HEADER
               END-IF
               PERFORM 3200-WRITE-ENTRY-DETAIL
           END-IF
           PERFORM 2100-READ-NEXT-PENDING.

       2100-READ-NEXT-PENDING.
           READ ACH-PENDING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-ACHPEND
           END-READ.

       2900-REPORT-SKIPPED-ROW.
           ADD 1 TO WS-PENDING-SKIPPED
           DISPLAY "ACHBUILD: ACCOUNT " AP-ACCOUNT-NUMBER
                   " RUN " AP-RUN-ID " " AP-CURRENCY-CODE
                   " AMOUNT " AP-AMOUNT
                   " NOT ORIGINATED - SETTLE BY HAND".

       3000-WRITE-FILE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE SPACES TO ACH-FILE-RECORD
           MOVE '1'                     TO AF-RECORD-TYPE
           MOVE '01'                    TO AF-FH-PRIORITY-CODE
           MOVE WS-ACH-DESTINATION      TO AF-FH-DESTINATION
           MOVE WS-ACH-ORIGIN           TO AF-FH-ORIGIN
           MOVE WS-TS-YYMMDD            TO AF-FH-CREATION-DATE
           MOVE WS-TS-HHMM              TO AF-FH-CREATION-TIME
           MOVE 'A'                     TO AF-FH-FILE-ID-MODIFIER
           MOVE '094'                   TO AF-FH-RECORD-SIZE
           MOVE '10'                    TO AF-FH-BLOCKING-FACTOR
           MOVE '1'                     TO AF-FH-FORMAT-CODE
           MOVE WS-ACH-DESTINATION-NAME TO AF-FH-DESTINATION-NAME
           MOVE WS-ACH-ORIGIN-NAME      TO AF-FH-ORIGIN-NAME
           PERFORM 6000-WRITE-ACH-RECORD
           MOVE 'Y' TO WS-FILE-HEADER-SW.

      *****************************************************************
      *  The run-id goes in the company discretionary data so a
      *  returned entry can be traced to the run that disbursed it.
      *****************************************************************
       3100-WRITE-BATCH-HEADER.
           ADD 1 TO WS-BATCH-NUMBER
           MOVE AP-RUN-ID TO WS-BATCH-RUN-ID
           MOVE 0 TO WS-BATCH-ENTRIES
           MOVE 0 TO WS-BATCH-HASH
           MOVE 0 TO WS-BATCH-CREDIT
           PERFORM 3150-FIND-EFFECTIVE-DATE
           MOVE SPACES TO ACH-FILE-RECORD
           MOVE '5'                      TO AF-RECORD-TYPE
           MOVE '220'                    TO AF-BH-SERVICE-CLASS
           MOVE WS-ACH-COMPANY-NAME      TO AF-BH-COMPANY-NAME
           MOVE AP-RUN-ID                TO AF-BH-DISCRETIONARY
           MOVE WS-ACH-COMPANY-ID        TO AF-BH-COMPANY-ID
           MOVE 'PPD'                    TO AF-BH-SEC-CODE
           MOVE WS-ACH-ENTRY-DESCRIPTION TO AF-BH-ENTRY-DESCRIPTION
           MOVE WS-SCAN-YYMMDD           TO AF-BH-EFFECTIVE-DATE
           MOVE '1'                      TO AF-BH-ORIGINATOR-STATUS
           MOVE WS-ACH-ODFI-ID           TO AF-BH-ODFI-ID
           MOVE WS-BATCH-NUMBER          TO AF-BH-BATCH-NUMBER
           PERFORM 6000-WRITE-ACH-RECORD
           MOVE 'Y' TO WS-BATCH-OPEN-SW.

       3150-FIND-EFFECTIVE-DATE.
           COMPUTE WS-SCAN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AP-POSTING-DATE) + 1
           PERFORM 3160-CHECK-ONE-CALENDAR-DAY
           PERFORM UNTIL WS-DAY-OF-WEEK < 5 AND NOT DATE-IS-HOLIDAY
               ADD 1 TO WS-SCAN-DATE-INT
               PERFORM 3160-CHECK-ONE-CALENDAR-DAY
           END-PERFORM.

       3160-CHECK-ONE-CALENDAR-DAY.
           COMPUTE WS-SCAN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-DATE-INT)
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(WS-SCAN-DATE-INT - 1, 7)
           MOVE 'N' TO WS-HOLIDAY-SW
           PERFORM VARYING HT-IDX FROM 1 BY 1
               UNTIL HT-IDX > WS-HOLIDAY-TABLE-COUNT
               IF HT-HOLIDAY-DATE(HT-IDX) = WS-SCAN-DATE
                   MOVE 'Y' TO WS-HOLIDAY-SW
               END-IF
           END-PERFORM.

       3200-WRITE-ENTRY-DETAIL.
           DIVIDE AP-ROUTING-NUMBER BY 10
               GIVING WS-RDFI-ID REMAINDER WS-CHECK-DIGIT
           ADD 1 TO WS-TRACE-SEQUENCE
           MOVE AP-ACCOUNT-NUMBER TO WS-INDIVIDUAL-ID
           MOVE SPACES TO ACH-FILE-RECORD
           MOVE '6'               TO AF-RECORD-TYPE
           MOVE '22'              TO AF-ED-TRANSACTION-CODE
           MOVE WS-RDFI-ID        TO AF-ED-RDFI-ID
           MOVE WS-CHECK-DIGIT    TO AF-ED-CHECK-DIGIT
           MOVE AP-DFI-ACCOUNT    TO AF-ED-DFI-ACCOUNT
           MOVE WS-ENTRY-CENTS    TO AF-ED-AMOUNT
           MOVE WS-INDIVIDUAL-ID  TO AF-ED-INDIVIDUAL-ID
           MOVE AP-PAYEE-NAME     TO AF-ED-INDIVIDUAL-NAME
           MOVE '0'               TO AF-ED-ADDENDA-IND
           COMPUTE AF-ED-TRACE-NUMBER =
               WS-ACH-ODFI-ID * 10000000 + WS-TRACE-SEQUENCE
           PERFORM 6000-WRITE-ACH-RECORD
           ADD 1 TO WS-BATCH-ENTRIES
           ADD 1 TO WS-FILE-ENTRIES
           ADD WS-RDFI-ID TO WS-BATCH-HASH
           ADD WS-RDFI-ID TO WS-FILE-HASH
           ADD WS-ENTRY-CENTS TO WS-BATCH-CREDIT
           ADD WS-ENTRY-CENTS TO WS-FILE-CREDIT.

       3500-WRITE-BATCH-CONTROL.
           MOVE SPACES TO ACH-FILE-RECORD
           MOVE '8'               TO AF-RECORD-TYPE
           MOVE '220'             TO AF-BC-SERVICE-CLASS
           MOVE WS-BATCH-ENTRIES  TO AF-BC-ENTRY-COUNT
           MOVE WS-BATCH-HASH     TO AF-BC-ENTRY-HASH
           MOVE 0                 TO AF-BC-TOTAL-DEBIT
           MOVE WS-BATCH-CREDIT   TO AF-BC-TOTAL-CREDIT
           MOVE WS-ACH-COMPANY-ID TO AF-BC-COMPANY-ID
           MOVE WS-ACH-ODFI-ID    TO AF-BC-ODFI-ID
           MOVE WS-BATCH-NUMBER   TO AF-BC-BATCH-NUMBER
           PERFORM 6000-WRITE-ACH-RECORD
           MOVE 'N' TO WS-BATCH-OPEN-SW.

      *****************************************************************
      *  The block count includes the file control record itself;
      *  the padding records after it bring the file to a whole
      *  number of ten-record blocks.
      *****************************************************************
       4000-WRITE-FILE-CONTROL.
           COMPUTE WS-BLOCK-COUNT =
               (WS-RECORDS-WRITTEN + 1 + 9) / 10
           COMPUTE WS-PAD-RECORDS =
               WS-BLOCK-COUNT * 10 - WS-RECORDS-WRITTEN - 1
           MOVE SPACES TO ACH-FILE-RECORD
           MOVE '9'               TO AF-RECORD-TYPE
           MOVE WS-BATCH-NUMBER   TO AF-FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT    TO AF-FC-BLOCK-COUNT
           MOVE WS-FILE-ENTRIES   TO AF-FC-ENTRY-COUNT
           MOVE WS-FILE-HASH      TO AF-FC-ENTRY-HASH
           MOVE 0                 TO AF-FC-TOTAL-DEBIT
           MOVE WS-FILE-CREDIT    TO AF-FC-TOTAL-CREDIT
           PERFORM 6000-WRITE-ACH-RECORD
           PERFORM WS-PAD-RECORDS TIMES
               MOVE ALL '9' TO ACH-FILE-RECORD
               PERFORM 6000-WRITE-ACH-RECORD
           END-PERFORM.

       6000-WRITE-ACH-RECORD.
           WRITE ACH-FILE-RECORD
           IF WS-ACHFILE-STATUS NOT = '00'
               DISPLAY "ACHBUILD: WRITE FAILED FOR ACHFILE, STATUS="
                       WS-ACHFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RECORDS-WRITTEN.

       9000-CLOSE-FILES.
           IF WS-ACHPEND-STATUS NOT = '35'
               CLOSE ACH-PENDING-FILE
           END-IF
           CLOSE ACH-PAYMENT-FILE.
