      *****************************************************************
      *  PROGRAM-ID.  RATESHT
      *
      *  APY rate sheet for Compliance's Truth-in-Savings
      *  disclosures (COPY APYSHEET).  For every product priced on
      *  RATETBL.cpy, and each of a set of representative balances,
      *  quotes the blended nominal rate and the annual percentage
      *  yield exactly as INTCALC would pay them:
      *
      *    - the nominal rate is the 4250/4260 bracket walk over the
      *      product's tiers, as a blended annual rate;
      *    - the APY is a year of 365 nightly runs on that balance
      *      with no other activity: each night's bracket-walk
      *      interest scaled by the product's day-count basis
      *      (PRODTBL.cpy, 4270/4275), rounded to the cent as
      *      posted, and accrued to the bucket, which is added to
      *      the balance on the product's capitalization cycle ends
      *      (4330) - monthly, quarterly, or for a product paid at
      *      maturity not within the year.
      *
      *  Each term on the term-deposit offer sheet (TDRATTBL.cpy) is
      *  quoted the same way at the same balances, from a term sold
      *  on the sheet date: the nominal rate is the offer rate,
      *  accrued flat on the principal as INTCALC accrues a locked
      *  term rate, night by night under the product's day-count
      *  basis through the maturity date, with nothing capitalized
      *  until then.  The interest to maturity is annualized over
      *  the days in the term, as Truth-in-Savings prescribes.
      *
      *  The sheet is dated for an effective date - the one on
      *  APYCARD.DAT (COPY APYCARD), or today.  The seeded table
      *  holds the rates in force now, so a tier moved by a
      *  RATECHG.DAT event not yet effective on that date is quoted
      *  at the rate it pays until then, and each product row
      *  carries the date its next move takes effect.  The APY
      *  quoted is the yield at the rates in force on the
      *  effective date, as disclosure requires.  Relationship
      *  pricing, promotional bonuses and tax withholding depend on
      *  the customer, not the product, and are not quoted.
      *
      *  APYHIST.DAT (COPY APYHIST) keeps the APY each product and
      *  balance was last quoted at, so every row is compared with
      *  the last sheet issued before this one and flagged when it
      *  moved.  Sheets are issued in date order: a history already
      *  holding a later sheet halts the run.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RATESHT.
       AUTHOR.      BATCH-INTEREST-TEAM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APY-SHEET-CARD-FILE
               ASSIGN TO "APYCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APYCARD-STATUS.

           SELECT PRODUCT-REFERENCE-FILE
               ASSIGN TO "PRODREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-PRODREF-STATUS.

           SELECT RATE-CHANGE-EVENT-FILE
               ASSIGN TO "RATECHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATECHG-STATUS.

           SELECT APY-HISTORY-FILE
               ASSIGN TO "APYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YH-HISTORY-KEY
               FILE STATUS IS WS-APYHIST-STATUS.

           SELECT APY-RATE-SHEET-FILE
               ASSIGN TO "APYSHEET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APYSHEET-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APY-SHEET-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY APYCARD.

       FD  PRODUCT-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRODREF.

       FD  RATE-CHANGE-EVENT-FILE
           LABEL RECORDS ARE STANDARD.
       COPY RATECHG.

       FD  APY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       COPY APYHIST.

       FD  APY-RATE-SHEET-FILE
           LABEL RECORDS ARE STANDARD.
       COPY APYSHEET.

       WORKING-STORAGE SECTION.
       COPY RATETBL.
       COPY PRODTBL.
       COPY TDRATTBL.

       01  WS-FILE-STATUSES.
           05  WS-APYCARD-STATUS          PIC X(2) VALUE '00'.
           05  WS-PRODREF-STATUS          PIC X(2) VALUE '00'.
           05  WS-RATECHG-STATUS          PIC X(2) VALUE '00'.
           05  WS-APYHIST-STATUS          PIC X(2) VALUE '00'.
           05  WS-APYSHEET-STATUS         PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-RATE-EVENTS         PIC X(1) VALUE 'N'.
               88  END-OF-RATE-EVENTS         VALUE 'Y'.
           05  WS-RATE-FOUND-SW           PIC X(1) VALUE 'N'.
               88  RATE-TIER-FOUND            VALUE 'Y'.
           05  WS-EOF-HISTORY             PIC X(1) VALUE 'N'.
               88  END-OF-HISTORY             VALUE 'Y'.
           05  WS-HISTORY-FOUND-SW        PIC X(1) VALUE 'N'.
               88  HISTORY-ROW-FOUND          VALUE 'Y'.
           05  WS-CAPITALIZE-SW           PIC X(1) VALUE 'N'.
               88  CAPITALIZATION-DUE         VALUE 'Y'.
           05  WS-QUOTE-TERM-SW           PIC X(1) VALUE 'N'.
               88  QUOTING-TERM-DEPOSIT       VALUE 'Y'.

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

      *****************************************************************
      *  Rate-change events loaded from RATECHG.DAT, held as INTCALC
      *  holds them.  WS-TIER-CHANGE-DATE is set per RATETBL entry
      *  by 1500: the earliest effective date after the sheet date
      *  of an event on that tier (all nines when none is pending).
      *  WS-TIER-CHANGE-MAX is its capacity; a rate table with more
      *  entries halts the run.
      *****************************************************************
       01  WS-RATE-EVENT-AREA.
           05  WS-RATE-EVENT-COUNT        PIC 9(3) VALUE 0.
           05  WS-RATE-EVENT-MAX          PIC 9(3) VALUE 50.
           05  WS-RATE-EVENT-IDX          PIC 9(3) VALUE 0.
           05  WS-RATE-EVENT-TABLE.
               10  WS-RATE-EVENT-ENTRY OCCURS 50 TIMES.
                   15  WS-RE-PRODUCT-CODE   PIC X(4).
                   15  WS-RE-TIER-FLOOR     PIC 9(9)V9(4).
                   15  WS-RE-EFFECTIVE-DATE PIC 9(8).
                   15  WS-RE-EFFECTIVE-INT  PIC 9(7).
                   15  WS-RE-OLD-RATE       PIC 9(3)V9(4).
           05  WS-TIER-CHANGE-MAX         PIC 9(3) VALUE 50.
           05  WS-TIER-CHANGE-TABLE.
               10  WS-TIER-CHANGE-DATE  PIC 9(8) OCCURS 50 TIMES.

       01  WS-TODAY-AREA.
           05  WS-CURRENT-TIMESTAMP       PIC X(26) VALUE SPACES.
           05  WS-TODAY-DATE              PIC 9(8) VALUE 0.
           05  WS-SHEET-DATE              PIC 9(8) VALUE 0.
           05  WS-SHEET-INTEGER           PIC 9(7) VALUE 0.

      *****************************************************************
      *  Representative balances quoted when the card does not name
      *  its own - the breaks Compliance has always disclosed at.
      *****************************************************************
       01  WS-DEFAULT-BALANCE-VALUES.
           05  FILLER                     PIC 9(9)V9(4) VALUE 500.
           05  FILLER                     PIC 9(9)V9(4) VALUE 1000.
           05  FILLER                     PIC 9(9)V9(4) VALUE 2500.
           05  FILLER                     PIC 9(9)V9(4) VALUE 5000.
           05  FILLER                     PIC 9(9)V9(4) VALUE 10000.
           05  FILLER                     PIC 9(9)V9(4) VALUE 25000.
           05  FILLER                     PIC 9(9)V9(4) VALUE 50000.
           05  FILLER                     PIC 9(9)V9(4) VALUE 100000.
       01  WS-DEFAULT-BALANCE-TABLE REDEFINES
                                   WS-DEFAULT-BALANCE-VALUES.
           05  WS-DEFAULT-BALANCE         PIC 9(9)V9(4)
                                           OCCURS 8 TIMES.

      *****************************************************************
      *  The balances this sheet quotes, and for the product in hand
      *  what each was quoted at and how it compares with the last
      *  sheet - gathered first so the product row, which carries
      *  the product's overall change flag, can be written ahead of
      *  its balance rows.
      *****************************************************************
       01  WS-BALANCE-POINT-AREA.
           05  WS-POINT-COUNT             PIC 9(2) VALUE 0.
           05  WS-POINT-MAX               PIC 9(2) VALUE 8.
           05  WS-POINT-IDX               PIC 9(2) VALUE 0.
           05  WS-POINT-ENTRY OCCURS 8 TIMES.
               10  WS-PT-BALANCE          PIC 9(9)V9(4).
               10  WS-PT-NOMINAL-RATE     PIC 9(3)V9(4).
               10  WS-PT-APY              PIC 9(3)V9(2).
               10  WS-PT-PRIOR-DATE       PIC 9(8).
               10  WS-PT-PRIOR-APY        PIC 9(3)V9(2).
               10  WS-PT-CHANGE-FLAG      PIC X(1).

       01  WS-PRODUCT-AREA.
           05  WS-TIER-SUB                PIC 9(3) VALUE 0.
           05  WS-TERM-SUB                PIC 9(3) VALUE 0.
           05  WS-CURR-PRODUCT            PIC X(4) VALUE SPACES.
           05  WS-CURR-TERM               PIC 9(3) VALUE 0.
           05  WS-TERM-RATE               PIC 9(3)V9(4) VALUE 0.
           05  WS-CAP-CYCLE               PIC X(1) VALUE 'M'.
               88  WS-CAP-MONTHLY             VALUE 'M'.
               88  WS-CAP-QUARTERLY           VALUE 'Q'.
               88  WS-CAP-AT-MATURITY         VALUE 'X'.
           05  WS-NEXT-CHANGE-DATE        PIC 9(8) VALUE 0.
           05  WS-PRODUCT-FLAG            PIC X(1) VALUE SPACE.

      *****************************************************************
      *  The bracket walk, at INTCALC's own working precision so the
      *  figures truncate and round exactly as the nightly run's do.
      *****************************************************************
       01  WS-DATA-AREA.
           05  WS-AMOUNT                  PIC S9(9)V9(4) VALUE 0.
           05  WS-RATE                    PIC 9(3)V9(4) VALUE 0.
           05  WS-INTEREST                PIC 9(9)V9(4) VALUE 0.
           05  WS-POSTED-INTEREST         PIC 9(9)V9(2) VALUE 0.
           05  WS-BRACKET-CEILING         PIC S9(9)V9(4) VALUE 0.
           05  WS-BRACKET-BASIS           PIC S9(9)V9(4) VALUE 0.

      *****************************************************************
      *  The simulated period - a year, or a term to its maturity:
      *  the balance and its accrual bucket, and the night in hand.
      *  WS-SIM-INTEREST is all the period earned, capitalized or
      *  still in the bucket.
      *****************************************************************
       01  WS-SIMULATION-AREA.
           05  WS-SIM-BALANCE             PIC 9(9)V9(4) VALUE 0.
           05  WS-SIM-BUCKET              PIC 9(9)V9(4) VALUE 0.
           05  WS-SIM-INTEGER             PIC 9(7) VALUE 0.
           05  WS-SIM-INTEREST            PIC 9(9)V9(4) VALUE 0.
           05  WS-SIM-NIGHTS              PIC 9(5) VALUE 365.
           05  WS-YEAR-NIGHTS             PIC 9(3) VALUE 365.

      *****************************************************************
      *  Maturity of a term sold on the sheet date: the same day the
      *  given number of months on, clamped to that month's last
      *  day, as ACCTMNT sets it when a term is opened.
      *****************************************************************
       01  WS-TERM-DATE-AREA.
           05  WS-START-DATE              PIC 9(8) VALUE 0.
           05  WS-START-PARTS REDEFINES WS-START-DATE.
               10  WS-START-YEAR          PIC 9(4).
               10  WS-START-MONTH         PIC 9(2).
               10  WS-START-DAY           PIC 9(2).
           05  WS-MATURITY-DATE           PIC 9(8) VALUE 0.
           05  WS-MATURITY-PARTS REDEFINES WS-MATURITY-DATE.
               10  WS-MATURITY-YEAR       PIC 9(4).
               10  WS-MATURITY-MONTH      PIC 9(2).
               10  WS-MATURITY-DAY        PIC 9(2).
           05  WS-TERM-MONTH-COUNT        PIC 9(7) VALUE 0.

       01  WS-DAY-COUNT-AREA.
           05  WS-ACCRUAL-DAYS            PIC 9(5) VALUE 1.
           05  WS-DAY-DIFF                PIC S9(7) VALUE 0.
           05  WS-ANNUAL-BASIS-DAYS       PIC 9(3) VALUE 365.
           05  WS-DAY-COUNT-BASIS         PIC X(7) VALUE 'ACT/365'.
           05  WS-FROM-DATE               PIC 9(8) VALUE 0.
           05  WS-FROM-DATE-PARTS REDEFINES WS-FROM-DATE.
               10  WS-FROM-YEAR           PIC 9(4).
               10  WS-FROM-MONTH          PIC 9(2).
               10  WS-FROM-DAY            PIC 9(2).
           05  WS-TO-DATE                 PIC 9(8) VALUE 0.
           05  WS-TO-DATE-PARTS REDEFINES WS-TO-DATE.
               10  WS-TO-YEAR             PIC 9(4).
               10  WS-TO-MONTH            PIC 9(2).
               10  WS-TO-DAY              PIC 9(2).
           05  WS-FROM-DAY-ADJ            PIC 9(2) VALUE 0.
           05  WS-TO-DAY-ADJ              PIC 9(2) VALUE 0.
           05  WS-MONTH-END-DAY           PIC 9(2) VALUE 0.
           05  WS-PRODUCT-FOUND-SW        PIC X(1) VALUE 'N'.
               88  PRODUCT-BASIS-FOUND        VALUE 'Y'.
           05  WS-PRODUCT-MATCHED-IDX     PIC 9(2) VALUE 0.

       01  WS-MONTH-DAYS-VALUES           PIC X(24)
                               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01  WS-ACCUMULATORS.
           05  WS-PRODUCTS-QUOTED         PIC 9(5) VALUE 0.
           05  WS-TERMS-QUOTED            PIC 9(5) VALUE 0.
           05  WS-BALANCE-ROWS-WRITTEN    PIC 9(7) VALUE 0.
           05  WS-PRODUCTS-CHANGED        PIC 9(5) VALUE 0.
           05  WS-PRODUCTS-NEW            PIC 9(5) VALUE 0.
           05  WS-HISTORY-ROWS-READ       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.

       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > WS-RATE-TABLE-COUNT
               IF WS-TIER-SUB = 1
                   PERFORM 2000-QUOTE-ONE-PRODUCT
               ELSE
                   IF TR-PRODUCT-CODE(WS-TIER-SUB) NOT =
                       TR-PRODUCT-CODE(WS-TIER-SUB - 1)
                       PERFORM 2000-QUOTE-ONE-PRODUCT
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TD-RATE-TABLE-COUNT
               PERFORM 3000-QUOTE-ONE-TERM
           END-PERFORM
           PERFORM 9000-CLOSE-FILES
           DISPLAY "RATESHT: SHEET DATE           = " WS-SHEET-DATE
           DISPLAY "RATESHT: PRODUCTS QUOTED      = "
                   WS-PRODUCTS-QUOTED
           DISPLAY "RATESHT: DEPOSIT TERMS QUOTED = "
                   WS-TERMS-QUOTED
           DISPLAY "RATESHT: BALANCE ROWS WRITTEN = "
                   WS-BALANCE-ROWS-WRITTEN
           DISPLAY "RATESHT: PRODUCTS APY CHANGED = "
                   WS-PRODUCTS-CHANGED
           DISPLAY "RATESHT: PRODUCTS FIRST QUOTED= "
                   WS-PRODUCTS-NEW
           STOP RUN.

      *****************************************************************
      *  The card is optional: with no card the sheet is for today
      *  at the standard balances.  Anything keyed must be usable -
      *  a real effective date, a count the table holds, and
      *  positive balances - since a quote on a mispunched balance
      *  would go to the branches as it stands.
      *****************************************************************
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE WS-TODAY-DATE TO WS-SHEET-DATE
           MOVE 0 TO WS-POINT-COUNT
           OPEN INPUT APY-SHEET-CARD-FILE
           IF WS-APYCARD-STATUS = '00'
               READ APY-SHEET-CARD-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1100-EDIT-SHEET-CARD
               END-READ
               CLOSE APY-SHEET-CARD-FILE
           END-IF
           IF WS-POINT-COUNT = 0
               MOVE WS-POINT-MAX TO WS-POINT-COUNT
               PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
                   UNTIL WS-POINT-IDX > WS-POINT-COUNT
                   MOVE WS-DEFAULT-BALANCE(WS-POINT-IDX)
                       TO WS-PT-BALANCE(WS-POINT-IDX)
               END-PERFORM
           END-IF
           COMPUTE WS-SHEET-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SHEET-DATE)
           PERFORM 1800-LOAD-PRODUCT-TABLE
           PERFORM 1470-LOAD-RATE-CHANGE-EVENTS
           PERFORM 1500-SET-RATES-IN-FORCE
           PERFORM 1600-OPEN-APY-HISTORY
           OPEN OUTPUT APY-RATE-SHEET-FILE
           IF WS-APYSHEET-STATUS NOT = '00'
               DISPLAY "RATESHT: UNABLE TO OPEN APYSHEET.DAT, STATUS="
                       WS-APYSHEET-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-EDIT-SHEET-CARD.
           IF YC-EFFECTIVE-DATE NOT NUMERIC
               OR YC-BALANCE-COUNT NOT NUMERIC
               DISPLAY "RATESHT: SHEET CARD DATE OR BALANCE COUNT IS "
                       "NOT NUMERIC"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF YC-EFFECTIVE-DATE > 0
               IF FUNCTION INTEGER-OF-DATE(YC-EFFECTIVE-DATE) = 0
                   DISPLAY "RATESHT: EFFECTIVE DATE " YC-EFFECTIVE-DATE
                           " IS NOT A REAL CALENDAR DATE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE YC-EFFECTIVE-DATE TO WS-SHEET-DATE
           END-IF
           IF YC-BALANCE-COUNT > WS-POINT-MAX
               DISPLAY "RATESHT: MORE THAN " WS-POINT-MAX
                       " BALANCES ON THE SHEET CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE YC-BALANCE-COUNT TO WS-POINT-COUNT
           PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
               UNTIL WS-POINT-IDX > WS-POINT-COUNT
               IF YC-BALANCE-POINT(WS-POINT-IDX) NOT NUMERIC
                   DISPLAY "RATESHT: SHEET CARD BALANCE " WS-POINT-IDX
                           " IS NOT NUMERIC"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF YC-BALANCE-POINT(WS-POINT-IDX) = 0
                   DISPLAY "RATESHT: SHEET CARD BALANCE " WS-POINT-IDX
                           " IS ZERO"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE YC-BALANCE-POINT(WS-POINT-IDX)
                   TO WS-PT-BALANCE(WS-POINT-IDX)
           END-PERFORM.

      *****************************************************************
      *  The event file is optional and edited exactly as INTCALC
      *  edits it, so a file the nightly run would refuse cannot
      *  price a sheet either.
      *****************************************************************
       1470-LOAD-RATE-CHANGE-EVENTS.
           MOVE 0 TO WS-RATE-EVENT-COUNT
           OPEN INPUT RATE-CHANGE-EVENT-FILE
           IF WS-RATECHG-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-RATECHG-STATUS NOT = '00'
                   DISPLAY "RATESHT: UNABLE TO OPEN RATE EVENTS, "
                           "STATUS=" WS-RATECHG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'N' TO WS-EOF-RATE-EVENTS
               PERFORM 1475-LOAD-ONE-RATE-EVENT
                   UNTIL END-OF-RATE-EVENTS
               CLOSE RATE-CHANGE-EVENT-FILE
           END-IF.

       1475-LOAD-ONE-RATE-EVENT.
           READ RATE-CHANGE-EVENT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-RATE-EVENTS
               NOT AT END
                   PERFORM 1477-STORE-ONE-RATE-EVENT
           END-READ.

       1477-STORE-ONE-RATE-EVENT.
           IF RE-TIER-FLOOR NOT NUMERIC
               OR RE-EFFECTIVE-DATE NOT NUMERIC
               OR RE-OLD-RATE NOT NUMERIC
               OR RE-NEW-RATE NOT NUMERIC
               OR FUNCTION INTEGER-OF-DATE(RE-EFFECTIVE-DATE) = 0
               DISPLAY "RATESHT: RATE EVENT ROW UNUSABLE, PRODUCT "
                       RE-PRODUCT-CODE " DATE " RE-EFFECTIVE-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RATE-EVENT-COUNT >= WS-RATE-EVENT-MAX
               DISPLAY "RATESHT: MORE THAN " WS-RATE-EVENT-MAX
                       " RATE EVENTS - RETIRE EXPIRED ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-RATE-FOUND-SW
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RATE-TABLE-COUNT
               IF TR-PRODUCT-CODE(RT-IDX) = RE-PRODUCT-CODE
                   AND TR-TIER-FLOOR(RT-IDX) = RE-TIER-FLOOR
                   MOVE 'Y' TO WS-RATE-FOUND-SW
                   IF TR-TIER-RATE(RT-IDX) NOT = RE-NEW-RATE
                       DISPLAY "RATESHT: RATE EVENT NEW RATE "
                               "DISAGREES WITH TABLE, PRODUCT "
                               RE-PRODUCT-CODE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-PERFORM
           IF NOT RATE-TIER-FOUND
               DISPLAY "RATESHT: RATE EVENT NAMES UNKNOWN TIER, "
                       "PRODUCT " RE-PRODUCT-CODE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RATE-EVENT-COUNT
           MOVE RE-PRODUCT-CODE
               TO WS-RE-PRODUCT-CODE(WS-RATE-EVENT-COUNT)
           MOVE RE-TIER-FLOOR
               TO WS-RE-TIER-FLOOR(WS-RATE-EVENT-COUNT)
           MOVE RE-EFFECTIVE-DATE
               TO WS-RE-EFFECTIVE-DATE(WS-RATE-EVENT-COUNT)
           COMPUTE WS-RE-EFFECTIVE-INT(WS-RATE-EVENT-COUNT) =
               FUNCTION INTEGER-OF-DATE(RE-EFFECTIVE-DATE)
           MOVE RE-OLD-RATE
               TO WS-RE-OLD-RATE(WS-RATE-EVENT-COUNT).

      *****************************************************************
      *  Puts the table at the rates in force on the sheet date, as
      *  4246 does for a slice: an event taking effect after that
      *  date means its tier still pays the event's old rate.  When
      *  several events on one tier are still to come, the earliest
      *  one's old rate is the rate paid until then.
      *****************************************************************
       1500-SET-RATES-IN-FORCE.
           IF WS-RATE-TABLE-COUNT > WS-TIER-CHANGE-MAX
               DISPLAY "RATESHT: MORE THAN " WS-TIER-CHANGE-MAX
                       " RATE TABLE ENTRIES - TIER CHANGE TABLE "
                       "TOO SMALL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RATE-TABLE-COUNT
               MOVE 99999999 TO WS-TIER-CHANGE-DATE(RT-IDX)
           END-PERFORM
           PERFORM VARYING WS-RATE-EVENT-IDX FROM 1 BY 1
               UNTIL WS-RATE-EVENT-IDX > WS-RATE-EVENT-COUNT
               IF WS-RE-EFFECTIVE-DATE(WS-RATE-EVENT-IDX)
                   > WS-SHEET-DATE
                   PERFORM 1510-APPLY-PENDING-EVENT
               END-IF
           END-PERFORM.

       1510-APPLY-PENDING-EVENT.
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RATE-TABLE-COUNT
               IF TR-PRODUCT-CODE(RT-IDX) =
                   WS-RE-PRODUCT-CODE(WS-RATE-EVENT-IDX)
                   AND TR-TIER-FLOOR(RT-IDX) =
                   WS-RE-TIER-FLOOR(WS-RATE-EVENT-IDX)
                   AND WS-RE-EFFECTIVE-DATE(WS-RATE-EVENT-IDX)
                   < WS-TIER-CHANGE-DATE(RT-IDX)
                   MOVE WS-RE-OLD-RATE(WS-RATE-EVENT-IDX)
                       TO TR-TIER-RATE(RT-IDX)
                   MOVE WS-RE-EFFECTIVE-DATE(WS-RATE-EVENT-IDX)
                       TO WS-TIER-CHANGE-DATE(RT-IDX)
               END-IF
           END-PERFORM.

      *****************************************************************
      *  The first sheet ever run creates the history.  Every row is
      *  read once up front: a row already dated after this sheet
      *  means a later sheet has been issued, and quoting an earlier
      *  date now would compare each row with the wrong sheet.
      *****************************************************************
       1600-OPEN-APY-HISTORY.
           OPEN I-O APY-HISTORY-FILE
           IF WS-APYHIST-STATUS = '35'
               OPEN OUTPUT APY-HISTORY-FILE
               CLOSE APY-HISTORY-FILE
               OPEN I-O APY-HISTORY-FILE
           END-IF
           IF WS-APYHIST-STATUS NOT = '00'
               DISPLAY "RATESHT: UNABLE TO OPEN APYHIST.DAT, STATUS="
                       WS-APYHIST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-EOF-HISTORY
           MOVE LOW-VALUES TO YH-HISTORY-KEY
           START APY-HISTORY-FILE KEY IS NOT LESS THAN
               YH-HISTORY-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-HISTORY
           END-START
           PERFORM 1650-CHECK-ONE-HISTORY-ROW
               UNTIL END-OF-HISTORY.

       1650-CHECK-ONE-HISTORY-ROW.
           READ APY-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-HISTORY
               NOT AT END
                   ADD 1 TO WS-HISTORY-ROWS-READ
                   IF YH-SHEET-DATE > WS-SHEET-DATE
                       DISPLAY "RATESHT: A SHEET DATED " YH-SHEET-DATE
                               " IS ALREADY ISSUED - SHEETS GO OUT "
                               "IN DATE ORDER"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

       1800-LOAD-PRODUCT-TABLE.
           MOVE "PRODREF.DAT" TO WS-REF-FILE-NAME
           OPEN INPUT PRODUCT-REFERENCE-FILE
           IF WS-PRODREF-STATUS NOT = '00'
               DISPLAY "RATESHT: UNABLE TO OPEN PRODREF.DAT, STATUS="
                       WS-PRODREF-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1880-RESET-REFERENCE-COUNTS
           MOVE 0 TO WS-PRODUCT-TABLE-COUNT
           PERFORM 1805-LOAD-ONE-PRODUCT
               UNTIL END-OF-REFERENCE
           CLOSE PRODUCT-REFERENCE-FILE
           PERFORM 1890-CHECK-REFERENCE-CONTROL.

       1805-LOAD-ONE-PRODUCT.
           READ PRODUCT-REFERENCE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-REFERENCE
               NOT AT END
                   IF PD-CONTROL-ROW
                       MOVE 'Y' TO WS-REF-CONTROL-SW
                       MOVE PD-CTL-ENTRY-COUNT TO WS-REF-CTL-COUNT
                       MOVE PD-CTL-HASH-TOTAL  TO WS-REF-CTL-HASH
                       MOVE PD-CTL-TIMESTAMP   TO WS-REF-CTL-TIMESTAMP
                   ELSE
                       PERFORM 1807-STORE-ONE-PRODUCT
                   END-IF
           END-READ.

       1807-STORE-ONE-PRODUCT.
           MOVE PD-PRODUCT-CODE TO WS-REF-ROW-KEY
           MOVE SPACES TO WS-REF-ROW-REASON
           IF PD-DAY-COUNT-CODE NOT = 'A'
               AND PD-DAY-COUNT-CODE NOT = 'T'
               MOVE "DAY-COUNT CODE NOT A / T" TO WS-REF-ROW-REASON
           ELSE IF PD-CAP-CYCLE NOT = 'M'
               AND PD-CAP-CYCLE NOT = 'Q'
               AND PD-CAP-CYCLE NOT = 'X'
               MOVE "CAPITALIZATION CYCLE NOT M / Q / X"
                                   TO WS-REF-ROW-REASON
           ELSE IF PD-PRODUCT-TYPE NOT = 'S'
               AND PD-PRODUCT-TYPE NOT = 'T'
               MOVE "PRODUCT TYPE NOT S / T" TO WS-REF-ROW-REASON
           ELSE IF PD-PENALTY-DAYS NOT NUMERIC
               MOVE "PENALTY DAYS NOT NUMERIC" TO WS-REF-ROW-REASON
           ELSE IF WS-PRODUCT-TABLE-COUNT NOT < WS-PRODUCT-TABLE-MAX
               MOVE "MORE PRODUCTS THAN THE TABLE HOLDS"
                                   TO WS-REF-ROW-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-REF-ROW-REASON NOT = SPACES
               PERFORM 1895-HALT-ON-BAD-ROW
           END-IF
           ADD 1 TO WS-PRODUCT-TABLE-COUNT
           MOVE PD-PRODUCT-CODE
               TO PT-PRODUCT-CODE(WS-PRODUCT-TABLE-COUNT)
           MOVE PD-DAY-COUNT-CODE
               TO PT-DAY-COUNT-CODE(WS-PRODUCT-TABLE-COUNT)
           MOVE PD-CAP-CYCLE
               TO PT-CAP-CYCLE(WS-PRODUCT-TABLE-COUNT)
           MOVE PD-PRODUCT-TYPE
               TO PT-PRODUCT-TYPE(WS-PRODUCT-TABLE-COUNT)
           MOVE PD-PENALTY-DAYS
               TO PT-PENALTY-DAYS(WS-PRODUCT-TABLE-COUNT)
           ADD 1 TO WS-REF-ROW-COUNT
           COMPUTE WS-REF-HASH-TOTAL = WS-REF-HASH-TOTAL
               + PD-PENALTY-DAYS
               + FUNCTION ORD(PD-DAY-COUNT-CODE) * 1000
               + FUNCTION ORD(PD-CAP-CYCLE)      * 1000000
               + FUNCTION ORD(PD-PRODUCT-TYPE)   * 1000000000.

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
               DISPLAY "RATESHT: " WS-REF-FILE-NAME
                       " FAILS ITS INTEGRITY CHECK - ROWS "
                       WS-REF-ROW-COUNT " CONTROL " WS-REF-CTL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REF-ROW-COUNT = 0
               DISPLAY "RATESHT: " WS-REF-FILE-NAME " HOLDS NO ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "RATESHT: " WS-REF-FILE-NAME " LOADED "
                   WS-REF-ROW-COUNT " ROWS, MAINTAINED "
                   WS-REF-CTL-TIMESTAMP(1:8).

       1895-HALT-ON-BAD-ROW.
           DISPLAY "RATESHT: " WS-REF-FILE-NAME " ROW " WS-REF-ROW-KEY
                   " FAILS ITS EDITS - " WS-REF-ROW-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      *  One product: its terms from PRODTBL the way 4270 and 4330
      *  take them (a product with no entry is ACT/365, capitalized
      *  monthly), the date its next pending tier move takes effect,
      *  then each balance quoted and compared with the history
      *  before the product's rows are written.
      *****************************************************************
       2000-QUOTE-ONE-PRODUCT.
           MOVE TR-PRODUCT-CODE(WS-TIER-SUB) TO WS-CURR-PRODUCT
           MOVE 0 TO WS-CURR-TERM
           MOVE WS-YEAR-NIGHTS TO WS-SIM-NIGHTS
           PERFORM 2050-SET-PRODUCT-TERMS
           MOVE 99999999 TO WS-NEXT-CHANGE-DATE
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RATE-TABLE-COUNT
               IF TR-PRODUCT-CODE(RT-IDX) = WS-CURR-PRODUCT
                   AND WS-TIER-CHANGE-DATE(RT-IDX)
                   < WS-NEXT-CHANGE-DATE
                   MOVE WS-TIER-CHANGE-DATE(RT-IDX)
                       TO WS-NEXT-CHANGE-DATE
               END-IF
           END-PERFORM
           IF WS-NEXT-CHANGE-DATE = 99999999
               MOVE 0 TO WS-NEXT-CHANGE-DATE
           END-IF
           MOVE SPACE TO WS-PRODUCT-FLAG
           PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
               UNTIL WS-POINT-IDX > WS-POINT-COUNT
               PERFORM 2100-QUOTE-ONE-BALANCE
           END-PERFORM
           PERFORM 2500-WRITE-PRODUCT-ROWS
           ADD 1 TO WS-PRODUCTS-QUOTED.

      *****************************************************************
      *  The product's day-count basis and capitalization cycle from
      *  PRODTBL.  With no entry an open-ended product capitalizes
      *  monthly, as 4330 in INTCALC does, and a term deposit at
      *  maturity.
      *****************************************************************
       2050-SET-PRODUCT-TERMS.
           MOVE 'N' TO WS-PRODUCT-FOUND-SW
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PRODUCT-TABLE-COUNT
               IF PT-PRODUCT-CODE(PT-IDX) = WS-CURR-PRODUCT
                   MOVE 'Y' TO WS-PRODUCT-FOUND-SW
                   MOVE PT-IDX TO WS-PRODUCT-MATCHED-IDX
               END-IF
           END-PERFORM
           IF PRODUCT-BASIS-FOUND
               AND PT-BASIS-30-360(WS-PRODUCT-MATCHED-IDX)
               MOVE '30/360 ' TO WS-DAY-COUNT-BASIS
               MOVE 360       TO WS-ANNUAL-BASIS-DAYS
           ELSE
               MOVE 'ACT/365' TO WS-DAY-COUNT-BASIS
               MOVE 365       TO WS-ANNUAL-BASIS-DAYS
           END-IF
           IF PRODUCT-BASIS-FOUND
               MOVE PT-CAP-CYCLE(WS-PRODUCT-MATCHED-IDX)
                   TO WS-CAP-CYCLE
           ELSE
               IF QUOTING-TERM-DEPOSIT
                   MOVE 'X' TO WS-CAP-CYCLE
               ELSE
                   MOVE 'M' TO WS-CAP-CYCLE
               END-IF
           END-IF.

       2100-QUOTE-ONE-BALANCE.
           MOVE WS-PT-BALANCE(WS-POINT-IDX) TO WS-AMOUNT
           PERFORM 4250-COMPUTE-MARGINAL-INTEREST
           MOVE WS-RATE TO WS-PT-NOMINAL-RATE(WS-POINT-IDX)
           PERFORM 4000-SIMULATE-PERIOD
           IF QUOTING-TERM-DEPOSIT
               COMPUTE WS-PT-APY(WS-POINT-IDX) ROUNDED =
                   ((1 + WS-SIM-INTEREST / WS-PT-BALANCE(WS-POINT-IDX))
                   ** (WS-YEAR-NIGHTS / WS-SIM-NIGHTS) - 1) * 100
           ELSE
               COMPUTE WS-PT-APY(WS-POINT-IDX) ROUNDED =
                   (WS-SIM-INTEREST / WS-PT-BALANCE(WS-POINT-IDX))
                   * 100
           END-IF
           PERFORM 2200-COMPARE-WITH-HISTORY.

      *****************************************************************
      *  A balance never quoted before is new ('N').  Otherwise the
      *  comparison is with the last sheet issued before this one:
      *  the row's latest figures when they are from an earlier
      *  date (they become the prior figures), or its prior figures
      *  when this is a re-run of the same date's sheet.
      *****************************************************************
       2200-COMPARE-WITH-HISTORY.
           MOVE WS-CURR-PRODUCT TO YH-PRODUCT-CODE
           MOVE WS-CURR-TERM TO YH-TERM-MONTHS
           MOVE WS-PT-BALANCE(WS-POINT-IDX) TO YH-BALANCE-POINT
           MOVE 'Y' TO WS-HISTORY-FOUND-SW
           READ APY-HISTORY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-HISTORY-FOUND-SW
           END-READ
           IF NOT HISTORY-ROW-FOUND
               MOVE WS-CURR-PRODUCT TO YH-PRODUCT-CODE
               MOVE WS-CURR-TERM TO YH-TERM-MONTHS
               MOVE WS-PT-BALANCE(WS-POINT-IDX) TO YH-BALANCE-POINT
               MOVE 0 TO YH-PRIOR-SHEET-DATE
               MOVE 0 TO YH-PRIOR-APY
           ELSE
               IF YH-SHEET-DATE < WS-SHEET-DATE
                   MOVE YH-SHEET-DATE TO YH-PRIOR-SHEET-DATE
                   MOVE YH-APY        TO YH-PRIOR-APY
               END-IF
           END-IF
           MOVE YH-PRIOR-SHEET-DATE TO WS-PT-PRIOR-DATE(WS-POINT-IDX)
           MOVE YH-PRIOR-APY        TO WS-PT-PRIOR-APY(WS-POINT-IDX)
           IF YH-PRIOR-SHEET-DATE = 0
               MOVE 'N' TO WS-PT-CHANGE-FLAG(WS-POINT-IDX)
               IF WS-PRODUCT-FLAG = SPACE
                   MOVE 'N' TO WS-PRODUCT-FLAG
               END-IF
           ELSE
               IF WS-PT-APY(WS-POINT-IDX) NOT = YH-PRIOR-APY
                   MOVE 'C' TO WS-PT-CHANGE-FLAG(WS-POINT-IDX)
                   MOVE 'C' TO WS-PRODUCT-FLAG
               ELSE
                   MOVE SPACE TO WS-PT-CHANGE-FLAG(WS-POINT-IDX)
               END-IF
           END-IF
           MOVE WS-SHEET-DATE TO YH-SHEET-DATE
           MOVE WS-PT-APY(WS-POINT-IDX) TO YH-APY
           IF HISTORY-ROW-FOUND
               REWRITE APY-HISTORY-RECORD
                   INVALID KEY
                       PERFORM 2250-HALT-ON-HISTORY-FAILURE
               END-REWRITE
           ELSE
               WRITE APY-HISTORY-RECORD
                   INVALID KEY
                       PERFORM 2250-HALT-ON-HISTORY-FAILURE
               END-WRITE
           END-IF.

       2250-HALT-ON-HISTORY-FAILURE.
           DISPLAY "RATESHT: UNABLE TO UPDATE APYHIST.DAT, PRODUCT "
                   YH-PRODUCT-CODE " TERM " YH-TERM-MONTHS
                   " STATUS=" WS-APYHIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2500-WRITE-PRODUCT-ROWS.
           MOVE SPACES TO APY-RATE-SHEET-RECORD
           MOVE 'P'                 TO YS-RECORD-TYPE
           MOVE WS-SHEET-DATE       TO YS-SHEET-DATE
           MOVE WS-CURR-PRODUCT     TO YS-PRODUCT-CODE
           MOVE WS-CURR-TERM        TO YS-TERM-MONTHS
           MOVE WS-PRODUCT-FLAG     TO YS-CHANGE-FLAG
           MOVE WS-DAY-COUNT-BASIS  TO YS-DAY-COUNT-BASIS
           MOVE WS-CAP-CYCLE        TO YS-CAP-CYCLE
           MOVE WS-NEXT-CHANGE-DATE TO YS-NEXT-CHANGE-DATE
           WRITE APY-RATE-SHEET-RECORD
           IF YS-APY-CHANGED
               ADD 1 TO WS-PRODUCTS-CHANGED
               DISPLAY "RATESHT: APY CHANGED SINCE LAST SHEET, "
                       "PRODUCT " WS-CURR-PRODUCT " TERM " WS-CURR-TERM
           END-IF
           IF YS-APY-NEW
               ADD 1 TO WS-PRODUCTS-NEW
           END-IF
           PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
               UNTIL WS-POINT-IDX > WS-POINT-COUNT
               MOVE SPACES TO APY-RATE-SHEET-RECORD
               MOVE 'B'             TO YS-RECORD-TYPE
               MOVE WS-SHEET-DATE   TO YS-SHEET-DATE
               MOVE WS-CURR-PRODUCT TO YS-PRODUCT-CODE
               MOVE WS-CURR-TERM    TO YS-TERM-MONTHS
               MOVE WS-PT-CHANGE-FLAG(WS-POINT-IDX)
                   TO YS-CHANGE-FLAG
               MOVE WS-PT-BALANCE(WS-POINT-IDX)
                   TO YS-BALANCE-POINT
               MOVE WS-PT-NOMINAL-RATE(WS-POINT-IDX)
                   TO YS-NOMINAL-RATE
               MOVE WS-PT-APY(WS-POINT-IDX)
                   TO YS-APY
               MOVE WS-PT-PRIOR-DATE(WS-POINT-IDX)
                   TO YS-PRIOR-SHEET-DATE
               MOVE WS-PT-PRIOR-APY(WS-POINT-IDX)
                   TO YS-PRIOR-APY
               WRITE APY-RATE-SHEET-RECORD
               ADD 1 TO WS-BALANCE-ROWS-WRITTEN
           END-PERFORM.

      *****************************************************************
      *  One term on the offer sheet, quoted as a term sold on the
      *  sheet date at its offer rate and held to maturity.  The
      *  offer rate is not on RATECHG.DAT, so there is no pending
      *  move to date the row with.
      *****************************************************************
       3000-QUOTE-ONE-TERM.
           MOVE 'Y' TO WS-QUOTE-TERM-SW
           MOVE TD-PRODUCT-CODE(WS-TERM-SUB) TO WS-CURR-PRODUCT
           MOVE TD-TERM-MONTHS(WS-TERM-SUB)  TO WS-CURR-TERM
           MOVE TD-OFFER-RATE(WS-TERM-SUB)   TO WS-TERM-RATE
           PERFORM 2050-SET-PRODUCT-TERMS
           PERFORM 3100-COMPUTE-TERM-NIGHTS
           MOVE 0 TO WS-NEXT-CHANGE-DATE
           MOVE SPACE TO WS-PRODUCT-FLAG
           PERFORM VARYING WS-POINT-IDX FROM 1 BY 1
               UNTIL WS-POINT-IDX > WS-POINT-COUNT
               PERFORM 2100-QUOTE-ONE-BALANCE
           END-PERFORM
           PERFORM 2500-WRITE-PRODUCT-ROWS
           ADD 1 TO WS-TERMS-QUOTED
           MOVE 'N' TO WS-QUOTE-TERM-SW.

      *****************************************************************
      *  The nights from the sheet date to the term's maturity - the
      *  days in the term the APY is annualized over.
      *****************************************************************
       3100-COMPUTE-TERM-NIGHTS.
           MOVE WS-SHEET-DATE TO WS-START-DATE
           COMPUTE WS-TERM-MONTH-COUNT =
               (WS-START-YEAR * 12) + (WS-START-MONTH - 1)
               + WS-CURR-TERM
           DIVIDE WS-TERM-MONTH-COUNT BY 12
               GIVING WS-MATURITY-YEAR
               REMAINDER WS-MATURITY-MONTH
           ADD 1 TO WS-MATURITY-MONTH
           MOVE WS-MONTH-DAYS(WS-MATURITY-MONTH) TO WS-MONTH-END-DAY
           IF WS-MATURITY-MONTH = 2
               IF FUNCTION MOD(WS-MATURITY-YEAR, 400) = 0
                   MOVE 29 TO WS-MONTH-END-DAY
               ELSE
                   IF FUNCTION MOD(WS-MATURITY-YEAR, 100) NOT = 0
                       AND FUNCTION MOD(WS-MATURITY-YEAR, 4) = 0
                       MOVE 29 TO WS-MONTH-END-DAY
                   END-IF
               END-IF
           END-IF
           IF WS-START-DAY > WS-MONTH-END-DAY
               MOVE WS-MONTH-END-DAY TO WS-MATURITY-DAY
           ELSE
               MOVE WS-START-DAY     TO WS-MATURITY-DAY
           END-IF
           COMPUTE WS-SIM-NIGHTS =
               FUNCTION INTEGER-OF-DATE(WS-MATURITY-DATE)
               - WS-SHEET-INTEGER.

      *****************************************************************
      *  The period's nightly runs on the balance - a year, or a
      *  term through its maturity date - starting the night after
      *  the sheet date.  Each night is one INTCALC run with a
      *  last-run date of the night before: the bracket walk (or a
      *  term's flat offer rate) on the balance, scaled by that
      *  night's day count under the product's convention (at least
      *  one day, as 4270 does), rounded to the cent as 4350 posts
      *  it, and accrued; on a cycle end the bucket is capitalized.
      *  The interest earned is all the period accrued, capitalized
      *  or not.
      *****************************************************************
       4000-SIMULATE-PERIOD.
           MOVE WS-PT-BALANCE(WS-POINT-IDX) TO WS-SIM-BALANCE
           MOVE 0 TO WS-SIM-BUCKET
           MOVE WS-SHEET-INTEGER TO WS-SIM-INTEGER
           MOVE WS-SHEET-DATE TO WS-FROM-DATE
           PERFORM 4100-ACCRUE-ONE-NIGHT WS-SIM-NIGHTS TIMES
           COMPUTE WS-SIM-INTEREST =
               WS-SIM-BALANCE + WS-SIM-BUCKET
               - WS-PT-BALANCE(WS-POINT-IDX).

       4100-ACCRUE-ONE-NIGHT.
           ADD 1 TO WS-SIM-INTEGER
           COMPUTE WS-TO-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SIM-INTEGER)
           IF WS-DAY-COUNT-BASIS = '30/360 '
               PERFORM 4275-COUNT-30-360-DAYS
           ELSE
               MOVE 1 TO WS-DAY-DIFF
           END-IF
           IF WS-DAY-DIFF < 1
               MOVE 1 TO WS-ACCRUAL-DAYS
           ELSE
               MOVE WS-DAY-DIFF TO WS-ACCRUAL-DAYS
           END-IF
           MOVE WS-SIM-BALANCE TO WS-AMOUNT
           PERFORM 4250-COMPUTE-MARGINAL-INTEREST
           COMPUTE WS-INTEREST =
               WS-INTEREST * WS-ACCRUAL-DAYS / WS-ANNUAL-BASIS-DAYS
           COMPUTE WS-POSTED-INTEREST ROUNDED = WS-INTEREST
           ADD WS-POSTED-INTEREST TO WS-SIM-BUCKET
           PERFORM 4330-CHECK-CAPITALIZATION-DUE
           IF CAPITALIZATION-DUE
               ADD WS-SIM-BUCKET TO WS-SIM-BALANCE
               MOVE 0 TO WS-SIM-BUCKET
           END-IF
           MOVE WS-TO-DATE TO WS-FROM-DATE.

      *****************************************************************
      *  INTCALC's marginal walk over the product's tiers, less the
      *  customer-specific relationship pricing: WS-INTEREST is the
      *  annual interest on WS-AMOUNT and WS-RATE the blended rate.
      *  A term deposit has no tiers and accrues flat at its rate,
      *  as INTCALC accrues a locked term rate.
      *****************************************************************
       4250-COMPUTE-MARGINAL-INTEREST.
           MOVE 0 TO WS-INTEREST
           MOVE 0 TO WS-RATE
           IF QUOTING-TERM-DEPOSIT
               MOVE WS-TERM-RATE TO WS-RATE
           END-IF
           IF WS-AMOUNT NOT > 0
               CONTINUE
           ELSE IF QUOTING-TERM-DEPOSIT
               COMPUTE WS-INTEREST = WS-AMOUNT * (WS-RATE / 100)
           ELSE
               PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > WS-RATE-TABLE-COUNT
                   IF TR-PRODUCT-CODE(RT-IDX) = WS-CURR-PRODUCT
                       AND TR-TIER-FLOOR(RT-IDX) < WS-AMOUNT
                       PERFORM 4260-ACCUMULATE-BRACKET-INTEREST
                   END-IF
               END-PERFORM
               COMPUTE WS-RATE ROUNDED =
                   (WS-INTEREST / WS-AMOUNT) * 100
           END-IF
           END-IF.

       4260-ACCUMULATE-BRACKET-INTEREST.
           MOVE WS-AMOUNT TO WS-BRACKET-CEILING
           IF RT-IDX < WS-RATE-TABLE-COUNT
               IF TR-PRODUCT-CODE(RT-IDX + 1) = WS-CURR-PRODUCT
                   MOVE TR-TIER-FLOOR(RT-IDX + 1) TO WS-BRACKET-CEILING
               END-IF
           END-IF
           IF WS-BRACKET-CEILING > WS-AMOUNT
               MOVE WS-AMOUNT TO WS-BRACKET-CEILING
           END-IF
           COMPUTE WS-BRACKET-BASIS =
               WS-BRACKET-CEILING - TR-TIER-FLOOR(RT-IDX)
           IF WS-BRACKET-BASIS > 0
               COMPUTE WS-INTEREST = WS-INTEREST +
                   WS-BRACKET-BASIS * (TR-TIER-RATE(RT-IDX) / 100)
           END-IF.

       4275-COUNT-30-360-DAYS.
           MOVE WS-FROM-DAY TO WS-FROM-DAY-ADJ
           MOVE WS-TO-DAY   TO WS-TO-DAY-ADJ
           IF WS-FROM-DAY-ADJ = 31
               MOVE 30 TO WS-FROM-DAY-ADJ
           END-IF
           IF WS-TO-DAY-ADJ = 31 AND WS-FROM-DAY-ADJ >= 30
               MOVE 30 TO WS-TO-DAY-ADJ
           END-IF
           COMPUTE WS-DAY-DIFF =
               ((WS-TO-YEAR - WS-FROM-YEAR) * 360)
               + ((WS-TO-MONTH - WS-FROM-MONTH) * 30)
               + (WS-TO-DAY-ADJ - WS-FROM-DAY-ADJ).

      *****************************************************************
      *  INTCALC's cycle-end test on the simulated night: the last
      *  day of a month, of a quarter for a quarterly product, and
      *  never for a product paid at maturity.
      *****************************************************************
       4330-CHECK-CAPITALIZATION-DUE.
           MOVE 'N' TO WS-CAPITALIZE-SW
           IF WS-CAP-AT-MATURITY
               CONTINUE
           ELSE
               MOVE WS-MONTH-DAYS(WS-TO-MONTH) TO WS-MONTH-END-DAY
               IF WS-TO-MONTH = 2
                   PERFORM 4340-ADJUST-FOR-LEAP-YEAR
               END-IF
               IF WS-TO-DAY = WS-MONTH-END-DAY
                   IF WS-CAP-QUARTERLY
                       IF WS-TO-MONTH = 3 OR WS-TO-MONTH = 6
                           OR WS-TO-MONTH = 9 OR WS-TO-MONTH = 12
                           MOVE 'Y' TO WS-CAPITALIZE-SW
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-CAPITALIZE-SW
                   END-IF
               END-IF
           END-IF.

       4340-ADJUST-FOR-LEAP-YEAR.
           IF FUNCTION MOD(WS-TO-YEAR, 400) = 0
               MOVE 29 TO WS-MONTH-END-DAY
           ELSE
               IF FUNCTION MOD(WS-TO-YEAR, 100) NOT = 0
                   AND FUNCTION MOD(WS-TO-YEAR, 4) = 0
                   MOVE 29 TO WS-MONTH-END-DAY
               END-IF
           END-IF.

       9000-CLOSE-FILES.
           CLOSE APY-HISTORY-FILE
           CLOSE APY-RATE-SHEET-FILE.
