      *  to the ACCOUNT-MASTER indexed file under the same edits
      *  INTCALC's 4150-VALIDATE-ACCOUNT applies at run time -
      *  product code against RATETBL, currency against CURRTBL,
      *  an overdrawn balance against ODRATTBL, balance and rate
      *  sanity - so a bad account amendment is
      *  rejected here, at maintenance time, instead of surfacing
      *  hours later as a REJECT.DAT row in the nightly run.  Every
      *  applied transaction is logged with before and after images
      *  (COPY MNTLOG); every rejected one goes to its own reject
      *  listing (COPY REJLIST).
      *
      *  Term deposits (PRODTBL.cpy type 'T') are opened here with
      *  their term, start and maturity dates and maturity
      *  instruction; the term must be on the offer sheet
      *  (TDRATTBL.cpy), and a transfer instruction must name an
      *  open-ended account already on the master.  A term deposit
      *  is ended early only by the break action ('B'), which marks
      *  it pending closure for the nightly settlement to charge
      *  the early-withdrawal penalty.
      *
      *  Accounts are enrolled in Marketing's promotional offers
      *  (PROMO.DAT, COPY PROMOOFR) by the offer action ('O'): the
      *  offer must exist, be for the account's product and not
      *  have ended.  The nightly run pays the bonus and clears the
      *  enrollment when the offer ends.
      *
      *  The interest disposition instruction - capitalize,
      *  transfer to another account here, or pay out by ACH - is
      *  set by the instruction action ('I').  A transfer target
      *  must be an open-ended account on the master in the same
      *  currency that is not being closed; an ACH payout must be
      *  from a USD account to a routing number whose ABA check
      *  digit proves, with an account number and payee name.
      *
      *  Sensitive maintenance is under dual control.  A balance
      *  movement over the limit on AUTHCARD.DAT (COPY AUTHCARD), a
      *  rate movement over its tolerance, a tax-status change, a
      *  legal-hold release, and a close or break pass every edit
      *  here as usual but are then held on PENDAUTH.DAT (COPY
      *  PENDAUTH) under the maker's user id instead of applied.
      *  A second user's approval ('Y') applies the held change -
      *  provided the account has not moved since it was keyed and
      *  the change still passes its edits - and a rejection ('N')
      *  discards it; the maker may do neither.  Items not decided
      *  within the card's expiry days are discarded at start-up.
      *  Every queue, decision and expiry is logged on AUTHLOG.DAT
      *  (COPY AUTHLOG), from which AUTHRPT reports daily.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINTREJ-STATUS.

           SELECT PROMO-OFFER-FILE
               ASSIGN TO "PROMO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.

           SELECT PRODUCT-REFERENCE-FILE
               ASSIGN TO "PRODREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PD-PRODUCT-CODE
               FILE STATUS IS WS-PRODREF-STATUS.

           SELECT CURRENCY-REFERENCE-FILE
               ASSIGN TO "CURRREF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CR-CURRENCY-CODE
               FILE STATUS IS WS-CURRREF-STATUS.

           SELECT AUTH-CONTROL-CARD-FILE
               ASSIGN TO "AUTHCARD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHCARD-STATUS.

           SELECT PENDING-AUTH-FILE
               ASSIGN TO "PENDAUTH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PQ-ACCOUNT-NUMBER
               FILE STATUS IS WS-PENDAUTH-STATUS.

           SELECT AUTH-LOG-FILE
               ASSIGN TO "AUTHLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUTHLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY REJLIST.

       FD  PROMO-OFFER-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PROMOOFR.

       FD  PRODUCT-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PRODREF.

       FD  CURRENCY-REFERENCE-FILE
           LABEL RECORDS ARE STANDARD.
       COPY CURRREF.

       FD  AUTH-CONTROL-CARD-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUTHCARD.

       FD  PENDING-AUTH-FILE
           LABEL RECORDS ARE STANDARD.
       COPY PENDAUTH.

       FD  AUTH-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       COPY AUTHLOG.

       WORKING-STORAGE SECTION.
       COPY RATETBL.
       COPY ODRATTBL.
       COPY CURRTBL.
       COPY PRODTBL.
       COPY TDRATTBL.

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
           05  WS-ACCTMST-STATUS          PIC X(2) VALUE '00'.
           05  WS-MAINTTXN-STATUS         PIC X(2) VALUE '00'.
           05  WS-MAINTLOG-STATUS         PIC X(2) VALUE '00'.
           05  WS-MAINTREJ-STATUS         PIC X(2) VALUE '00'.
           05  WS-PROMO-STATUS            PIC X(2) VALUE '00'.
           05  WS-PRODREF-STATUS          PIC X(2) VALUE '00'.
           05  WS-CURRREF-STATUS          PIC X(2) VALUE '00'.
           05  WS-AUTHCARD-STATUS         PIC X(2) VALUE '00'.
           05  WS-PENDAUTH-STATUS         PIC X(2) VALUE '00'.
           05  WS-AUTHLOG-STATUS          PIC X(2) VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-MAINT-TXN           PIC X(1) VALUE 'N'.
               88  PRODUCT-CODE-FOUND         VALUE 'Y'.
           05  WS-CURRENCY-FOUND-SW       PIC X(1) VALUE 'N'.
               88  CURRENCY-CODE-FOUND        VALUE 'Y'.
           05  WS-OD-RATE-FOUND-SW        PIC X(1) VALUE 'N'.
               88  OD-RATE-TIER-FOUND         VALUE 'Y'.
           05  WS-TERM-PRODUCT-SW         PIC X(1) VALUE 'N'.
               88  TERM-DEPOSIT-PRODUCT       VALUE 'Y'.
           05  WS-TERM-FOUND-SW           PIC X(1) VALUE 'N'.
               88  TERM-ON-OFFER              VALUE 'Y'.
           05  WS-LINKED-OK-SW            PIC X(1) VALUE 'N'.
               88  LINKED-ACCOUNT-USABLE      VALUE 'Y'.
           05  WS-EOF-PROMO               PIC X(1) VALUE 'N'.
               88  END-OF-PROMO               VALUE 'Y'.
           05  WS-OFFER-FOUND-SW          PIC X(1) VALUE 'N'.
               88  OFFER-ON-FILE              VALUE 'Y'.
           05  WS-DISP-TARGET-OK-SW       PIC X(1) VALUE 'N'.
               88  DISP-TARGET-USABLE         VALUE 'Y'.
           05  WS-APPROVAL-NEEDED-SW      PIC X(1) VALUE 'N'.
               88  APPROVAL-NEEDED            VALUE 'Y'.
           05  WS-PENDING-FOUND-SW        PIC X(1) VALUE 'N'.
               88  PENDING-ITEM-FOUND         VALUE 'Y'.
           05  WS-EOF-PENDING             PIC X(1) VALUE 'N'.
               88  END-OF-PENDING             VALUE 'Y'.

      *****************************************************************
      *  Same sanity bounds 4150-VALIDATE-ACCOUNT in INTCALC.cob
           05  WS-MIN-REASONABLE-RATE     PIC 9(3)V9(4) VALUE 0.1000.
           05  WS-REJECT-REASON-CODE      PIC X(4) VALUE SPACES.
           05  WS-REJECT-REASON-TEXT      PIC X(40) VALUE SPACES.
           05  WS-OVERDRAWN-AMOUNT        PIC 9(9)V9(4) VALUE 0.

      *****************************************************************
      *  Term-deposit working fields.  The instruction and linked
      *  account a TD will carry after the transaction (keyed, or
      *  kept from the master on a change keyed without them), the
      *  break date, and the term start / maturity dates, with the
      *  calendar-month arithmetic that derives one from the other:
      *  the maturity falls on the same day of the month the term
      *  started, clamped to the month's last day (a 31 January
      *  start on a one-month term matures 28 or 29 February).
      *****************************************************************
       01  WS-TERM-DEPOSIT-AREA.
           05  WS-EFFECTIVE-INSTR         PIC X(1) VALUE SPACE.
           05  WS-EFFECTIVE-LINKED        PIC 9(9) VALUE 0.
           05  WS-TODAY-DATE              PIC 9(8) VALUE 0.
           05  WS-BREAK-DATE              PIC 9(8) VALUE 0.
           05  WS-TERM-START-DATE         PIC 9(8) VALUE 0.
           05  WS-TERM-START-PARTS REDEFINES WS-TERM-START-DATE.
               10  WS-START-YEAR          PIC 9(4).
               10  WS-START-MONTH         PIC 9(2).
               10  WS-START-DAY           PIC 9(2).
           05  WS-MATURITY-DATE           PIC 9(8) VALUE 0.
           05  WS-MATURITY-PARTS REDEFINES WS-MATURITY-DATE.
               10  WS-MATURITY-YEAR       PIC 9(4).
               10  WS-MATURITY-MONTH      PIC 9(2).
               10  WS-MATURITY-DAY        PIC 9(2).
           05  WS-MONTH-COUNT             PIC 9(7) VALUE 0.
           05  WS-MONTH-END-DAY           PIC 9(2) VALUE 0.

       01  WS-MONTH-DAYS-VALUES           PIC X(24)
                               VALUE '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

      *****************************************************************
      *  The promotional offers, loaded whole from PROMO.DAT at
      *  start-up.  Offers are few and short-lived; a file holding
      *  more than the table is a housekeeping failure and halts.
      *****************************************************************
       01  WS-OFFER-TABLE-AREA.
           05  WS-OFFER-COUNT             PIC 9(3) VALUE 0.
           05  WS-OFFER-MAX               PIC 9(3) VALUE 100.
           05  WS-OFFER-IDX               PIC 9(3) VALUE 0.
           05  WS-OFFER-MATCHED-IDX       PIC 9(3) VALUE 0.
           05  WS-OFFER-ENTRY OCCURS 100 TIMES.
               10  WS-OF-OFFER-CODE       PIC X(6).
               10  WS-OF-PRODUCT-CODE     PIC X(4).
               10  WS-OF-END-DATE         PIC 9(8).

      *****************************************************************
      *  Routing-number check for an ACH payout instruction: the
      *  ABA check digit is the ninth digit, and the weighted sum
      *  3-7-1 repeated across all nine digits must be a multiple
      *  of ten.  Payouts are originated in USD only.
      *****************************************************************
       01  WS-DISPOSITION-AREA.
           05  WS-ACH-CURRENCY            PIC X(3) VALUE 'USD'.
           05  WS-DISP-TARGET-CURRENCY    PIC X(3) VALUE SPACES.
           05  WS-ROUTING-NUMBER          PIC 9(9) VALUE 0.
           05  WS-ROUTING-DIGITS REDEFINES WS-ROUTING-NUMBER.
               10  WS-ROUTING-DIGIT OCCURS 9 TIMES PIC 9(1).
           05  WS-ROUTING-SUM             PIC 9(4) VALUE 0.
           05  WS-ROUTING-REMAINDER       PIC 9(2) VALUE 0.
           05  WS-ROUTING-QUOTIENT        PIC 9(4) VALUE 0.

      *****************************************************************
      *  Dual-control thresholds, as on AUTHCARD.DAT when there is
      *  one: balance movements above the limit (account currency
      *  units) and rate movements above the tolerance need a
      *  second user's approval, and an undecided item expires
      *  once more than the expiry days have passed since the day
      *  it was keyed.  The master snapshot has the layout of
      *  PQ-MASTER-SNAPSHOT, so the two compare byte for byte.
      *****************************************************************
       01  WS-DUAL-CONTROL-AREA.
           05  WS-BALANCE-LIMIT           PIC 9(9)V9(4)
                                               VALUE 10000.0000.
           05  WS-RATE-TOLERANCE          PIC 9(3)V9(4) VALUE 0.
           05  WS-EXPIRY-DAYS             PIC 9(3) VALUE 5.
           05  WS-HOLD-REASON             PIC X(4) VALUE SPACES.
           05  WS-BALANCE-MOVEMENT        PIC S9(10)V9(4) VALUE 0.
           05  WS-RATE-MOVEMENT           PIC S9(3)V9(4) VALUE 0.
           05  WS-CHECKER-ID              PIC X(8) VALUE SPACES.
           05  WS-AUTH-EVENT-CODE         PIC X(1) VALUE SPACE.
           05  WS-KEYED-DATE              PIC 9(8) VALUE 0.
           05  WS-PENDING-AGE             PIC S9(7) VALUE 0.
           05  WS-MASTER-SNAPSHOT.
               10  WS-SNAP-FOUND          PIC X(1).
               10  WS-SNAP-PRODUCT-CODE   PIC X(4).
               10  WS-SNAP-CURRENCY-CODE  PIC X(3).
               10  WS-SNAP-BALANCE        PIC S9(9)V9(4).
               10  WS-SNAP-RATE           PIC 9(3)V9(4).
               10  WS-SNAP-TAX-STATUS     PIC X(1).
               10  WS-SNAP-STATUS-CODE    PIC X(1).

       01  WS-ACCUMULATORS.
           05  WS-TXNS-READ               PIC 9(9) VALUE 0.
           05  WS-TXNS-APPLIED            PIC 9(9) VALUE 0.
           05  WS-TXNS-REJECTED           PIC 9(9) VALUE 0.
           05  WS-ITEMS-QUEUED            PIC 9(9) VALUE 0.
           05  WS-ITEMS-APPROVED          PIC 9(9) VALUE 0.
           05  WS-ITEMS-DECLINED          PIC 9(9) VALUE 0.
           05  WS-ITEMS-FAILED            PIC 9(9) VALUE 0.
           05  WS-ITEMS-EXPIRED           PIC 9(9) VALUE 0.

       01  WS-TIMESTAMP-AREA.
           05  WS-CURRENT-TIMESTAMP       PIC X(26) VALUE SPACES.
           DISPLAY "ACCTMNT: TRANSACTIONS READ     = " WS-TXNS-READ
           DISPLAY "ACCTMNT: TRANSACTIONS APPLIED  = " WS-TXNS-APPLIED
           DISPLAY "ACCTMNT: TRANSACTIONS REJECTED = " WS-TXNS-REJECTED
           DISPLAY "ACCTMNT: HELD FOR APPROVAL     = " WS-ITEMS-QUEUED
           DISPLAY "ACCTMNT: APPROVALS APPLIED     = " WS-ITEMS-APPROVED
           DISPLAY "ACCTMNT: APPROVALS FAILED      = " WS-ITEMS-FAILED
           DISPLAY "ACCTMNT: HELD ITEMS REJECTED   = " WS-ITEMS-DECLINED
           DISPLAY "ACCTMNT: HELD ITEMS EXPIRED    = " WS-ITEMS-EXPIRED
           IF WS-TXNS-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           PERFORM 1800-LOAD-PRODUCT-TABLE
           PERFORM 1810-LOAD-CURRENCY-TABLE
           PERFORM 1200-READ-AUTH-CARD
           OPEN I-O ACCOUNT-MASTER-FILE
           IF WS-ACCTMST-STATUS = '35'
               OPEN OUTPUT ACCOUNT-MASTER-FILE
               OPEN OUTPUT MAINT-LOG-FILE
           END-IF
           OPEN OUTPUT MAINT-REJECT-FILE
           OPEN I-O PENDING-AUTH-FILE
           IF WS-PENDAUTH-STATUS = '35'
               OPEN OUTPUT PENDING-AUTH-FILE
               CLOSE PENDING-AUTH-FILE
               OPEN I-O PENDING-AUTH-FILE
           END-IF
           IF WS-PENDAUTH-STATUS NOT = '00'
               DISPLAY "ACCTMNT: UNABLE TO OPEN PENDAUTH.DAT, STATUS="
                       WS-PENDAUTH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Appended for the same reason as the maintenance log: a
      *    day's decisions may span several maintenance batches.
           OPEN EXTEND AUTH-LOG-FILE
           IF WS-AUTHLOG-STATUS = '35'
               OPEN OUTPUT AUTH-LOG-FILE
           END-IF
           IF WS-AUTHLOG-STATUS NOT = '00'
               DISPLAY "ACCTMNT: UNABLE TO OPEN AUTHLOG.DAT, STATUS="
                       WS-AUTHLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-PROMO-OFFERS
           PERFORM 1300-EXPIRE-PENDING-ITEMS
           PERFORM 2100-READ-NEXT-TRANSACTION.

      *****************************************************************
      *  PROMO.DAT is optional: with no file every offer action is
      *  rejected as an unknown offer, and nothing else changes.
      *****************************************************************
       1100-LOAD-PROMO-OFFERS.
           MOVE 0 TO WS-OFFER-COUNT
           OPEN INPUT PROMO-OFFER-FILE
           IF WS-PROMO-STATUS = '35'
               CONTINUE
           ELSE
               IF WS-PROMO-STATUS NOT = '00'
                   DISPLAY "ACCTMNT: UNABLE TO OPEN PROMO OFFERS, "
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
                       DISPLAY "ACCTMNT: MORE THAN " WS-OFFER-MAX
                               " PROMO OFFERS - RETIRE ENDED ROWS"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-OFFER-COUNT
                   MOVE PO-OFFER-CODE
                       TO WS-OF-OFFER-CODE(WS-OFFER-COUNT)
                   MOVE PO-PRODUCT-CODE
                       TO WS-OF-PRODUCT-CODE(WS-OFFER-COUNT)
                   IF PO-END-DATE NUMERIC
                       MOVE PO-END-DATE
                           TO WS-OF-END-DATE(WS-OFFER-COUNT)
                   ELSE
                       MOVE 0 TO WS-OF-END-DATE(WS-OFFER-COUNT)
                   END-IF
           END-READ.

      *****************************************************************
      *  AUTHCARD.DAT is optional: with no card the working-storage
      *  defaults stand.  A card that is there must be numeric -
      *  a threshold misread as zero or garbage would either hold
      *  everything or let everything through.
      *****************************************************************
       1200-READ-AUTH-CARD.
           OPEN INPUT AUTH-CONTROL-CARD-FILE
           IF WS-AUTHCARD-STATUS NOT = '00'
               DISPLAY "ACCTMNT: NO AUTHORIZATION CARD - DEFAULT "
                       "LIMIT " WS-BALANCE-LIMIT " TOLERANCE "
                       WS-RATE-TOLERANCE " EXPIRY " WS-EXPIRY-DAYS
           ELSE
               READ AUTH-CONTROL-CARD-FILE
                   AT END
                       DISPLAY "ACCTMNT: AUTHORIZATION CARD FILE IS "
                               "EMPTY - DEFAULTS USED"
                   NOT AT END
                       IF AU-BALANCE-LIMIT NOT NUMERIC
                           OR AU-RATE-TOLERANCE NOT NUMERIC
                           OR AU-EXPIRY-DAYS NOT NUMERIC
                           DISPLAY "ACCTMNT: AUTHORIZATION CARD "
                                   "THRESHOLDS NOT NUMERIC"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE AU-BALANCE-LIMIT  TO WS-BALANCE-LIMIT
                       MOVE AU-RATE-TOLERANCE TO WS-RATE-TOLERANCE
                       MOVE AU-EXPIRY-DAYS    TO WS-EXPIRY-DAYS
               END-READ
               CLOSE AUTH-CONTROL-CARD-FILE
           END-IF.

      *****************************************************************
      *  Held items are aged before any transaction is read, so an
      *  approval keyed for an item that has just expired finds
      *  nothing to approve.  The age is whole days from the day
      *  the item was keyed; a keyed date that is not a real date
      *  ages as infinitely old and expires.
      *****************************************************************
       1300-EXPIRE-PENDING-ITEMS.
           MOVE 'N' TO WS-EOF-PENDING
           MOVE 0 TO PQ-ACCOUNT-NUMBER
           START PENDING-AUTH-FILE KEY IS NOT LESS THAN
               PQ-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-PENDING
           END-START
           PERFORM 1350-AGE-ONE-PENDING-ITEM
               UNTIL END-OF-PENDING.

       1350-AGE-ONE-PENDING-ITEM.
           READ PENDING-AUTH-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-PENDING
               NOT AT END
                   MOVE PQ-KEYED-TIMESTAMP(1:8) TO WS-KEYED-DATE
                   MOVE 99999 TO WS-PENDING-AGE
                   IF WS-KEYED-DATE NUMERIC
                       AND FUNCTION INTEGER-OF-DATE(WS-KEYED-DATE)
                           > 0
                       COMPUTE WS-PENDING-AGE =
                           FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                         - FUNCTION INTEGER-OF-DATE(WS-KEYED-DATE)
                   END-IF
                   IF WS-PENDING-AGE > WS-EXPIRY-DAYS
                       MOVE 'E'    TO WS-AUTH-EVENT-CODE
                       MOVE SPACES TO WS-CHECKER-ID
                       MOVE SPACES TO WS-REJECT-REASON-CODE
                       MOVE SPACES TO WS-REJECT-REASON-TEXT
                       PERFORM 6400-WRITE-AUTH-LOG
                       PERFORM 6500-DELETE-PENDING-ITEM
                       DISPLAY "ACCTMNT: HELD ITEM EXPIRED - ACCOUNT "
                               PQ-ACCOUNT-NUMBER " KEYED BY "
                               PQ-MAKER-ID " ON " WS-KEYED-DATE
                       ADD 1 TO WS-ITEMS-EXPIRED
                   END-IF
           END-READ.

      *****************************************************************
      *  The reference tables are loaded whole from their indexed
      *  reference files, which REFMNT maintains.  Each file ends in
      *  a control row carrying its row count and hash total; a
      *  missing or empty file, a row that breaks the table's own
      *  edits, or rows that do not add up to the control row halt
      *  the run here, before anything is read or written on the
      *  strength of a table that cannot be trusted.
      *****************************************************************
       1800-LOAD-PRODUCT-TABLE.
           MOVE "PRODREF.DAT" TO WS-REF-FILE-NAME
           OPEN INPUT PRODUCT-REFERENCE-FILE
           IF WS-PRODREF-STATUS NOT = '00'
               DISPLAY "ACCTMNT: UNABLE TO OPEN PRODREF.DAT, STATUS="
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
               DISPLAY "ACCTMNT: UNABLE TO OPEN CURRREF.DAT, STATUS="
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
               DISPLAY "ACCTMNT: CURRREF.DAT SLOTS DO NOT RUN 1 TO "
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
               DISPLAY "ACCTMNT: " WS-REF-FILE-NAME
                       " FAILS ITS INTEGRITY CHECK - ROWS "
                       WS-REF-ROW-COUNT " CONTROL " WS-REF-CTL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REF-ROW-COUNT = 0
               DISPLAY "ACCTMNT: " WS-REF-FILE-NAME " HOLDS NO ROWS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ACCTMNT: " WS-REF-FILE-NAME " LOADED "
                   WS-REF-ROW-COUNT " ROWS, MAINTAINED "
                   WS-REF-CTL-TIMESTAMP(1:8).

       1895-HALT-ON-BAD-ROW.
           DISPLAY "ACCTMNT: " WS-REF-FILE-NAME " ROW " WS-REF-ROW-KEY
                   " FAILS ITS EDITS - " WS-REF-ROW-REASON
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *****************************************************************
      *  An approval or rejection decides a held item (6000).  Any
      *  other transaction is edited as always, and one that passes
      *  is then checked for dual control (3700): a sensitive change
      *  is held for approval, everything else is applied at once.
      *****************************************************************
       2000-PROCESS-TRANSACTIONS.
           ADD 1 TO WS-TXNS-READ
           IF MT-ACTION-APPROVE OR MT-ACTION-REJECT
               PERFORM 6000-PROCESS-DECISION
           ELSE
               PERFORM 2200-LOOKUP-MASTER
               PERFORM 3000-VALIDATE-TRANSACTION
               IF TXN-IS-VALID
                   PERFORM 3700-CHECK-DUAL-CONTROL
               END-IF
               IF TXN-IS-VALID
                   IF APPROVAL-NEEDED
                       PERFORM 6100-QUEUE-FOR-APPROVAL
                       ADD 1 TO WS-ITEMS-QUEUED
                   ELSE
                       PERFORM 4000-APPLY-TRANSACTION
                       ADD 1 TO WS-TXNS-APPLIED
                   END-IF
               ELSE
                   PERFORM 5000-WRITE-REJECT
                   ADD 1 TO WS-TXNS-REJECTED
               END-IF
           END-IF
           PERFORM 2100-READ-NEXT-TRANSACTION.

                       IF AM-ACCRUED-INTEREST NOT NUMERIC
                           MOVE 0 TO AM-ACCRUED-INTEREST
                       END-IF
                       IF AM-ACCRUED-CHARGE NOT NUMERIC
                           MOVE 0 TO AM-ACCRUED-CHARGE
                       END-IF
                       PERFORM 2250-GUARD-TERM-FIELDS
               END-READ
           END-IF.

      *****************************************************************
      *  The term fields were appended to the master; a record
      *  written before them reads back open-ended with no term.
      *****************************************************************
       2250-GUARD-TERM-FIELDS.
           IF AM-TERM-MONTHS NOT NUMERIC
               MOVE 0 TO AM-TERM-MONTHS
           END-IF
           IF AM-TERM-START-DATE NOT NUMERIC
               MOVE 0 TO AM-TERM-START-DATE
           END-IF
           IF AM-MATURITY-DATE NOT NUMERIC
               MOVE 0 TO AM-MATURITY-DATE
           END-IF
           IF AM-LINKED-ACCOUNT NOT NUMERIC
               MOVE 0 TO AM-LINKED-ACCOUNT
           END-IF
           IF AM-OFFER-ENROLL-DATE NOT NUMERIC
               MOVE SPACES TO AM-OFFER-CODE
               MOVE 0      TO AM-OFFER-ENROLL-DATE
           END-IF
           IF AM-DISP-ACCOUNT NOT NUMERIC
               OR AM-DISP-ROUTING NOT NUMERIC
               MOVE 'C'    TO AM-DISPOSITION-CODE
               MOVE 0      TO AM-DISP-ACCOUNT
               MOVE 0      TO AM-DISP-ROUTING
               MOVE SPACES TO AM-DISP-EXT-ACCOUNT
               MOVE SPACES TO AM-DISP-PAYEE-NAME
           END-IF.

      *****************************************************************
      *  Checks are chained ELSE IF for the same reason 4150-VALIDATE-
      *  ACCOUNT's are: a transaction failing more than one edit
      *  must not destroy money: an account still holding a balance
      *  or an uncapitalized accrued-interest bucket is rejected
      *  until it is zeroed/capitalized first.
      *  A term deposit cannot be closed at all - it is broken
      *  ('B', edited in 3400) or left to mature - and an add or
      *  change that passes every edit here then goes through the
      *  term-deposit edits in 3300.  An offer enrollment carries
      *  no payload beyond its offer code and is edited in 3500;
      *  an instruction carries only its disposition columns and
      *  is edited in 3600.
      *  A negative balance is accepted as INTCALC's 4150 accepts
      *  it: an open-ended product with overdraft tiers (3150)
      *  accrues debit interest on it nightly.  Any other product
      *  cannot be charged, and the overdrawn balance is rejected
      *  with the reason the nightly run would give it ('ODR0').
      *****************************************************************
       3000-VALIDATE-TRANSACTION.
           MOVE 'Y' TO WS-VALID-TXN-SW
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           PERFORM 3100-LOOKUP-PRODUCT-CODE
           PERFORM 3150-LOOKUP-OVERDRAFT-RATE
           PERFORM 3200-LOOKUP-CURRENCY-CODE
           IF NOT MT-ACTION-ADD
               AND NOT MT-ACTION-CHANGE
               AND NOT MT-ACTION-CLOSE
               AND NOT MT-ACTION-STATUS
               AND NOT MT-ACTION-BREAK
               AND NOT MT-ACTION-OFFER
               AND NOT MT-ACTION-INSTRUCTION
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'ACTN' TO WS-REJECT-REASON-CODE
               MOVE "ACTION NOT A/C/D/S/B/O/I/Y/N"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-ACCOUNT-NUMBER NOT NUMERIC
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE "ADD FOR ACCOUNT ALREADY ON MASTER"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF (MT-ACTION-CHANGE OR MT-ACTION-CLOSE
                   OR MT-ACTION-STATUS OR MT-ACTION-BREAK
                   OR MT-ACTION-OFFER OR MT-ACTION-INSTRUCTION)
                   AND NOT MASTER-RECORD-FOUND
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'NKEY' TO WS-REJECT-REASON-CODE
                                   TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           ELSE IF MT-ACTION-BREAK
               PERFORM 3400-VALIDATE-BREAK
           ELSE IF MT-ACTION-OFFER
               PERFORM 3500-VALIDATE-OFFER
           ELSE IF MT-ACTION-INSTRUCTION
               PERFORM 3600-VALIDATE-DISPOSITION
           ELSE IF MT-ACTION-CLOSE AND AM-TYPE-TERM-DEPOSIT
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'TDCL' TO WS-REJECT-REASON-CODE
               MOVE "TERM DEPOSIT - BREAK OR LET IT MATURE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-ACTION-CLOSE
               IF AM-STATUS-HOLD
                   MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE "UNKNOWN CURRENCY CODE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-BALANCE < 0
                   AND (TERM-DEPOSIT-PRODUCT
                        OR NOT OD-RATE-TIER-FOUND)
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'ODR0' TO WS-REJECT-REASON-CODE
               MOVE "NO OVERDRAFT RATE FOR PRODUCT"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-RATE > WS-MAX-REASONABLE-RATE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'TAXS' TO WS-REJECT-REASON-CODE
               MOVE "TAX STATUS NOT E / R / N"
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
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF TXN-IS-VALID
               AND (MT-ACTION-ADD OR MT-ACTION-CHANGE)
               PERFORM 3300-VALIDATE-TERM-FIELDS
           END-IF.

      *****************************************************************
      *  A term-deposit product has no RATETBL tiers - it accrues at
      *  the rate locked on the master - so a product is known if
      *  RATETBL prices it or PRODTBL lists it as a term deposit.
      *****************************************************************
       3100-LOOKUP-PRODUCT-CODE.
           MOVE 'N' TO WS-PRODUCT-FOUND-SW
           MOVE 'N' TO WS-TERM-PRODUCT-SW
           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL RT-IDX > WS-RATE-TABLE-COUNT
               IF TR-PRODUCT-CODE(RT-IDX) = MT-PRODUCT-CODE
                   MOVE 'Y' TO WS-PRODUCT-FOUND-SW
               END-IF
           END-PERFORM
           PERFORM VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > WS-PRODUCT-TABLE-COUNT
               IF PT-PRODUCT-CODE(PT-IDX) = MT-PRODUCT-CODE
                   AND PT-TYPE-TERM-DEPOSIT(PT-IDX)
                   MOVE 'Y' TO WS-PRODUCT-FOUND-SW
                   MOVE 'Y' TO WS-TERM-PRODUCT-SW
               END-IF
           END-PERFORM.

      *****************************************************************
      *  INTCALC's 4205 lookup on a keyed negative balance: the top
      *  overdraft bracket the overdrawn amount reaches, if the
      *  product has one.
      *****************************************************************
       3150-LOOKUP-OVERDRAFT-RATE.
           MOVE 'N' TO WS-OD-RATE-FOUND-SW
           IF MT-BALANCE NUMERIC
               AND MT-BALANCE < 0
               COMPUTE WS-OVERDRAWN-AMOUNT = 0 - MT-BALANCE
               PERFORM VARYING OD-IDX FROM 1 BY 1
                   UNTIL OD-IDX > WS-OD-RATE-TABLE-COUNT
                   IF OD-PRODUCT-CODE(OD-IDX) = MT-PRODUCT-CODE
                       AND OD-TIER-FLOOR(OD-IDX) < WS-OVERDRAWN-AMOUNT
                       MOVE 'Y' TO WS-OD-RATE-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF.

       3200-LOOKUP-CURRENCY-CODE.
           MOVE 'N' TO WS-CURRENCY-FOUND-SW
           PERFORM VARYING CT-IDX FROM 1 BY 1
               END-IF
           END-PERFORM.

      *****************************************************************
      *  Term-deposit edits on an add or change.  A change may not
      *  move an account between an open-ended and a term product -
      *  the term fields would be meaningless on one and missing on
      *  the other; open a new account instead.  An add of a term
      *  product needs a principal, a term on the offer sheet and a
      *  start date that is a real date no later than today (the
      *  first nightly run accrues from it).  The maturity
      *  instruction is R / P / T; on a change a blank instruction
      *  or unkeyed linked account keeps the master's.  A transfer
      *  needs a linked account that is on the master, is not this
      *  account, is open-ended in the same currency and is not
      *  itself being closed - the proceeds must have somewhere to
      *  land on maturity night.
      *  Reading the linked account uses the master record area, so
      *  the transaction's own account is read back afterwards.
      *****************************************************************
       3300-VALIDATE-TERM-FIELDS.
           MOVE SPACE TO WS-EFFECTIVE-INSTR
           MOVE 0     TO WS-EFFECTIVE-LINKED
           IF MT-ACTION-CHANGE
               AND AM-TYPE-TERM-DEPOSIT
               MOVE AM-MATURITY-INSTR TO WS-EFFECTIVE-INSTR
               MOVE AM-LINKED-ACCOUNT TO WS-EFFECTIVE-LINKED
           END-IF
           IF MT-MATURITY-INSTR NOT = SPACE
               MOVE MT-MATURITY-INSTR TO WS-EFFECTIVE-INSTR
           END-IF
           IF MT-LINKED-ACCOUNT NUMERIC AND MT-LINKED-ACCOUNT > 0
               MOVE MT-LINKED-ACCOUNT TO WS-EFFECTIVE-LINKED
           END-IF
           IF WS-EFFECTIVE-INSTR NOT = 'T'
               MOVE 0 TO WS-EFFECTIVE-LINKED
           END-IF
           MOVE 'N' TO WS-TERM-FOUND-SW
           IF MT-TERM-MONTHS NUMERIC
               PERFORM VARYING TD-IDX FROM 1 BY 1
                   UNTIL TD-IDX > WS-TD-RATE-TABLE-COUNT
                   IF TD-PRODUCT-CODE(TD-IDX) = MT-PRODUCT-CODE
                       AND TD-TERM-MONTHS(TD-IDX) = MT-TERM-MONTHS
                       MOVE 'Y' TO WS-TERM-FOUND-SW
                   END-IF
               END-PERFORM
           END-IF
           IF MT-TERM-START-DATE NUMERIC AND MT-TERM-START-DATE > 0
               MOVE MT-TERM-START-DATE TO WS-TERM-START-DATE
           ELSE
               MOVE WS-TODAY-DATE      TO WS-TERM-START-DATE
           END-IF
           IF MT-ACTION-CHANGE
               AND ((AM-TYPE-TERM-DEPOSIT AND NOT TERM-DEPOSIT-PRODUCT)
                 OR (TERM-DEPOSIT-PRODUCT AND NOT AM-TYPE-TERM-DEPOSIT))
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'PTYP' TO WS-REJECT-REASON-CODE
               MOVE "PRODUCT TYPE CANNOT CHANGE ON ACCOUNT"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF NOT TERM-DEPOSIT-PRODUCT
               CONTINUE
           ELSE IF MT-ACTION-ADD AND MT-BALANCE NOT > 0
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'TBAL' TO WS-REJECT-REASON-CODE
               MOVE "TERM DEPOSIT NEEDS A PRINCIPAL"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-ACTION-ADD AND NOT TERM-ON-OFFER
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'TERM' TO WS-REJECT-REASON-CODE
               MOVE "TERM NOT ON OFFER FOR PRODUCT"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-ACTION-ADD
                   AND (FUNCTION INTEGER-OF-DATE(WS-TERM-START-DATE)
                           = 0
                        OR WS-TERM-START-DATE > WS-TODAY-DATE)
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'SDTE' TO WS-REJECT-REASON-CODE
               MOVE "TERM START DATE INVALID OR IN FUTURE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF WS-EFFECTIVE-INSTR NOT = 'R'
                   AND WS-EFFECTIVE-INSTR NOT = 'P'
                   AND WS-EFFECTIVE-INSTR NOT = 'T'
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'MINS' TO WS-REJECT-REASON-CODE
               MOVE "MATURITY INSTRUCTION NOT R / P / T"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF WS-EFFECTIVE-INSTR = 'T'
                   AND (WS-EFFECTIVE-LINKED = 0
                        OR WS-EFFECTIVE-LINKED = MT-ACCOUNT-NUMBER)
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'LNK0' TO WS-REJECT-REASON-CODE
               MOVE "TRANSFER NEEDS ANOTHER LINKED ACCOUNT"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF WS-EFFECTIVE-INSTR = 'T'
               PERFORM 3350-CHECK-LINKED-ACCOUNT
               IF NOT LINKED-ACCOUNT-USABLE
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'LNKA' TO WS-REJECT-REASON-CODE
                   MOVE "LINKED ACCOUNT NOT AN OPEN SAVINGS ACCT"
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
           IF TXN-IS-VALID
               AND MT-ACTION-ADD
               AND TERM-DEPOSIT-PRODUCT
               PERFORM 3380-COMPUTE-MATURITY-DATE
           END-IF.

       3350-CHECK-LINKED-ACCOUNT.
           MOVE 'N' TO WS-LINKED-OK-SW
           MOVE WS-EFFECTIVE-LINKED TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-TYPE-OPEN-ENDED
                       AND NOT AM-STATUS-PENDING-CLOSE
                       AND AM-CURRENCY-CODE = MT-CURRENCY-CODE
                       MOVE 'Y' TO WS-LINKED-OK-SW
                   END-IF
           END-READ
           PERFORM 2200-LOOKUP-MASTER.

      *****************************************************************
      *  Start date plus the term in calendar months, the day of the
      *  month clamped to the target month's last day.
      *****************************************************************
       3380-COMPUTE-MATURITY-DATE.
           COMPUTE WS-MONTH-COUNT =
               (WS-START-YEAR * 12) + (WS-START-MONTH - 1)
               + MT-TERM-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12
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
           END-IF.

      *****************************************************************
      *  A break ends a term deposit before maturity.  The edits
      *  mirror the close's - not under hold, not already pending
      *  closure, a real date (blank = today) - plus the break must
      *  fall before the maturity date: on or after it the term has
      *  simply matured, and the nightly run settles it under its
      *  maturity instruction with no penalty.
      *****************************************************************
       3400-VALIDATE-BREAK.
           IF MT-CLOSURE-DATE NUMERIC AND MT-CLOSURE-DATE > 0
               MOVE MT-CLOSURE-DATE TO WS-BREAK-DATE
           ELSE
               MOVE WS-TODAY-DATE   TO WS-BREAK-DATE
           END-IF
           IF NOT AM-TYPE-TERM-DEPOSIT
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'NTDP' TO WS-REJECT-REASON-CODE
               MOVE "BREAK APPLIES TO TERM DEPOSITS ONLY"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF AM-STATUS-HOLD
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'HOLD' TO WS-REJECT-REASON-CODE
               MOVE "ACCOUNT UNDER LEGAL HOLD - RELEASE FIRST"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF AM-STATUS-PENDING-CLOSE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'DUPC' TO WS-REJECT-REASON-CODE
               MOVE "ACCOUNT ALREADY PENDING CLOSURE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF FUNCTION INTEGER-OF-DATE(WS-BREAK-DATE) = 0
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'CDTE' TO WS-REJECT-REASON-CODE
               MOVE "CLOSURE DATE NOT A REAL DATE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF WS-BREAK-DATE NOT < AM-MATURITY-DATE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'MATD' TO WS-REJECT-REASON-CODE
               MOVE "BREAK DATE NOT BEFORE MATURITY DATE"
                           TO WS-REJECT-REASON-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  An enrollment names an offer on PROMO.DAT for the
      *  account's own product that has not already ended (one not
      *  yet started is fine - the bonus waits for its start date).
      *  Re-enrolling in the offer the account is already in is
      *  refused rather than silently restarting its enrollment
      *  date.  A blank offer code ends the enrollment early and so
      *  needs an enrollment to end.  An account being closed takes
      *  no offer.
      *****************************************************************
       3500-VALIDATE-OFFER.
           MOVE 'N' TO WS-OFFER-FOUND-SW
           MOVE 0   TO WS-OFFER-MATCHED-IDX
           PERFORM VARYING WS-OFFER-IDX FROM 1 BY 1
               UNTIL WS-OFFER-IDX > WS-OFFER-COUNT
               IF WS-OF-OFFER-CODE(WS-OFFER-IDX) = MT-OFFER-CODE
                   MOVE 'Y' TO WS-OFFER-FOUND-SW
                   MOVE WS-OFFER-IDX TO WS-OFFER-MATCHED-IDX
               END-IF
           END-PERFORM
           IF AM-STATUS-PENDING-CLOSE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'PNDC' TO WS-REJECT-REASON-CODE
               MOVE "ACCOUNT PENDING CLOSURE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-OFFER-CODE = SPACES
                   AND AM-OFFER-CODE = SPACES
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'NOFR' TO WS-REJECT-REASON-CODE
               MOVE "ACCOUNT NOT ENROLLED IN ANY OFFER"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-OFFER-CODE = SPACES
               CONTINUE
           ELSE IF NOT OFFER-ON-FILE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'OFFR' TO WS-REJECT-REASON-CODE
               MOVE "OFFER CODE NOT ON PROMOTION FILE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF WS-OF-PRODUCT-CODE(WS-OFFER-MATCHED-IDX)
                   NOT = AM-PRODUCT-CODE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'OPRD' TO WS-REJECT-REASON-CODE
               MOVE "OFFER IS FOR ANOTHER PRODUCT"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF WS-OF-END-DATE(WS-OFFER-MATCHED-IDX)
                   < WS-TODAY-DATE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'OEND' TO WS-REJECT-REASON-CODE
               MOVE "OFFER HAS ALREADY ENDED"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-OFFER-CODE = AM-OFFER-CODE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'DUPO' TO WS-REJECT-REASON-CODE
               MOVE "ACCOUNT ALREADY ENROLLED IN THIS OFFER"
                           TO WS-REJECT-REASON-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************************
      *  An interest disposition instruction.  A term deposit takes
      *  none - its maturity instruction already says where the
      *  money goes - and neither does an account being closed,
      *  whose settlement folds the bucket into the final balance.
      *  A capitalize needs nothing further.  A transfer names
      *  another account, checked in 3650 the same way a term's
      *  linked account is in 3350.  An ACH payout is originated in
      *  USD only and needs a routing number that proves (3680),
      *  an account number and a payee name to put on the entry.
      *****************************************************************
       3600-VALIDATE-DISPOSITION.
           IF MT-DISPOSITION-CODE NOT = SPACE
               AND MT-DISPOSITION-CODE NOT = 'C'
               AND MT-DISPOSITION-CODE NOT = 'T'
               AND MT-DISPOSITION-CODE NOT = 'E'
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'DISP' TO WS-REJECT-REASON-CODE
               MOVE "DISPOSITION CODE NOT C / T / E"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF AM-TYPE-TERM-DEPOSIT
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'DTDP' TO WS-REJECT-REASON-CODE
               MOVE "TERM DEPOSIT - USE MATURITY INSTRUCTION"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF AM-STATUS-PENDING-CLOSE
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'PNDC' TO WS-REJECT-REASON-CODE
               MOVE "ACCOUNT PENDING CLOSURE"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF MT-DISPOSITION-CODE = 'T'
               IF MT-DISP-ACCOUNT NOT NUMERIC
                   OR MT-DISP-ACCOUNT = 0
                   OR MT-DISP-ACCOUNT = MT-ACCOUNT-NUMBER
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'DACT' TO WS-REJECT-REASON-CODE
                   MOVE "TRANSFER NEEDS ANOTHER TARGET ACCOUNT"
                               TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM 3650-CHECK-DISP-TARGET
                   IF NOT DISP-TARGET-USABLE
                       MOVE 'N'    TO WS-VALID-TXN-SW
                       MOVE 'DTGT' TO WS-REJECT-REASON-CODE
                       MOVE "TARGET NOT AN OPEN SAVINGS ACCT SAME CCY"
                                   TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           ELSE IF MT-DISPOSITION-CODE = 'E'
               IF AM-CURRENCY-CODE NOT = WS-ACH-CURRENCY
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'DCCY' TO WS-REJECT-REASON-CODE
                   MOVE "ACH PAYOUT ONLY FROM A USD ACCOUNT"
                               TO WS-REJECT-REASON-TEXT
               ELSE IF MT-DISP-ROUTING NOT NUMERIC
                   OR MT-DISP-ROUTING = 0
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'DABA' TO WS-REJECT-REASON-CODE
                   MOVE "ROUTING NUMBER FAILS ABA CHECK DIGIT"
                               TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM 3680-CHECK-ROUTING-DIGIT
                   IF WS-ROUTING-REMAINDER NOT = 0
                       MOVE 'N'    TO WS-VALID-TXN-SW
                       MOVE 'DABA' TO WS-REJECT-REASON-CODE
                       MOVE "ROUTING NUMBER FAILS ABA CHECK DIGIT"
                                   TO WS-REJECT-REASON-TEXT
                   ELSE IF MT-DISP-EXT-ACCOUNT = SPACES
                       OR MT-DISP-PAYEE-NAME = SPACES
                       MOVE 'N'    TO WS-VALID-TXN-SW
                       MOVE 'DEXT' TO WS-REJECT-REASON-CODE
                       MOVE "ACH PAYOUT NEEDS ACCOUNT AND PAYEE NAME"
                                   TO WS-REJECT-REASON-TEXT
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
      *  Reading the target uses the master record area, so the
      *  transaction's own account is read back afterwards.
      *****************************************************************
       3650-CHECK-DISP-TARGET.
           MOVE 'N' TO WS-DISP-TARGET-OK-SW
           MOVE MT-DISP-ACCOUNT TO AM-ACCOUNT-NUMBER
           READ ACCOUNT-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AM-TYPE-OPEN-ENDED
                       AND NOT AM-STATUS-PENDING-CLOSE
                       MOVE AM-CURRENCY-CODE
                                   TO WS-DISP-TARGET-CURRENCY
                       MOVE 'Y' TO WS-DISP-TARGET-OK-SW
                   END-IF
           END-READ
           PERFORM 2200-LOOKUP-MASTER
           IF DISP-TARGET-USABLE
               AND WS-DISP-TARGET-CURRENCY NOT = AM-CURRENCY-CODE
               MOVE 'N' TO WS-DISP-TARGET-OK-SW
           END-IF.

       3680-CHECK-ROUTING-DIGIT.
           MOVE MT-DISP-ROUTING TO WS-ROUTING-NUMBER
           COMPUTE WS-ROUTING-SUM =
               3 * (WS-ROUTING-DIGIT(1) + WS-ROUTING-DIGIT(4)
                    + WS-ROUTING-DIGIT(7))
             + 7 * (WS-ROUTING-DIGIT(2) + WS-ROUTING-DIGIT(5)
                    + WS-ROUTING-DIGIT(8))
             +     (WS-ROUTING-DIGIT(3) + WS-ROUTING-DIGIT(6)
                    + WS-ROUTING-DIGIT(9))
           DIVIDE WS-ROUTING-SUM BY 10
               GIVING WS-ROUTING-QUOTIENT
               REMAINDER WS-ROUTING-REMAINDER.

      *****************************************************************
      *  Dual control, for a transaction that has passed every edit.
      *  A balance movement is the change from the master's balance
      *  (from zero on an add) either way; a rate movement likewise
      *  on a change.  A blank tax status on a change keeps the
      *  master's (4300), so only a keyed, different status is a
      *  tax-status change.  A status move off legal hold is a hold
      *  release; every close and break is held.  The first reason
      *  found is recorded.  A held transaction needs the maker's
      *  user id, and an account may have only one change waiting -
      *  the second is rejected until the first is decided.
      *****************************************************************
       3700-CHECK-DUAL-CONTROL.
           MOVE 'N' TO WS-APPROVAL-NEEDED-SW
           MOVE SPACES TO WS-HOLD-REASON
           IF MT-ACTION-ADD
               MOVE MT-BALANCE TO WS-BALANCE-MOVEMENT
               IF WS-BALANCE-MOVEMENT < 0
                   COMPUTE WS-BALANCE-MOVEMENT =
                       0 - WS-BALANCE-MOVEMENT
               END-IF
               IF WS-BALANCE-MOVEMENT > WS-BALANCE-LIMIT
                   MOVE 'BALC' TO WS-HOLD-REASON
               END-IF
           ELSE IF MT-ACTION-CHANGE
               COMPUTE WS-BALANCE-MOVEMENT = MT-BALANCE - AM-BALANCE
               IF WS-BALANCE-MOVEMENT < 0
                   COMPUTE WS-BALANCE-MOVEMENT =
                       0 - WS-BALANCE-MOVEMENT
               END-IF
               COMPUTE WS-RATE-MOVEMENT = MT-RATE - AM-RATE
               IF WS-RATE-MOVEMENT < 0
                   COMPUTE WS-RATE-MOVEMENT = 0 - WS-RATE-MOVEMENT
               END-IF
               IF WS-BALANCE-MOVEMENT > WS-BALANCE-LIMIT
                   MOVE 'BALC' TO WS-HOLD-REASON
               ELSE IF WS-RATE-MOVEMENT > WS-RATE-TOLERANCE
                   MOVE 'RATE' TO WS-HOLD-REASON
               ELSE IF MT-TAX-STATUS NOT = SPACE
                   AND MT-TAX-STATUS NOT = AM-TAX-STATUS
                   MOVE 'TAXS' TO WS-HOLD-REASON
               END-IF
               END-IF
               END-IF
           ELSE IF MT-ACTION-STATUS
               IF AM-STATUS-HOLD AND NOT MT-STATUS-TO-HOLD
                   MOVE 'HREL' TO WS-HOLD-REASON
               END-IF
           ELSE IF MT-ACTION-CLOSE OR MT-ACTION-BREAK
               MOVE 'CLOS' TO WS-HOLD-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-HOLD-REASON NOT = SPACES
               MOVE 'Y' TO WS-APPROVAL-NEEDED-SW
               IF MT-USER-ID = SPACES
                   MOVE 'N'    TO WS-VALID-TXN-SW
                   MOVE 'USER' TO WS-REJECT-REASON-CODE
                   MOVE "NEEDS APPROVAL - MAKER USER ID NOT KEYED"
                               TO WS-REJECT-REASON-TEXT
               ELSE
                   PERFORM 6600-READ-PENDING-ITEM
                   IF PENDING-ITEM-FOUND
                       MOVE 'N'    TO WS-VALID-TXN-SW
                       MOVE 'PNDG' TO WS-REJECT-REASON-CODE
                       MOVE "ACCOUNT HAS A CHANGE AWAITING APPROVAL"
                                   TO WS-REJECT-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      *  The before image is captured from the master record as read
      *  (zeroes/spaces for an add, where there is nothing to read),
               PERFORM 4300-APPLY-CHANGE
           ELSE IF MT-ACTION-STATUS
               PERFORM 4350-APPLY-STATUS
           ELSE IF MT-ACTION-OFFER
               PERFORM 4450-APPLY-OFFER
           ELSE IF MT-ACTION-INSTRUCTION
               PERFORM 4470-APPLY-DISPOSITION
           ELSE
               PERFORM 4400-APPLY-CLOSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           PERFORM 4500-WRITE-MAINT-LOG.

       4100-CAPTURE-BEFORE-IMAGE.
               ELSE
                   MOVE 0            TO ML-OLD-CUSTOMER-NUMBER
               END-IF
               MOVE AM-MATURITY-DATE  TO ML-OLD-MATURITY-DATE
               MOVE AM-MATURITY-INSTR TO ML-OLD-MATURITY-INSTR
               MOVE AM-LINKED-ACCOUNT TO ML-OLD-LINKED-ACCOUNT
               MOVE AM-OFFER-CODE     TO ML-OLD-OFFER-CODE
               MOVE AM-OFFER-ENROLL-DATE TO ML-OLD-OFFER-ENROLL-DATE
               MOVE AM-DISPOSITION-CODE TO ML-OLD-DISPOSITION-CODE
               MOVE AM-DISP-ACCOUNT   TO ML-OLD-DISP-ACCOUNT
               MOVE AM-DISP-ROUTING   TO ML-OLD-DISP-ROUTING
               MOVE AM-DISP-EXT-ACCOUNT TO ML-OLD-DISP-EXT-ACCOUNT
               MOVE AM-DISP-PAYEE-NAME TO ML-OLD-DISP-PAYEE-NAME
           ELSE
               MOVE SPACES TO ML-OLD-PRODUCT-CODE
               MOVE SPACES TO ML-OLD-CURRENCY-CODE
               MOVE SPACES TO ML-OLD-TAX-STATUS
               MOVE SPACES TO ML-OLD-STATUS-CODE
               MOVE 0      TO ML-OLD-CUSTOMER-NUMBER
               MOVE 0      TO ML-OLD-MATURITY-DATE
               MOVE SPACES TO ML-OLD-MATURITY-INSTR
               MOVE 0      TO ML-OLD-LINKED-ACCOUNT
               MOVE SPACES TO ML-OLD-OFFER-CODE
               MOVE 0      TO ML-OLD-OFFER-ENROLL-DATE
               MOVE SPACES TO ML-OLD-DISPOSITION-CODE
               MOVE 0      TO ML-OLD-DISP-ACCOUNT
               MOVE 0      TO ML-OLD-DISP-ROUTING
               MOVE SPACES TO ML-OLD-DISP-EXT-ACCOUNT
               MOVE SPACES TO ML-OLD-DISP-PAYEE-NAME
           END-IF.

      *****************************************************************
      *  A freshly opened account has never been through an interest
      *  run, so its last-interest and last-run fields start at
      *  zeroes/spaces and stay that way until INTCALC first posts it.
      *  The exception is a term deposit: its last-run date is set
      *  to the term start, so the first nightly run accrues the
      *  whole period from the start date rather than a single
      *  night, and its term, maturity date (3380) and instruction
      *  are stored at the rate keyed for the term.
      *****************************************************************
       4200-APPLY-ADD.
           MOVE SPACES             TO ACCOUNT-MASTER-RECORD
           MOVE 0                  TO AM-LAST-RUN-DATE
           MOVE SPACES             TO AM-LAST-RUN-ID
           MOVE 0                  TO AM-ACCRUED-INTEREST
           MOVE 0                  TO AM-ACCRUED-CHARGE
           MOVE MT-TAX-STATUS      TO AM-TAX-STATUS
           MOVE 'A'                TO AM-STATUS-CODE
           MOVE 0                  TO AM-HELD-GL-AMOUNT
           ELSE
               MOVE 0              TO AM-CUSTOMER-NUMBER
           END-IF
           MOVE 0                  TO AM-CLOSURE-DATE
           IF TERM-DEPOSIT-PRODUCT
               MOVE 'T'                TO AM-PRODUCT-TYPE
               MOVE MT-TERM-MONTHS     TO AM-TERM-MONTHS
               MOVE WS-TERM-START-DATE TO AM-TERM-START-DATE
               MOVE WS-TERM-START-DATE TO AM-LAST-RUN-DATE
               MOVE WS-MATURITY-DATE   TO AM-MATURITY-DATE
               MOVE WS-EFFECTIVE-INSTR TO AM-MATURITY-INSTR
               MOVE WS-EFFECTIVE-LINKED TO AM-LINKED-ACCOUNT
           ELSE
               MOVE 'S'                TO AM-PRODUCT-TYPE
               MOVE 0                  TO AM-TERM-MONTHS
               MOVE 0                  TO AM-TERM-START-DATE
               MOVE 0                  TO AM-MATURITY-DATE
               MOVE SPACE              TO AM-MATURITY-INSTR
               MOVE 0                  TO AM-LINKED-ACCOUNT
           END-IF
           MOVE SPACES             TO AM-OFFER-CODE
           MOVE 0                  TO AM-OFFER-ENROLL-DATE
           MOVE 'C'                TO AM-DISPOSITION-CODE
           MOVE 0                  TO AM-DISP-ACCOUNT
           MOVE 0                  TO AM-DISP-ROUTING
           MOVE SPACES             TO AM-DISP-EXT-ACCOUNT
           MOVE SPACES             TO AM-DISP-PAYEE-NAME
           WRITE ACCOUNT-MASTER-RECORD
           IF WS-ACCTMST-STATUS NOT = '00'
               DISPLAY "ACCTMNT: ADD FAILED FOR ACCOUNT "
      *  The customer number follows the same rule: a change keyed
      *  without the column (non-numeric spaces) keeps the existing
      *  link rather than silently unpricing a relationship.
      *  On a term deposit the maturity instruction and linked
      *  account are re-keyable (3300 has already resolved blanks to
      *  the master's values); the term and its dates are not.
      *****************************************************************
       4300-APPLY-CHANGE.
           MOVE MT-PRODUCT-CODE    TO AM-PRODUCT-CODE
           IF MT-CUSTOMER-NUMBER NUMERIC
               MOVE MT-CUSTOMER-NUMBER TO AM-CUSTOMER-NUMBER
           END-IF
           IF AM-TYPE-TERM-DEPOSIT
               MOVE WS-EFFECTIVE-INSTR  TO AM-MATURITY-INSTR
               MOVE WS-EFFECTIVE-LINKED TO AM-LINKED-ACCOUNT
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           IF WS-ACCTMST-STATUS NOT = '00'
               DISPLAY "ACCTMNT: CHANGE FAILED FOR ACCOUNT "
      *  closure date, not across the whole stopped period - a
      *  dormant account's nights stay forfeited whether it leaves
      *  dormancy by reactivation or by closure.
      *
      *  A term-deposit break ('B') marks the account exactly the
      *  same way; the nightly run knows it for a break, and charges
      *  the penalty, because the closure date falls before the
      *  maturity date.
      *****************************************************************
       4400-APPLY-CLOSE.
           IF AM-STATUS-DORMANT
           END-IF
           PERFORM 4600-CAPTURE-AFTER-IMAGE.

      *****************************************************************
      *  Enrollment takes today's date, so the bonus starts from
      *  tonight's run; a blank offer code takes the account out of
      *  its offer, and the next run pays no bonus for it.
      *****************************************************************
       4450-APPLY-OFFER.
           IF MT-OFFER-CODE = SPACES
               MOVE SPACES         TO AM-OFFER-CODE
               MOVE 0              TO AM-OFFER-ENROLL-DATE
           ELSE
               MOVE MT-OFFER-CODE  TO AM-OFFER-CODE
               MOVE WS-TODAY-DATE  TO AM-OFFER-ENROLL-DATE
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           IF WS-ACCTMST-STATUS NOT = '00'
               DISPLAY "ACCTMNT: OFFER SET FAILED FOR ACCOUNT "
                       MT-ACCOUNT-NUMBER " STATUS=" WS-ACCTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4600-CAPTURE-AFTER-IMAGE.

      *****************************************************************
      *  The instruction replaces the old one whole: the columns
      *  the new code does not use are cleared, so a payout changed
      *  back to capitalize leaves no stale bank details behind.  A
      *  blank code is stored as the explicit 'C'.
      *****************************************************************
       4470-APPLY-DISPOSITION.
           MOVE 0      TO AM-DISP-ACCOUNT
           MOVE 0      TO AM-DISP-ROUTING
           MOVE SPACES TO AM-DISP-EXT-ACCOUNT
           MOVE SPACES TO AM-DISP-PAYEE-NAME
           IF MT-DISPOSITION-CODE = 'T'
               MOVE 'T'                 TO AM-DISPOSITION-CODE
               MOVE MT-DISP-ACCOUNT     TO AM-DISP-ACCOUNT
           ELSE IF MT-DISPOSITION-CODE = 'E'
               MOVE 'E'                 TO AM-DISPOSITION-CODE
               MOVE MT-DISP-ROUTING     TO AM-DISP-ROUTING
               MOVE MT-DISP-EXT-ACCOUNT TO AM-DISP-EXT-ACCOUNT
               MOVE MT-DISP-PAYEE-NAME  TO AM-DISP-PAYEE-NAME
           ELSE
               MOVE 'C'                 TO AM-DISPOSITION-CODE
           END-IF
           END-IF
           REWRITE ACCOUNT-MASTER-RECORD
           IF WS-ACCTMST-STATUS NOT = '00'
               DISPLAY "ACCTMNT: INSTRUCTION FAILED FOR ACCOUNT "
                       MT-ACCOUNT-NUMBER " STATUS=" WS-ACCTMST-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4600-CAPTURE-AFTER-IMAGE.

       4500-WRITE-MAINT-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP  TO ML-TIMESTAMP
           MOVE MT-ACTION-CODE        TO ML-ACTION-CODE
           MOVE MT-ACCOUNT-NUMBER     TO ML-ACCOUNT-NUMBER
           MOVE SPACES                TO ML-RUN-ID
           WRITE MAINT-LOG-RECORD
           IF WS-MAINTLOG-STATUS NOT = '00'
               DISPLAY "ACCTMNT: WRITE FAILED FOR MAINT LOG, STATUS="
               MOVE AM-CUSTOMER-NUMBER TO ML-NEW-CUSTOMER-NUMBER
           ELSE
               MOVE 0            TO ML-NEW-CUSTOMER-NUMBER
           END-IF
           MOVE AM-MATURITY-DATE  TO ML-NEW-MATURITY-DATE
           MOVE AM-MATURITY-INSTR TO ML-NEW-MATURITY-INSTR
           MOVE AM-LINKED-ACCOUNT TO ML-NEW-LINKED-ACCOUNT
           MOVE AM-OFFER-CODE     TO ML-NEW-OFFER-CODE
           MOVE AM-OFFER-ENROLL-DATE TO ML-NEW-OFFER-ENROLL-DATE
           MOVE AM-DISPOSITION-CODE TO ML-NEW-DISPOSITION-CODE
           MOVE AM-DISP-ACCOUNT   TO ML-NEW-DISP-ACCOUNT
           MOVE AM-DISP-ROUTING   TO ML-NEW-DISP-ROUTING
           MOVE AM-DISP-EXT-ACCOUNT TO ML-NEW-DISP-EXT-ACCOUNT
           MOVE AM-DISP-PAYEE-NAME TO ML-NEW-DISP-PAYEE-NAME.

       5000-WRITE-REJECT.
           IF MT-ACCOUNT-NUMBER NUMERIC
           DISPLAY "ACCTMNT: REJECTED TXN FOR ACCOUNT "
                   MT-ACCOUNT-NUMBER " - " WS-REJECT-REASON-TEXT.

      *****************************************************************
      *  A decision names the account whose held item it decides,
      *  and carries the checker's own user id: not blank, and not
      *  the maker's.  A rejection simply discards the item.  An
      *  approval restores the held transaction and runs it through
      *  the master lookup and every edit again, exactly as if it
      *  had just been read, and applies it only if the account
      *  still matches the snapshot taken when it was keyed and it
      *  still passes.  An approval that cannot be applied is
      *  listed on the reject file with the reason and the item is
      *  discarded - the maker keys it again against the account as
      *  it now stands.  Either way the held item leaves the queue.
      *****************************************************************
       6000-PROCESS-DECISION.
           MOVE 'Y' TO WS-VALID-TXN-SW
           MOVE SPACES TO WS-REJECT-REASON-CODE
           MOVE SPACES TO WS-REJECT-REASON-TEXT
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP(1:8) TO WS-TODAY-DATE
           MOVE MT-USER-ID TO WS-CHECKER-ID
           MOVE 'N' TO WS-PENDING-FOUND-SW
           IF MT-ACCOUNT-NUMBER NUMERIC
               PERFORM 6600-READ-PENDING-ITEM
           END-IF
           IF MT-ACCOUNT-NUMBER NOT NUMERIC
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'NNUM' TO WS-REJECT-REASON-CODE
               MOVE "ACCOUNT NUMBER IS NOT NUMERIC"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF NOT PENDING-ITEM-FOUND
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'NPND' TO WS-REJECT-REASON-CODE
               MOVE "NO CHANGE AWAITING APPROVAL ON ACCOUNT"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF WS-CHECKER-ID = SPACES
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'USER' TO WS-REJECT-REASON-CODE
               MOVE "CHECKER USER ID NOT KEYED"
                           TO WS-REJECT-REASON-TEXT
           ELSE IF WS-CHECKER-ID = PQ-MAKER-ID
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'SELF' TO WS-REJECT-REASON-CODE
               MOVE "MAKER MAY NOT DECIDE OWN CHANGE"
                           TO WS-REJECT-REASON-TEXT
           END-IF
           END-IF
           END-IF
           END-IF
           IF TXN-IS-INVALID
               PERFORM 5000-WRITE-REJECT
               ADD 1 TO WS-TXNS-REJECTED
           ELSE IF MT-ACTION-REJECT
               MOVE 'R' TO WS-AUTH-EVENT-CODE
               PERFORM 6400-WRITE-AUTH-LOG
               PERFORM 6500-DELETE-PENDING-ITEM
               DISPLAY "ACCTMNT: HELD ITEM REJECTED - ACCOUNT "
                       PQ-ACCOUNT-NUMBER " BY " WS-CHECKER-ID
               ADD 1 TO WS-ITEMS-DECLINED
           ELSE
               PERFORM 6050-APPLY-APPROVED-ITEM
           END-IF
           END-IF.

       6050-APPLY-APPROVED-ITEM.
           MOVE PQ-TRANSACTION-IMAGE TO MAINT-TRANSACTION-RECORD
           PERFORM 2200-LOOKUP-MASTER
           PERFORM 6250-TAKE-MASTER-SNAPSHOT
           IF WS-MASTER-SNAPSHOT NOT = PQ-MASTER-SNAPSHOT
               MOVE 'N'    TO WS-VALID-TXN-SW
               MOVE 'STAL' TO WS-REJECT-REASON-CODE
               MOVE "ACCOUNT HAS MOVED SINCE CHANGE WAS KEYED"
                           TO WS-REJECT-REASON-TEXT
           ELSE
               PERFORM 3000-VALIDATE-TRANSACTION
           END-IF
           IF TXN-IS-VALID
               PERFORM 4000-APPLY-TRANSACTION
               MOVE 'A' TO WS-AUTH-EVENT-CODE
               ADD 1 TO WS-TXNS-APPLIED
               ADD 1 TO WS-ITEMS-APPROVED
           ELSE
               PERFORM 5000-WRITE-REJECT
               MOVE 'F' TO WS-AUTH-EVENT-CODE
               ADD 1 TO WS-TXNS-REJECTED
               ADD 1 TO WS-ITEMS-FAILED
           END-IF
           PERFORM 6400-WRITE-AUTH-LOG
           PERFORM 6500-DELETE-PENDING-ITEM.

      *****************************************************************
      *  The transaction is held whole, with the master as it stood
      *  when it passed its edits.
      *****************************************************************
       6100-QUEUE-FOR-APPROVAL.
           MOVE MT-ACCOUNT-NUMBER     TO PQ-ACCOUNT-NUMBER
           MOVE MT-USER-ID            TO PQ-MAKER-ID
           MOVE WS-CURRENT-TIMESTAMP  TO PQ-KEYED-TIMESTAMP
           MOVE WS-HOLD-REASON        TO PQ-HOLD-REASON
           PERFORM 6250-TAKE-MASTER-SNAPSHOT
           MOVE WS-MASTER-SNAPSHOT    TO PQ-MASTER-SNAPSHOT
           MOVE MAINT-TRANSACTION-RECORD TO PQ-TRANSACTION-IMAGE
           WRITE PENDING-AUTHORIZATION-RECORD
           IF WS-PENDAUTH-STATUS NOT = '00'
               DISPLAY "ACCTMNT: WRITE FAILED FOR PENDAUTH.DAT, "
                       "ACCOUNT " MT-ACCOUNT-NUMBER " STATUS="
                       WS-PENDAUTH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Q'    TO WS-AUTH-EVENT-CODE
           MOVE SPACES TO WS-CHECKER-ID
           PERFORM 6400-WRITE-AUTH-LOG
           DISPLAY "ACCTMNT: HELD FOR APPROVAL - ACCOUNT "
                   MT-ACCOUNT-NUMBER " (" WS-HOLD-REASON ") KEYED BY "
                   MT-USER-ID.

       6250-TAKE-MASTER-SNAPSHOT.
           IF MASTER-RECORD-FOUND
               MOVE 'Y'              TO WS-SNAP-FOUND
               MOVE AM-PRODUCT-CODE  TO WS-SNAP-PRODUCT-CODE
               MOVE AM-CURRENCY-CODE TO WS-SNAP-CURRENCY-CODE
               MOVE AM-BALANCE       TO WS-SNAP-BALANCE
               MOVE AM-RATE          TO WS-SNAP-RATE
               MOVE AM-TAX-STATUS    TO WS-SNAP-TAX-STATUS
               MOVE AM-STATUS-CODE   TO WS-SNAP-STATUS-CODE
           ELSE
               MOVE 'N'              TO WS-SNAP-FOUND
               MOVE SPACES           TO WS-SNAP-PRODUCT-CODE
               MOVE SPACES           TO WS-SNAP-CURRENCY-CODE
               MOVE 0                TO WS-SNAP-BALANCE
               MOVE 0                TO WS-SNAP-RATE
               MOVE SPACES           TO WS-SNAP-TAX-STATUS
               MOVE SPACES           TO WS-SNAP-STATUS-CODE
           END-IF.

      *****************************************************************
      *  Logs the held item in PENDING-AUTHORIZATION-RECORD with the
      *  event in WS-AUTH-EVENT-CODE; the checker and the failing
      *  edit are spaces where the event has none.
      *****************************************************************
       6400-WRITE-AUTH-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
           MOVE WS-CURRENT-TIMESTAMP  TO AL-TIMESTAMP
           MOVE WS-AUTH-EVENT-CODE    TO AL-EVENT-CODE
           MOVE PQ-ACCOUNT-NUMBER     TO AL-ACCOUNT-NUMBER
           MOVE PQ-TRANSACTION-IMAGE(1:1) TO AL-ACTION-CODE
           MOVE PQ-HOLD-REASON        TO AL-HOLD-REASON
           MOVE PQ-MAKER-ID           TO AL-MAKER-ID
           MOVE WS-CHECKER-ID         TO AL-CHECKER-ID
           MOVE PQ-KEYED-TIMESTAMP    TO AL-KEYED-TIMESTAMP
           MOVE WS-REJECT-REASON-CODE TO AL-FAIL-REASON-CODE
           MOVE WS-REJECT-REASON-TEXT TO AL-FAIL-REASON-TEXT
           MOVE PQ-TRANSACTION-IMAGE  TO AL-TRANSACTION-IMAGE
           WRITE AUTHORIZATION-LOG-RECORD
           IF WS-AUTHLOG-STATUS NOT = '00'
               DISPLAY "ACCTMNT: WRITE FAILED FOR AUTHLOG.DAT, STATUS="
                       WS-AUTHLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       6500-DELETE-PENDING-ITEM.
           DELETE PENDING-AUTH-FILE RECORD
           IF WS-PENDAUTH-STATUS NOT = '00'
               DISPLAY "ACCTMNT: DELETE FAILED FOR PENDAUTH.DAT, "
                       "ACCOUNT " PQ-ACCOUNT-NUMBER " STATUS="
                       WS-PENDAUTH-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       6600-READ-PENDING-ITEM.
           MOVE 'N' TO WS-PENDING-FOUND-SW
           MOVE MT-ACCOUNT-NUMBER TO PQ-ACCOUNT-NUMBER
           READ PENDING-AUTH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-PENDING-FOUND-SW
           END-READ.

       9000-CLOSE-FILES.
           CLOSE ACCOUNT-MASTER-FILE
           CLOSE MAINT-TRANSACTION-FILE
           CLOSE MAINT-LOG-FILE
           CLOSE MAINT-REJECT-FILE
           CLOSE PENDING-AUTH-FILE
           CLOSE AUTH-LOG-FILE.
