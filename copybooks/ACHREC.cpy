      *****************************************************************
      *  ACHREC.cpy
      *  NACHA payment file record (ACHFILE.DAT) - the 94-byte
      *  record the ACH operator accepts, written by ACHBUILD from
      *  the night's pending interest payouts (ACHPEND.cpy).  One
      *  layout discriminated by the record type in byte 1:
      *    '1' file header    - destination/origin, creation stamp
      *    '5' batch header   - one per run-id: PPD credits, entry
      *                         description INTEREST, effective
      *                         entry date
      *    '6' entry detail   - one credit (transaction code 22) to
      *                         a checking account at the receiving
      *                         bank
      *    '8' batch control  - entry count, entry hash (sum of the
      *                         receiving banks' 8-digit routing
      *                         prefixes, high digits dropped),
      *                         total debit and credit in cents
      *    '9' file control   - batch, block and entry counts, file
      *                         hash and totals
      *  The file is padded with all-'9' records to a whole block of
      *  ten, as the format requires.  Amounts are whole cents.
      *****************************************************************
       01  ACH-FILE-RECORD.
           05  AF-RECORD-TYPE              PIC X(1).
               88  AF-IS-FILE-HEADER           VALUE '1'.
               88  AF-IS-BATCH-HEADER          VALUE '5'.
               88  AF-IS-ENTRY-DETAIL          VALUE '6'.
               88  AF-IS-BATCH-CONTROL         VALUE '8'.
               88  AF-IS-FILE-CONTROL          VALUE '9'.
           05  AF-DATA                     PIC X(93).
           05  AF-FILE-HEADER REDEFINES AF-DATA.
               10  AF-FH-PRIORITY-CODE     PIC X(2).
               10  AF-FH-DESTINATION       PIC X(10).
               10  AF-FH-ORIGIN            PIC X(10).
               10  AF-FH-CREATION-DATE     PIC 9(6).
               10  AF-FH-CREATION-TIME     PIC 9(4).
               10  AF-FH-FILE-ID-MODIFIER  PIC X(1).
               10  AF-FH-RECORD-SIZE       PIC X(3).
               10  AF-FH-BLOCKING-FACTOR   PIC X(2).
               10  AF-FH-FORMAT-CODE       PIC X(1).
               10  AF-FH-DESTINATION-NAME  PIC X(23).
               10  AF-FH-ORIGIN-NAME       PIC X(23).
               10  AF-FH-REFERENCE-CODE    PIC X(8).
           05  AF-BATCH-HEADER REDEFINES AF-DATA.
               10  AF-BH-SERVICE-CLASS     PIC X(3).
               10  AF-BH-COMPANY-NAME      PIC X(16).
               10  AF-BH-DISCRETIONARY     PIC X(20).
               10  AF-BH-COMPANY-ID        PIC X(10).
               10  AF-BH-SEC-CODE          PIC X(3).
               10  AF-BH-ENTRY-DESCRIPTION PIC X(10).
               10  AF-BH-DESCRIPTIVE-DATE  PIC X(6).
               10  AF-BH-EFFECTIVE-DATE    PIC 9(6).
               10  AF-BH-SETTLEMENT-DATE   PIC X(3).
               10  AF-BH-ORIGINATOR-STATUS PIC X(1).
               10  AF-BH-ODFI-ID           PIC 9(8).
               10  AF-BH-BATCH-NUMBER      PIC 9(7).
           05  AF-ENTRY-DETAIL REDEFINES AF-DATA.
               10  AF-ED-TRANSACTION-CODE  PIC X(2).
               10  AF-ED-RDFI-ID           PIC 9(8).
               10  AF-ED-CHECK-DIGIT       PIC 9(1).
               10  AF-ED-DFI-ACCOUNT       PIC X(17).
               10  AF-ED-AMOUNT            PIC 9(10).
               10  AF-ED-INDIVIDUAL-ID     PIC X(15).
               10  AF-ED-INDIVIDUAL-NAME   PIC X(22).
               10  AF-ED-DISCRETIONARY     PIC X(2).
               10  AF-ED-ADDENDA-IND       PIC X(1).
               10  AF-ED-TRACE-NUMBER      PIC 9(15).
           05  AF-BATCH-CONTROL REDEFINES AF-DATA.
               10  AF-BC-SERVICE-CLASS     PIC X(3).
               10  AF-BC-ENTRY-COUNT       PIC 9(6).
               10  AF-BC-ENTRY-HASH        PIC 9(10).
               10  AF-BC-TOTAL-DEBIT       PIC 9(12).
               10  AF-BC-TOTAL-CREDIT      PIC 9(12).
               10  AF-BC-COMPANY-ID        PIC X(10).
               10  AF-BC-AUTH-CODE         PIC X(19).
               10  FILLER                  PIC X(6).
               10  AF-BC-ODFI-ID           PIC 9(8).
               10  AF-BC-BATCH-NUMBER      PIC 9(7).
           05  AF-FILE-CONTROL REDEFINES AF-DATA.
               10  AF-FC-BATCH-COUNT       PIC 9(6).
               10  AF-FC-BLOCK-COUNT       PIC 9(6).
               10  AF-FC-ENTRY-COUNT       PIC 9(8).
               10  AF-FC-ENTRY-HASH        PIC 9(10).
               10  AF-FC-TOTAL-DEBIT       PIC 9(12).
               10  AF-FC-TOTAL-CREDIT      PIC 9(12).
               10  FILLER                  PIC X(39).
