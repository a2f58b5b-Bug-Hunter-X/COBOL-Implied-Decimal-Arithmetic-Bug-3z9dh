      *****************************************************************
      *  AUTHLOG.cpy
      *  Dual-authorization log record - appended by ACCTMNT for
      *  every event in a held transaction's life: 'Q' queued for
      *  approval, 'A' approved and applied, 'R' rejected by the
      *  checker, 'E' expired unapproved, and 'F' approved but not
      *  applied because the master had moved since it was keyed
      *  or the change no longer passed its edits (reason code and
      *  text say which).  Every row carries the held transaction
      *  whole, the maker, and - on 'A', 'R' and 'F' - the checker,
      *  so the trail answers who keyed what and who let it
      *  through.  The applied change itself is logged on
      *  MAINTLOG.DAT with its before and after images as any
      *  other maintenance is.  AUTHRPT reports from this file.
      *****************************************************************
       01  AUTHORIZATION-LOG-RECORD.
           05  AL-TIMESTAMP                PIC X(26).
           05  AL-EVENT-CODE               PIC X(1).
               88  AL-EVENT-QUEUED             VALUE 'Q'.
               88  AL-EVENT-APPROVED           VALUE 'A'.
               88  AL-EVENT-REJECTED           VALUE 'R'.
               88  AL-EVENT-EXPIRED            VALUE 'E'.
               88  AL-EVENT-FAILED             VALUE 'F'.
           05  AL-ACCOUNT-NUMBER           PIC 9(9).
           05  AL-ACTION-CODE              PIC X(1).
           05  AL-HOLD-REASON              PIC X(4).
           05  AL-MAKER-ID                 PIC X(8).
           05  AL-CHECKER-ID               PIC X(8).
           05  AL-KEYED-TIMESTAMP          PIC X(26).
           05  AL-FAIL-REASON-CODE         PIC X(4).
           05  AL-FAIL-REASON-TEXT         PIC X(40).
           05  AL-TRANSACTION-IMAGE        PIC X(149).
