      *****************************************************************
      *  ACHORIG.cpy
      *  ACH origination constants - the bank's identity as the
      *  originator of the interest payout file, as agreed with the
      *  ACH operator: the immediate destination (the operator's
      *  routing number) and origin, their names on the file
      *  header, the company name and identification on every batch,
      *  and the 8-digit originating DFI number that prefixes every
      *  trace number.  VALUE literals, like the rate tables, since
      *  they change only when the origination agreement does.
      *****************************************************************
       01  WS-ACH-ORIGINATOR.
           05  WS-ACH-DESTINATION          PIC X(10)
                                           VALUE ' 091000019'.
           05  WS-ACH-ORIGIN               PIC X(10)
                                           VALUE ' 123456780'.
           05  WS-ACH-DESTINATION-NAME     PIC X(23)
                                   VALUE 'FEDERAL RESERVE BANK   '.
           05  WS-ACH-ORIGIN-NAME          PIC X(23)
                                   VALUE 'FIRST COMMUNITY BANK   '.
           05  WS-ACH-COMPANY-NAME         PIC X(16)
                                   VALUE 'FIRST COMMUNITY '.
           05  WS-ACH-COMPANY-ID           PIC X(10)
                                   VALUE '1123456780'.
           05  WS-ACH-ODFI-ID              PIC 9(8) VALUE 12345678.
           05  WS-ACH-ENTRY-DESCRIPTION    PIC X(10)
                                   VALUE 'INTEREST  '.
