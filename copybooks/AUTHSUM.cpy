      *****************************************************************
      *  AUTHSUM.cpy
      *  Daily dual-authorization report record, written by AUTHRPT
      *  for branch supervisors.  Detail rows ('D') come in maker
      *  order, then checker: one for every item still awaiting
      *  approval ('P', whatever day it was keyed) and one for
      *  every item approved, rejected, expired or failed on the
      *  report date.  Each maker's details are followed by a
      *  maker total row ('M'); the checker total rows ('C'), one
      *  per checker, close the report.  AS-CHECKER-ID is spaces
      *  on an item no checker has decided, and on 'M' rows;
      *  AS-MAKER-ID is spaces on 'C' rows.
      *
      *  AS-KEYED-DATE is the day the maker keyed the item,
      *  AS-DECIDED-DATE the day it left the queue (zero while it
      *  waits), and AS-FAIL-REASON the edit an approval failed on.
      *****************************************************************
       01  AUTHORIZATION-SUMMARY-RECORD.
           05  AS-RECORD-TYPE              PIC X(1).
               88  AS-IS-DETAIL                VALUE 'D'.
               88  AS-IS-MAKER-TOTAL           VALUE 'M'.
               88  AS-IS-CHECKER-TOTAL         VALUE 'C'.
           05  AS-REPORT-DATE              PIC 9(8).
           05  AS-MAKER-ID                 PIC X(8).
           05  AS-CHECKER-ID               PIC X(8).
           05  AS-DETAIL-DATA.
               10  AS-OUTCOME              PIC X(1).
                   88  AS-OUTCOME-PENDING      VALUE 'P'.
                   88  AS-OUTCOME-APPROVED     VALUE 'A'.
                   88  AS-OUTCOME-REJECTED     VALUE 'R'.
                   88  AS-OUTCOME-EXPIRED      VALUE 'E'.
                   88  AS-OUTCOME-FAILED       VALUE 'F'.
               10  AS-ACCOUNT-NUMBER       PIC 9(9).
               10  AS-ACTION-CODE          PIC X(1).
               10  AS-HOLD-REASON          PIC X(4).
               10  AS-KEYED-DATE           PIC 9(8).
               10  AS-DECIDED-DATE         PIC 9(8).
               10  AS-FAIL-REASON          PIC X(4).
               10  FILLER                  PIC X(5).
           05  AS-TOTAL-DATA REDEFINES AS-DETAIL-DATA.
               10  AS-PENDING-COUNT        PIC 9(7).
               10  AS-APPROVED-COUNT       PIC 9(7).
               10  AS-REJECTED-COUNT       PIC 9(7).
               10  AS-EXPIRED-COUNT        PIC 9(7).
               10  AS-FAILED-COUNT         PIC 9(7).
               10  FILLER                  PIC X(5).
