      ******************************************************************
      * COPYBOOK: CUST-CRV
      * PURPOSE: Credit limit review recommendation record - the
      *          CUSTCRRV quarterly review writes one 'H' header
      *          carrying the review date, then one 'D' record per
      *          customer recommended for a raise or a cut, to the
      *          sequential file CUST.CRRV.RECS. The credit manager
      *          works from the review register; the approval run
      *          reads the same file back, stamps each detail with
      *          what became of it (sent as a limit update, declined
      *          by the manager, stale because the limit moved since
      *          the review, or above the approver's ceiling) and
      *          marks the header applied, so one review can never be
      *          turned into updates twice.
      * USED BY: CUSTCRRV
      ******************************************************************
       01  CUST-CREDIT-REVIEW-RECORD.
           05 CRV-RECORD-TYPE      PIC X(1).
              88 CRV-HEADER        VALUE 'H'.
              88 CRV-DETAIL        VALUE 'D'.
           05 CRV-DETAIL-DATA.
              10 CRV-CUST-ID       PIC X(10).
              10 CRV-ACTION        PIC X(1).
                 88 CRV-RAISE      VALUE 'R'.
                 88 CRV-CUT        VALUE 'C'.
              10 CRV-OLD-LIMIT     PIC S9(7)V99 COMP-3.
              10 CRV-NEW-LIMIT     PIC S9(7)V99 COMP-3.
              10 CRV-BALANCE       PIC S9(7)V99 COMP-3.
              10 CRV-PAY-COUNT     PIC 9(3).
              10 CRV-PAID-AMOUNT   PIC S9(9)V99 COMP-3.
              10 CRV-OLDEST-DAYS   PIC S9(5).
              10 CRV-BROKEN-COUNT  PIC 9(3).
              10 CRV-REASON        PIC X(20).
              10 CRV-DISPOSITION   PIC X(1).
                 88 CRV-NOT-YET-APPLIED VALUE SPACE.
                 88 CRV-SENT        VALUE 'T'.
                 88 CRV-DECLINED    VALUE 'X'.
                 88 CRV-STALE       VALUE 'S'.
                 88 CRV-OVER-CEILING VALUE 'A'.
              10 FILLER            PIC X(35).
           05 CRV-HEADER-DATA REDEFINES CRV-DETAIL-DATA.
              10 CRV-REVIEW-DATE   PIC 9(8).
              10 CRV-FILE-STATUS   PIC X(1).
                 88 CRV-REVIEWED   VALUE 'R'.
                 88 CRV-APPLIED    VALUE 'P'.
              10 CRV-DETAIL-COUNT  PIC 9(7).
              10 CRV-APPLIED-DATE  PIC 9(8).
              10 CRV-APPROVED-BY   PIC X(8).
              10 FILLER            PIC X(67).
