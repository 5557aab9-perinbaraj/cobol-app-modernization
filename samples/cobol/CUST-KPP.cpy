      ******************************************************************
      * COPYBOOK: CUST-KPP
      * PURPOSE: Month-end receivables position - one record per
      *          customer on the month-end CUSTSNAP snapshot, kept by
      *          CUSTKPI on the keyed file CUST.KPI.PRIOR because the
      *          snapshot itself is rebuilt every night. Keyed by
      *          snapshot month and customer, so next month's run
      *          can read the previous month back in customer order
      *          beside the new snapshot for the roll rates and the
      *          new and lost account counts. Carries the balance,
      *          its spread over the four aging buckets (1 CURRENT,
      *          2 30-59, 3 60-89, 4 90-PLUS), the oldest bucket
      *          still owing and the national-account parent the
      *          customer rolled up to that month. A run keeps its
      *          own month and the one it compared against, so a
      *          re-run of the month compares against the same
      *          previous month again.
      * USED BY: CUSTKPI
      ******************************************************************
       01  CUST-KPI-POSITION-RECORD.
           05 KPP-KEY.
              10 KPP-MONTH         PIC 9(6).
              10 KPP-CUST-ID       PIC X(10).
           05 KPP-SNAP-DATE        PIC 9(8).
           05 KPP-BALANCE          PIC S9(7)V99 COMP-3.
           05 KPP-OLDEST-IX        PIC 9(1).
           05 KPP-BUCKET-AMT       PIC S9(9)V99 COMP-3
                                   OCCURS 4 TIMES.
           05 KPP-PARENT-ID        PIC X(10).
           05 FILLER               PIC X(20).
