      ******************************************************************
      * COPYBOOK: CUST-KPH
      * PURPOSE: Receivables KPI history record - one per month for
      *          each entity the monthly CUSTKPI report measures:
      *          the whole book ('B', id '*BOOK*'), each national-
      *          account parent on CUST.HIER.FILE ('P', the parent's
      *          customer id) and each collector taking promises on
      *          CUST.PTP.FILE ('C', the PTP-COLLECTOR id). Keyed by
      *          entity then month, so one entity's months read back
      *          in order for the trend lines. CUST.KPI.HIST holds a
      *          rolling thirteen months; a re-run of a month
      *          replaces that month's records.
      *          DSO is days sales outstanding over the period, CEI
      *          the collection effectiveness index in percent, and
      *          each roll rate the percent of the money in one aging
      *          bucket last month found in the next bucket this
      *          month (CURRENT to 30-59, 30-59 to 60-89, 60-89 to
      *          90-PLUS). A collector record carries the promise
      *          figures only.
      * USED BY: CUSTKPI
      ******************************************************************
       01  CUST-KPI-HISTORY-RECORD.
           05 KPH-KEY.
              10 KPH-ENTITY-TYPE   PIC X(1).
                 88 KPH-BOOK       VALUE 'B'.
                 88 KPH-PARENT     VALUE 'P'.
                 88 KPH-COLLECTOR  VALUE 'C'.
              10 KPH-ENTITY-ID     PIC X(10).
              10 KPH-MONTH         PIC 9(6).
           05 KPH-SNAP-DATE        PIC 9(8).
           05 KPH-PERIOD-FROM      PIC 9(8).
           05 KPH-PERIOD-DAYS      PIC 9(3).
      * 'Y' when a previous month's positions were on file to compare
      * against - without them there is no opening balance, CEI or
      * roll rate for the month.
           05 KPH-PRIOR-SW         PIC X(1).
              88 KPH-HAS-PRIOR     VALUE 'Y'.
           05 KPH-ACCOUNTS         PIC 9(7).
           05 KPH-NEW-ACCOUNTS     PIC 9(7).
           05 KPH-LOST-ACCOUNTS    PIC 9(7).
           05 KPH-BEGIN-AR         PIC S9(11)V99 COMP-3.
           05 KPH-END-AR           PIC S9(11)V99 COMP-3.
           05 KPH-END-CURRENT      PIC S9(11)V99 COMP-3.
           05 KPH-CREDIT-SALES     PIC S9(11)V99 COMP-3.
           05 KPH-CASH             PIC S9(11)V99 COMP-3.
           05 KPH-DSO              PIC S9(5)V9 COMP-3.
           05 KPH-CEI              PIC S9(3)V9 COMP-3.
           05 KPH-ROLL-PCT         PIC S9(3)V9 COMP-3
                                   OCCURS 3 TIMES.
           05 KPH-PTP-MADE         PIC 9(5).
           05 KPH-PTP-KEPT         PIC 9(5).
           05 KPH-PTP-PARTIAL      PIC 9(5).
           05 KPH-PTP-BROKEN       PIC 9(5).
           05 KPH-PTP-OPEN         PIC 9(5).
           05 KPH-PTP-PROMISED     PIC S9(9)V99 COMP-3.
           05 KPH-PTP-PAID         PIC S9(9)V99 COMP-3.
           05 KPH-KEEP-PCT         PIC S9(3)V9 COMP-3.
           05 KPH-PAID-PCT         PIC S9(3)V9 COMP-3.
           05 KPH-RUN-STAMP        PIC 9(14).
           05 FILLER               PIC X(30).
