      ******************************************************************
      * PROGRAM-ID: CUSTKPI
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: Monthly Receivables KPI and Collector Performance -
      *          the figures management asks for every month, built
      *          from the files instead of from CUSTAGE printouts.
      *          Run once a month, after CUSTSNAP has taken the
      *          month-end snapshot; the month measured is the one
      *          the snapshot closes (a snapshot taken on the first
      *          of a month closes the month before).
      *          Every customer on CUST.SNAPSHOT.FILE is aged through
      *          CUSTOIAG as of the snapshot date and matched in
      *          customer order against the previous month's
      *          positions on CUST.KPI.PRIOR, which this job keeps
      *          because the snapshot is rebuilt nightly. The match
      *          gives the account roll from last month's oldest
      *          bucket to this month's, the money roll rates from
      *          one bucket into the next, and the count of new
      *          accounts (on the snapshot, not last month) and lost
      *          accounts (last month, not on the snapshot). This
      *          month's positions are then kept for next month.
      *          Cash collected and credit sales for the period come
      *          from the audit trail, CUST.AUDIT.FILE and the
      *          CUSTROLL archive CUST.AUDIT.HIST: a balance reduction
      *          on an update audit record is cash, the CUSTPTPM
      *          rule, and a balance increase from the billing feed
      *          ('O') is a credit sale. The period runs from the
      *          previous month's snapshot date up to this one, so
      *          the opening and closing balances and the activity
      *          between them tie. DSO is closing receivables over
      *          credit sales times the days in the period; CEI is
      *          opening plus sales less closing receivables, over
      *          opening plus sales less the closing current bucket.
      *          Promise outcomes come from CUST.PTP.FILE: promises
      *          taken in the period, promises CUSTPTPM decided kept,
      *          partial or broken in the period and promises still
      *          open, with the amounts promised and paid, for each
      *          PTP-COLLECTOR.
      *          Every figure is given for the whole book, for each
      *          national-account parent on CUST.HIER.FILE (members
      *          and the parent's own account together, the CUSTAGE
      *          rollup) and, for promises, for each collector. The
      *          month's figures are kept on the rolling thirteen-
      *          month history CUST.KPI.HIST, and the report prints
      *          each entity's trend from it with the current month
      *          marked. A re-run of the month replaces the month's
      *          positions and history. If the audit trail cannot be
      *          read the month's history is left alone, since cash
      *          and sales would be understated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTKPI.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAPSHOT-FILE
               ASSIGN TO 'CUST.SNAPSHOT.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SNP-CUST-ID
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT POSITION-FILE
               ASSIGN TO 'CUST.KPI.PRIOR'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPP-KEY
               FILE STATUS IS WS-POSITION-STATUS.

           SELECT KPI-HISTORY-FILE
               ASSIGN TO 'CUST.KPI.HIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KPH-KEY
               FILE STATUS IS WS-KPI-HIST-STATUS.

           SELECT HIER-FILE
               ASSIGN TO 'CUST.HIER.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIE-MEMBER-ID
               ALTERNATE RECORD KEY IS HIE-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-HIER-STATUS.

           SELECT PROMISE-FILE
               ASSIGN TO 'CUST.PTP.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'CUST.AUDIT.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'CUST.AUDIT.HIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'CUSTKPI.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE.
           COPY CUST-SNP.

       FD  POSITION-FILE.
           COPY CUST-KPP.

       FD  KPI-HISTORY-FILE.
           COPY CUST-KPH.

       FD  HIER-FILE.
           COPY CUST-HIE.

       FD  PROMISE-FILE.
           COPY CUST-PTP.

       FD  AUDIT-FILE.
           COPY CUST-AUD.

       FD  HISTORY-FILE.
           COPY CUST-AUH.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SNAP-STATUS              PIC X(2).
           88 WS-SNAP-OK               VALUE '00' '02'.

       01  WS-POSITION-STATUS          PIC X(2).
           88 WS-POSITION-OK           VALUE '00' '02'.
           88 WS-POSITION-NO-FILE      VALUE '35'.

       01  WS-KPI-HIST-STATUS          PIC X(2).
           88 WS-KPI-HIST-OK           VALUE '00' '02'.
           88 WS-KPI-HIST-DUPLICATE    VALUE '22'.
           88 WS-KPI-HIST-NO-FILE      VALUE '35'.

       01  WS-HIER-STATUS              PIC X(2).
           88 WS-HIER-OK               VALUE '00' '02'.
           88 WS-HIER-REC-NOT-FOUND    VALUE '23'.
           88 WS-HIER-NO-FILE          VALUE '35'.

       01  WS-PTP-STATUS               PIC X(2).
           88 WS-PTP-OK                VALUE '00' '02'.
           88 WS-PTP-NO-FILE           VALUE '35'.

       01  WS-AUDIT-STATUS             PIC X(2).
           88 WS-AUDIT-OK              VALUE '00'.
           88 WS-AUDIT-NOT-FOUND       VALUE '35'.

       01  WS-HISTORY-STATUS           PIC X(2).
           88 WS-HISTORY-OK            VALUE '00' '02'.
           88 WS-HISTORY-NOT-FOUND     VALUE '35'.

       01  WS-REPORT-STATUS            PIC X(2).
           88 WS-REPORT-OK             VALUE '00'.

       01  WS-SNAP-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-SNAP-RECS     VALUE 'Y'.

       01  WS-PRIOR-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-PRIOR-RECS    VALUE 'Y'.

       01  WS-POSITION-WRITTEN-SW      PIC X(1) VALUE 'N'.
           88 WS-POSITION-WRITTEN      VALUE 'Y'.

       01  WS-SWEEP-EOF-SWITCH         PIC X(1).
           88 WS-SWEEP-DONE            VALUE 'Y'.

       01  WS-AUDIT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-AUDIT-RECS    VALUE 'Y'.

       01  WS-HIST-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-HIST-RECS     VALUE 'Y'.

       01  WS-PTP-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-PROMISES      VALUE 'Y'.

       01  WS-TREND-EOF-SWITCH         PIC X(1).
           88 WS-NO-MORE-TREND-RECS    VALUE 'Y'.

       01  WS-HIER-PRESENT-SW          PIC X(1) VALUE 'N'.
           88 WS-HIER-PRESENT          VALUE 'Y'.

       01  WS-PTP-PRESENT-SW           PIC X(1) VALUE 'N'.
           88 WS-PTP-PRESENT           VALUE 'Y'.

      * Set when the audit trail could not be read - the month's cash
      * and sales would be short, so the history is not updated.
       01  WS-SCAN-FAIL-SW             PIC X(1) VALUE 'N'.
           88 WS-SCAN-FAILED           VALUE 'Y'.

      * 'Y' when a previous month's positions were found to compare.
       01  WS-PRIOR-SW                 PIC X(1) VALUE 'N'.
           88 WS-HAS-PRIOR             VALUE 'Y'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW                      PIC 9(8).

       01  WS-RUN-STAMP                PIC 9(14).
       01  WS-RUN-STAMP-X REDEFINES WS-RUN-STAMP.
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-RUN-TIME              PIC 9(6).

      * The snapshot's date and the month it closes.
       01  WS-SNAP-DATE                PIC 9(8) VALUE 0.
       01  WS-SNAP-DATE-X REDEFINES WS-SNAP-DATE.
           05 WS-SNAP-YYYY             PIC 9(4).
           05 WS-SNAP-MM               PIC 9(2).
           05 WS-SNAP-DD               PIC 9(2).
       01  WS-SNAP-DATE-TEXT REDEFINES WS-SNAP-DATE
                                       PIC X(8).

       01  WS-RUN-MONTH                PIC 9(6) VALUE 0.
       01  WS-RUN-MONTH-X REDEFINES WS-RUN-MONTH.
           05 WS-RUN-YYYY              PIC 9(4).
           05 WS-RUN-MM                PIC 9(2).

      * Oldest month kept on the KPI history - a year before the run
      * month, thirteen months in all.
       01  WS-CUTOFF-MONTH             PIC 9(6) VALUE 0.

      * The previous month on CUST.KPI.PRIOR and its snapshot date.
       01  WS-PRIOR-MONTH              PIC 9(6) VALUE 0.
       01  WS-PRIOR-SNAP-DATE          PIC 9(8) VALUE 0.

      * Activity counts when dated on or after the period start and
      * before the snapshot date.
       01  WS-PERIOD-FROM              PIC 9(8) VALUE 0.
       01  WS-PERIOD-FROM-X REDEFINES WS-PERIOD-FROM.
           05 WS-FROM-YYYY             PIC 9(4).
           05 WS-FROM-MM               PIC 9(2).
           05 WS-FROM-DD               PIC 9(2).
       01  WS-PERIOD-FROM-TEXT REDEFINES WS-PERIOD-FROM
                                       PIC X(8).
       01  WS-PERIOD-DAYS              PIC 9(3) VALUE 0.

       01  WS-CHECK-DATE               PIC X(8).

      * Customer view of the snapshot image being matched.
           COPY CUST-WRK.

      * The previous month's position being matched - kept out of the
      * record area, which this month's positions are written from.
       01  WS-PRIOR-POSITION.
           05 PRV-CUST-ID              PIC X(10).
           05 PRV-BALANCE              PIC S9(7)V99 COMP-3.
           05 PRV-OLDEST-IX            PIC 9(1).
           05 PRV-BUCKET-AMT           PIC S9(9)V99 COMP-3
                                       OCCURS 4 TIMES.
           05 PRV-PARENT-ID            PIC X(10).

      * This customer's oldest bucket this month, 1 to 4.
       01  WS-CUR-IX                   PIC 9(1) COMP.
       01  WS-BKT-IX                   PIC 9(1) COMP.
       01  WS-ROW-IX                   PIC 9(1) COMP.
       01  WS-COL-IX                   PIC 9(1) COMP.

      * Account roll for the whole book - row is last month's oldest
      * bucket (5 a new account), column this month's (5 a lost
      * account).
       01  WS-ROLL-TABLE.
           05 WS-ROLL-ROW OCCURS 5 TIMES.
              10 WS-ROLL-COUNT         PIC 9(7) COMP OCCURS 5 TIMES.

      * Figures per entity - entry 1 is the whole book, the rest are
      * parents ('P') and collectors ('C') in the order first met.
       01  WS-ENTITY-COUNT             PIC 9(3) COMP VALUE 0.
       01  WS-ENTITY-TABLE.
           05 WS-ENTITY-ENTRY OCCURS 400 TIMES.
              10 WS-ENT-TYPE           PIC X(1).
              10 WS-ENT-ID             PIC X(10).
              10 WS-ENT-ACCOUNTS       PIC 9(7) COMP.
              10 WS-ENT-NEW            PIC 9(7) COMP.
              10 WS-ENT-LOST           PIC 9(7) COMP.
              10 WS-ENT-BEGIN-AR       PIC S9(11)V99 COMP-3.
              10 WS-ENT-END-AR         PIC S9(11)V99 COMP-3.
              10 WS-ENT-PRIOR-BKT      PIC S9(11)V99 COMP-3
                                       OCCURS 4 TIMES.
              10 WS-ENT-END-BKT        PIC S9(11)V99 COMP-3
                                       OCCURS 4 TIMES.
              10 WS-ENT-SALES          PIC S9(11)V99 COMP-3.
              10 WS-ENT-CASH           PIC S9(11)V99 COMP-3.
              10 WS-ENT-PTP-MADE       PIC 9(5) COMP.
              10 WS-ENT-PTP-KEPT       PIC 9(5) COMP.
              10 WS-ENT-PTP-PARTIAL    PIC 9(5) COMP.
              10 WS-ENT-PTP-BROKEN     PIC 9(5) COMP.
              10 WS-ENT-PTP-OPEN       PIC 9(5) COMP.
              10 WS-ENT-PTP-PROMISED   PIC S9(9)V99 COMP-3.
              10 WS-ENT-PTP-PAID       PIC S9(9)V99 COMP-3.
              10 WS-ENT-DSO            PIC S9(5)V9 COMP-3.
              10 WS-ENT-CEI            PIC S9(3)V9 COMP-3.
              10 WS-ENT-ROLL-PCT       PIC S9(3)V9 COMP-3
                                       OCCURS 3 TIMES.
              10 WS-ENT-KEEP-PCT       PIC S9(3)V9 COMP-3.
              10 WS-ENT-PAID-PCT       PIC S9(3)V9 COMP-3.
       01  WS-ENT-IX                   PIC 9(3) COMP.
       01  WS-ENT-SUB                  PIC 9(3) COMP.
       01  WS-ENT-HIT-SW               PIC X(1).
           88 WS-ENT-HIT               VALUE 'Y'.
       01  WS-FIND-TYPE                PIC X(1).
       01  WS-FIND-ID                  PIC X(10).
       01  WS-ENTITY-LOST-COUNT        PIC 9(5) COMP VALUE 0.

      * Parent lookup - the customer asked about and its parent.
       01  WS-LOOKUP-ID                PIC X(10).
       01  WS-PARENT-ID                PIC X(10).

      * The audit record being examined, from either source.
       01  WS-SCAN-TRANS-TYPE          PIC X(1).
       01  WS-SCAN-CUST-ID             PIC X(10).
       01  WS-SCAN-TIMESTAMP           PIC 9(14).
       01  WS-SCAN-TIMESTAMP-X REDEFINES WS-SCAN-TIMESTAMP
                                       PIC X(14).
       01  WS-MOVEMENT                 PIC S9(9)V99 COMP-3.
       01  WS-CASH-AMOUNT              PIC S9(9)V99 COMP-3.
       01  WS-SALES-AMOUNT             PIC S9(9)V99 COMP-3.

      * The promise being examined and what it counts for.
       01  WS-PTP-MADE-SW              PIC X(1).
           88 WS-PTP-MADE-IN-PERIOD    VALUE 'Y'.
       01  WS-PTP-DECIDED-SW           PIC X(1).
           88 WS-PTP-DECIDED-IN-PERIOD VALUE 'Y'.

      * Rate arithmetic.
       01  WS-RATE-NUMERATOR           PIC S9(13)V99 COMP-3.
       01  WS-RATE-DENOMINATOR         PIC S9(13)V99 COMP-3.
       01  WS-WORK-RATE                PIC S9(9)V9 COMP-3.
       01  WS-DECIDED-COUNT            PIC 9(7) COMP.

      * Trend printing - the entity being printed.
       01  WS-TREND-TYPE               PIC X(1).
       01  WS-TREND-LAST-ID            PIC X(10).

      * Run totals.
       01  WS-SNAP-READ-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-PRIOR-READ-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-POSITION-WRITE-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-POSITION-ERROR-COUNT     PIC 9(7) COMP VALUE 0.
       01  WS-POSITION-DELETE-COUNT    PIC 9(7) COMP VALUE 0.
       01  WS-AUDIT-REC-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-CASH-REC-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-SALES-REC-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-PTP-READ-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-KPI-WRITE-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-KPI-DELETE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-KPI-ERROR-COUNT          PIC 9(7) COMP VALUE 0.

      * Open-item aging interface mirror - see CUSTOIAG. Bucket 1 is
      * CURRENT, 2 is 30-59, 3 is 60-89, 4 is 90-PLUS.
       01  WS-OIA-REQUEST.
           05 WS-OIA-FUNCTION          PIC X(1).
           05 WS-OIA-CUST-ID           PIC X(10).
           05 WS-OIA-AS-OF             PIC 9(8).
           05 WS-OIA-BALANCE           PIC S9(7)V99 COMP-3.
           05 WS-OIA-LAST-UPDATE       PIC 9(8).

       01  WS-OIA-RESULT.
           05 WS-OIA-ITEM-COUNT        PIC 9(4).
           05 WS-OIA-AGED-BY           PIC X(1).
           05 WS-OIA-OLDEST-DAYS       PIC S9(5).
           05 WS-OIA-OLDEST-IX         PIC 9(1).
           05 WS-OIA-BUCKET-AMT        PIC S9(9)V99 COMP-3
                                       OCCURS 4 TIMES.

       01  WS-OIA-RETURN-CODE          PIC 9(4).
       01  WS-OIA-ERROR-MSG            PIC X(80).

      * Decoded before/after images - the fixed CUST-REC mirror
      * convention CUSTAUDR established; only the balances matter
      * here but the full layout keeps the decode honest.
       01  WS-BEFORE-REC.
           05 AUDB-CUST-ID             PIC X(10).
           05 AUDB-CUST-NAME           PIC X(30).
           05 AUDB-CUST-ADDR           PIC X(40).
           05 AUDB-CUST-CITY           PIC X(20).
           05 AUDB-CUST-STATE          PIC X(2).
           05 AUDB-CUST-ZIP            PIC X(10).
           05 AUDB-CUST-BALANCE        PIC S9(7)V99 COMP-3.
           05 AUDB-CUST-STATUS         PIC X(1).
           05 AUDB-CUST-LAST-UPDATE    PIC 9(8).
           05 AUDB-CUST-PHONE-COUNT    PIC 9(2).
           05 AUDB-CUST-PHONES OCCURS 9 TIMES.
              10 AUDB-PHONE-TYPE       PIC X(1).
              10 AUDB-PHONE-NUMBER     PIC X(15).
           05 AUDB-CUST-CREDIT-LIMIT   PIC S9(7)V99 COMP-3.
           05 AUDB-CUST-ADDR-FLAG      PIC X(1).
           05 FILLER                   PIC X(17).

       01  WS-AFTER-REC.
           05 AUDA-CUST-ID             PIC X(10).
           05 AUDA-CUST-NAME           PIC X(30).
           05 AUDA-CUST-ADDR           PIC X(40).
           05 AUDA-CUST-CITY           PIC X(20).
           05 AUDA-CUST-STATE          PIC X(2).
           05 AUDA-CUST-ZIP            PIC X(10).
           05 AUDA-CUST-BALANCE        PIC S9(7)V99 COMP-3.
           05 AUDA-CUST-STATUS         PIC X(1).
           05 AUDA-CUST-LAST-UPDATE    PIC 9(8).
           05 AUDA-CUST-PHONE-COUNT    PIC 9(2).
           05 AUDA-CUST-PHONES OCCURS 9 TIMES.
              10 AUDA-PHONE-TYPE       PIC X(1).
              10 AUDA-PHONE-NUMBER     PIC X(15).
           05 AUDA-CUST-CREDIT-LIMIT   PIC S9(7)V99 COMP-3.
           05 AUDA-CUST-ADDR-FLAG      PIC X(1).
           05 FILLER                   PIC X(17).

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(50)
              VALUE 'MONTHLY RECEIVABLES KPI AND COLLECTOR PERFORMANCE'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(07) VALUE 'MONTH: '.
           05 HDG2-MONTH               PIC 9(6).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'SNAPSHOT: '.
           05 HDG2-SNAP-DATE           PIC 9(8).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'PERIOD: '.
           05 HDG2-FROM-DATE           PIC 9(8).
           05 FILLER                   PIC X(03) VALUE ' - '.
           05 HDG2-DAYS                PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE ' DAYS'.

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HDG3-TEXT                PIC X(30).
           05 HDG3-PRIOR-MONTH         PIC X(6).

       01  SEC-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SEC-TITLE                PIC X(60).

       01  MSG-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 MSG-TEXT                 PIC X(80).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
           05 SUM-COUNT                PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 SUM-AMOUNT               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-
                                       BLANK WHEN ZERO.

       01  RATE-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RATE-LABEL               PIC X(30).
           05 RATE-VALUE               PIC ZZ,ZZ9.9-.

       01  ROLL-HDG-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(16)
              VALUE 'LAST MONTH'.
           05 FILLER                   PIC X(09) VALUE '  CURRENT'.
           05 FILLER                   PIC X(09) VALUE '    30-59'.
           05 FILLER                   PIC X(09) VALUE '    60-89'.
           05 FILLER                   PIC X(09) VALUE '  90-PLUS'.
           05 FILLER                   PIC X(09) VALUE '     LOST'.
           05 FILLER                   PIC X(10) VALUE '     TOTAL'.

       01  ROLL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ROLL-LABEL               PIC X(16).
           05 ROLL-CELL                PIC Z,ZZZ,ZZ9 OCCURS 5 TIMES.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ROLL-TOTAL               PIC Z,ZZZ,ZZ9.

       01  WS-ROLL-ROW-TOTAL           PIC 9(7) COMP.

      * Aging bucket names for the roll matrix rows.
       01  WS-BUCKET-NAMES.
           05 FILLER                   PIC X(16) VALUE 'CURRENT'.
           05 FILLER                   PIC X(16) VALUE '30-59'.
           05 FILLER                   PIC X(16) VALUE '60-89'.
           05 FILLER                   PIC X(16) VALUE '90-PLUS'.
           05 FILLER                   PIC X(16) VALUE 'NEW ACCOUNT'.
       01  WS-BUCKET-NAME-TABLE REDEFINES WS-BUCKET-NAMES.
           05 WS-BUCKET-NAME           PIC X(16) OCCURS 5 TIMES.

       01  ENT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ENT-LABEL                PIC X(11).
           05 ENT-ID                   PIC X(10).

       01  TRD-HDG-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(07) VALUE 'MONTH'.
           05 FILLER                   PIC X(08) VALUE '   ACCTS'.
           05 FILLER                   PIC X(07) VALUE '    NEW'.
           05 FILLER                   PIC X(07) VALUE '   LOST'.
           05 FILLER                   PIC X(16)
              VALUE '     RECEIVABLE'.
           05 FILLER                   PIC X(16)
              VALUE '    CREDIT SALES'.
           05 FILLER                   PIC X(16)
              VALUE '  CASH COLLECTED'.
           05 FILLER                   PIC X(08) VALUE '     DSO'.
           05 FILLER                   PIC X(07) VALUE '    CEI'.
           05 FILLER                   PIC X(06) VALUE ' C>30'.
           05 FILLER                   PIC X(06) VALUE ' 30>60'.
           05 FILLER                   PIC X(06) VALUE ' 60>90'.
           05 FILLER                   PIC X(06) VALUE ' KEEP%'.

       01  TRD-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TRD-MONTH                PIC 9(6).
           05 TRD-MARK                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TRD-ACCOUNTS             PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TRD-NEW                  PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TRD-LOST                 PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TRD-END-AR               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TRD-SALES                PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TRD-CASH                 PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TRD-DSO                  PIC ZZZZ9.9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TRD-CEI                  PIC ZZ9.9-.
           05 TRD-ROLL-PCT             PIC ZZZ9.9 OCCURS 3 TIMES.
           05 TRD-KEEP-PCT             PIC ZZZ9.9.

       01  PTP-HDG-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(07) VALUE 'MONTH'.
           05 FILLER                   PIC X(07) VALUE '  TAKEN'.
           05 FILLER                   PIC X(07) VALUE '   KEPT'.
           05 FILLER                   PIC X(07) VALUE 'PARTIAL'.
           05 FILLER                   PIC X(07) VALUE ' BROKEN'.
           05 FILLER                   PIC X(07) VALUE '   OPEN'.
           05 FILLER                   PIC X(16)
              VALUE '        PROMISED'.
           05 FILLER                   PIC X(16)
              VALUE '            PAID'.
           05 FILLER                   PIC X(07) VALUE '  KEEP%'.
           05 FILLER                   PIC X(07) VALUE '  PAID%'.

       01  PTP-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-MONTH                PIC 9(6).
           05 PTP-MARK                 PIC X(01).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-MADE                 PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-KEPT-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-PARTIAL-COUNT        PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-BROKEN-COUNT         PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-OPEN-COUNT           PIC ZZ,ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-PROMISED             PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-PAID                 PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-KEEP-PCT             PIC ZZZ9.9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 PTP-PAID-PCT             PIC ZZZ9.9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-MATCH-ONE-CUSTOMER
               UNTIL WS-NO-MORE-SNAP-RECS
                 AND WS-NO-MORE-PRIOR-RECS

           PERFORM 3000-SCAN-AUDIT-TRAIL THRU 3000-EXIT
           PERFORM 3500-SCAN-PROMISES THRU 3500-EXIT

           PERFORM 4000-COMPUTE-RATES
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENTITY-COUNT
           IF NOT WS-SCAN-FAILED
               PERFORM 4500-UPDATE-HISTORY THRU 4500-EXIT
           END-IF

           PERFORM 6000-WRITE-REPORT
           PERFORM 8000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW   FROM TIME
           MOVE WS-TODAY      TO WS-RUN-DATE
           MOVE WS-NOW (1:6)  TO WS-RUN-TIME

           OPEN INPUT SNAPSHOT-FILE
           IF NOT WS-SNAP-OK
               DISPLAY 'CUSTKPI: FAILED TO OPEN SNAPSHOT FILE'
               GOBACK
           END-IF

      * The first snapshot record dates the whole snapshot.
           PERFORM 2900-READ-SNAPSHOT
           IF WS-NO-MORE-SNAP-RECS
               DISPLAY 'CUSTKPI: SNAPSHOT FILE IS EMPTY - NO REPORT'
               CLOSE SNAPSHOT-FILE
               GOBACK
           END-IF
           MOVE SNP-SNAP-DATE TO WS-SNAP-DATE
           PERFORM 1050-SET-RUN-MONTH

           OPEN I-O POSITION-FILE
           IF WS-POSITION-NO-FILE
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF
           IF NOT WS-POSITION-OK
               DISPLAY 'CUSTKPI: FAILED TO OPEN POSITION FILE'
               CLOSE SNAPSHOT-FILE
               GOBACK
           END-IF

           OPEN I-O KPI-HISTORY-FILE
           IF WS-KPI-HIST-NO-FILE
               OPEN OUTPUT KPI-HISTORY-FILE
               CLOSE KPI-HISTORY-FILE
               OPEN I-O KPI-HISTORY-FILE
           END-IF
           IF NOT WS-KPI-HIST-OK
               DISPLAY 'CUSTKPI: FAILED TO OPEN KPI HISTORY FILE'
               CLOSE SNAPSHOT-FILE
               CLOSE POSITION-FILE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'CUSTKPI: FAILED TO OPEN REPORT FILE'
               CLOSE SNAPSHOT-FILE
               CLOSE POSITION-FILE
               CLOSE KPI-HISTORY-FILE
               GOBACK
           END-IF

      * The hierarchy file is optional - with no national accounts
      * linked the report carries the whole book only.
           OPEN INPUT HIER-FILE
           IF WS-HIER-OK
               MOVE 'Y' TO WS-HIER-PRESENT-SW
           END-IF

           PERFORM 1100-FIND-PRIOR-MONTH THRU 1100-EXIT
           PERFORM 1200-CLEAR-POSITIONS THRU 1200-EXIT
           PERFORM 1300-SET-PERIOD

           MOVE 'B'      TO WS-FIND-TYPE
           MOVE '*BOOK*' TO WS-FIND-ID
           PERFORM 2800-FIND-ENTITY THRU 2800-EXIT
           INITIALIZE WS-ROLL-TABLE

           PERFORM 1400-START-PRIOR-MONTH THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

      * A snapshot taken on the first of a month shows the master as
      * the month before closed it; any later day belongs to its own
      * month.
       1050-SET-RUN-MONTH.
           MOVE WS-SNAP-YYYY TO WS-RUN-YYYY
           MOVE WS-SNAP-MM   TO WS-RUN-MM
           IF WS-SNAP-DD = 1
               IF WS-RUN-MM = 1
                   SUBTRACT 1 FROM WS-RUN-YYYY
                   MOVE 12 TO WS-RUN-MM
               ELSE
                   SUBTRACT 1 FROM WS-RUN-MM
               END-IF
           END-IF
           COMPUTE WS-CUTOFF-MONTH = WS-RUN-MONTH - 100.
       1050-EXIT.
           EXIT.

      * The previous month is the latest month on file before this
      * one - normally last month, but a skipped month still leaves
      * something to compare with. Keys run month first, so every
      * earlier month has been seen by the first record of this one.
       1100-FIND-PRIOR-MONTH.
           MOVE LOW-VALUES TO KPP-KEY
           MOVE 'N' TO WS-SWEEP-EOF-SWITCH
           START POSITION-FILE KEY IS NOT LESS THAN KPP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-START

           PERFORM 1150-CHECK-ONE-MONTH
               UNTIL WS-SWEEP-DONE

           IF WS-PRIOR-MONTH > 0
               MOVE 'Y' TO WS-PRIOR-SW
           END-IF.
       1100-EXIT.
           EXIT.

       1150-CHECK-ONE-MONTH.
           READ POSITION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
               NOT AT END
                   IF KPP-MONTH < WS-RUN-MONTH
                       MOVE KPP-MONTH     TO WS-PRIOR-MONTH
                       MOVE KPP-SNAP-DATE TO WS-PRIOR-SNAP-DATE
                   ELSE
                       MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      * Only the previous month is needed from here on. This month's
      * positions from an earlier run go too, so a re-run writes them
      * afresh.
       1200-CLEAR-POSITIONS.
           MOVE LOW-VALUES TO KPP-KEY
           MOVE 'N' TO WS-SWEEP-EOF-SWITCH
           START POSITION-FILE KEY IS NOT LESS THAN KPP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-START

           PERFORM 1250-CLEAR-ONE-POSITION
               UNTIL WS-SWEEP-DONE.
       1200-EXIT.
           EXIT.

       1250-CLEAR-ONE-POSITION.
           READ POSITION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
               NOT AT END
                   IF KPP-MONTH < WS-PRIOR-MONTH
                      OR KPP-MONTH = WS-RUN-MONTH
                       DELETE POSITION-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO WS-POSITION-DELETE-COUNT
                   END-IF
           END-READ.
       1250-EXIT.
           EXIT.

      * The period opens on the previous snapshot's date. With no
      * previous month it opens on the first of the run month.
       1300-SET-PERIOD.
           IF WS-HAS-PRIOR
               MOVE WS-PRIOR-SNAP-DATE TO WS-PERIOD-FROM
           ELSE
               MOVE WS-RUN-YYYY TO WS-FROM-YYYY
               MOVE WS-RUN-MM   TO WS-FROM-MM
               MOVE 1           TO WS-FROM-DD
           END-IF
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM)
           IF WS-PERIOD-DAYS = 0
               MOVE 1 TO WS-PERIOD-DAYS
           END-IF.
       1300-EXIT.
           EXIT.

       1400-START-PRIOR-MONTH.
           IF NOT WS-HAS-PRIOR
               MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
               GO TO 1400-EXIT
           END-IF

           MOVE LOW-VALUES     TO KPP-KEY
           MOVE WS-PRIOR-MONTH TO KPP-MONTH
           START POSITION-FILE KEY IS NOT LESS THAN KPP-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
           END-START
           IF NOT WS-NO-MORE-PRIOR-RECS
               PERFORM 2950-READ-PRIOR THRU 2950-EXIT
           END-IF.
       1400-EXIT.
           EXIT.

      ******************************************************************
      * Snapshot and previous month are both in customer order, so
      * one pass matches them: a customer on both has rolled, one on
      * the snapshot only is new and one on last month only is lost.
      ******************************************************************
       2000-MATCH-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-NO-MORE-SNAP-RECS
                   PERFORM 2400-LOST-ACCOUNT
                   PERFORM 2950-READ-PRIOR THRU 2950-EXIT
               WHEN WS-NO-MORE-PRIOR-RECS
                   PERFORM 2200-NEW-ACCOUNT
                   PERFORM 2900-READ-SNAPSHOT
               WHEN WRK-CUST-ID < PRV-CUST-ID
                   PERFORM 2200-NEW-ACCOUNT
                   PERFORM 2900-READ-SNAPSHOT
               WHEN WRK-CUST-ID > PRV-CUST-ID
                   PERFORM 2400-LOST-ACCOUNT
                   PERFORM 2950-READ-PRIOR THRU 2950-EXIT
               WHEN OTHER
                   PERFORM 2300-CONTINUING-ACCOUNT
                   PERFORM 2900-READ-SNAPSHOT
                   PERFORM 2950-READ-PRIOR THRU 2950-EXIT
           END-EVALUATE.
       2000-EXIT.
           EXIT.

       2200-NEW-ACCOUNT.
           PERFORM 2500-CURRENT-POSITION
           MOVE 1 TO WS-ENT-IX
           ADD 1 TO WS-ENT-NEW (WS-ENT-IX)
           PERFORM 2700-FIND-CURRENT-PARENT THRU 2700-EXIT
           IF WS-ENT-IX > 0
               ADD 1 TO WS-ENT-NEW (WS-ENT-IX)
           END-IF
           ADD 1 TO WS-ROLL-COUNT (5, WS-CUR-IX).
       2200-EXIT.
           EXIT.

       2300-CONTINUING-ACCOUNT.
           PERFORM 2500-CURRENT-POSITION
           PERFORM 2600-PRIOR-POSITION
           ADD 1 TO WS-ROLL-COUNT (PRV-OLDEST-IX, WS-CUR-IX).
       2300-EXIT.
           EXIT.

       2400-LOST-ACCOUNT.
           PERFORM 2600-PRIOR-POSITION
           MOVE 1 TO WS-ENT-IX
           ADD 1 TO WS-ENT-LOST (WS-ENT-IX)
           MOVE 'P'           TO WS-FIND-TYPE
           MOVE PRV-PARENT-ID TO WS-FIND-ID
           PERFORM 2800-FIND-ENTITY THRU 2800-EXIT
           IF WS-ENT-IX > 0
               ADD 1 TO WS-ENT-LOST (WS-ENT-IX)
           END-IF
           ADD 1 TO WS-ROLL-COUNT (PRV-OLDEST-IX, 5).
       2400-EXIT.
           EXIT.

      * Ages the snapshot customer as of the snapshot date, adds the
      * position to the book and to its parent as the hierarchy
      * stands now, and keeps it for next month's comparison.
       2500-CURRENT-POSITION.
           MOVE 'A'                    TO WS-OIA-FUNCTION
           MOVE WRK-CUST-ID            TO WS-OIA-CUST-ID
           MOVE WS-SNAP-DATE           TO WS-OIA-AS-OF
           MOVE WRK-CUST-BALANCE       TO WS-OIA-BALANCE
           MOVE WRK-CUST-LAST-UPDATE   TO WS-OIA-LAST-UPDATE
           MOVE 0                      TO WS-OIA-RETURN-CODE
           MOVE SPACES                 TO WS-OIA-ERROR-MSG
           CALL 'CUSTOIAG' USING WS-OIA-REQUEST
                                 WS-OIA-RESULT
                                 WS-OIA-RETURN-CODE
                                 WS-OIA-ERROR-MSG
           MOVE WS-OIA-OLDEST-IX TO WS-CUR-IX
           IF WS-CUR-IX < 1 OR WS-CUR-IX > 4
               MOVE 1 TO WS-CUR-IX
           END-IF

           MOVE 1 TO WS-ENT-IX
           PERFORM 2550-ADD-CURRENT
           PERFORM 2700-FIND-CURRENT-PARENT THRU 2700-EXIT
           IF WS-ENT-IX > 0
               PERFORM 2550-ADD-CURRENT
           END-IF

           MOVE WS-RUN-MONTH           TO KPP-MONTH
           MOVE WRK-CUST-ID            TO KPP-CUST-ID
           MOVE WS-SNAP-DATE           TO KPP-SNAP-DATE
           MOVE WRK-CUST-BALANCE       TO KPP-BALANCE
           MOVE WS-CUR-IX              TO KPP-OLDEST-IX
           MOVE WS-OIA-BUCKET-AMT (1)  TO KPP-BUCKET-AMT (1)
           MOVE WS-OIA-BUCKET-AMT (2)  TO KPP-BUCKET-AMT (2)
           MOVE WS-OIA-BUCKET-AMT (3)  TO KPP-BUCKET-AMT (3)
           MOVE WS-OIA-BUCKET-AMT (4)  TO KPP-BUCKET-AMT (4)
           MOVE WS-PARENT-ID           TO KPP-PARENT-ID
           WRITE CUST-KPI-POSITION-RECORD
               INVALID KEY
                   ADD 1 TO WS-POSITION-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-POSITION-WRITE-COUNT
           END-WRITE
           MOVE 'Y' TO WS-POSITION-WRITTEN-SW.
       2500-EXIT.
           EXIT.

       2550-ADD-CURRENT.
           ADD 1 TO WS-ENT-ACCOUNTS (WS-ENT-IX)
           ADD WRK-CUST-BALANCE TO WS-ENT-END-AR (WS-ENT-IX)
           PERFORM 2560-ADD-ONE-END-BUCKET
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > 4.
       2550-EXIT.
           EXIT.

       2560-ADD-ONE-END-BUCKET.
           ADD WS-OIA-BUCKET-AMT (WS-BKT-IX)
               TO WS-ENT-END-BKT (WS-ENT-IX, WS-BKT-IX).
       2560-EXIT.
           EXIT.

      * Last month's figures stay with the parent the customer rolled
      * up to last month, so a parent's opening balance is the
      * closing balance its history shows for that month.
       2600-PRIOR-POSITION.
           MOVE 1 TO WS-ENT-IX
           PERFORM 2650-ADD-PRIOR
           MOVE 'P'           TO WS-FIND-TYPE
           MOVE PRV-PARENT-ID TO WS-FIND-ID
           PERFORM 2800-FIND-ENTITY THRU 2800-EXIT
           IF WS-ENT-IX > 0
               PERFORM 2650-ADD-PRIOR
           END-IF.
       2600-EXIT.
           EXIT.

       2650-ADD-PRIOR.
           ADD PRV-BALANCE TO WS-ENT-BEGIN-AR (WS-ENT-IX)
           PERFORM 2660-ADD-ONE-PRIOR-BUCKET
               VARYING WS-BKT-IX FROM 1 BY 1
               UNTIL WS-BKT-IX > 4.
       2650-EXIT.
           EXIT.

       2660-ADD-ONE-PRIOR-BUCKET.
           ADD PRV-BUCKET-AMT (WS-BKT-IX)
               TO WS-ENT-PRIOR-BKT (WS-ENT-IX, WS-BKT-IX).
       2660-EXIT.
           EXIT.

       2700-FIND-CURRENT-PARENT.
           MOVE WRK-CUST-ID TO WS-LOOKUP-ID
           PERFORM 2750-LOOKUP-PARENT THRU 2750-EXIT
           MOVE 'P'          TO WS-FIND-TYPE
           MOVE WS-PARENT-ID TO WS-FIND-ID
           PERFORM 2800-FIND-ENTITY THRU 2800-EXIT.
       2700-EXIT.
           EXIT.

      * A member rolls up to its parent; a parent with members rolls
      * up to itself, found on the alternate key - the CUSTAGE rule,
      * so the parent's own balance is part of the relationship.
       2750-LOOKUP-PARENT.
           MOVE SPACES TO WS-PARENT-ID
           IF NOT WS-HIER-PRESENT
               GO TO 2750-EXIT
           END-IF

           MOVE WS-LOOKUP-ID TO HIE-MEMBER-ID
           READ HIER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-HIER-OK
               MOVE HIE-PARENT-ID TO WS-PARENT-ID
               GO TO 2750-EXIT
           END-IF

           MOVE WS-LOOKUP-ID TO HIE-PARENT-ID
           READ HIER-FILE KEY IS HIE-PARENT-ID
               INVALID KEY CONTINUE
           END-READ
           IF WS-HIER-OK
               MOVE WS-LOOKUP-ID TO WS-PARENT-ID
           END-IF.
       2750-EXIT.
           EXIT.

      * Finds or adds the entity named by WS-FIND-TYPE/WS-FIND-ID and
      * leaves its entry in WS-ENT-IX - zero for no parent, or when
      * the table is full.
       2800-FIND-ENTITY.
           MOVE 0 TO WS-ENT-IX
           IF WS-FIND-TYPE = 'P'
              AND WS-FIND-ID = SPACES
               GO TO 2800-EXIT
           END-IF

           MOVE 'N' TO WS-ENT-HIT-SW
           PERFORM 2850-MATCH-ONE-ENTITY
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENTITY-COUNT
                  OR WS-ENT-HIT
           IF WS-ENT-HIT
               GO TO 2800-EXIT
           END-IF

           IF WS-ENTITY-COUNT >= 400
               ADD 1 TO WS-ENTITY-LOST-COUNT
               GO TO 2800-EXIT
           END-IF
           ADD 1 TO WS-ENTITY-COUNT
           MOVE WS-ENTITY-COUNT TO WS-ENT-IX
           INITIALIZE WS-ENTITY-ENTRY (WS-ENT-IX)
           MOVE WS-FIND-TYPE    TO WS-ENT-TYPE (WS-ENT-IX)
           MOVE WS-FIND-ID      TO WS-ENT-ID (WS-ENT-IX).
       2800-EXIT.
           EXIT.

       2850-MATCH-ONE-ENTITY.
           IF WS-ENT-TYPE (WS-ENT-SUB) = WS-FIND-TYPE
              AND WS-ENT-ID (WS-ENT-SUB) = WS-FIND-ID
               MOVE 'Y'        TO WS-ENT-HIT-SW
               MOVE WS-ENT-SUB TO WS-ENT-IX
           END-IF.
       2850-EXIT.
           EXIT.

       2900-READ-SNAPSHOT.
           READ SNAPSHOT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SNAP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-SNAP-READ-COUNT
                   MOVE SNP-CUST-IMAGE TO CUST-WORK-REC
           END-READ.
       2900-EXIT.
           EXIT.

      * Reading stops at the end of the previous month - this
      * month's positions, written as the match goes, follow it.
      * After such a write the read picks up again past the last
      * position matched, wherever the write left the file.
       2950-READ-PRIOR.
           IF WS-POSITION-WRITTEN
               MOVE 'N'            TO WS-POSITION-WRITTEN-SW
               MOVE WS-PRIOR-MONTH TO KPP-MONTH
               MOVE PRV-CUST-ID    TO KPP-CUST-ID
               START POSITION-FILE KEY IS GREATER THAN KPP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
               END-START
           END-IF
           IF WS-NO-MORE-PRIOR-RECS
               GO TO 2950-EXIT
           END-IF

           READ POSITION-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
               NOT AT END
                   IF KPP-MONTH NOT = WS-PRIOR-MONTH
                       MOVE 'Y' TO WS-PRIOR-EOF-SWITCH
                   ELSE
                       ADD 1 TO WS-PRIOR-READ-COUNT
                       MOVE KPP-CUST-ID   TO PRV-CUST-ID
                       MOVE KPP-BALANCE   TO PRV-BALANCE
                       MOVE KPP-OLDEST-IX TO PRV-OLDEST-IX
                       MOVE KPP-BUCKET-AMT (1) TO PRV-BUCKET-AMT (1)
                       MOVE KPP-BUCKET-AMT (2) TO PRV-BUCKET-AMT (2)
                       MOVE KPP-BUCKET-AMT (3) TO PRV-BUCKET-AMT (3)
                       MOVE KPP-BUCKET-AMT (4) TO PRV-BUCKET-AMT (4)
                       MOVE KPP-PARENT-ID TO PRV-PARENT-ID
                       IF PRV-OLDEST-IX < 1 OR PRV-OLDEST-IX > 4
                           MOVE 1 TO PRV-OLDEST-IX
                       END-IF
                   END-IF
           END-READ.
       2950-EXIT.
           EXIT.

      ******************************************************************
      * Cash and credit sales for the period from the audit trail -
      * the current file and the CUSTROLL history archive, which
      * between them hold every record once.
      ******************************************************************
       3000-SCAN-AUDIT-TRAIL.
           PERFORM 3100-SCAN-CURRENT-AUDIT THRU 3100-EXIT
           PERFORM 3300-SCAN-HISTORY THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

       3100-SCAN-CURRENT-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               GO TO 3100-EXIT
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'CUSTKPI: FAILED TO OPEN AUDIT FILE'
               MOVE 'Y' TO WS-SCAN-FAIL-SW
               GO TO 3100-EXIT
           END-IF

           PERFORM 3150-SCAN-ONE-AUDIT-REC
               UNTIL WS-NO-MORE-AUDIT-RECS

           CLOSE AUDIT-FILE.
       3100-EXIT.
           EXIT.

       3150-SCAN-ONE-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AUDIT-REC-COUNT
                   MOVE AUD-TIMESTAMP    TO WS-SCAN-TIMESTAMP
                   MOVE AUD-TRANS-TYPE   TO WS-SCAN-TRANS-TYPE
                   MOVE AUD-CUST-ID      TO WS-SCAN-CUST-ID
                   MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-REC
                   MOVE AUD-AFTER-IMAGE  TO WS-AFTER-REC
                   PERFORM 3200-CLASSIFY-ONE-AUDIT-REC
                       THRU 3200-EXIT
           END-READ.
       3150-EXIT.
           EXIT.

      * A reduction on an update is cash, the CUSTPTPM rule; an
      * increase from the billing feed is a credit sale. Fees,
      * write-offs and dispute credits are neither.
       3200-CLASSIFY-ONE-AUDIT-REC.
           IF WS-SCAN-TIMESTAMP-X (1:8) < WS-PERIOD-FROM-TEXT
              OR WS-SCAN-TIMESTAMP-X (1:8) NOT < WS-SNAP-DATE-TEXT
               GO TO 3200-EXIT
           END-IF
           IF WS-SCAN-TRANS-TYPE NOT = 'U'
              AND WS-SCAN-TRANS-TYPE NOT = 'O'
               GO TO 3200-EXIT
           END-IF
           IF AUDB-CUST-BALANCE NOT NUMERIC
              OR AUDA-CUST-BALANCE NOT NUMERIC
               GO TO 3200-EXIT
           END-IF
           COMPUTE WS-MOVEMENT =
               AUDA-CUST-BALANCE - AUDB-CUST-BALANCE

           MOVE 0 TO WS-CASH-AMOUNT
                     WS-SALES-AMOUNT
           IF WS-SCAN-TRANS-TYPE = 'U'
              AND WS-MOVEMENT < 0
               COMPUTE WS-CASH-AMOUNT = 0 - WS-MOVEMENT
               ADD 1 TO WS-CASH-REC-COUNT
           END-IF
           IF WS-SCAN-TRANS-TYPE = 'O'
              AND WS-MOVEMENT > 0
               MOVE WS-MOVEMENT TO WS-SALES-AMOUNT
               ADD 1 TO WS-SALES-REC-COUNT
           END-IF
           IF WS-CASH-AMOUNT = 0
              AND WS-SALES-AMOUNT = 0
               GO TO 3200-EXIT
           END-IF

           MOVE 1 TO WS-ENT-IX
           PERFORM 3250-ADD-ACTIVITY
           MOVE WS-SCAN-CUST-ID TO WS-LOOKUP-ID
           PERFORM 2750-LOOKUP-PARENT THRU 2750-EXIT
           MOVE 'P'          TO WS-FIND-TYPE
           MOVE WS-PARENT-ID TO WS-FIND-ID
           PERFORM 2800-FIND-ENTITY THRU 2800-EXIT
           IF WS-ENT-IX > 0
               PERFORM 3250-ADD-ACTIVITY
           END-IF.
       3200-EXIT.
           EXIT.

       3250-ADD-ACTIVITY.
           ADD WS-CASH-AMOUNT  TO WS-ENT-CASH (WS-ENT-IX)
           ADD WS-SALES-AMOUNT TO WS-ENT-SALES (WS-ENT-IX).
       3250-EXIT.
           EXIT.

       3300-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-NOT-FOUND
               GO TO 3300-EXIT
           END-IF
           IF NOT WS-HISTORY-OK
               DISPLAY 'CUSTKPI: FAILED TO OPEN HISTORY ARCHIVE'
               MOVE 'Y' TO WS-SCAN-FAIL-SW
               GO TO 3300-EXIT
           END-IF

           PERFORM 3350-SCAN-ONE-HIST-REC
               UNTIL WS-NO-MORE-HIST-RECS

           CLOSE HISTORY-FILE.
       3300-EXIT.
           EXIT.

       3350-SCAN-ONE-HIST-REC.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-AUDIT-REC-COUNT
                   MOVE AUH-TIMESTAMP    TO WS-SCAN-TIMESTAMP
                   MOVE AUH-TRANS-TYPE   TO WS-SCAN-TRANS-TYPE
                   MOVE AUH-CUST-ID      TO WS-SCAN-CUST-ID
                   MOVE AUH-BEFORE-IMAGE TO WS-BEFORE-REC
                   MOVE AUH-AFTER-IMAGE  TO WS-AFTER-REC
                   PERFORM 3200-CLASSIFY-ONE-AUDIT-REC
                       THRU 3200-EXIT
           END-READ.
       3350-EXIT.
           EXIT.

      ******************************************************************
      * Promise outcomes. A promise counts as taken when captured in
      * the period, as kept, partial or broken when CUSTPTPM decided
      * it in the period, and as open while it is still waiting.
      ******************************************************************
       3500-SCAN-PROMISES.
           OPEN INPUT PROMISE-FILE
           IF WS-PTP-NO-FILE
               GO TO 3500-EXIT
           END-IF
           IF NOT WS-PTP-OK
               DISPLAY 'CUSTKPI: FAILED TO OPEN PROMISE FILE'
               GO TO 3500-EXIT
           END-IF
           MOVE 'Y' TO WS-PTP-PRESENT-SW

           PERFORM 3550-SCAN-ONE-PROMISE
               UNTIL WS-NO-MORE-PROMISES

           CLOSE PROMISE-FILE.
       3500-EXIT.
           EXIT.

       3550-SCAN-ONE-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-PTP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-PTP-READ-COUNT
                   PERFORM 3600-CLASSIFY-ONE-PROMISE THRU 3600-EXIT
           END-READ.
       3550-EXIT.
           EXIT.

       3600-CLASSIFY-ONE-PROMISE.
           MOVE 'N' TO WS-PTP-MADE-SW
                       WS-PTP-DECIDED-SW
           MOVE PTP-CAPTURE-STAMP (1:8) TO WS-CHECK-DATE
           IF WS-CHECK-DATE NOT < WS-PERIOD-FROM-TEXT
              AND WS-CHECK-DATE < WS-SNAP-DATE-TEXT
               MOVE 'Y' TO WS-PTP-MADE-SW
           END-IF
           IF PTP-KEPT OR PTP-PARTIAL OR PTP-BROKEN
               MOVE PTP-DECISION-DATE TO WS-CHECK-DATE
               IF WS-CHECK-DATE NOT < WS-PERIOD-FROM-TEXT
                  AND WS-CHECK-DATE < WS-SNAP-DATE-TEXT
                   MOVE 'Y' TO WS-PTP-DECIDED-SW
               END-IF
           END-IF
           IF NOT WS-PTP-MADE-IN-PERIOD
              AND NOT WS-PTP-DECIDED-IN-PERIOD
              AND NOT PTP-OPEN
               GO TO 3600-EXIT
           END-IF

           MOVE 1 TO WS-ENT-IX
           PERFORM 3650-ADD-PROMISE
           MOVE PTP-CUST-ID TO WS-LOOKUP-ID
           PERFORM 2750-LOOKUP-PARENT THRU 2750-EXIT
           MOVE 'P'          TO WS-FIND-TYPE
           MOVE WS-PARENT-ID TO WS-FIND-ID
           PERFORM 2800-FIND-ENTITY THRU 2800-EXIT
           IF WS-ENT-IX > 0
               PERFORM 3650-ADD-PROMISE
           END-IF
           MOVE 'C'           TO WS-FIND-TYPE
           MOVE PTP-COLLECTOR TO WS-FIND-ID
           PERFORM 2800-FIND-ENTITY THRU 2800-EXIT
           IF WS-ENT-IX > 0
               PERFORM 3650-ADD-PROMISE
           END-IF.
       3600-EXIT.
           EXIT.

       3650-ADD-PROMISE.
           IF WS-PTP-MADE-IN-PERIOD
               ADD 1 TO WS-ENT-PTP-MADE (WS-ENT-IX)
           END-IF
           IF PTP-OPEN
               ADD 1 TO WS-ENT-PTP-OPEN (WS-ENT-IX)
           END-IF
           IF WS-PTP-DECIDED-IN-PERIOD
               ADD PTP-AMOUNT      TO WS-ENT-PTP-PROMISED (WS-ENT-IX)
               ADD PTP-PAID-AMOUNT TO WS-ENT-PTP-PAID (WS-ENT-IX)
               EVALUATE TRUE
                   WHEN PTP-KEPT
                       ADD 1 TO WS-ENT-PTP-KEPT (WS-ENT-IX)
                   WHEN PTP-PARTIAL
                       ADD 1 TO WS-ENT-PTP-PARTIAL (WS-ENT-IX)
                   WHEN OTHER
                       ADD 1 TO WS-ENT-PTP-BROKEN (WS-ENT-IX)
               END-EVALUATE
           END-IF.
       3650-EXIT.
           EXIT.

      ******************************************************************
      * The month's rates for one entity. A rate with nothing to
      * divide by is zero; percentages are held inside +/-999.9.
      ******************************************************************
       4000-COMPUTE-RATES.
           MOVE WS-ENT-SUB TO WS-ENT-IX
           MOVE 0 TO WS-ENT-DSO (WS-ENT-IX)
                     WS-ENT-CEI (WS-ENT-IX)
                     WS-ENT-ROLL-PCT (WS-ENT-IX, 1)
                     WS-ENT-ROLL-PCT (WS-ENT-IX, 2)
                     WS-ENT-ROLL-PCT (WS-ENT-IX, 3)
                     WS-ENT-KEEP-PCT (WS-ENT-IX)
                     WS-ENT-PAID-PCT (WS-ENT-IX)

           IF WS-ENT-SALES (WS-ENT-IX) > 0
               COMPUTE WS-WORK-RATE ROUNDED =
                   WS-ENT-END-AR (WS-ENT-IX) * WS-PERIOD-DAYS
                   / WS-ENT-SALES (WS-ENT-IX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-WORK-RATE
               END-COMPUTE
               IF WS-WORK-RATE > 99999.9
                   MOVE 99999.9 TO WS-WORK-RATE
               END-IF
               IF WS-WORK-RATE < -99999.9
                   MOVE -99999.9 TO WS-WORK-RATE
               END-IF
               MOVE WS-WORK-RATE TO WS-ENT-DSO (WS-ENT-IX)
           END-IF

           IF WS-HAS-PRIOR
               COMPUTE WS-RATE-NUMERATOR =
                   WS-ENT-BEGIN-AR (WS-ENT-IX)
                   + WS-ENT-SALES (WS-ENT-IX)
                   - WS-ENT-END-AR (WS-ENT-IX)
               COMPUTE WS-RATE-DENOMINATOR =
                   WS-ENT-BEGIN-AR (WS-ENT-IX)
                   + WS-ENT-SALES (WS-ENT-IX)
                   - WS-ENT-END-BKT (WS-ENT-IX, 1)
               PERFORM 4100-COMPUTE-PERCENT THRU 4100-EXIT
               MOVE WS-WORK-RATE TO WS-ENT-CEI (WS-ENT-IX)

               PERFORM 4050-COMPUTE-ONE-ROLL
                   VARYING WS-BKT-IX FROM 1 BY 1
                   UNTIL WS-BKT-IX > 3
           END-IF

           COMPUTE WS-DECIDED-COUNT =
               WS-ENT-PTP-KEPT (WS-ENT-IX)
               + WS-ENT-PTP-PARTIAL (WS-ENT-IX)
               + WS-ENT-PTP-BROKEN (WS-ENT-IX)
           MOVE WS-ENT-PTP-KEPT (WS-ENT-IX) TO WS-RATE-NUMERATOR
           MOVE WS-DECIDED-COUNT            TO WS-RATE-DENOMINATOR
           PERFORM 4100-COMPUTE-PERCENT THRU 4100-EXIT
           MOVE WS-WORK-RATE TO WS-ENT-KEEP-PCT (WS-ENT-IX)

           MOVE WS-ENT-PTP-PAID (WS-ENT-IX)     TO WS-RATE-NUMERATOR
           MOVE WS-ENT-PTP-PROMISED (WS-ENT-IX) TO WS-RATE-DENOMINATOR
           PERFORM 4100-COMPUTE-PERCENT THRU 4100-EXIT
           MOVE WS-WORK-RATE TO WS-ENT-PAID-PCT (WS-ENT-IX).
       4000-EXIT.
           EXIT.

      * Money in a bucket last month against the money in the next
      * bucket now.
       4050-COMPUTE-ONE-ROLL.
           MOVE WS-ENT-PRIOR-BKT (WS-ENT-IX, WS-BKT-IX)
               TO WS-RATE-DENOMINATOR
           MOVE WS-ENT-END-BKT (WS-ENT-IX, WS-BKT-IX + 1)
               TO WS-RATE-NUMERATOR
           PERFORM 4100-COMPUTE-PERCENT THRU 4100-EXIT
           MOVE WS-WORK-RATE TO WS-ENT-ROLL-PCT (WS-ENT-IX, WS-BKT-IX).
       4050-EXIT.
           EXIT.

       4100-COMPUTE-PERCENT.
           MOVE 0 TO WS-WORK-RATE
           IF WS-RATE-DENOMINATOR NOT > 0
               GO TO 4100-EXIT
           END-IF
           COMPUTE WS-WORK-RATE ROUNDED =
               WS-RATE-NUMERATOR * 100 / WS-RATE-DENOMINATOR
               ON SIZE ERROR
                   MOVE 999.9 TO WS-WORK-RATE
           END-COMPUTE
           IF WS-WORK-RATE > 999.9
               MOVE 999.9 TO WS-WORK-RATE
           END-IF
           IF WS-WORK-RATE < -999.9
               MOVE -999.9 TO WS-WORK-RATE
           END-IF.
       4100-EXIT.
           EXIT.

      ******************************************************************
      * The history keeps thirteen months. Months that have aged out
      * and this month's records from an earlier run are removed
      * before this month's figures go on.
      ******************************************************************
       4500-UPDATE-HISTORY.
           MOVE LOW-VALUES TO KPH-KEY
           MOVE 'N' TO WS-SWEEP-EOF-SWITCH
           START KPI-HISTORY-FILE KEY IS NOT LESS THAN KPH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
           END-START
           PERFORM 4550-CLEAR-ONE-HISTORY-REC
               UNTIL WS-SWEEP-DONE

           PERFORM 4600-WRITE-ONE-ENTITY
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENTITY-COUNT.
       4500-EXIT.
           EXIT.

       4550-CLEAR-ONE-HISTORY-REC.
           READ KPI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-EOF-SWITCH
               NOT AT END
                   IF KPH-MONTH < WS-CUTOFF-MONTH
                      OR KPH-MONTH = WS-RUN-MONTH
                       DELETE KPI-HISTORY-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       ADD 1 TO WS-KPI-DELETE-COUNT
                   END-IF
           END-READ.
       4550-EXIT.
           EXIT.

       4600-WRITE-ONE-ENTITY.
           MOVE WS-ENT-SUB TO WS-ENT-IX
           MOVE SPACES TO CUST-KPI-HISTORY-RECORD
           MOVE WS-ENT-TYPE (WS-ENT-IX)  TO KPH-ENTITY-TYPE
           MOVE WS-ENT-ID (WS-ENT-IX)    TO KPH-ENTITY-ID
           MOVE WS-RUN-MONTH             TO KPH-MONTH
           MOVE WS-SNAP-DATE             TO KPH-SNAP-DATE
           MOVE WS-PERIOD-FROM           TO KPH-PERIOD-FROM
           MOVE WS-PERIOD-DAYS           TO KPH-PERIOD-DAYS
           MOVE WS-PRIOR-SW              TO KPH-PRIOR-SW
           MOVE WS-ENT-ACCOUNTS (WS-ENT-IX)  TO KPH-ACCOUNTS
           MOVE WS-ENT-NEW (WS-ENT-IX)       TO KPH-NEW-ACCOUNTS
           MOVE WS-ENT-LOST (WS-ENT-IX)      TO KPH-LOST-ACCOUNTS
           MOVE WS-ENT-BEGIN-AR (WS-ENT-IX)  TO KPH-BEGIN-AR
           MOVE WS-ENT-END-AR (WS-ENT-IX)    TO KPH-END-AR
           MOVE WS-ENT-END-BKT (WS-ENT-IX, 1) TO KPH-END-CURRENT
           MOVE WS-ENT-SALES (WS-ENT-IX)     TO KPH-CREDIT-SALES
           MOVE WS-ENT-CASH (WS-ENT-IX)      TO KPH-CASH
           MOVE WS-ENT-DSO (WS-ENT-IX)       TO KPH-DSO
           MOVE WS-ENT-CEI (WS-ENT-IX)       TO KPH-CEI
           MOVE WS-ENT-ROLL-PCT (WS-ENT-IX, 1) TO KPH-ROLL-PCT (1)
           MOVE WS-ENT-ROLL-PCT (WS-ENT-IX, 2) TO KPH-ROLL-PCT (2)
           MOVE WS-ENT-ROLL-PCT (WS-ENT-IX, 3) TO KPH-ROLL-PCT (3)
           MOVE WS-ENT-PTP-MADE (WS-ENT-IX)     TO KPH-PTP-MADE
           MOVE WS-ENT-PTP-KEPT (WS-ENT-IX)     TO KPH-PTP-KEPT
           MOVE WS-ENT-PTP-PARTIAL (WS-ENT-IX)  TO KPH-PTP-PARTIAL
           MOVE WS-ENT-PTP-BROKEN (WS-ENT-IX)   TO KPH-PTP-BROKEN
           MOVE WS-ENT-PTP-OPEN (WS-ENT-IX)     TO KPH-PTP-OPEN
           MOVE WS-ENT-PTP-PROMISED (WS-ENT-IX) TO KPH-PTP-PROMISED
           MOVE WS-ENT-PTP-PAID (WS-ENT-IX)     TO KPH-PTP-PAID
           MOVE WS-ENT-KEEP-PCT (WS-ENT-IX)     TO KPH-KEEP-PCT
           MOVE WS-ENT-PAID-PCT (WS-ENT-IX)     TO KPH-PAID-PCT
           MOVE WS-RUN-STAMP                    TO KPH-RUN-STAMP
           WRITE CUST-KPI-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-KPI-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-KPI-WRITE-COUNT
           END-WRITE.
       4600-EXIT.
           EXIT.

      ******************************************************************
      * The report - this month for the whole book, the account roll,
      * then each entity's trend read back from the history.
      ******************************************************************
       6000-WRITE-REPORT.
           MOVE WS-TODAY       TO HDG2-DATE
           MOVE WS-RUN-MONTH   TO HDG2-MONTH
           MOVE WS-SNAP-DATE   TO HDG2-SNAP-DATE
           MOVE WS-PERIOD-FROM TO HDG2-FROM-DATE
           MOVE WS-PERIOD-DAYS TO HDG2-DAYS
           IF WS-HAS-PRIOR
               MOVE 'COMPARED WITH MONTH:' TO HDG3-TEXT
               MOVE WS-PRIOR-MONTH         TO HDG3-PRIOR-MONTH
           ELSE
               MOVE 'NO PREVIOUS MONTH ON FILE'  TO HDG3-TEXT
               MOVE SPACES                 TO HDG3-PRIOR-MONTH
           END-IF
           WRITE REPORT-LINE FROM HDG-LINE-1
           WRITE REPORT-LINE FROM HDG-LINE-2
           WRITE REPORT-LINE FROM HDG-LINE-3
           WRITE REPORT-LINE FROM SPACES

           IF WS-SCAN-FAILED
               MOVE 'AUDIT TRAIL UNREADABLE - CASH AND SALES INCOMPLETE'
                   TO MSG-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
               MOVE 'KPI HISTORY NOT UPDATED FOR THIS MONTH'
                   TO MSG-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
               WRITE REPORT-LINE FROM SPACES
           END-IF

           PERFORM 6100-WRITE-BOOK-MONTH
           IF WS-HAS-PRIOR
               PERFORM 6200-WRITE-ROLL-MATRIX
           END-IF

           WRITE REPORT-LINE FROM SPACES
           MOVE 'WHOLE BOOK - 13 MONTH TREND' TO SEC-TITLE
           WRITE REPORT-LINE FROM SEC-LINE
           MOVE 'B' TO WS-TREND-TYPE
           PERFORM 6500-WRITE-TRENDS THRU 6500-EXIT

           IF WS-HIER-PRESENT
               WRITE REPORT-LINE FROM SPACES
               MOVE 'NATIONAL ACCOUNTS - 13 MONTH TREND BY PARENT'
                   TO SEC-TITLE
               WRITE REPORT-LINE FROM SEC-LINE
               MOVE 'P' TO WS-TREND-TYPE
               PERFORM 6500-WRITE-TRENDS THRU 6500-EXIT
           END-IF

           IF WS-PTP-PRESENT
               WRITE REPORT-LINE FROM SPACES
               MOVE 'PROMISES TO PAY - 13 MONTH TREND BY COLLECTOR'
                   TO SEC-TITLE
               WRITE REPORT-LINE FROM SEC-LINE
               MOVE 'C' TO WS-TREND-TYPE
               PERFORM 6500-WRITE-TRENDS THRU 6500-EXIT
           END-IF

           PERFORM 6900-WRITE-CONTROL-TOTALS.
       6000-EXIT.
           EXIT.

       6100-WRITE-BOOK-MONTH.
           MOVE 'WHOLE BOOK - THIS MONTH' TO SEC-TITLE
           WRITE REPORT-LINE FROM SEC-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 1 TO WS-ENT-IX

           MOVE 0 TO SUM-AMOUNT
           MOVE 'ACCOUNTS ON SNAPSHOT:'     TO SUM-LABEL
           MOVE WS-ENT-ACCOUNTS (WS-ENT-IX) TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'NEW ACCOUNTS:'             TO SUM-LABEL
           MOVE WS-ENT-NEW (WS-ENT-IX)      TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'LOST ACCOUNTS:'            TO SUM-LABEL
           MOVE WS-ENT-LOST (WS-ENT-IX)     TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 0 TO SUM-COUNT
           MOVE 'OPENING RECEIVABLES:'      TO SUM-LABEL
           MOVE WS-ENT-BEGIN-AR (WS-ENT-IX) TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'CREDIT SALES:'             TO SUM-LABEL
           MOVE WS-ENT-SALES (WS-ENT-IX)    TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'CASH COLLECTED:'           TO SUM-LABEL
           MOVE WS-ENT-CASH (WS-ENT-IX)     TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'CLOSING RECEIVABLES:'      TO SUM-LABEL
           MOVE WS-ENT-END-AR (WS-ENT-IX)   TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'CLOSING - CURRENT:'        TO SUM-LABEL
           MOVE WS-ENT-END-BKT (WS-ENT-IX, 1) TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'CLOSING - 30-59 DAYS:'     TO SUM-LABEL
           MOVE WS-ENT-END-BKT (WS-ENT-IX, 2) TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'CLOSING - 60-89 DAYS:'     TO SUM-LABEL
           MOVE WS-ENT-END-BKT (WS-ENT-IX, 3) TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'CLOSING - 90 DAYS AND OVER:' TO SUM-LABEL
           MOVE WS-ENT-END-BKT (WS-ENT-IX, 4) TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE

           WRITE REPORT-LINE FROM SPACES
           MOVE 'DAYS SALES OUTSTANDING:'   TO RATE-LABEL
           MOVE WS-ENT-DSO (WS-ENT-IX)      TO RATE-VALUE
           WRITE REPORT-LINE FROM RATE-LINE
           IF WS-HAS-PRIOR
               MOVE 'COLLECTION EFFECTIVENESS %:' TO RATE-LABEL
               MOVE WS-ENT-CEI (WS-ENT-IX)      TO RATE-VALUE
               WRITE REPORT-LINE FROM RATE-LINE
               MOVE 'ROLL CURRENT TO 30-59 %:'  TO RATE-LABEL
               MOVE WS-ENT-ROLL-PCT (WS-ENT-IX, 1) TO RATE-VALUE
               WRITE REPORT-LINE FROM RATE-LINE
               MOVE 'ROLL 30-59 TO 60-89 %:'    TO RATE-LABEL
               MOVE WS-ENT-ROLL-PCT (WS-ENT-IX, 2) TO RATE-VALUE
               WRITE REPORT-LINE FROM RATE-LINE
               MOVE 'ROLL 60-89 TO 90-PLUS %:'  TO RATE-LABEL
               MOVE WS-ENT-ROLL-PCT (WS-ENT-IX, 3) TO RATE-VALUE
               WRITE REPORT-LINE FROM RATE-LINE
           ELSE
               MOVE 'NO OPENING BALANCE - NO CEI OR ROLL RATES'
                   TO MSG-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
           END-IF
           IF WS-PTP-PRESENT
               MOVE 'PROMISES KEPT %:'          TO RATE-LABEL
               MOVE WS-ENT-KEEP-PCT (WS-ENT-IX) TO RATE-VALUE
               WRITE REPORT-LINE FROM RATE-LINE
           END-IF.
       6100-EXIT.
           EXIT.

       6200-WRITE-ROLL-MATRIX.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'ACCOUNT ROLL - LAST MONTH OLDEST BUCKET TO THIS MONTH'
               TO SEC-TITLE
           WRITE REPORT-LINE FROM SEC-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM ROLL-HDG-LINE
           PERFORM 6250-WRITE-ONE-ROLL-ROW
               VARYING WS-ROW-IX FROM 1 BY 1
               UNTIL WS-ROW-IX > 5.
       6200-EXIT.
           EXIT.

       6250-WRITE-ONE-ROLL-ROW.
           MOVE WS-BUCKET-NAME (WS-ROW-IX) TO ROLL-LABEL
           MOVE 0 TO WS-ROLL-ROW-TOTAL
           PERFORM 6260-MOVE-ONE-ROLL-CELL
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > 5
           MOVE WS-ROLL-ROW-TOTAL TO ROLL-TOTAL
           WRITE REPORT-LINE FROM ROLL-LINE.
       6250-EXIT.
           EXIT.

       6260-MOVE-ONE-ROLL-CELL.
           MOVE WS-ROLL-COUNT (WS-ROW-IX, WS-COL-IX)
               TO ROLL-CELL (WS-COL-IX)
           ADD WS-ROLL-COUNT (WS-ROW-IX, WS-COL-IX)
               TO WS-ROLL-ROW-TOTAL.
       6260-EXIT.
           EXIT.

      * Walks the history for one entity type in key order - entity
      * then month - so each entity's months print oldest first,
      * this month marked. An entity whose months all lie before
      * this one has dropped out since and is shown as it stood.
       6500-WRITE-TRENDS.
           MOVE LOW-VALUES    TO KPH-KEY
           MOVE WS-TREND-TYPE TO KPH-ENTITY-TYPE
           MOVE HIGH-VALUES   TO WS-TREND-LAST-ID
           MOVE 'N' TO WS-TREND-EOF-SWITCH
           START KPI-HISTORY-FILE KEY IS NOT LESS THAN KPH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-TREND-EOF-SWITCH
           END-START

           PERFORM 6550-WRITE-ONE-TREND-LINE THRU 6550-EXIT
               UNTIL WS-NO-MORE-TREND-RECS.
       6500-EXIT.
           EXIT.

       6550-WRITE-ONE-TREND-LINE.
           READ KPI-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-TREND-EOF-SWITCH
           END-READ
           IF WS-NO-MORE-TREND-RECS
               GO TO 6550-EXIT
           END-IF
           IF KPH-ENTITY-TYPE NOT = WS-TREND-TYPE
               MOVE 'Y' TO WS-TREND-EOF-SWITCH
               GO TO 6550-EXIT
           END-IF

           IF KPH-ENTITY-ID NOT = WS-TREND-LAST-ID
               MOVE KPH-ENTITY-ID TO WS-TREND-LAST-ID
               PERFORM 6600-WRITE-ENTITY-HEADING
           END-IF

           IF KPH-COLLECTOR
               PERFORM 6700-WRITE-PTP-LINE
           ELSE
               PERFORM 6650-WRITE-TRD-LINE
           END-IF.
       6550-EXIT.
           EXIT.

       6600-WRITE-ENTITY-HEADING.
           WRITE REPORT-LINE FROM SPACES
           EVALUATE TRUE
               WHEN KPH-PARENT
                   MOVE 'PARENT:'     TO ENT-LABEL
                   MOVE KPH-ENTITY-ID TO ENT-ID
                   WRITE REPORT-LINE FROM ENT-LINE
               WHEN KPH-COLLECTOR
                   MOVE 'COLLECTOR:'  TO ENT-LABEL
                   IF KPH-ENTITY-ID = SPACES
                       MOVE 'UNASSIGNED' TO ENT-ID
                   ELSE
                       MOVE KPH-ENTITY-ID TO ENT-ID
                   END-IF
                   WRITE REPORT-LINE FROM ENT-LINE
           END-EVALUATE
           IF KPH-COLLECTOR
               WRITE REPORT-LINE FROM PTP-HDG-LINE
           ELSE
               WRITE REPORT-LINE FROM TRD-HDG-LINE
           END-IF.
       6600-EXIT.
           EXIT.

       6650-WRITE-TRD-LINE.
           MOVE KPH-MONTH          TO TRD-MONTH
           MOVE SPACE              TO TRD-MARK
           IF KPH-MONTH = WS-RUN-MONTH
               MOVE '*' TO TRD-MARK
           END-IF
           MOVE KPH-ACCOUNTS       TO TRD-ACCOUNTS
           MOVE KPH-NEW-ACCOUNTS   TO TRD-NEW
           MOVE KPH-LOST-ACCOUNTS  TO TRD-LOST
           MOVE KPH-END-AR         TO TRD-END-AR
           MOVE KPH-CREDIT-SALES   TO TRD-SALES
           MOVE KPH-CASH           TO TRD-CASH
           MOVE KPH-DSO            TO TRD-DSO
           MOVE KPH-CEI            TO TRD-CEI
           MOVE KPH-ROLL-PCT (1)   TO TRD-ROLL-PCT (1)
           MOVE KPH-ROLL-PCT (2)   TO TRD-ROLL-PCT (2)
           MOVE KPH-ROLL-PCT (3)   TO TRD-ROLL-PCT (3)
           MOVE KPH-KEEP-PCT       TO TRD-KEEP-PCT
           WRITE REPORT-LINE FROM TRD-LINE.
       6650-EXIT.
           EXIT.

       6700-WRITE-PTP-LINE.
           MOVE KPH-MONTH          TO PTP-MONTH
           MOVE SPACE              TO PTP-MARK
           IF KPH-MONTH = WS-RUN-MONTH
               MOVE '*' TO PTP-MARK
           END-IF
           MOVE KPH-PTP-MADE       TO PTP-MADE
           MOVE KPH-PTP-KEPT       TO PTP-KEPT-COUNT
           MOVE KPH-PTP-PARTIAL    TO PTP-PARTIAL-COUNT
           MOVE KPH-PTP-BROKEN     TO PTP-BROKEN-COUNT
           MOVE KPH-PTP-OPEN       TO PTP-OPEN-COUNT
           MOVE KPH-PTP-PROMISED   TO PTP-PROMISED
           MOVE KPH-PTP-PAID       TO PTP-PAID
           MOVE KPH-KEEP-PCT       TO PTP-KEEP-PCT
           MOVE KPH-PAID-PCT       TO PTP-PAID-PCT
           WRITE REPORT-LINE FROM PTP-LINE.
       6700-EXIT.
           EXIT.

       6900-WRITE-CONTROL-TOTALS.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'CONTROL TOTALS' TO SEC-TITLE
           WRITE REPORT-LINE FROM SEC-LINE
           WRITE REPORT-LINE FROM SPACES
           MOVE 0 TO SUM-AMOUNT

           MOVE 'SNAPSHOT RECORDS READ:'     TO SUM-LABEL
           MOVE WS-SNAP-READ-COUNT           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'PREVIOUS POSITIONS READ:'   TO SUM-LABEL
           MOVE WS-PRIOR-READ-COUNT          TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'POSITIONS KEPT:'            TO SUM-LABEL
           MOVE WS-POSITION-WRITE-COUNT      TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'AUDIT RECORDS READ:'        TO SUM-LABEL
           MOVE WS-AUDIT-REC-COUNT           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'CASH RECORDS:'              TO SUM-LABEL
           MOVE WS-CASH-REC-COUNT            TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'CREDIT SALES RECORDS:'      TO SUM-LABEL
           MOVE WS-SALES-REC-COUNT           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'PROMISES READ:'             TO SUM-LABEL
           MOVE WS-PTP-READ-COUNT            TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 'KPI HISTORY RECORDS WRITTEN:' TO SUM-LABEL
           MOVE WS-KPI-WRITE-COUNT           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           IF WS-POSITION-ERROR-COUNT > 0
               MOVE 'POSITION WRITES FAILED:' TO SUM-LABEL
               MOVE WS-POSITION-ERROR-COUNT  TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE
           END-IF
           IF WS-KPI-ERROR-COUNT > 0
               MOVE 'HISTORY WRITES FAILED:' TO SUM-LABEL
               MOVE WS-KPI-ERROR-COUNT      TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE
           END-IF
           IF WS-ENTITY-LOST-COUNT > 0
               MOVE 'ENTITY TABLE FULL:'     TO SUM-LABEL
               MOVE WS-ENTITY-LOST-COUNT    TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE
           END-IF.
       6900-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE 'C' TO WS-OIA-FUNCTION
           CALL 'CUSTOIAG' USING WS-OIA-REQUEST
                                 WS-OIA-RESULT
                                 WS-OIA-RETURN-CODE
                                 WS-OIA-ERROR-MSG
           CLOSE SNAPSHOT-FILE
           CLOSE POSITION-FILE
           CLOSE KPI-HISTORY-FILE
           IF WS-HIER-PRESENT
               CLOSE HIER-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'CUSTKPI: MONTH ' WS-RUN-MONTH
                   ' ACCOUNTS ' WS-SNAP-READ-COUNT
                   ' PREVIOUS ' WS-PRIOR-READ-COUNT
                   ' HISTORY RECORDS ' WS-KPI-WRITE-COUNT.
       8000-EXIT.
           EXIT.
