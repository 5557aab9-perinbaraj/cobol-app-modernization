      ******************************************************************
      * PROGRAM-ID: CUSTCRRV
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: Quarterly Credit Limit Review - revisits the credit
      *          limit of every active customer that has one, in two
      *          steps.
      *          The review run (no card, or no approval card, on
      *          CUSTCRRV.PARM) gathers each customer's last twelve
      *          months of payments from the audit trail - current
      *          CUST.AUDIT.FILE and the CUSTROLL history archive
      *          CUST.AUDIT.HIST, a balance reduction on an update
      *          audit record counting as a payment, the CUSTPTPM
      *          rule - together with the promises kept and broken
      *          on CUST.PTP.FILE over the same twelve months and the
      *          current open-item aging from CUSTOIAG (disputed
      *          money taken off the oldest buckets first, as in
      *          CUSTDUNN, so a dispute never costs a customer
      *          credit). Each customer is recommended for a cut
      *          (oldest money CRRV-CUT-DAYS past due, or
      *          CRRV-CUT-BROKEN broken promises), a raise (nothing
      *          CRRV-RAISE-DAYS past due, no broken promise, at
      *          least CRRV-MIN-PAYMENTS payments and the undisputed
      *          balance using CRRV-RAISE-UTIL-PCT of the limit) or
      *          no change. Raises and cuts move the limit by
      *          CRRV-RAISE-PCT / CRRV-CUT-PCT, rounded down to whole
      *          hundreds and held between CRRV-MIN-LIMIT and
      *          CRRV-MAX-LIMIT. Every threshold is a compiled
      *          default replaced by the figure in force on
      *          CUST.PARM.FILE. The run prints the review register
      *          for the credit manager and writes the raises and
      *          cuts to the recommendations file CUST.CRRV.RECS.
      *          The approval run is driven by an 'A' card naming the
      *          review date and the approving manager, followed by
      *          an 'X' card for each customer the manager declines.
      *          The approver must hold the approval authority on
      *          CUST.USER.AUTH and each raise must fall within the
      *          approver's ceiling. Every approved recommendation is
      *          written as a CUST-TRN update on CUST.TRANS.CRRV,
      *          carrying the customer's record as it stands now
      *          (fetched through the CUSTMGMT inquiry, the CUSTIMPT
      *          convention) with only the limit changed, for
      *          CUSTPEDT to edit and CUSTBTCH to apply and audit. A
      *          customer whose limit has moved since the review is
      *          left alone. The file is then marked applied so it
      *          cannot be approved twice, and a review older than
      *          CRRV-APPLY-DAYS must be run again instead.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCRRV.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'PROD.CUST.MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT PROMISE-FILE
               ASSIGN TO 'CUST.PTP.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
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

           SELECT REVIEW-FILE
               ASSIGN TO 'CUST.CRRV.RECS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

           SELECT LIMIT-TRANS-FILE
               ASSIGN TO 'CUST.TRANS.CRRV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'CUSTCRRV.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTCRRV.WORK'.

           SELECT REPORT-FILE
               ASSIGN TO 'CUSTCRRV.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUST-REC REPLACING CUST-DATA BY CUSTOMER-RECORD.

       FD  PROMISE-FILE.
           COPY CUST-PTP.

       FD  AUDIT-FILE.
           COPY CUST-AUD.

       FD  HISTORY-FILE.
           COPY CUST-AUH.

       FD  REVIEW-FILE.
           COPY CUST-CRV.

       FD  LIMIT-TRANS-FILE.
           COPY CUST-TRN.

      * 'A' approves the review of the given date in the name of the
      * given manager; each 'X' card after it declines one customer.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-CARD-TYPE           PIC X(1).
              88 PARM-APPROVE          VALUE 'A'.
              88 PARM-DECLINE          VALUE 'X'.
           05 FILLER                   PIC X(1).
           05 PARM-APPROVE-DATA.
              10 PARM-REVIEW-DATE      PIC X(8).
              10 FILLER                PIC X(1).
              10 PARM-APPROVER         PIC X(8).
           05 PARM-DECLINE-DATA REDEFINES PARM-APPROVE-DATA.
              10 PARM-DECLINE-CUST-ID  PIC X(10).
              10 FILLER                PIC X(7).

      * One payment found on the audit trail - sorted into customer
      * order to match against the master.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SP-CUST-ID               PIC X(10).
           05 SP-AMOUNT                PIC S9(9)V99 COMP-3.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(2).
           88 WS-SUCCESS               VALUE '00'.
           88 WS-EOF                   VALUE '10'.

       01  WS-PTP-STATUS               PIC X(2).
           88 WS-PTP-OK                VALUE '00' '02'.
           88 WS-PTP-NO-FILE           VALUE '35'.

       01  WS-AUDIT-STATUS             PIC X(2).
           88 WS-AUDIT-OK              VALUE '00'.
           88 WS-AUDIT-NOT-FOUND       VALUE '35'.

       01  WS-HISTORY-STATUS           PIC X(2).
           88 WS-HISTORY-OK            VALUE '00' '02'.
           88 WS-HISTORY-NOT-FOUND     VALUE '35'.

       01  WS-REVIEW-STATUS            PIC X(2).
           88 WS-REVIEW-OK             VALUE '00'.
           88 WS-REVIEW-NOT-FOUND      VALUE '35'.

       01  WS-TRANS-STATUS             PIC X(2).
           88 WS-TRANS-OK              VALUE '00'.

       01  WS-PARM-STATUS              PIC X(2).
           88 WS-PARM-OK               VALUE '00'.
           88 WS-PARM-NOT-FOUND        VALUE '35'.

       01  WS-REPORT-STATUS            PIC X(2).
           88 WS-REPORT-OK             VALUE '00'.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-RECORDS       VALUE 'Y'.

       01  WS-AUDIT-EOF-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-AUDIT-RECS    VALUE 'Y'.

       01  WS-HIST-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-HIST-RECS     VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-PAYMENTS      VALUE 'Y'.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-CARDS         VALUE 'Y'.

       01  WS-REVIEW-EOF-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-REVIEW-RECS   VALUE 'Y'.

       01  WS-SCAN-DONE-SW             PIC X(1).
           88 WS-SCAN-DONE             VALUE 'Y'.

       01  WS-PTP-PRESENT-SW           PIC X(1) VALUE 'N'.
           88 WS-PTP-PRESENT           VALUE 'Y'.

      * Set when the audit trail could not be read - without the
      * payment evidence every customer would look like a customer
      * who never pays, so no recommendation is made at all (the
      * CUSTPTPM rule: no trail, no verdict).
       01  WS-SCAN-FAIL-SW             PIC X(1) VALUE 'N'.
           88 WS-SCAN-FAILED           VALUE 'Y'.

      * 'R' review run, 'A' approval run - the first card decides.
       01  WS-RUN-MODE                 PIC X(1) VALUE 'R'.
           88 WS-REVIEW-RUN            VALUE 'R'.
           88 WS-APPROVAL-RUN          VALUE 'A'.

       01  WS-APPROVAL-DATE            PIC X(8) VALUE SPACES.
       01  WS-APPROVER                 PIC X(8) VALUE SPACES.

      * Customers the manager declined on 'X' cards.
       01  WS-DECLINE-COUNT            PIC 9(3) COMP VALUE 0.
       01  WS-DECLINE-TABLE.
           05 WS-DECLINE-CUST-ID       PIC X(10) OCCURS 500 TIMES.
       01  WS-DECLINE-IX               PIC 9(3) COMP.
       01  WS-DECLINED-SW              PIC X(1).
           88 WS-IS-DECLINED           VALUE 'Y'.

      * Review thresholds - the VALUE clauses are compiled defaults;
      * 1070-LOAD-PARAMETERS replaces each with the figure in force
      * on CUST.PARM.FILE as of the run date, the CUSTFEES
      * convention. Days are days past due of the oldest money
      * still owed; percentages are whole percent.
       01  WS-MIN-PAYMENTS             PIC 9(3) VALUE 6.
       01  WS-RAISE-UTIL-PCT           PIC 9(3) VALUE 75.
       01  WS-RAISE-DAYS               PIC 9(3) VALUE 30.
       01  WS-RAISE-PCT                PIC 9(3) VALUE 25.
       01  WS-CUT-DAYS                 PIC 9(3) VALUE 90.
       01  WS-CUT-BROKEN               PIC 9(3) VALUE 2.
       01  WS-CUT-PCT                  PIC 9(3) VALUE 25.
       01  WS-MIN-LIMIT                PIC S9(7)V99 COMP-3
                                       VALUE 500.00.
       01  WS-MAX-LIMIT                PIC S9(7)V99 COMP-3
                                       VALUE 100000.00.
       01  WS-APPLY-DAYS               PIC 9(3) VALUE 30.

      * Parameter-file interface - a not-found answer leaves the
      * compiled default standing.
       01  WS-PRM-NAME                 PIC X(20).
       01  WS-PRM-AS-OF                PIC 9(8).
       01  WS-PRM-VALUE                PIC S9(9)V9(4) COMP-3.
       01  WS-PRM-RC                   PIC 9(4).
       01  WS-PRM-MSG                  PIC X(80).

       01  WS-TODAY                    PIC 9(8).
       01  WS-FROM-DATE                PIC 9(8).
       01  WS-FROM-DATE-X REDEFINES WS-FROM-DATE
                                       PIC X(8).
       01  WS-DAYS-OLD                 PIC S9(7) COMP.

      * The audit record being examined, from either source - the
      * current file and the history archive are decoded alike.
       01  WS-SCAN-TRANS-TYPE          PIC X(1).
       01  WS-SCAN-CUST-ID             PIC X(10).
       01  WS-SCAN-TIMESTAMP           PIC 9(14).
       01  WS-SCAN-TIMESTAMP-X REDEFINES WS-SCAN-TIMESTAMP
                                       PIC X(14).
       01  WS-REVIEW-AGE               PIC S9(7) COMP.
       01  WS-REDUCTION                PIC S9(8)V99 COMP-3.

      * Per-customer findings.
       01  WS-PAY-COUNT                PIC 9(5) COMP.
       01  WS-PAID-AMOUNT              PIC S9(9)V99 COMP-3.
       01  WS-KEPT-COUNT               PIC 9(3) COMP.
       01  WS-BROKEN-COUNT             PIC 9(3) COMP.
       01  WS-EXPOSURE                 PIC S9(9)V99 COMP-3.
       01  WS-UTIL-PCT                 PIC 9(5) COMP.
       01  WS-OLD-LIMIT                PIC S9(7)V99 COMP-3.
       01  WS-NEW-LIMIT                PIC S9(9)V99 COMP-3.
       01  WS-HUNDREDS                 PIC 9(7).
       01  WS-ACTION                   PIC X(1).
           88 WS-RECOMMEND-RAISE       VALUE 'R'.
           88 WS-RECOMMEND-CUT         VALUE 'C'.
           88 WS-RECOMMEND-NONE        VALUE 'N'.
       01  WS-REASON                   PIC X(20).

      * Review totals.
       01  WS-READ-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-REVIEWED-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-RAISE-COUNT              PIC 9(7) COMP VALUE 0.
       01  WS-CUT-COUNT                PIC 9(7) COMP VALUE 0.
       01  WS-NO-CHANGE-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-PAYMENT-REC-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-RAISE-TOTAL              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-CUT-TOTAL                PIC S9(11)V99 COMP-3 VALUE 0.

      * Approval totals.
       01  WS-DETAIL-READ-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-SENT-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-DECLINED-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-STALE-COUNT              PIC 9(7) COMP VALUE 0.
       01  WS-CEILING-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-NEXT-SEQUENCE            PIC 9(8) VALUE 0.
       01  WS-PHONE-IX                 PIC 9(3) COMP.
       01  WS-DISPOSITION-TEXT         PIC X(24).

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
           05 FILLER                   PIC X(18).

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
           05 FILLER                   PIC X(18).

      * Open-item aging interface mirror - see CUSTOIAG.
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

      * Open-dispute interface mirror - see CUSTDSPT.
       01  WS-DST-REQUEST.
           05 WS-DST-FUNCTION          PIC X(1).
           05 WS-DST-CUST-ID           PIC X(10).
           05 WS-DST-BALANCE           PIC S9(7)V99 COMP-3.

       01  WS-DST-RESULT.
           05 WS-DST-OPEN-COUNT        PIC 9(4).
           05 WS-DST-OPEN-AMOUNT       PIC S9(9)V99 COMP-3.

       01  WS-DST-RETURN-CODE          PIC 9(4).
       01  WS-DST-ERROR-MSG            PIC X(80).

       01  WS-DISPUTE-POOL             PIC S9(9)V99 COMP-3.
       01  WS-DISPUTE-RELIEF           PIC S9(9)V99 COMP-3.
       01  WS-BUCKET-IX                PIC 9(1) COMP.
       01  WS-OLDEST-IX                PIC 9(1) COMP.

      * Lower bound of each aging bucket in days past due - the age
      * an account falls back to when a dispute clears its older
      * buckets.
       01  WS-BUCKET-FLOORS.
           05 FILLER                   PIC 9(3) VALUE 0.
           05 FILLER                   PIC 9(3) VALUE 30.
           05 FILLER                   PIC 9(3) VALUE 60.
           05 FILLER                   PIC 9(3) VALUE 90.
       01  WS-BUCKET-FLOOR-TABLE REDEFINES WS-BUCKET-FLOORS.
           05 WS-BUCKET-FLOOR          PIC 9(3) OCCURS 4 TIMES.

      * Mirrors CUSTMGMT's LINKAGE SECTION LS-REQUEST/LS-RETURN-CODE/
      * LS-ERROR-MSG shape, as CUSTIMPT stages its inquiry. The
      * inquiry fills it; only the limit is changed before the
      * transaction is written.
       01  WS-CM-REQUEST.
           05 WS-CM-TRANS-TYPE         PIC X(1).
           05 WS-CM-CUST-ID            PIC X(10).
           05 WS-CM-CUST-DATA.
              10 WS-CM-CUST-NAME       PIC X(30).
              10 WS-CM-CUST-ADDR       PIC X(40).
              10 WS-CM-CUST-CITY       PIC X(20).
              10 WS-CM-CUST-STATE      PIC X(2).
              10 WS-CM-CUST-ZIP        PIC X(10).
              10 WS-CM-CUST-BAL        PIC S9(7)V99 COMP-3.
              10 WS-CM-CUST-STATUS     PIC X(1).
              10 WS-CM-CUST-LIMIT      PIC S9(7)V99 COMP-3.
           05 WS-CM-CUST-PHONE-COUNT   PIC 9(2).
           05 WS-CM-CUST-PHONES OCCURS 0 TO 9 TIMES
                 DEPENDING ON WS-CM-CUST-PHONE-COUNT.
              10 WS-CM-PHONE-TYPE      PIC X(1).
              10 WS-CM-PHONE-NUMBER    PIC X(15).

       01  WS-CM-RETURN-CODE           PIC 9(4).
       01  WS-CM-ERROR-MSG             PIC X(80).

      * User-authority interface mirror - see CUSTAUTH.
       01  WS-AUT-REQUEST.
           05 WS-AUT-FUNCTION          PIC X(1).
           05 WS-AUT-USER-ID           PIC X(8).
           05 WS-AUT-PROGRAM           PIC X(8).
           05 WS-AUT-AUTHORITY         PIC X(1).
           05 WS-AUT-CUST-ID           PIC X(10).
           05 WS-AUT-AMOUNT            PIC S9(9)V99 COMP-3.
           05 WS-AUT-REASON-CODE       PIC 9(4).
           05 WS-AUT-REASON-TEXT       PIC X(40).
       01  WS-AUT-RETURN-CODE          PIC 9(4).
       01  WS-AUT-ERROR-MSG            PIC X(80).

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(40)
              VALUE 'CREDIT LIMIT REVIEW REGISTER'.

       01  HDG-APPROVAL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(40)
              VALUE 'CREDIT LIMIT REVIEW - APPROVAL RUN'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 HDG2-TEXT                PIC X(20).
           05 HDG2-FROM-DATE           PIC X(8).

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(11) VALUE 'CUST-ID'.
           05 FILLER                   PIC X(21) VALUE 'CUST-NAME'.
           05 FILLER                   PIC X(14)
              VALUE '        LIMIT'.
           05 FILLER                   PIC X(14)
              VALUE '  UNDISPUTED'.
           05 FILLER                   PIC X(04) VALUE 'USE%'.
           05 FILLER                   PIC X(04) VALUE ' PAY'.
           05 FILLER                   PIC X(15)
              VALUE '      PAID 12M'.
           05 FILLER                   PIC X(06) VALUE '  DAYS'.
           05 FILLER                   PIC X(04) VALUE ' BRK'.
           05 FILLER                   PIC X(06) VALUE ' REC'.
           05 FILLER                   PIC X(14)
              VALUE '    NEW LIMIT'.
           05 FILLER                   PIC X(17) VALUE 'REASON'.

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-CUST-NAME            PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-LIMIT                PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-EXPOSURE             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-UTIL-PCT             PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-PAY-COUNT            PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-PAID                 PIC ZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-DAYS-OLD             PIC ZZZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-BROKEN               PIC ZZ9.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-ACTION               PIC X(5).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-NEW-LIMIT            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-REASON               PIC X(17).

       01  APL-HDG-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(11) VALUE 'CUST-ID'.
           05 FILLER                   PIC X(06) VALUE 'REC'.
           05 FILLER                   PIC X(14)
              VALUE '    OLD LIMIT'.
           05 FILLER                   PIC X(14)
              VALUE '    NEW LIMIT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(24) VALUE 'DISPOSITION'.

       01  APL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 APL-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 APL-ACTION               PIC X(5).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 APL-OLD-LIMIT            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 APL-NEW-LIMIT            PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 APL-DISPOSITION          PIC X(24).

       01  SEC-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SEC-TITLE                PIC X(60).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
           05 SUM-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 SUM-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN
                                       ZERO.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF WS-APPROVAL-RUN
               PERFORM 5000-APPROVE-REVIEW THRU 5000-EXIT
               PERFORM 5800-WRITE-APPROVAL-SUMMARY
           ELSE
               PERFORM 2000-REVIEW-CUSTOMERS THRU 2000-EXIT
               PERFORM 4000-WRITE-REVIEW-SUMMARY
           END-IF

           PERFORM 6000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-FROM-DATE = WS-TODAY - 10000

           PERFORM 1070-LOAD-PARAMETERS
           PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'CUSTCRRV: FAILED TO OPEN REPORT FILE'
               GOBACK
           END-IF

           MOVE WS-TODAY TO HDG2-DATE
           IF WS-APPROVAL-RUN
               MOVE 'REVIEW OF:'          TO HDG2-TEXT
               MOVE WS-APPROVAL-DATE      TO HDG2-FROM-DATE
               WRITE REPORT-LINE FROM HDG-APPROVAL-LINE
           ELSE
               MOVE 'PAYMENTS SINCE:'     TO HDG2-TEXT
               MOVE WS-FROM-DATE-X        TO HDG2-FROM-DATE
               WRITE REPORT-LINE FROM HDG-LINE-1
           END-IF
           WRITE REPORT-LINE FROM HDG-LINE-2
           WRITE REPORT-LINE FROM SPACES.
       1000-EXIT.
           EXIT.

      * Review thresholds in force as of the run date - Credit tunes
      * them through CUSTPRMM; a figure not on file keeps its
      * compiled default.
       1070-LOAD-PARAMETERS.
           MOVE WS-TODAY TO WS-PRM-AS-OF

           MOVE 'CRRV-MIN-PAYMENTS' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-MIN-PAYMENTS
           END-IF

           MOVE 'CRRV-RAISE-UTIL-PCT' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-RAISE-UTIL-PCT
           END-IF

           MOVE 'CRRV-RAISE-DAYS' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-RAISE-DAYS
           END-IF

           MOVE 'CRRV-RAISE-PCT' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-RAISE-PCT
           END-IF

           MOVE 'CRRV-CUT-DAYS' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-CUT-DAYS
           END-IF

           MOVE 'CRRV-CUT-BROKEN' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-CUT-BROKEN
           END-IF

           MOVE 'CRRV-CUT-PCT' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-CUT-PCT
           END-IF

           MOVE 'CRRV-MIN-LIMIT' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-MIN-LIMIT
           END-IF

           MOVE 'CRRV-MAX-LIMIT' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-MAX-LIMIT
           END-IF

           MOVE 'CRRV-APPLY-DAYS' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-APPLY-DAYS
           END-IF.
       1070-EXIT.
           EXIT.

       1080-READ-ONE-PARM.
           MOVE 0      TO WS-PRM-VALUE
           MOVE 0      TO WS-PRM-RC
           MOVE SPACES TO WS-PRM-MSG
           CALL 'CUSTPRMR' USING WS-PRM-NAME
                                 WS-PRM-AS-OF
                                 WS-PRM-VALUE
                                 WS-PRM-RC
                                 WS-PRM-MSG.
       1080-EXIT.
           EXIT.

      * An absent parameter file, or one with no approval card
      * first, is a review run. 'X' cards only count after an 'A'.
       1100-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-NOT-FOUND
               GO TO 1100-EXIT
           END-IF
           IF NOT WS-PARM-OK
               DISPLAY 'CUSTCRRV: FAILED TO OPEN PARM FILE'
               GO TO 1100-EXIT
           END-IF

           PERFORM 1150-READ-ONE-CARD
           IF NOT WS-NO-MORE-CARDS
              AND PARM-APPROVE
               MOVE 'A'              TO WS-RUN-MODE
               MOVE PARM-REVIEW-DATE TO WS-APPROVAL-DATE
               MOVE PARM-APPROVER    TO WS-APPROVER
               PERFORM 1150-READ-ONE-CARD
               PERFORM 1200-TABLE-ONE-DECLINE
                   UNTIL WS-NO-MORE-CARDS
           END-IF

           CLOSE PARM-FILE.
       1100-EXIT.
           EXIT.

       1150-READ-ONE-CARD.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ.
       1150-EXIT.
           EXIT.

       1200-TABLE-ONE-DECLINE.
           IF PARM-DECLINE
              AND WS-DECLINE-COUNT < 500
               ADD 1 TO WS-DECLINE-COUNT
               MOVE PARM-DECLINE-CUST-ID
                   TO WS-DECLINE-CUST-ID (WS-DECLINE-COUNT)
           END-IF
           PERFORM 1150-READ-ONE-CARD.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * Review run. The payments on the audit trail are sorted into
      * customer order and matched against the master read in key
      * order, so one pass over each file serves every customer.
      ******************************************************************
       2000-REVIEW-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-SUCCESS
               DISPLAY 'CUSTCRRV: FAILED TO OPEN CUSTOMER FILE'
               MOVE 'CUSTOMER FILE UNAVAILABLE - NO REVIEW'
                   TO SEC-TITLE
               WRITE REPORT-LINE FROM SEC-LINE
               GO TO 2000-EXIT
           END-IF

           OPEN INPUT PROMISE-FILE
           IF WS-PTP-OK
               MOVE 'Y' TO WS-PTP-PRESENT-SW
           ELSE
               IF NOT WS-PTP-NO-FILE
                   DISPLAY 'CUSTCRRV: FAILED TO OPEN PROMISE FILE'
                   CLOSE CUSTOMER-FILE
                   GO TO 2000-EXIT
               END-IF
           END-IF

           OPEN OUTPUT REVIEW-FILE
           IF NOT WS-REVIEW-OK
               DISPLAY 'CUSTCRRV: FAILED TO OPEN REVIEW FILE'
               CLOSE CUSTOMER-FILE
               IF WS-PTP-PRESENT
                   CLOSE PROMISE-FILE
               END-IF
               GO TO 2000-EXIT
           END-IF

      * The header goes out first with no count; 2900 stamps the
      * count once the details are written.
           MOVE SPACES   TO CUST-CREDIT-REVIEW-RECORD
           MOVE 'H'      TO CRV-RECORD-TYPE
           MOVE WS-TODAY TO CRV-REVIEW-DATE
           MOVE 'R'      TO CRV-FILE-STATUS
           MOVE 0        TO CRV-DETAIL-COUNT
                            CRV-APPLIED-DATE
           WRITE CUST-CREDIT-REVIEW-RECORD

           WRITE REPORT-LINE FROM HDG-LINE-3
           WRITE REPORT-LINE FROM SPACES

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SP-CUST-ID
               INPUT PROCEDURE IS 2100-RELEASE-PAYMENTS
                   THRU 2100-EXIT
               OUTPUT PROCEDURE IS 3000-REVIEW-EACH-CUSTOMER
                   THRU 3000-EXIT

           CLOSE CUSTOMER-FILE
           IF WS-PTP-PRESENT
               CLOSE PROMISE-FILE
           END-IF
           CLOSE REVIEW-FILE
           MOVE 'C' TO WS-OIA-FUNCTION
           CALL 'CUSTOIAG' USING WS-OIA-REQUEST
                                 WS-OIA-RESULT
                                 WS-OIA-RETURN-CODE
                                 WS-OIA-ERROR-MSG
           MOVE 'C' TO WS-DST-FUNCTION
           CALL 'CUSTDSPT' USING WS-DST-REQUEST
                                 WS-DST-RESULT
                                 WS-DST-RETURN-CODE
                                 WS-DST-ERROR-MSG

           PERFORM 2900-STAMP-DETAIL-COUNT THRU 2900-EXIT.
       2000-EXIT.
           EXIT.

       2100-RELEASE-PAYMENTS.
           PERFORM 2200-SCAN-CURRENT-AUDIT THRU 2200-EXIT
           PERFORM 2500-SCAN-HISTORY THRU 2500-EXIT.
       2100-EXIT.
           EXIT.

       2200-SCAN-CURRENT-AUDIT.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               GO TO 2200-EXIT
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'CUSTCRRV: FAILED TO OPEN AUDIT FILE'
               MOVE 'Y' TO WS-SCAN-FAIL-SW
               GO TO 2200-EXIT
           END-IF

           PERFORM 2250-SCAN-ONE-AUDIT-REC
               UNTIL WS-NO-MORE-AUDIT-RECS

           CLOSE AUDIT-FILE.
       2200-EXIT.
           EXIT.

       2250-SCAN-ONE-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-SWITCH
               NOT AT END
                   MOVE AUD-TIMESTAMP    TO WS-SCAN-TIMESTAMP
                   MOVE AUD-TRANS-TYPE   TO WS-SCAN-TRANS-TYPE
                   MOVE AUD-CUST-ID      TO WS-SCAN-CUST-ID
                   MOVE AUD-BEFORE-IMAGE TO WS-BEFORE-REC
                   MOVE AUD-AFTER-IMAGE  TO WS-AFTER-REC
                   PERFORM 2300-RELEASE-ONE-PAYMENT THRU 2300-EXIT
           END-READ.
       2250-EXIT.
           EXIT.

      * Only an update audit record carries a balance-to-balance
      * movement, and only a reduction inside the last twelve
      * months is a payment.
       2300-RELEASE-ONE-PAYMENT.
           IF WS-SCAN-TRANS-TYPE NOT = 'U'
              OR WS-SCAN-TIMESTAMP-X (1:8) < WS-FROM-DATE-X
               GO TO 2300-EXIT
           END-IF
           IF AUDB-CUST-BALANCE NOT NUMERIC
              OR AUDA-CUST-BALANCE NOT NUMERIC
               GO TO 2300-EXIT
           END-IF
           COMPUTE WS-REDUCTION =
               AUDB-CUST-BALANCE - AUDA-CUST-BALANCE
           IF WS-REDUCTION <= 0
               GO TO 2300-EXIT
           END-IF

           MOVE WS-SCAN-CUST-ID TO SP-CUST-ID
           MOVE WS-REDUCTION    TO SP-AMOUNT
           RELEASE SORT-WORK-RECORD
           ADD 1 TO WS-PAYMENT-REC-COUNT.
       2300-EXIT.
           EXIT.

      * The history archive holds the closed periods - most of a
      * twelve-month window - so it is always read.
       2500-SCAN-HISTORY.
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-NOT-FOUND
               GO TO 2500-EXIT
           END-IF
           IF NOT WS-HISTORY-OK
               DISPLAY 'CUSTCRRV: FAILED TO OPEN HISTORY ARCHIVE'
               MOVE 'Y' TO WS-SCAN-FAIL-SW
               GO TO 2500-EXIT
           END-IF

           PERFORM 2550-SCAN-ONE-HIST-REC
               UNTIL WS-NO-MORE-HIST-RECS

           CLOSE HISTORY-FILE.
       2500-EXIT.
           EXIT.

       2550-SCAN-ONE-HIST-REC.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-HIST-EOF-SWITCH
               NOT AT END
                   MOVE AUH-TIMESTAMP    TO WS-SCAN-TIMESTAMP
                   MOVE AUH-TRANS-TYPE   TO WS-SCAN-TRANS-TYPE
                   MOVE AUH-CUST-ID      TO WS-SCAN-CUST-ID
                   MOVE AUH-BEFORE-IMAGE TO WS-BEFORE-REC
                   MOVE AUH-AFTER-IMAGE  TO WS-AFTER-REC
                   PERFORM 2300-RELEASE-ONE-PAYMENT THRU 2300-EXIT
           END-READ.
       2550-EXIT.
           EXIT.

      * A sequential file can only rewrite the record just read, so
      * the header is read back on its own to take the count.
       2900-STAMP-DETAIL-COUNT.
           OPEN I-O REVIEW-FILE
           IF NOT WS-REVIEW-OK
               DISPLAY 'CUSTCRRV: FAILED TO REOPEN REVIEW FILE'
               GO TO 2900-EXIT
           END-IF
           READ REVIEW-FILE
               AT END
                   CLOSE REVIEW-FILE
                   GO TO 2900-EXIT
           END-READ
           COMPUTE CRV-DETAIL-COUNT = WS-RAISE-COUNT + WS-CUT-COUNT
           REWRITE CUST-CREDIT-REVIEW-RECORD
           CLOSE REVIEW-FILE.
       2900-EXIT.
           EXIT.

       3000-REVIEW-EACH-CUSTOMER.
           IF WS-SCAN-FAILED
               MOVE 'AUDIT SCAN FAILED - NO RECOMMENDATIONS MADE'
                   TO SEC-TITLE
               WRITE REPORT-LINE FROM SEC-LINE
               GO TO 3000-EXIT
           END-IF

           PERFORM 3050-RETURN-PAYMENT
           PERFORM 3100-READ-CUSTOMER-REC
           PERFORM 3200-REVIEW-ONE-CUSTOMER
               UNTIL WS-NO-MORE-RECORDS.
       3000-EXIT.
           EXIT.

       3050-RETURN-PAYMENT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   MOVE HIGH-VALUES TO SP-CUST-ID
           END-RETURN.
       3050-EXIT.
           EXIT.

       3100-READ-CUSTOMER-REC.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       3100-EXIT.
           EXIT.

      * Payments for customers no longer on the master are passed
      * over; the customer's own payments are totalled. Only active
      * customers with a limit in force are reviewed - no limit
      * means none is being managed.
       3200-REVIEW-ONE-CUSTOMER.
           MOVE 0 TO WS-PAY-COUNT
           MOVE 0 TO WS-PAID-AMOUNT
           PERFORM 3050-RETURN-PAYMENT
               UNTIL WS-NO-MORE-PAYMENTS
                  OR SP-CUST-ID NOT < CUST-ID
           PERFORM 3250-TAKE-ONE-PAYMENT
               UNTIL WS-NO-MORE-PAYMENTS
                  OR SP-CUST-ID NOT = CUST-ID

           IF CUST-ACTIVE
              AND CUST-CREDIT-LIMIT NUMERIC
               IF CUST-CREDIT-LIMIT > 0
                   PERFORM 3300-ASSESS-CUSTOMER THRU 3300-EXIT
               END-IF
           END-IF

           PERFORM 3100-READ-CUSTOMER-REC.
       3200-EXIT.
           EXIT.

       3250-TAKE-ONE-PAYMENT.
           ADD 1         TO WS-PAY-COUNT
           ADD SP-AMOUNT TO WS-PAID-AMOUNT
           PERFORM 3050-RETURN-PAYMENT.
       3250-EXIT.
           EXIT.

       3300-ASSESS-CUSTOMER.
           ADD 1 TO WS-REVIEWED-COUNT
           MOVE CUST-CREDIT-LIMIT TO WS-OLD-LIMIT

           PERFORM 3400-COMPUTE-AGE
           PERFORM 3450-EXCLUDE-DISPUTES THRU 3450-EXIT
           PERFORM 3500-SCAN-PROMISES THRU 3500-EXIT

           COMPUTE WS-EXPOSURE = CUST-BALANCE - WS-DST-OPEN-AMOUNT
           IF WS-EXPOSURE > 0
               COMPUTE WS-UTIL-PCT =
                   (WS-EXPOSURE * 100) / WS-OLD-LIMIT
                   ON SIZE ERROR MOVE 999 TO WS-UTIL-PCT
               END-COMPUTE
               IF WS-UTIL-PCT > 999
                   MOVE 999 TO WS-UTIL-PCT
               END-IF
           ELSE
               MOVE 0 TO WS-UTIL-PCT
           END-IF

           PERFORM 3600-DECIDE-RECOMMENDATION THRU 3600-EXIT
           PERFORM 3700-WRITE-REGISTER-LINE

           IF NOT WS-RECOMMEND-NONE
               PERFORM 3800-WRITE-RECOMMENDATION
           END-IF.
       3300-EXIT.
           EXIT.

      * Aging comes from the open-item service, as in CUSTDUNN.
       3400-COMPUTE-AGE.
           MOVE 'A'                    TO WS-OIA-FUNCTION
           MOVE CUST-ID                TO WS-OIA-CUST-ID
           MOVE WS-TODAY               TO WS-OIA-AS-OF
           MOVE CUST-BALANCE           TO WS-OIA-BALANCE
           MOVE CUST-LAST-UPDATE       TO WS-OIA-LAST-UPDATE
           MOVE 0                      TO WS-OIA-RETURN-CODE
           MOVE SPACES                 TO WS-OIA-ERROR-MSG
           CALL 'CUSTOIAG' USING WS-OIA-REQUEST
                                 WS-OIA-RESULT
                                 WS-OIA-RETURN-CODE
                                 WS-OIA-ERROR-MSG
           MOVE WS-OIA-OLDEST-DAYS TO WS-DAYS-OLD.
       3400-EXIT.
           EXIT.

      * Disputed money relieves the buckets oldest first - the
      * CUSTDUNN rule - so money the customer is contesting neither
      * ages the account toward a cut nor counts as credit used.
       3450-EXCLUDE-DISPUTES.
           MOVE 'T'                    TO WS-DST-FUNCTION
           MOVE CUST-ID                TO WS-DST-CUST-ID
           MOVE CUST-BALANCE           TO WS-DST-BALANCE
           MOVE 0                      TO WS-DST-RETURN-CODE
           MOVE SPACES                 TO WS-DST-ERROR-MSG
           CALL 'CUSTDSPT' USING WS-DST-REQUEST
                                 WS-DST-RESULT
                                 WS-DST-RETURN-CODE
                                 WS-DST-ERROR-MSG
           IF WS-DST-RETURN-CODE NOT = 0
               DISPLAY 'CUSTCRRV: ' WS-DST-ERROR-MSG
           END-IF
           IF WS-DST-OPEN-AMOUNT NOT > 0
               GO TO 3450-EXIT
           END-IF

           MOVE WS-DST-OPEN-AMOUNT TO WS-DISPUTE-POOL
           PERFORM 3460-RELIEVE-ONE-BUCKET
               VARYING WS-BUCKET-IX FROM 4 BY -1
               UNTIL WS-BUCKET-IX < 1
                  OR WS-DISPUTE-POOL = 0

           MOVE 1 TO WS-OLDEST-IX
           PERFORM 3470-CHECK-ONE-BUCKET
               VARYING WS-BUCKET-IX FROM 2 BY 1
               UNTIL WS-BUCKET-IX > 4
           IF WS-OLDEST-IX < WS-OIA-OLDEST-IX
               MOVE WS-BUCKET-FLOOR (WS-OLDEST-IX) TO WS-DAYS-OLD
           END-IF.
       3450-EXIT.
           EXIT.

       3460-RELIEVE-ONE-BUCKET.
           IF WS-OIA-BUCKET-AMT (WS-BUCKET-IX) > 0
               IF WS-DISPUTE-POOL < WS-OIA-BUCKET-AMT (WS-BUCKET-IX)
                   MOVE WS-DISPUTE-POOL TO WS-DISPUTE-RELIEF
               ELSE
                   MOVE WS-OIA-BUCKET-AMT (WS-BUCKET-IX)
                       TO WS-DISPUTE-RELIEF
               END-IF
               SUBTRACT WS-DISPUTE-RELIEF
                   FROM WS-OIA-BUCKET-AMT (WS-BUCKET-IX)
               SUBTRACT WS-DISPUTE-RELIEF FROM WS-DISPUTE-POOL
           END-IF.
       3460-EXIT.
           EXIT.

       3470-CHECK-ONE-BUCKET.
           IF WS-OIA-BUCKET-AMT (WS-BUCKET-IX) > 0
               MOVE WS-BUCKET-IX TO WS-OLDEST-IX
           END-IF.
       3470-EXIT.
           EXIT.

      * Promises whose date fell in the last twelve months - kept
      * and partly kept both count in the customer's favour, only a
      * broken promise counts against.
       3500-SCAN-PROMISES.
           MOVE 0 TO WS-KEPT-COUNT
           MOVE 0 TO WS-BROKEN-COUNT
           IF NOT WS-PTP-PRESENT
               GO TO 3500-EXIT
           END-IF

           MOVE CUST-ID      TO PTP-CUST-ID
           MOVE WS-FROM-DATE TO PTP-PROMISE-DATE
           MOVE 0            TO PTP-SEQ
           MOVE 'N' TO WS-SCAN-DONE-SW
           START PROMISE-FILE KEY IS >= PTP-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 3550-SCAN-ONE-PROMISE
               UNTIL WS-SCAN-DONE.
       3500-EXIT.
           EXIT.

       3550-SCAN-ONE-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF PTP-CUST-ID NOT = CUST-ID
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       IF PTP-KEPT OR PTP-PARTIAL
                           ADD 1 TO WS-KEPT-COUNT
                       END-IF
                       IF PTP-BROKEN
                           ADD 1 TO WS-BROKEN-COUNT
                       END-IF
                   END-IF
           END-READ.
       3550-EXIT.
           EXIT.

      * The rules. A cut is tested first - bad behaviour outweighs a
      * full limit. A raise needs every sign of good behaviour and a
      * customer actually using the credit. A move that rounds to
      * nothing, or a limit already at the floor or the ceiling, is
      * no change.
       3600-DECIDE-RECOMMENDATION.
           MOVE 'N'    TO WS-ACTION
           MOVE SPACES TO WS-REASON
           MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT

           IF WS-DAYS-OLD >= WS-CUT-DAYS
              OR (WS-BROKEN-COUNT >= WS-CUT-BROKEN
                  AND WS-CUT-BROKEN > 0)
               IF WS-DAYS-OLD >= WS-CUT-DAYS
                   MOVE 'SERIOUSLY PAST DUE' TO WS-REASON
               ELSE
                   MOVE 'BROKEN PROMISES'    TO WS-REASON
               END-IF
               COMPUTE WS-HUNDREDS =
                   (WS-OLD-LIMIT * (100 - WS-CUT-PCT)) / 10000
               COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
               IF WS-NEW-LIMIT < WS-MIN-LIMIT
                   MOVE WS-MIN-LIMIT TO WS-NEW-LIMIT
               END-IF
               IF WS-NEW-LIMIT < WS-OLD-LIMIT
                   MOVE 'C' TO WS-ACTION
               ELSE
                   MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT
                   MOVE 'AT MINIMUM LIMIT' TO WS-REASON
               END-IF
               GO TO 3600-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OLD >= WS-RAISE-DAYS
                   MOVE 'PAST DUE'            TO WS-REASON
               WHEN WS-BROKEN-COUNT > 0
                   MOVE 'BROKEN PROMISE'      TO WS-REASON
               WHEN WS-PAY-COUNT < WS-MIN-PAYMENTS
                   MOVE 'TOO FEW PAYMENTS'    TO WS-REASON
               WHEN WS-UTIL-PCT < WS-RAISE-UTIL-PCT
                   MOVE 'LIMIT NOT NEEDED'    TO WS-REASON
               WHEN OTHER
                   MOVE 'GOOD PAYER AT LIMIT' TO WS-REASON
                   COMPUTE WS-HUNDREDS =
                       (WS-OLD-LIMIT * (100 + WS-RAISE-PCT)) / 10000
                   COMPUTE WS-NEW-LIMIT = WS-HUNDREDS * 100
                   IF WS-NEW-LIMIT > WS-MAX-LIMIT
                       MOVE WS-MAX-LIMIT TO WS-NEW-LIMIT
                   END-IF
                   IF WS-NEW-LIMIT > WS-OLD-LIMIT
                       MOVE 'R' TO WS-ACTION
                   ELSE
                       MOVE WS-OLD-LIMIT TO WS-NEW-LIMIT
                       MOVE 'AT MAXIMUM LIMIT' TO WS-REASON
                   END-IF
           END-EVALUATE.
       3600-EXIT.
           EXIT.

       3700-WRITE-REGISTER-LINE.
           MOVE CUST-ID            TO DTL-CUST-ID
           MOVE CUST-NAME          TO DTL-CUST-NAME
           MOVE WS-OLD-LIMIT       TO DTL-LIMIT
           MOVE WS-EXPOSURE        TO DTL-EXPOSURE
           MOVE WS-UTIL-PCT        TO DTL-UTIL-PCT
           MOVE WS-PAY-COUNT       TO DTL-PAY-COUNT
           MOVE WS-PAID-AMOUNT     TO DTL-PAID
           MOVE WS-DAYS-OLD        TO DTL-DAYS-OLD
           MOVE WS-BROKEN-COUNT    TO DTL-BROKEN
           MOVE WS-NEW-LIMIT       TO DTL-NEW-LIMIT
           MOVE WS-REASON          TO DTL-REASON
           EVALUATE TRUE
               WHEN WS-RECOMMEND-RAISE
                   MOVE 'RAISE' TO DTL-ACTION
                   ADD 1 TO WS-RAISE-COUNT
                   COMPUTE WS-RAISE-TOTAL =
                       WS-RAISE-TOTAL + WS-NEW-LIMIT - WS-OLD-LIMIT
               WHEN WS-RECOMMEND-CUT
                   MOVE 'CUT'   TO DTL-ACTION
                   ADD 1 TO WS-CUT-COUNT
                   COMPUTE WS-CUT-TOTAL =
                       WS-CUT-TOTAL + WS-OLD-LIMIT - WS-NEW-LIMIT
               WHEN OTHER
                   MOVE 'NONE'  TO DTL-ACTION
                   ADD 1 TO WS-NO-CHANGE-COUNT
           END-EVALUATE
           WRITE REPORT-LINE FROM DTL-LINE.
       3700-EXIT.
           EXIT.

       3800-WRITE-RECOMMENDATION.
           MOVE SPACES             TO CUST-CREDIT-REVIEW-RECORD
           MOVE 'D'                TO CRV-RECORD-TYPE
           MOVE CUST-ID            TO CRV-CUST-ID
           MOVE WS-ACTION          TO CRV-ACTION
           MOVE WS-OLD-LIMIT       TO CRV-OLD-LIMIT
           MOVE WS-NEW-LIMIT       TO CRV-NEW-LIMIT
           MOVE CUST-BALANCE       TO CRV-BALANCE
           MOVE WS-PAY-COUNT       TO CRV-PAY-COUNT
           MOVE WS-PAID-AMOUNT     TO CRV-PAID-AMOUNT
           MOVE WS-DAYS-OLD        TO CRV-OLDEST-DAYS
           MOVE WS-BROKEN-COUNT    TO CRV-BROKEN-COUNT
           MOVE WS-REASON          TO CRV-REASON
           WRITE CUST-CREDIT-REVIEW-RECORD.
       3800-EXIT.
           EXIT.

       4000-WRITE-REVIEW-SUMMARY.
           WRITE REPORT-LINE FROM SPACES

           MOVE 'CUSTOMERS READ:'           TO SUM-LABEL
           MOVE WS-READ-COUNT               TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'CUSTOMERS REVIEWED:'       TO SUM-LABEL
           MOVE WS-REVIEWED-COUNT           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'PAYMENTS FOUND (12 MONTHS):' TO SUM-LABEL
           MOVE WS-PAYMENT-REC-COUNT        TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'RECOMMENDED RAISES:'       TO SUM-LABEL
           MOVE WS-RAISE-COUNT              TO SUM-COUNT
           MOVE WS-RAISE-TOTAL              TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'RECOMMENDED CUTS:'         TO SUM-LABEL
           MOVE WS-CUT-COUNT                TO SUM-COUNT
           MOVE WS-CUT-TOTAL                TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 0                           TO SUM-AMOUNT

           MOVE 'NO CHANGE:'                TO SUM-LABEL
           MOVE WS-NO-CHANGE-COUNT          TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * Approval run. Nothing is sent unless the card names the
      * review on file, the review has not been applied before and is
      * still fresh, and the approver holds the approval authority.
      ******************************************************************
       5000-APPROVE-REVIEW.
           OPEN I-O REVIEW-FILE
           IF WS-REVIEW-NOT-FOUND
               MOVE 'NO REVIEW FILE - NOTHING TO APPROVE' TO SEC-TITLE
               WRITE REPORT-LINE FROM SEC-LINE
               GO TO 5000-EXIT
           END-IF
           IF NOT WS-REVIEW-OK
               DISPLAY 'CUSTCRRV: FAILED TO OPEN REVIEW FILE'
               GO TO 5000-EXIT
           END-IF

           MOVE SPACES TO SEC-TITLE
           READ REVIEW-FILE
               AT END
                   MOVE 'REVIEW FILE IS EMPTY - NOTHING TO APPROVE'
                       TO SEC-TITLE
           END-READ

           EVALUATE TRUE
               WHEN SEC-TITLE NOT = SPACES
                   CONTINUE
               WHEN NOT CRV-HEADER
                   MOVE 'REVIEW FILE HAS NO HEADER - NOT APPLIED'
                       TO SEC-TITLE
               WHEN CRV-REVIEW-DATE NOT = WS-APPROVAL-DATE
                   MOVE 'CARD DATE DOES NOT MATCH REVIEW ON FILE'
                       TO SEC-TITLE
               WHEN CRV-APPLIED
                   MOVE 'REVIEW ALREADY APPLIED - NOT APPLIED AGAIN'
                       TO SEC-TITLE
               WHEN OTHER
                   MOVE SPACES TO SEC-TITLE
           END-EVALUATE
           IF SEC-TITLE = SPACES
               COMPUTE WS-REVIEW-AGE =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(CRV-REVIEW-DATE)
               IF WS-REVIEW-AGE > WS-APPLY-DAYS
                   MOVE 'REVIEW TOO OLD - RUN THE REVIEW AGAIN'
                       TO SEC-TITLE
               END-IF
           END-IF
           IF SEC-TITLE = SPACES
               PERFORM 5100-CHECK-APPROVER
               IF WS-AUT-RETURN-CODE NOT = 0
                   MOVE 'APPROVER NOT AUTHORIZED - NOTHING APPLIED'
                       TO SEC-TITLE
                   DISPLAY 'CUSTCRRV: ' WS-AUT-ERROR-MSG
               END-IF
           END-IF
           IF SEC-TITLE NOT = SPACES
               WRITE REPORT-LINE FROM SEC-LINE
               CLOSE REVIEW-FILE
               GO TO 5000-EXIT
           END-IF

           OPEN OUTPUT LIMIT-TRANS-FILE
           IF NOT WS-TRANS-OK
               DISPLAY 'CUSTCRRV: FAILED TO OPEN LIMIT UPDATE FILE'
               CLOSE REVIEW-FILE
               GO TO 5000-EXIT
           END-IF

      * The header is marked applied before any detail is touched -
      * a run that fails part way must be rerun from a fresh review,
      * never replayed over a half-sent file.
           MOVE 'P'         TO CRV-FILE-STATUS
           MOVE WS-TODAY    TO CRV-APPLIED-DATE
           MOVE WS-APPROVER TO CRV-APPROVED-BY
           REWRITE CUST-CREDIT-REVIEW-RECORD

           WRITE REPORT-LINE FROM APL-HDG-LINE
           WRITE REPORT-LINE FROM SPACES

           PERFORM 5200-APPLY-ONE-RECOMMENDATION THRU 5200-EXIT
               UNTIL WS-NO-MORE-REVIEW-RECS

           CLOSE LIMIT-TRANS-FILE
           CLOSE REVIEW-FILE.
       5000-EXIT.
           EXIT.

       5100-CHECK-APPROVER.
           MOVE 'C'              TO WS-AUT-FUNCTION
           MOVE WS-APPROVER      TO WS-AUT-USER-ID
           MOVE 'CUSTCRRV'       TO WS-AUT-PROGRAM
           MOVE 'V'              TO WS-AUT-AUTHORITY
           MOVE SPACES           TO WS-AUT-CUST-ID
           MOVE 0                TO WS-AUT-AMOUNT
                                    WS-AUT-REASON-CODE
                                    WS-AUT-RETURN-CODE
           MOVE SPACES           TO WS-AUT-REASON-TEXT
                                    WS-AUT-ERROR-MSG
           CALL 'CUSTAUTH' USING WS-AUT-REQUEST
                                 WS-AUT-RETURN-CODE
                                 WS-AUT-ERROR-MSG.
       5100-EXIT.
           EXIT.

       5200-APPLY-ONE-RECOMMENDATION.
           READ REVIEW-FILE
               AT END
                   MOVE 'Y' TO WS-REVIEW-EOF-SWITCH
                   GO TO 5200-EXIT
           END-READ
           IF NOT CRV-DETAIL
               GO TO 5200-EXIT
           END-IF
           ADD 1 TO WS-DETAIL-READ-COUNT

           PERFORM 5300-CHECK-DECLINED
           IF WS-IS-DECLINED
               MOVE 'X' TO CRV-DISPOSITION
               MOVE 'DECLINED BY MANAGER' TO WS-DISPOSITION-TEXT
               ADD 1 TO WS-DECLINED-COUNT
               GO TO 5250-RECORD-DISPOSITION
           END-IF

           PERFORM 5400-INQUIRE-CUSTOMER
           IF WS-CM-RETURN-CODE NOT = 0
               MOVE 'S' TO CRV-DISPOSITION
               IF WS-CM-RETURN-CODE = 4001
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-DISPOSITION-TEXT
               ELSE
                   MOVE 'CUSTOMER INQUIRY FAILED'
                       TO WS-DISPOSITION-TEXT
               END-IF
               ADD 1 TO WS-STALE-COUNT
               GO TO 5250-RECORD-DISPOSITION
           END-IF
           IF WS-CM-CUST-LIMIT NOT NUMERIC
               MOVE 0 TO WS-CM-CUST-LIMIT
           END-IF
           IF WS-CM-CUST-LIMIT NOT = CRV-OLD-LIMIT
               MOVE 'S' TO CRV-DISPOSITION
               MOVE 'LIMIT CHANGED SINCE REVIEW' TO WS-DISPOSITION-TEXT
               ADD 1 TO WS-STALE-COUNT
               GO TO 5250-RECORD-DISPOSITION
           END-IF

      * A raise is credit extended, so it is held to the approver's
      * ceiling the way CUSTAPPR holds a balance move; a cut needs
      * only the approval authority already checked.
           IF CRV-RAISE
               MOVE 'C'         TO WS-AUT-FUNCTION
               MOVE CRV-CUST-ID TO WS-AUT-CUST-ID
               COMPUTE WS-AUT-AMOUNT = CRV-NEW-LIMIT - CRV-OLD-LIMIT
               MOVE 0           TO WS-AUT-RETURN-CODE
               MOVE SPACES      TO WS-AUT-ERROR-MSG
               CALL 'CUSTAUTH' USING WS-AUT-REQUEST
                                     WS-AUT-RETURN-CODE
                                     WS-AUT-ERROR-MSG
               IF WS-AUT-RETURN-CODE NOT = 0
                   MOVE 'A' TO CRV-DISPOSITION
                   MOVE 'ABOVE APPROVER CEILING' TO WS-DISPOSITION-TEXT
                   ADD 1 TO WS-CEILING-COUNT
                   GO TO 5250-RECORD-DISPOSITION
               END-IF
           END-IF

           PERFORM 5500-WRITE-LIMIT-UPDATE
           MOVE 'T' TO CRV-DISPOSITION
           MOVE 'SENT AS LIMIT UPDATE' TO WS-DISPOSITION-TEXT
           ADD 1 TO WS-SENT-COUNT.

       5250-RECORD-DISPOSITION.
           REWRITE CUST-CREDIT-REVIEW-RECORD
           MOVE CRV-CUST-ID        TO APL-CUST-ID
           IF CRV-RAISE
               MOVE 'RAISE'        TO APL-ACTION
           ELSE
               MOVE 'CUT'          TO APL-ACTION
           END-IF
           MOVE CRV-OLD-LIMIT      TO APL-OLD-LIMIT
           MOVE CRV-NEW-LIMIT      TO APL-NEW-LIMIT
           MOVE WS-DISPOSITION-TEXT TO APL-DISPOSITION
           WRITE REPORT-LINE FROM APL-LINE.
       5200-EXIT.
           EXIT.

       5300-CHECK-DECLINED.
           MOVE 'N' TO WS-DECLINED-SW
           PERFORM 5350-MATCH-ONE-DECLINE
               VARYING WS-DECLINE-IX FROM 1 BY 1
               UNTIL WS-DECLINE-IX > WS-DECLINE-COUNT
                  OR WS-IS-DECLINED.
       5300-EXIT.
           EXIT.

       5350-MATCH-ONE-DECLINE.
           IF WS-DECLINE-CUST-ID (WS-DECLINE-IX) = CRV-CUST-ID
               MOVE 'Y' TO WS-DECLINED-SW
           END-IF.
       5350-EXIT.
           EXIT.

       5400-INQUIRE-CUSTOMER.
           MOVE 'I'               TO WS-CM-TRANS-TYPE
           MOVE CRV-CUST-ID       TO WS-CM-CUST-ID
           MOVE SPACES            TO WS-CM-CUST-DATA
           MOVE 0                 TO WS-CM-CUST-BAL
           MOVE 0                 TO WS-CM-CUST-PHONE-COUNT
           MOVE 0                 TO WS-CM-RETURN-CODE
           MOVE SPACES            TO WS-CM-ERROR-MSG

           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG.
       5400-EXIT.
           EXIT.

      * One 'U' transaction in the CUST-TRN layout, the customer as
      * the master holds it now with the approved limit. The
      * sequence numbers only order the file - CUSTPEDT re-sequences
      * them after the cycle's highest, as it does the CRM feed.
       5500-WRITE-LIMIT-UPDATE.
           ADD 1 TO WS-NEXT-SEQUENCE
           MOVE WS-NEXT-SEQUENCE       TO TRN-SEQUENCE-NUMBER
           MOVE 'U'                    TO TRN-TRANS-TYPE
           MOVE CRV-CUST-ID            TO TRN-CUST-ID
           MOVE WS-CM-CUST-NAME        TO TRN-CUST-NAME
           MOVE WS-CM-CUST-ADDR        TO TRN-CUST-ADDR
           MOVE WS-CM-CUST-CITY        TO TRN-CUST-CITY
           MOVE WS-CM-CUST-STATE       TO TRN-CUST-STATE
           MOVE WS-CM-CUST-ZIP         TO TRN-CUST-ZIP
           MOVE WS-CM-CUST-BAL         TO TRN-CUST-BAL
           MOVE WS-CM-CUST-STATUS      TO TRN-CUST-STATUS
           MOVE CRV-NEW-LIMIT          TO TRN-CUST-LIMIT
           MOVE WS-CM-CUST-PHONE-COUNT TO TRN-CUST-PHONE-COUNT
           PERFORM 5550-COPY-ONE-PHONE
               VARYING WS-PHONE-IX FROM 1 BY 1
               UNTIL WS-PHONE-IX > TRN-CUST-PHONE-COUNT
           WRITE CUST-TRANSACTION.
       5500-EXIT.
           EXIT.

       5550-COPY-ONE-PHONE.
           MOVE WS-CM-PHONE-TYPE (WS-PHONE-IX)
               TO TRN-PHONE-TYPE (WS-PHONE-IX)
           MOVE WS-CM-PHONE-NUMBER (WS-PHONE-IX)
               TO TRN-PHONE-NUMBER (WS-PHONE-IX).
       5550-EXIT.
           EXIT.

       5800-WRITE-APPROVAL-SUMMARY.
           WRITE REPORT-LINE FROM SPACES

           MOVE 'RECOMMENDATIONS READ:'     TO SUM-LABEL
           MOVE WS-DETAIL-READ-COUNT        TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'SENT AS LIMIT UPDATES:'    TO SUM-LABEL
           MOVE WS-SENT-COUNT               TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'DECLINED BY MANAGER:'      TO SUM-LABEL
           MOVE WS-DECLINED-COUNT           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'STALE - NOT SENT:'         TO SUM-LABEL
           MOVE WS-STALE-COUNT              TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'ABOVE APPROVER CEILING:'   TO SUM-LABEL
           MOVE WS-CEILING-COUNT            TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.
       5800-EXIT.
           EXIT.

       6000-TERMINATE.
           CLOSE REPORT-FILE
           IF WS-APPROVAL-RUN
               DISPLAY 'CUSTCRRV: ' WS-SENT-COUNT ' LIMIT UPDATES SENT'
           ELSE
               DISPLAY 'CUSTCRRV: ' WS-RAISE-COUNT ' RAISES, '
                       WS-CUT-COUNT ' CUTS RECOMMENDED'
           END-IF.
       6000-EXIT.
           EXIT.
