      ******************************************************************
      * PROGRAM-ID: CUSTRFND
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: Overpayment Refunds and Escheatment - works the
      *          overpayments CUSTPAY parks on CUST.PAY.SUSP (reason
      *          9104, a payment that would take the balance past
      *          zero). Each new one is registered on the keyed
      *          refund file CUST.REFUND.FILE and held for
      *          RFND-HOLD-DAYS from its deposit date, which gives
      *          the cash desk time to apply it elsewhere. Once the
      *          hold runs out the customer is looked up through the
      *          CUSTMGMT inquiry: a customer still on the master, not
      *          owing money again and owed at least RFND-MIN-AMOUNT
      *          is refunded - a request goes to Accounts Payable on
      *          CUST.AP.REFUND with the payee name and address from
      *          the master, the refund is recorded as a note on the
      *          customer (source REFUND) and the refund date is
      *          stamped for CUSTGLJ to journal. Anything else stays
      *          held with the reason on the register. Cards on
      *          CUSTRFND.PARM feed back what happened outside: 'C'
      *          for a refund cheque AP reports cashed, 'W' for an
      *          item the cash desk applied instead (it must not also
      *          be refunded), and 'E' with an as-of date for the
      *          annual escheatment run. That run lists every item
      *          still held or refunded but uncashed past the
      *          dormancy period of the owner's state - RFND-DORM-
      *          YEARS-ss for state ss on CUST.PARM.FILE, or
      *          RFND-DORM-YEARS where a state has none - grouped by
      *          CUST-STATE on CUSTRFND.ESC, and marks each item
      *          reported so it is never reported twice. Dormancy
      *          runs from the deposit date for a held item and from
      *          the refund date for an uncashed cheque, which AP
      *          must void before the money is remitted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRFND.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE
               ASSIGN TO 'CUST.PAY.SUSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.

           SELECT REFUND-FILE
               ASSIGN TO 'CUST.REFUND.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFD-KEY
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT AP-REFUND-FILE
               ASSIGN TO 'CUST.AP.REFUND'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AP-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'CUSTRFND.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTRFND.WORK'.

           SELECT REPORT-FILE
               ASSIGN TO 'CUSTRFND.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT ESCHEAT-FILE
               ASSIGN TO 'CUSTRFND.ESC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESCHEAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
           COPY CUST-SUS.

       FD  REFUND-FILE.
           COPY CUST-RFD.

      * Accounts Payable's refund request format - one cheque per
      * record, the lockbox item riding along as the reference AP
      * prints on the remittance advice.
       FD  AP-REFUND-FILE.
       01  AP-REFUND-RECORD.
           05 APR-REQUEST-DATE         PIC 9(8).
           05 APR-CUST-ID              PIC X(10).
           05 APR-PAYEE-NAME           PIC X(30).
           05 APR-PAYEE-ADDR           PIC X(40).
           05 APR-PAYEE-CITY           PIC X(20).
           05 APR-PAYEE-STATE          PIC X(2).
           05 APR-PAYEE-ZIP            PIC X(10).
           05 APR-AMOUNT               PIC 9(7)V99.
           05 APR-DEPOSIT-DATE         PIC 9(8).
           05 APR-BANK-REF             PIC X(12).
           05 APR-INVOICE-NO           PIC X(12).

      * 'C' cashed and 'W' withdrawn name one lockbox item; 'E'
      * asks for the escheatment report as of the given date.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-CARD-TYPE           PIC X(1).
              88 PARM-CASHED           VALUE 'C'.
              88 PARM-WITHDRAWN        VALUE 'W'.
              88 PARM-ESCHEAT          VALUE 'E'.
           05 FILLER                   PIC X(1).
           05 PARM-ITEM-DATA.
              10 PARM-CUST-ID          PIC X(10).
              10 FILLER                PIC X(1).
              10 PARM-DEPOSIT-DATE     PIC 9(8).
              10 FILLER                PIC X(1).
              10 PARM-BANK-REF         PIC X(12).
           05 PARM-ESCHEAT-DATA REDEFINES PARM-ITEM-DATA.
              10 PARM-AS-OF-DATE       PIC X(8).
              10 FILLER                PIC X(24).

      * One item due for the escheatment report, sorted by state.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 ES-STATE                 PIC X(2).
           05 ES-CUST-ID               PIC X(10).
           05 ES-DEPOSIT-DATE          PIC 9(8).
           05 ES-BANK-REF              PIC X(12).
           05 ES-AMOUNT                PIC S9(7)V99 COMP-3.
           05 ES-STATUS                PIC X(1).
           05 ES-DORMANT-SINCE         PIC 9(8).
           05 ES-YEARS                 PIC 9(2).
           05 ES-OWNER-NAME            PIC X(30).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       FD  ESCHEAT-FILE.
       01  ESCHEAT-LINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SUSPENSE-STATUS          PIC X(2).
           88 WS-SUSPENSE-OK           VALUE '00'.
           88 WS-SUSPENSE-NOT-FOUND    VALUE '35'.

       01  WS-REFUND-STATUS            PIC X(2).
           88 WS-REFUND-OK             VALUE '00' '02'.
           88 WS-REFUND-NO-FILE        VALUE '35'.
           88 WS-REFUND-NOT-FOUND      VALUE '23'.

       01  WS-AP-STATUS                PIC X(2).
           88 WS-AP-OK                 VALUE '00'.

       01  WS-PARM-STATUS              PIC X(2).
           88 WS-PARM-OK               VALUE '00'.
           88 WS-PARM-NOT-FOUND        VALUE '35'.

       01  WS-REPORT-STATUS            PIC X(2).
           88 WS-REPORT-OK             VALUE '00'.

       01  WS-ESCHEAT-STATUS           PIC X(2).
           88 WS-ESCHEAT-OK            VALUE '00'.

       01  WS-SUSPENSE-EOF-SWITCH      PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-SUSPENSE      VALUE 'Y'.

       01  WS-REFUND-EOF-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-REFUNDS       VALUE 'Y'.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-CARDS         VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-ESCHEAT-RECS  VALUE 'Y'.

      * Set by an 'E' card - the annual escheatment run.
       01  WS-ESCHEAT-SW               PIC X(1) VALUE 'N'.
           88 WS-ESCHEAT-REQUESTED     VALUE 'Y'.
       01  WS-ESCHEAT-AS-OF            PIC 9(8) VALUE 0.

      * Refund rules - the VALUE clauses are compiled defaults;
      * 1070-LOAD-PARAMETERS replaces each with the figure in force
      * on CUST.PARM.FILE as of the run date.
       01  WS-HOLD-DAYS                PIC 9(3) VALUE 60.
       01  WS-MIN-AMOUNT               PIC S9(7)V99 COMP-3 VALUE 1.00.
       01  WS-DEFAULT-DORM-YEARS       PIC 9(2) VALUE 3.

      * Parameter-file interface - a not-found answer leaves the
      * compiled default standing.
       01  WS-PRM-NAME                 PIC X(20).
       01  WS-PRM-AS-OF                PIC 9(8).
       01  WS-PRM-VALUE                PIC S9(9)V9(4) COMP-3.
       01  WS-PRM-RC                   PIC 9(4).
       01  WS-PRM-MSG                  PIC X(80).

      * State dormancy periods as they are looked up - one parameter
      * read per state per run.
       01  WS-STATE-COUNT              PIC 9(3) COMP VALUE 0.
       01  WS-STATE-TABLE.
           05 WS-STATE-ENTRY OCCURS 70 TIMES.
              10 WS-ST-CODE            PIC X(2).
              10 WS-ST-YEARS           PIC 9(2).
       01  WS-STATE-IX                 PIC 9(3) COMP.
       01  WS-STATE-FOUND-SW           PIC X(1).
           88 WS-STATE-FOUND           VALUE 'Y'.
       01  WS-DORM-YEARS               PIC 9(2).
       01  WS-DORM-PARM-NAME.
           05 FILLER                   PIC X(16)
              VALUE 'RFND-DORM-YEARS-'.
           05 WS-DORM-PARM-STATE       PIC X(2).
           05 FILLER                   PIC X(2) VALUE SPACES.

       01  WS-TODAY                    PIC 9(8).
       01  WS-DAYS-HELD                PIC S9(7) COMP.
       01  WS-DORMANT-SINCE            PIC 9(8).
       01  WS-DORMANT-UNTIL            PIC 9(8).
       01  WS-ACTION-TEXT              PIC X(12).
       01  WS-REMARK-TEXT              PIC X(30).
       01  WS-PREV-STATE               PIC X(2).

      * Run totals.
       01  WS-SUSPENSE-READ-COUNT      PIC 9(7) COMP VALUE 0.
       01  WS-REGISTERED-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REGISTERED-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-REFUND-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-REFUND-TOTAL             PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-STILL-HELD-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-STILL-HELD-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-IN-HOLD-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-CASHED-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-WITHDRAWN-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-CARD-REJECT-COUNT        PIC 9(7) COMP VALUE 0.
       01  WS-NOTE-FAIL-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-STATE-ITEM-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-STATE-ITEM-TOTAL         PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-ESCHEAT-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-ESCHEAT-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.

      * Mirrors CUSTMGMT's LINKAGE SECTION LS-REQUEST/LS-RETURN-CODE/
      * LS-ERROR-MSG shape, exactly as CUSTBTCH stages its calls.
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

      * Mirrors CUSTMGMT's LS-NOTE-REQUEST group - the refund is
      * stamped with this job as the user and REFUND as the source.
       01  WS-CM-NOTE-REQUEST.
           05 WS-CM-NOTE-USER          PIC X(8).
           05 WS-CM-NOTE-SOURCE        PIC X(8).
           05 WS-CM-NOTE-TEXT          PIC X(120).

       01  WS-NOTE-BUILD.
           05 FILLER                   PIC X(25)
              VALUE 'OVERPAYMENT REFUNDED AMT '.
           05 NTB-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(09) VALUE ' DEPOSIT '.
           05 NTB-DEPOSIT-DATE         PIC 9(8).
           05 FILLER                   PIC X(05) VALUE ' REF '.
           05 NTB-BANK-REF             PIC X(12).
           05 FILLER                   PIC X(12) VALUE ' SENT TO AP '.
           05 FILLER                   PIC X(37) VALUE SPACES.

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(40)
              VALUE 'OVERPAYMENT REFUND REGISTER'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).
           05 FILLER                   PIC X(16)
              VALUE '  HOLD DAYS:    '.
           05 HDG2-HOLD-DAYS           PIC ZZ9.

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(11) VALUE 'CUST-ID'.
           05 FILLER                   PIC X(09) VALUE 'DEPOSIT'.
           05 FILLER                   PIC X(13) VALUE 'BANK-REF'.
           05 FILLER                   PIC X(13)
              VALUE '       AMOUNT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'ACTION'.
           05 FILLER                   PIC X(30) VALUE 'REMARKS'.

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-DEPOSIT-DATE         PIC 9(8).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-BANK-REF             PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-ACTION               PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-REMARK               PIC X(30).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
           05 SUM-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 SUM-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN
                                       ZERO.

       01  ESC-HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(40)
              VALUE 'UNCLAIMED PROPERTY - ESCHEATMENT REPORT'.

       01  ESC-HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 ESH2-DATE                PIC 9(8).
           05 FILLER                   PIC X(12)
              VALUE '  AS OF:    '.
           05 ESH2-AS-OF               PIC 9(8).

       01  ESC-HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(11) VALUE 'CUST-ID'.
           05 FILLER                   PIC X(31) VALUE 'OWNER NAME'.
           05 FILLER                   PIC X(09) VALUE 'DEPOSIT'.
           05 FILLER                   PIC X(13) VALUE 'BANK-REF'.
           05 FILLER                   PIC X(13)
              VALUE '       AMOUNT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(18) VALUE 'PROPERTY TYPE'.
           05 FILLER                   PIC X(10) VALUE 'DORMANT'.
           05 FILLER                   PIC X(05) VALUE 'YRS'.

       01  ESC-STATE-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(07) VALUE 'STATE: '.
           05 ESS-STATE                PIC X(2).

       01  ESC-DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ESD-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ESD-OWNER-NAME           PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ESD-DEPOSIT-DATE         PIC 9(8).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ESD-BANK-REF             PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ESD-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 ESD-PROPERTY-TYPE        PIC X(17).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 ESD-DORMANT-SINCE        PIC 9(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 ESD-YEARS                PIC Z9.

       01  ESC-TOT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 EST-LABEL                PIC X(30).
           05 EST-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 EST-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-REGISTER-OVERPAYMENTS THRU 2000-EXIT
           PERFORM 3000-ISSUE-REFUNDS THRU 3000-EXIT
           CLOSE REFUND-FILE
           CLOSE AP-REFUND-FILE

           PERFORM 4000-WRITE-SUMMARY

           IF WS-ESCHEAT-REQUESTED
               PERFORM 5000-ESCHEAT-REPORT THRU 5000-EXIT
           END-IF

           PERFORM 6000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1070-LOAD-PARAMETERS

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'CUSTRFND: FAILED TO OPEN REPORT FILE'
               GOBACK
           END-IF

           OPEN I-O REFUND-FILE
           IF WS-REFUND-NO-FILE
               OPEN OUTPUT REFUND-FILE
               CLOSE REFUND-FILE
               OPEN I-O REFUND-FILE
           END-IF
           IF NOT WS-REFUND-OK
               DISPLAY 'CUSTRFND: FAILED TO OPEN REFUND FILE'
               CLOSE REPORT-FILE
               GOBACK
           END-IF

           OPEN OUTPUT AP-REFUND-FILE
           IF NOT WS-AP-OK
               DISPLAY 'CUSTRFND: FAILED TO OPEN AP REFUND FILE'
               CLOSE REFUND-FILE
               CLOSE REPORT-FILE
               GOBACK
           END-IF

           MOVE WS-TODAY     TO HDG2-DATE
           MOVE WS-HOLD-DAYS TO HDG2-HOLD-DAYS
           WRITE REPORT-LINE FROM HDG-LINE-1
           WRITE REPORT-LINE FROM HDG-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM HDG-LINE-3
           WRITE REPORT-LINE FROM SPACES

           PERFORM 1100-READ-PARM-CARDS THRU 1100-EXIT.
       1000-EXIT.
           EXIT.

      * Refund rules in force as of the run date - a figure not on
      * file keeps its compiled default. State dormancy periods are
      * read as each state turns up in the escheatment run.
       1070-LOAD-PARAMETERS.
           MOVE WS-TODAY TO WS-PRM-AS-OF

           MOVE 'RFND-HOLD-DAYS' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-HOLD-DAYS
           END-IF

           MOVE 'RFND-MIN-AMOUNT' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-MIN-AMOUNT
           END-IF

           MOVE 'RFND-DORM-YEARS' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-DEFAULT-DORM-YEARS
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

      * The cards are applied before anything new is refunded, so an
      * item the cash desk withdrew today is never paid out today.
       1100-READ-PARM-CARDS.
           OPEN INPUT PARM-FILE
           IF WS-PARM-NOT-FOUND
               GO TO 1100-EXIT
           END-IF
           IF NOT WS-PARM-OK
               DISPLAY 'CUSTRFND: FAILED TO OPEN PARM FILE'
               GO TO 1100-EXIT
           END-IF

           PERFORM 1150-READ-ONE-CARD
           PERFORM 1200-APPLY-ONE-CARD THRU 1200-EXIT
               UNTIL WS-NO-MORE-CARDS

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

       1200-APPLY-ONE-CARD.
           IF PARM-ESCHEAT
               IF PARM-AS-OF-DATE IS NUMERIC
                   MOVE 'Y'             TO WS-ESCHEAT-SW
                   MOVE PARM-AS-OF-DATE TO WS-ESCHEAT-AS-OF
               ELSE
                   DISPLAY 'CUSTRFND: INVALID ESCHEATMENT DATE '
                           PARM-AS-OF-DATE
               END-IF
               GO TO 1290-NEXT-CARD
           END-IF
           IF NOT PARM-CASHED
              AND NOT PARM-WITHDRAWN
               GO TO 1290-NEXT-CARD
           END-IF

           MOVE PARM-CUST-ID      TO RFD-CUST-ID
           MOVE PARM-DEPOSIT-DATE TO RFD-DEPOSIT-DATE
           MOVE PARM-BANK-REF     TO RFD-BANK-REF
           READ REFUND-FILE
               INVALID KEY
                   MOVE 0      TO RFD-AMOUNT
                   MOVE 'CARD ITEM NOT ON REFUND FILE'
                       TO WS-REMARK-TEXT
                   MOVE 'CARD REFUSED' TO WS-ACTION-TEXT
                   ADD 1 TO WS-CARD-REJECT-COUNT
                   PERFORM 3900-WRITE-REGISTER-LINE
                   GO TO 1290-NEXT-CARD
           END-READ

      * Only a cheque that went out can be cashed, and only money
      * not yet sent out can be withdrawn.
           MOVE SPACES TO WS-REMARK-TEXT
           EVALUATE TRUE
               WHEN PARM-CASHED AND RFD-REFUNDED
                   MOVE 'C' TO RFD-STATUS
                   MOVE 'CASHED'    TO WS-ACTION-TEXT
                   ADD 1 TO WS-CASHED-COUNT
               WHEN PARM-WITHDRAWN AND RFD-HELD
                   MOVE 'W' TO RFD-STATUS
                   MOVE 'WITHDRAWN' TO WS-ACTION-TEXT
                   MOVE 'APPLIED BY CASH DESK' TO WS-REMARK-TEXT
                   ADD 1 TO WS-WITHDRAWN-COUNT
               WHEN PARM-CASHED
                   MOVE 'CARD REFUSED' TO WS-ACTION-TEXT
                   MOVE 'NOT A REFUNDED CHEQUE' TO WS-REMARK-TEXT
               WHEN OTHER
                   MOVE 'CARD REFUSED' TO WS-ACTION-TEXT
                   MOVE 'ITEM NO LONGER HELD'   TO WS-REMARK-TEXT
           END-EVALUATE
           IF WS-ACTION-TEXT = 'CARD REFUSED'
               ADD 1 TO WS-CARD-REJECT-COUNT
               PERFORM 3900-WRITE-REGISTER-LINE
               GO TO 1290-NEXT-CARD
           END-IF

           MOVE WS-TODAY TO RFD-CLOSED-DATE
           REWRITE CUST-REFUND-RECORD
           PERFORM 3900-WRITE-REGISTER-LINE.

       1290-NEXT-CARD.
           PERFORM 1150-READ-ONE-CARD.
       1200-EXIT.
           EXIT.

      ******************************************************************
      * Every overpayment on the suspense file is registered once -
      * the suspense file is only ever appended, so items already on
      * the refund file are simply passed over.
      ******************************************************************
       2000-REGISTER-OVERPAYMENTS.
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-NOT-FOUND
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-SUSPENSE-OK
               DISPLAY 'CUSTRFND: FAILED TO OPEN SUSPENSE FILE'
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-REGISTER-ONE-ITEM THRU 2100-EXIT
               UNTIL WS-NO-MORE-SUSPENSE

           CLOSE SUSPENSE-FILE.
       2000-EXIT.
           EXIT.

       2100-REGISTER-ONE-ITEM.
           READ SUSPENSE-FILE
               AT END
                   MOVE 'Y' TO WS-SUSPENSE-EOF-SWITCH
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-SUSPENSE-READ-COUNT

           IF SUS-REASON-CODE NOT = 9104
               GO TO 2100-EXIT
           END-IF

           MOVE SUS-CUST-ID      TO RFD-CUST-ID
           MOVE SUS-DEPOSIT-DATE TO RFD-DEPOSIT-DATE
           MOVE SUS-BANK-REF     TO RFD-BANK-REF
           READ REFUND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO 2100-EXIT
           END-READ

           MOVE SPACES           TO CUST-REFUND-RECORD
           MOVE SUS-CUST-ID      TO RFD-CUST-ID
           MOVE SUS-DEPOSIT-DATE TO RFD-DEPOSIT-DATE
           MOVE SUS-BANK-REF     TO RFD-BANK-REF
           MOVE SUS-AMOUNT       TO RFD-AMOUNT
           MOVE SUS-INVOICE-NO   TO RFD-INVOICE-NO
           MOVE 'H'              TO RFD-STATUS
           MOVE WS-TODAY         TO RFD-REGISTERED-DATE
           MOVE 0                TO RFD-REFUND-DATE
                                    RFD-CLOSED-DATE
           WRITE CUST-REFUND-RECORD
               INVALID KEY
                   DISPLAY 'CUSTRFND: FAILED TO REGISTER '
                           SUS-CUST-ID ' ' SUS-BANK-REF
                   GO TO 2100-EXIT
           END-WRITE

           ADD 1          TO WS-REGISTERED-COUNT
           ADD RFD-AMOUNT TO WS-REGISTERED-TOTAL
           MOVE 'REGISTERED'         TO WS-ACTION-TEXT
           MOVE SUS-REASON-TEXT      TO WS-REMARK-TEXT
           PERFORM 3900-WRITE-REGISTER-LINE.
       2100-EXIT.
           EXIT.

      ******************************************************************
      * Sweep the held items. The refund file stays open across the
      * CUSTMGMT calls - CUSTMGMT never touches it.
      ******************************************************************
       3000-ISSUE-REFUNDS.
           MOVE LOW-VALUES TO RFD-KEY
           START REFUND-FILE KEY IS >= RFD-KEY
               INVALID KEY
                   GO TO 3000-EXIT
           END-START

           PERFORM 3100-WORK-ONE-ITEM THRU 3100-EXIT
               UNTIL WS-NO-MORE-REFUNDS.
       3000-EXIT.
           EXIT.

       3100-WORK-ONE-ITEM.
           READ REFUND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REFUND-EOF-SWITCH
                   GO TO 3100-EXIT
           END-READ
           IF NOT RFD-HELD
               GO TO 3100-EXIT
           END-IF

           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(RFD-DEPOSIT-DATE)
           IF WS-DAYS-HELD < WS-HOLD-DAYS
               ADD 1 TO WS-IN-HOLD-COUNT
               GO TO 3100-EXIT
           END-IF

           PERFORM 3200-INQUIRE-CUSTOMER
           EVALUATE TRUE
               WHEN WS-CM-RETURN-CODE = 4001
                   MOVE 'NOT ON MASTER'        TO RFD-HOLD-REASON
               WHEN WS-CM-RETURN-CODE NOT = 0
                   MOVE 'INQUIRY FAILED'       TO RFD-HOLD-REASON
               WHEN WS-CM-CUST-BAL > 0
                   MOVE 'CUSTOMER OWES AGAIN'  TO RFD-HOLD-REASON
               WHEN RFD-AMOUNT < WS-MIN-AMOUNT
                   MOVE 'BELOW REFUND MINIMUM' TO RFD-HOLD-REASON
               WHEN OTHER
                   MOVE SPACES                 TO RFD-HOLD-REASON
           END-EVALUATE

      * The owner's details follow the master while the customer is
      * on it - the escheatment run reports the last known address.
           IF WS-CM-RETURN-CODE = 0
               MOVE WS-CM-CUST-NAME  TO RFD-OWNER-NAME
               MOVE WS-CM-CUST-ADDR  TO RFD-OWNER-ADDR
               MOVE WS-CM-CUST-CITY  TO RFD-OWNER-CITY
               MOVE WS-CM-CUST-STATE TO RFD-OWNER-STATE
               MOVE WS-CM-CUST-ZIP   TO RFD-OWNER-ZIP
           END-IF

           IF RFD-HOLD-REASON NOT = SPACES
               REWRITE CUST-REFUND-RECORD
               ADD 1          TO WS-STILL-HELD-COUNT
               ADD RFD-AMOUNT TO WS-STILL-HELD-TOTAL
               MOVE 'HELD'          TO WS-ACTION-TEXT
               MOVE RFD-HOLD-REASON TO WS-REMARK-TEXT
               PERFORM 3900-WRITE-REGISTER-LINE
               GO TO 3100-EXIT
           END-IF

           PERFORM 3300-WRITE-AP-REQUEST
           MOVE 'R'      TO RFD-STATUS
           MOVE WS-TODAY TO RFD-REFUND-DATE
           REWRITE CUST-REFUND-RECORD
           ADD 1          TO WS-REFUND-COUNT
           ADD RFD-AMOUNT TO WS-REFUND-TOTAL

           PERFORM 3400-RECORD-REFUND-NOTE
           MOVE 'REFUNDED' TO WS-ACTION-TEXT
           IF WS-CM-RETURN-CODE = 0
               MOVE 'SENT TO ACCOUNTS PAYABLE' TO WS-REMARK-TEXT
           ELSE
               ADD 1 TO WS-NOTE-FAIL-COUNT
               MOVE SPACES TO WS-REMARK-TEXT
               STRING 'SENT - NOTE FAILED '    DELIMITED BY SIZE
                      WS-CM-RETURN-CODE        DELIMITED BY SIZE
                   INTO WS-REMARK-TEXT
           END-IF
           PERFORM 3900-WRITE-REGISTER-LINE.
       3100-EXIT.
           EXIT.

       3200-INQUIRE-CUSTOMER.
           MOVE 'I'          TO WS-CM-TRANS-TYPE
           MOVE RFD-CUST-ID  TO WS-CM-CUST-ID
           MOVE SPACES       TO WS-CM-CUST-DATA
           MOVE 0            TO WS-CM-CUST-BAL
           MOVE 0            TO WS-CM-CUST-LIMIT
           MOVE 0            TO WS-CM-CUST-PHONE-COUNT
           MOVE 0            TO WS-CM-RETURN-CODE
           MOVE SPACES       TO WS-CM-ERROR-MSG
           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG.
       3200-EXIT.
           EXIT.

       3300-WRITE-AP-REQUEST.
           MOVE WS-TODAY         TO APR-REQUEST-DATE
           MOVE RFD-CUST-ID      TO APR-CUST-ID
           MOVE WS-CM-CUST-NAME  TO APR-PAYEE-NAME
           MOVE WS-CM-CUST-ADDR  TO APR-PAYEE-ADDR
           MOVE WS-CM-CUST-CITY  TO APR-PAYEE-CITY
           MOVE WS-CM-CUST-STATE TO APR-PAYEE-STATE
           MOVE WS-CM-CUST-ZIP   TO APR-PAYEE-ZIP
           MOVE RFD-AMOUNT       TO APR-AMOUNT
           MOVE RFD-DEPOSIT-DATE TO APR-DEPOSIT-DATE
           MOVE RFD-BANK-REF     TO APR-BANK-REF
           MOVE RFD-INVOICE-NO   TO APR-INVOICE-NO
           WRITE AP-REFUND-RECORD.
       3300-EXIT.
           EXIT.

       3400-RECORD-REFUND-NOTE.
           MOVE RFD-AMOUNT       TO NTB-AMOUNT
           MOVE RFD-DEPOSIT-DATE TO NTB-DEPOSIT-DATE
           MOVE RFD-BANK-REF     TO NTB-BANK-REF

           MOVE 'N'            TO WS-CM-TRANS-TYPE
           MOVE RFD-CUST-ID    TO WS-CM-CUST-ID
           MOVE SPACES         TO WS-CM-CUST-DATA
           MOVE 0              TO WS-CM-CUST-BAL
           MOVE 0              TO WS-CM-CUST-LIMIT
           MOVE 0              TO WS-CM-CUST-PHONE-COUNT
           MOVE 'CUSTRFND'     TO WS-CM-NOTE-USER
           MOVE 'REFUND'       TO WS-CM-NOTE-SOURCE
           MOVE WS-NOTE-BUILD  TO WS-CM-NOTE-TEXT
           MOVE 0              TO WS-CM-RETURN-CODE
           MOVE SPACES         TO WS-CM-ERROR-MSG
           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG
                                 OMITTED
                                 OMITTED
                                 WS-CM-NOTE-REQUEST.
       3400-EXIT.
           EXIT.

       3900-WRITE-REGISTER-LINE.
           MOVE RFD-CUST-ID      TO DTL-CUST-ID
           MOVE RFD-DEPOSIT-DATE TO DTL-DEPOSIT-DATE
           MOVE RFD-BANK-REF     TO DTL-BANK-REF
           MOVE RFD-AMOUNT       TO DTL-AMOUNT
           MOVE WS-ACTION-TEXT   TO DTL-ACTION
           MOVE WS-REMARK-TEXT   TO DTL-REMARK
           WRITE REPORT-LINE FROM DTL-LINE.
       3900-EXIT.
           EXIT.

       4000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES

           MOVE 'SUSPENSE RECORDS READ:'    TO SUM-LABEL
           MOVE WS-SUSPENSE-READ-COUNT      TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'OVERPAYMENTS REGISTERED:'  TO SUM-LABEL
           MOVE WS-REGISTERED-COUNT         TO SUM-COUNT
           MOVE WS-REGISTERED-TOTAL         TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'REFUNDS SENT TO AP:'       TO SUM-LABEL
           MOVE WS-REFUND-COUNT             TO SUM-COUNT
           MOVE WS-REFUND-TOTAL             TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'HELD PAST HOLD PERIOD:'    TO SUM-LABEL
           MOVE WS-STILL-HELD-COUNT         TO SUM-COUNT
           MOVE WS-STILL-HELD-TOTAL         TO SUM-AMOUNT
           WRITE REPORT-LINE FROM SUM-LINE
           MOVE 0                           TO SUM-AMOUNT

           MOVE 'STILL IN HOLD PERIOD:'     TO SUM-LABEL
           MOVE WS-IN-HOLD-COUNT            TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'REFUNDS CASHED:'           TO SUM-LABEL
           MOVE WS-CASHED-COUNT             TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'WITHDRAWN BY CASH DESK:'   TO SUM-LABEL
           MOVE WS-WITHDRAWN-COUNT          TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'CARDS REFUSED:'            TO SUM-LABEL
           MOVE WS-CARD-REJECT-COUNT        TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'REFUND NOTES FAILED:'      TO SUM-LABEL
           MOVE WS-NOTE-FAIL-COUNT          TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.
       4000-EXIT.
           EXIT.

      ******************************************************************
      * Annual escheatment run - everything held or uncashed past its
      * state's dormancy period, by state, each item marked reported.
      ******************************************************************
       5000-ESCHEAT-REPORT.
           OPEN OUTPUT ESCHEAT-FILE
           IF NOT WS-ESCHEAT-OK
               DISPLAY 'CUSTRFND: FAILED TO OPEN ESCHEATMENT REPORT'
               GO TO 5000-EXIT
           END-IF

           MOVE WS-TODAY         TO ESH2-DATE
           MOVE WS-ESCHEAT-AS-OF TO ESH2-AS-OF
           WRITE ESCHEAT-LINE FROM ESC-HDG-LINE-1
           WRITE ESCHEAT-LINE FROM ESC-HDG-LINE-2
           WRITE ESCHEAT-LINE FROM SPACES
           WRITE ESCHEAT-LINE FROM ESC-HDG-LINE-3

           SORT SORT-WORK-FILE
               ON ASCENDING KEY ES-STATE
                                ES-CUST-ID
                                ES-DEPOSIT-DATE
                                ES-BANK-REF
               INPUT PROCEDURE IS 5100-SELECT-DORMANT-ITEMS
                   THRU 5100-EXIT
               OUTPUT PROCEDURE IS 5400-PRINT-BY-STATE
                   THRU 5400-EXIT

           WRITE ESCHEAT-LINE FROM SPACES
           MOVE 'TOTAL REPORTABLE:'  TO EST-LABEL
           MOVE WS-ESCHEAT-COUNT     TO EST-COUNT
           MOVE WS-ESCHEAT-TOTAL     TO EST-AMOUNT
           WRITE ESCHEAT-LINE FROM ESC-TOT-LINE

           CLOSE ESCHEAT-FILE.
       5000-EXIT.
           EXIT.

       5100-SELECT-DORMANT-ITEMS.
           OPEN INPUT REFUND-FILE
           IF NOT WS-REFUND-OK
               DISPLAY 'CUSTRFND: FAILED TO REOPEN REFUND FILE'
               GO TO 5100-EXIT
           END-IF

           MOVE 'N' TO WS-REFUND-EOF-SWITCH
           PERFORM 5200-SELECT-ONE-ITEM THRU 5200-EXIT
               UNTIL WS-NO-MORE-REFUNDS

           CLOSE REFUND-FILE.
       5100-EXIT.
           EXIT.

      * Dormancy is whole years on the calendar - the anniversary
      * date is reached by adding the years to the YYYYMMDD date,
      * the CUSTPURG convention.
       5200-SELECT-ONE-ITEM.
           READ REFUND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REFUND-EOF-SWITCH
                   GO TO 5200-EXIT
           END-READ
           IF NOT RFD-DORMANT-CANDIDATE
               GO TO 5200-EXIT
           END-IF

           IF RFD-REFUNDED
               MOVE RFD-REFUND-DATE  TO WS-DORMANT-SINCE
           ELSE
               MOVE RFD-DEPOSIT-DATE TO WS-DORMANT-SINCE
           END-IF
           PERFORM 5300-FIND-STATE-YEARS THRU 5300-EXIT
           COMPUTE WS-DORMANT-UNTIL =
               WS-DORMANT-SINCE + (WS-DORM-YEARS * 10000)
           IF WS-DORMANT-UNTIL > WS-ESCHEAT-AS-OF
               GO TO 5200-EXIT
           END-IF

           MOVE RFD-OWNER-STATE  TO ES-STATE
           MOVE RFD-CUST-ID      TO ES-CUST-ID
           MOVE RFD-DEPOSIT-DATE TO ES-DEPOSIT-DATE
           MOVE RFD-BANK-REF     TO ES-BANK-REF
           MOVE RFD-AMOUNT       TO ES-AMOUNT
           MOVE RFD-STATUS       TO ES-STATUS
           MOVE WS-DORMANT-SINCE TO ES-DORMANT-SINCE
           MOVE WS-DORM-YEARS    TO ES-YEARS
           MOVE RFD-OWNER-NAME   TO ES-OWNER-NAME
           RELEASE SORT-WORK-RECORD.
       5200-EXIT.
           EXIT.

       5300-FIND-STATE-YEARS.
           MOVE 'N' TO WS-STATE-FOUND-SW
           PERFORM 5350-MATCH-ONE-STATE
               VARYING WS-STATE-IX FROM 1 BY 1
               UNTIL WS-STATE-IX > WS-STATE-COUNT
                  OR WS-STATE-FOUND
           IF WS-STATE-FOUND
               GO TO 5300-EXIT
           END-IF

           MOVE WS-DEFAULT-DORM-YEARS TO WS-DORM-YEARS
           IF RFD-OWNER-STATE NOT = SPACES
               MOVE RFD-OWNER-STATE   TO WS-DORM-PARM-STATE
               MOVE WS-DORM-PARM-NAME TO WS-PRM-NAME
               MOVE WS-ESCHEAT-AS-OF  TO WS-PRM-AS-OF
               PERFORM 1080-READ-ONE-PARM
               IF WS-PRM-RC = 0
                   MOVE WS-PRM-VALUE TO WS-DORM-YEARS
               END-IF
           END-IF
           IF WS-STATE-COUNT < 70
               ADD 1 TO WS-STATE-COUNT
               MOVE RFD-OWNER-STATE TO WS-ST-CODE (WS-STATE-COUNT)
               MOVE WS-DORM-YEARS   TO WS-ST-YEARS (WS-STATE-COUNT)
           END-IF.
       5300-EXIT.
           EXIT.

       5350-MATCH-ONE-STATE.
           IF WS-ST-CODE (WS-STATE-IX) = RFD-OWNER-STATE
               MOVE 'Y' TO WS-STATE-FOUND-SW
               MOVE WS-ST-YEARS (WS-STATE-IX) TO WS-DORM-YEARS
           END-IF.
       5350-EXIT.
           EXIT.

       5400-PRINT-BY-STATE.
           OPEN I-O REFUND-FILE
           IF NOT WS-REFUND-OK
               DISPLAY 'CUSTRFND: FAILED TO REOPEN REFUND FILE'
               GO TO 5400-EXIT
           END-IF

           MOVE HIGH-VALUES TO WS-PREV-STATE
           PERFORM 5500-PRINT-ONE-ITEM THRU 5500-EXIT
               UNTIL WS-NO-MORE-ESCHEAT-RECS
           IF WS-PREV-STATE NOT = HIGH-VALUES
               PERFORM 5600-WRITE-STATE-TOTAL
           END-IF

           CLOSE REFUND-FILE.
       5400-EXIT.
           EXIT.

       5500-PRINT-ONE-ITEM.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
                   GO TO 5500-EXIT
           END-RETURN

           IF ES-STATE NOT = WS-PREV-STATE
               IF WS-PREV-STATE NOT = HIGH-VALUES
                   PERFORM 5600-WRITE-STATE-TOTAL
               END-IF
               MOVE ES-STATE TO WS-PREV-STATE
               MOVE ES-STATE TO ESS-STATE
               IF ES-STATE = SPACES
                   MOVE '??' TO ESS-STATE
               END-IF
               WRITE ESCHEAT-LINE FROM SPACES
               WRITE ESCHEAT-LINE FROM ESC-STATE-LINE
           END-IF

           MOVE ES-CUST-ID       TO ESD-CUST-ID
           MOVE ES-OWNER-NAME    TO ESD-OWNER-NAME
           MOVE ES-DEPOSIT-DATE  TO ESD-DEPOSIT-DATE
           MOVE ES-BANK-REF      TO ESD-BANK-REF
           MOVE ES-AMOUNT        TO ESD-AMOUNT
           IF ES-STATUS = 'R'
               MOVE 'UNCASHED REFUND'   TO ESD-PROPERTY-TYPE
           ELSE
               MOVE 'UNREFUNDED CREDIT' TO ESD-PROPERTY-TYPE
           END-IF
           MOVE ES-DORMANT-SINCE TO ESD-DORMANT-SINCE
           MOVE ES-YEARS         TO ESD-YEARS
           WRITE ESCHEAT-LINE FROM ESC-DTL-LINE

           ADD 1         TO WS-STATE-ITEM-COUNT
           ADD ES-AMOUNT TO WS-STATE-ITEM-TOTAL
           ADD 1         TO WS-ESCHEAT-COUNT
           ADD ES-AMOUNT TO WS-ESCHEAT-TOTAL

           MOVE ES-CUST-ID      TO RFD-CUST-ID
           MOVE ES-DEPOSIT-DATE TO RFD-DEPOSIT-DATE
           MOVE ES-BANK-REF     TO RFD-BANK-REF
           READ REFUND-FILE
               INVALID KEY
                   GO TO 5500-EXIT
           END-READ
           MOVE 'E'              TO RFD-STATUS
           MOVE WS-ESCHEAT-AS-OF TO RFD-CLOSED-DATE
           REWRITE CUST-REFUND-RECORD.
       5500-EXIT.
           EXIT.

       5600-WRITE-STATE-TOTAL.
           MOVE 'STATE TOTAL:'       TO EST-LABEL
           MOVE WS-STATE-ITEM-COUNT  TO EST-COUNT
           MOVE WS-STATE-ITEM-TOTAL  TO EST-AMOUNT
           WRITE ESCHEAT-LINE FROM ESC-TOT-LINE
           MOVE 0 TO WS-STATE-ITEM-COUNT
           MOVE 0 TO WS-STATE-ITEM-TOTAL.
       5600-EXIT.
           EXIT.

       6000-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY 'CUSTRFND: ' WS-REFUND-COUNT ' REFUNDS SENT, '
                   WS-REGISTERED-COUNT ' OVERPAYMENTS REGISTERED'
           IF WS-ESCHEAT-REQUESTED
               DISPLAY 'CUSTRFND: ' WS-ESCHEAT-COUNT
                       ' ITEMS REPORTED FOR ESCHEATMENT'
           END-IF.
       6000-EXIT.
           EXIT.
