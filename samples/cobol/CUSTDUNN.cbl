      ******************************************************************
      * PROGRAM-ID: CUSTDUNN
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: Nightly Collections Dunning Cycle - moves every
      *          past-due active customer along a four-stage letter
      *          sequence: 1 reminder, 2 second notice, 3 final
      *          demand, 4 referral to the outside collection agency.
      *          The stage comes from the oldest open-item bucket
      *          CUSTOIAG finds (30-59 reminder, 60-89 second notice,
      *          90-plus final demand), pushed up one stage when the
      *          customer has broken DUNN-BROKEN-LIMIT or more
      *          promises on CUST.PTP.FILE, and never below one past
      *          the last letter sent - an account still past due when
      *          the next letter falls due has not answered the last
      *          one. The letter history is the notes file itself:
      *          every letter is recorded on CUST.NOTES.FILE through
      *          CUSTMGMT's note type with source DUNNING, so
      *          collectors see it on an 'H' inquiry and the next run
      *          reads the last stage and date back from it. No letter
      *          goes out inside DUNN-LETTER-DAYS of the last one, and
      *          a last letter older than DUNN-RESET-DAYS starts a
      *          fresh cycle. Accounts holding an open promise are
      *          left to the promise. Letters print one to a page with
      *          the name/address block positioned for a window
      *          envelope and a remittance stub, the CUSTSTMT layout.
      *          Runs in two passes like CUSTFEES: pass one reads the
      *          master and stages the night's letters to a work file,
      *          pass two (master closed) prints them and posts
      *          through CUSTMGMT. A referral first sets the account
      *          to CUST-SUSPENDED through CUSTMGMT's update path, so
      *          the suspension is audited like any other change; only
      *          a suspension that takes gets the referral letter and
      *          a line on the agency referral list. Suspended
      *          accounts drop out of the cycle. Suspensions post
      *          under the CUSTDUNN authority profile on
      *          CUST.USER.AUTH. Money under an open customer dispute
      *          is not chased: the disputed total from CUSTDSPT
      *          comes off the oldest buckets before the past-due
      *          test, so an account past due only on disputed money
      *          gets no letter and the letters ask only for the
      *          undisputed past-due amount. The balance due on the
      *          letter and its remittance stub is the balance less
      *          the disputed money, which is shown on its own line.
      *          No letter goes to an address the post office has
      *          returned mail from (CUST-BAD-ADDRESS): the account is
      *          counted past due but left where it stands in the
      *          cycle - no letter, no stage move, no referral - until
      *          the address is corrected, and the register lists the
      *          count and past-due money held that way.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDUNN.
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

           SELECT NOTE-FILE
               ASSIGN TO 'CUST.NOTES.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT DUNN-WORK-FILE
               ASSIGN TO 'CUSTDUNN.WORK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT LETTER-FILE
               ASSIGN TO 'CUSTDUNN.LTR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO 'CUSTDUNN.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT REFERRAL-FILE
               ASSIGN TO 'CUSTDUNN.REF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUST-REC REPLACING CUST-DATA BY CUSTOMER-RECORD.

       FD  PROMISE-FILE.
           COPY CUST-PTP.

       FD  NOTE-FILE.
           COPY CUST-NTE.

       FD  DUNN-WORK-FILE.
       01  DUNN-WORK-RECORD.
           05 DW-CUST-ID               PIC X(10).
           05 DW-CUST-NAME             PIC X(30).
           05 DW-CUST-ADDR             PIC X(40).
           05 DW-CUST-CITY             PIC X(20).
           05 DW-CUST-STATE            PIC X(2).
           05 DW-CUST-ZIP              PIC X(10).
           05 DW-BALANCE               PIC S9(7)V99 COMP-3.
           05 DW-PAST-DUE              PIC S9(9)V99 COMP-3.
           05 DW-DISPUTED-AMOUNT       PIC S9(9)V99 COMP-3.
           05 DW-DAYS-OLD              PIC S9(5).
           05 DW-BROKEN-COUNT          PIC 9(3).
           05 DW-LAST-STAGE            PIC 9(1).
           05 DW-LAST-LETTER-DATE      PIC 9(8).
           05 DW-STAGE                 PIC 9(1).
              88 DW-REFERRAL           VALUE 4.

       FD  LETTER-FILE.
       01  LETTER-LINE                 PIC X(132).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       FD  REFERRAL-FILE.
       01  REFERRAL-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(2).
           88 WS-SUCCESS               VALUE '00'.
           88 WS-EOF                   VALUE '10'.

       01  WS-PTP-STATUS               PIC X(2).
           88 WS-PTP-OK                VALUE '00' '02'.
           88 WS-PTP-NO-FILE           VALUE '35'.

       01  WS-NOTE-STATUS              PIC X(2).
           88 WS-NOTE-OK               VALUE '00' '02'.
           88 WS-NOTE-NO-FILE          VALUE '35'.

       01  WS-WORK-STATUS              PIC X(2).
           88 WS-WORK-OK               VALUE '00'.

       01  WS-LETTER-STATUS            PIC X(2).
           88 WS-LETTER-OK             VALUE '00'.

       01  WS-REGISTER-STATUS          PIC X(2).
           88 WS-REGISTER-OK           VALUE '00'.

       01  WS-REFERRAL-STATUS          PIC X(2).
           88 WS-REFERRAL-OK           VALUE '00'.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-RECORDS       VALUE 'Y'.

       01  WS-WORK-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-LETTERS       VALUE 'Y'.

       01  WS-SCAN-DONE-SW             PIC X(1).
           88 WS-SCAN-DONE             VALUE 'Y'.

      * Set when the promise or notes file is on disk - a missing
      * file simply means no promises, or no letter history, yet.
       01  WS-PTP-PRESENT-SW           PIC X(1) VALUE 'N'.
           88 WS-PTP-PRESENT           VALUE 'Y'.
       01  WS-NOTE-PRESENT-SW          PIC X(1) VALUE 'N'.
           88 WS-NOTE-PRESENT          VALUE 'Y'.

      * Dunning rules - the VALUE clauses are compiled defaults;
      * 1070-LOAD-PARAMETERS replaces each with the figure in force
      * on CUST.PARM.FILE as of the run date, the CUSTFEES
      * convention. Letter days is the least gap between two
      * letters; reset days is the age past which the last letter
      * no longer counts and the account starts a new cycle; the
      * broken limit is the broken-promise count that costs the
      * customer a stage; the minimum keeps trifling past-due
      * amounts out of the mail.
       01  WS-LETTER-DAYS              PIC 9(3) VALUE 14.
       01  WS-RESET-DAYS               PIC 9(3) VALUE 60.
       01  WS-BROKEN-LIMIT             PIC 9(3) VALUE 2.
       01  WS-MIN-PAST-DUE             PIC S9(7)V99 COMP-3
                                       VALUE 10.00.

      * Parameter-file interface - a not-found answer leaves the
      * compiled default standing.
       01  WS-PRM-NAME                 PIC X(20).
       01  WS-PRM-AS-OF                PIC 9(8).
       01  WS-PRM-VALUE                PIC S9(9)V9(4) COMP-3.
       01  WS-PRM-RC                   PIC 9(4).
       01  WS-PRM-MSG                  PIC X(80).

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-DAYS               PIC 9(9) COMP VALUE 0.
       01  WS-DAYS-OLD                 PIC S9(7) COMP.
       01  WS-DAYS-SINCE-LETTER        PIC S9(7) COMP.

      * Per-customer findings from the promise and notes scans.
       01  WS-OPEN-PROMISE-SW          PIC X(1).
           88 WS-HAS-OPEN-PROMISE      VALUE 'Y'.
       01  WS-BROKEN-COUNT             PIC 9(3) COMP.
       01  WS-LAST-STAGE               PIC 9(1).
       01  WS-LAST-LETTER-DATE         PIC 9(8).
       01  WS-STAGE                    PIC 9(1).
       01  WS-PAST-DUE                 PIC S9(9)V99 COMP-3.

      * A DUNNING note's text opens with the stage it recorded, so
      * the letter history reads straight back off the notes file.
       01  WS-NOTE-DECODE.
           05 DND-TAG                  PIC X(14).
           05 DND-STAGE                PIC X(1).
           05 FILLER                   PIC X(105).

       01  WS-NOTE-BUILD.
           05 FILLER                   PIC X(14)
              VALUE 'DUNNING STAGE '.
           05 DNB-STAGE                PIC 9(1).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DNB-STAGE-NAME           PIC X(14).
           05 FILLER                   PIC X(12)
              VALUE ' - PAST DUE '.
           05 DNB-PAST-DUE             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(07) VALUE ' DAYS: '.
           05 DNB-DAYS                 PIC ZZZZ9.
           05 FILLER                   PIC X(53) VALUE SPACES.

       01  WS-STAGE-NAMES.
           05 FILLER                   PIC X(14) VALUE 'REMINDER'.
           05 FILLER                   PIC X(14) VALUE 'SECOND NOTICE'.
           05 FILLER                   PIC X(14) VALUE 'FINAL DEMAND'.
           05 FILLER                   PIC X(14) VALUE 'REFERRAL'.
       01  WS-STAGE-NAME-TABLE REDEFINES WS-STAGE-NAMES.
           05 WS-STAGE-NAME            PIC X(14) OCCURS 4 TIMES.

      * Letter wording by stage - three body lines each.
       01  WS-LETTER-TEXTS.
           05 FILLER                   PIC X(55) VALUE
              'OUR RECORDS SHOW THE PAST-DUE AMOUNT BELOW IS UNPAID.'.
           05 FILLER                   PIC X(55) VALUE
              'IF YOU HAVE ALREADY SENT PAYMENT, THANK YOU. OTHERWISE'.
           05 FILLER                   PIC X(55) VALUE
              'PLEASE REMIT THE AMOUNT DUE WITH THE STUB BELOW.'.
           05 FILLER                   PIC X(55) VALUE
              'WE HAVE NOT RECEIVED THE PAST-DUE AMOUNT SHOWN BELOW.'.
           05 FILLER                   PIC X(55) VALUE
              'PLEASE REMIT IN FULL WITHIN TEN DAYS OR CALL US TO'.
           05 FILLER                   PIC X(55) VALUE
              'ARRANGE PAYMENT. DELAY MAY AFFECT YOUR CREDIT TERMS.'.
           05 FILLER                   PIC X(55) VALUE
              'FINAL DEMAND - YOUR ACCOUNT IS SERIOUSLY PAST DUE.'.
           05 FILLER                   PIC X(55) VALUE
              'UNLESS PAYMENT IN FULL REACHES US WITHIN TEN DAYS, THE'.
           05 FILLER                   PIC X(55) VALUE
              'ACCOUNT WILL BE SUSPENDED AND REFERRED FOR COLLECTION.'.
           05 FILLER                   PIC X(55) VALUE
              'YOUR ACCOUNT IS SUSPENDED AND HAS BEEN REFERRED TO OUR'.
           05 FILLER                   PIC X(55) VALUE
              'COLLECTION AGENCY, WHO WILL CONTACT YOU. PAYMENT IN'.
           05 FILLER                   PIC X(55) VALUE
              'FULL IS STILL ACCEPTED WITH THE STUB BELOW.'.
       01  WS-LETTER-TEXT-TABLE REDEFINES WS-LETTER-TEXTS.
           05 WS-LETTER-STAGE OCCURS 4 TIMES.
              10 WS-LETTER-BODY        PIC X(55) OCCURS 3 TIMES.
       01  WS-BODY-IX                  PIC 9(1) COMP.

       01  WS-LINES-PER-PAGE           PIC 9(4) COMP VALUE 60.
       01  WS-LINE-COUNT               PIC 9(4) COMP VALUE 0.
       01  WS-CITY-LEN                 PIC 9(2) COMP.

       01  WS-READ-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-PAST-DUE-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-PROMISE-SKIP-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-TOO-SOON-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-STAGED-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-LETTER-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-STAGE-COUNTS.
           05 WS-STAGE-COUNT           PIC 9(7) COMP OCCURS 4 TIMES.
       01  WS-STAGE-IX                 PIC 9(1) COMP.
       01  WS-SUSPENDED-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-SUSPEND-FAIL-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-NOTE-FAIL-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-LETTER-PAST-DUE          PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-REFERRAL-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.

      * Outcome of the night's work on one staged letter.
       01  WS-RESULT-TEXT              PIC X(30).
       01  WS-SEND-LETTER-SW           PIC X(1).
           88 WS-SEND-LETTER           VALUE 'Y'.

       01  WS-PAST-DUE-SW              PIC X(1).
           88 WS-IS-PAST-DUE           VALUE 'Y'.

      * Open-dispute interface mirror - CUSTDSPT totals what each
      * customer has under open dispute on CUST.DISPUTE.FILE. That
      * much is taken off the aged buckets, oldest first, before the
      * past-due test, so disputed money is never dunned.
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
       01  WS-DISPUTE-SKIP-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-DISPUTE-SKIP-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BADADDR-SKIP-COUNT       PIC 9(7) COMP VALUE 0.
       01  WS-BADADDR-SKIP-AMOUNT      PIC S9(11)V99 COMP-3 VALUE 0.

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

      * Open-item aging interface mirror - CUSTOIAG spreads each
      * customer's balance over the four aging buckets by the due
      * dates of its open items (or, with no open items, ages the
      * whole balance off CUST-LAST-UPDATE as before) and hands back
      * the oldest bucket still carrying money. Bucket 1 is CURRENT,
      * 2 is 30-59, 3 is 60-89, 4 is 90-PLUS.
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

      * Mirrors CUSTMGMT's LS-AUTH-REQUEST group - this job posts
      * under its own authority profile on CUST.USER.AUTH.
       01  WS-CM-AUTH-REQUEST.
           05 WS-CM-AUTH-USER-ID       PIC X(8) VALUE 'CUSTDUNN'.

      * Mirrors CUSTMGMT's LS-NOTE-REQUEST group - the letter is
      * stamped with this job as the user and DUNNING as the source.
       01  WS-CM-NOTE-REQUEST.
           05 WS-CM-NOTE-USER          PIC X(8).
           05 WS-CM-NOTE-SOURCE        PIC X(8).
           05 WS-CM-NOTE-TEXT          PIC X(120).

      * Run-control interface mirror - CUSTCYCL records this job's
      * start and completion on CUST.CYCLE.CTL, refuses the start
      * until CUSTBTCH has completed for the cycle, and refuses a
      * second run for the same cycle date without an operator
      * override - nobody gets two letters in one night.
       01  WS-CYC-REQUEST.
           05 WS-CYC-FUNCTION          PIC X(1).
           05 WS-CYC-JOB-NAME          PIC X(8).
           05 WS-CYC-CYCLE-DATE        PIC 9(8).
           05 WS-CYC-WINDOW-FROM       PIC X(8).
           05 WS-CYC-WINDOW-THRU       PIC X(8).
           05 WS-CYC-IN-COUNT          PIC 9(8).
           05 WS-CYC-OUT-COUNT         PIC 9(8).
           05 WS-CYC-CONTROL-AMT       PIC S9(11)V99 COMP-3.

       01  WS-CYC-RETURN-CODE          PIC 9(4).
       01  WS-CYC-ERROR-MSG            PIC X(80).

      * Letter layout - the CUSTSTMT page, address block behind the
      * window.
       01  LTR-HEADING.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(30)
              VALUE 'ACCOUNT NOTICE'.
           05 FILLER                   PIC X(20) VALUE SPACES.
           05 FILLER                   PIC X(16)
              VALUE 'NOTICE DATE:    '.
           05 LTR-DATE                 PIC 9(8).

       01  LTR-TITLE-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LTR-TITLE                PIC X(14).
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'ACCOUNT: '.
           05 LTR-CUST-ID              PIC X(10).

       01  ADDR-LINE.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 ADL-TEXT                 PIC X(40).

       01  BODY-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 BDL-TEXT                 PIC X(55).

       01  LTR-AMT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 LTA-LABEL                PIC X(18).
           05 LTA-AMOUNT               PIC Z,ZZZ,ZZ9.99-.

       01  STUB-SEPARATOR.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(70) VALUE ALL '-'.

       01  STUB-HEADING.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(40)
              VALUE 'REMITTANCE STUB - RETURN WITH PAYMENT'.

       01  STUB-DETAIL.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(09) VALUE 'ACCOUNT: '.
           05 STUB-CUST-ID             PIC X(10).
           05 FILLER                   PIC X(14)
              VALUE '  AMOUNT DUE: '.
           05 STUB-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(20)
              VALUE '  AMOUNT ENCLOSED: '.
           05 FILLER                   PIC X(10) VALUE '__________'.

      * Register layout.
       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(30)
              VALUE 'COLLECTIONS DUNNING REGISTER'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'CUST-ID'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE 'STAGE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'DAYS'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'BALANCE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'PAST DUE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'BROKEN'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'LAST LETTER'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'RESULT'.

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-STAGE                PIC X(14).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-DAYS                 PIC ZZZZ9.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-BALANCE              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-PAST-DUE             PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-BROKEN               PIC ZZ9.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 DTL-LAST-LETTER          PIC X(08).
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 DTL-RESULT               PIC X(30).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
           05 SUM-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 SUM-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.

      * Agency referral list layout.
       01  REF-HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(36)
              VALUE 'COLLECTION AGENCY REFERRAL LIST'.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 REF-HDG-DATE             PIC 9(8).

       01  REF-HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'CUST-ID'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE 'NAME'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(40) VALUE 'ADDRESS'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'BALANCE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(06) VALUE 'DAYS'.

       01  REF-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RFL-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RFL-CUST-NAME            PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RFL-CUST-ADDR            PIC X(40).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RFL-BALANCE              PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 RFL-DAYS                 PIC ZZZZ9.

       01  REF-CITY-LINE.
           05 FILLER                   PIC X(45) VALUE SPACES.
           05 RFC-TEXT                 PIC X(40).

       01  REF-TOT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(20)
              VALUE 'ACCOUNTS REFERRED:'.
           05 RFT-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(16)
              VALUE 'TOTAL BALANCE:'.
           05 RFT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-STAGE-ONE-CUSTOMER
               UNTIL WS-NO-MORE-RECORDS

           CLOSE CUSTOMER-FILE
           CLOSE DUNN-WORK-FILE
           IF WS-PTP-PRESENT
               CLOSE PROMISE-FILE
           END-IF
           IF WS-NOTE-PRESENT
               CLOSE NOTE-FILE
           END-IF
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

           PERFORM 3000-SEND-LETTERS THRU 3000-EXIT

           PERFORM 4000-WRITE-SUMMARY
           PERFORM 5000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           PERFORM 1050-CHECK-RUN-CONTROL
           IF WS-CYC-RETURN-CODE NOT = 0
               DISPLAY 'CUSTDUNN: ' WS-CYC-ERROR-MSG
               GOBACK
           END-IF

           PERFORM 1070-LOAD-PARAMETERS

           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-SUCCESS
               DISPLAY 'CUSTDUNN: FAILED TO OPEN CUSTOMER FILE'
               GOBACK
           END-IF

           OPEN INPUT PROMISE-FILE
           IF WS-PTP-OK
               MOVE 'Y' TO WS-PTP-PRESENT-SW
           ELSE
               IF NOT WS-PTP-NO-FILE
                   DISPLAY 'CUSTDUNN: FAILED TO OPEN PROMISE FILE'
                   CLOSE CUSTOMER-FILE
                   GOBACK
               END-IF
           END-IF

           OPEN INPUT NOTE-FILE
           IF WS-NOTE-OK
               MOVE 'Y' TO WS-NOTE-PRESENT-SW
           ELSE
               IF NOT WS-NOTE-NO-FILE
                   DISPLAY 'CUSTDUNN: FAILED TO OPEN NOTES FILE'
                   CLOSE CUSTOMER-FILE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT DUNN-WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY 'CUSTDUNN: FAILED TO OPEN DUNNING WORK FILE'
               CLOSE CUSTOMER-FILE
               GOBACK
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF NOT WS-REGISTER-OK
               DISPLAY 'CUSTDUNN: FAILED TO OPEN REGISTER FILE'
               CLOSE CUSTOMER-FILE
               CLOSE DUNN-WORK-FILE
               GOBACK
           END-IF

           MOVE WS-TODAY TO HDG2-DATE
           WRITE REGISTER-LINE FROM HDG-LINE-1
           WRITE REGISTER-LINE FROM HDG-LINE-2
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM HDG-LINE-3
           WRITE REGISTER-LINE FROM SPACES

           MOVE 0 TO WS-STAGE-COUNT (1) WS-STAGE-COUNT (2)
                     WS-STAGE-COUNT (3) WS-STAGE-COUNT (4)

           PERFORM 2100-READ-CUSTOMER-REC.
       1000-EXIT.
           EXIT.

       1050-CHECK-RUN-CONTROL.
           MOVE 'S'        TO WS-CYC-FUNCTION
           MOVE 'CUSTDUNN' TO WS-CYC-JOB-NAME
           MOVE WS-TODAY   TO WS-CYC-CYCLE-DATE
                              WS-CYC-WINDOW-FROM
                              WS-CYC-WINDOW-THRU
           MOVE 0          TO WS-CYC-IN-COUNT
                              WS-CYC-OUT-COUNT
                              WS-CYC-CONTROL-AMT
                              WS-CYC-RETURN-CODE
           MOVE SPACES     TO WS-CYC-ERROR-MSG
           CALL 'CUSTCYCL' USING WS-CYC-REQUEST
                                 WS-CYC-RETURN-CODE
                                 WS-CYC-ERROR-MSG.
       1050-EXIT.
           EXIT.

      * Dunning rules in force as of the run date - Collections
      * tunes the cadence through CUSTPRMM; a figure not on file
      * keeps its compiled default.
       1070-LOAD-PARAMETERS.
           MOVE WS-TODAY TO WS-PRM-AS-OF

           MOVE 'DUNN-LETTER-DAYS' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-LETTER-DAYS
           END-IF

           MOVE 'DUNN-RESET-DAYS' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-RESET-DAYS
           END-IF

           MOVE 'DUNN-BROKEN-LIMIT' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-BROKEN-LIMIT
           END-IF

           MOVE 'DUNN-MIN-PAST-DUE' TO WS-PRM-NAME
           PERFORM 1080-READ-ONE-PARM
           IF WS-PRM-RC = 0
               MOVE WS-PRM-VALUE TO WS-MIN-PAST-DUE
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

      * Pass one - select and stage. Only active customers with a
      * positive balance whose oldest money is 30 days past due are
      * candidates; suspended and inactive accounts are out of the
      * cycle. Nothing is posted here. A candidate is tested again
      * with its disputed money taken out; one that is past due only
      * on disputed money is counted as held by the dispute. One
      * with returned mail is counted as held by the bad address.
       2000-STAGE-ONE-CUSTOMER.
           IF CUST-ACTIVE
              AND CUST-BALANCE > 0
               PERFORM 2150-COMPUTE-AGE
               PERFORM 2050-TEST-PAST-DUE
               IF WS-IS-PAST-DUE
                   PERFORM 2160-EXCLUDE-DISPUTES THRU 2160-EXIT
                   PERFORM 2050-TEST-PAST-DUE
                   IF WS-IS-PAST-DUE
                       ADD 1 TO WS-PAST-DUE-COUNT
                       IF CUST-BAD-ADDRESS
                           ADD 1 TO WS-BADADDR-SKIP-COUNT
                           ADD WS-PAST-DUE TO WS-BADADDR-SKIP-AMOUNT
                       ELSE
                           PERFORM 2200-DECIDE-STAGE THRU 2200-EXIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-DISPUTE-SKIP-COUNT
                       ADD WS-DST-OPEN-AMOUNT
                           TO WS-DISPUTE-SKIP-AMOUNT
                   END-IF
               END-IF
           END-IF

           PERFORM 2100-READ-CUSTOMER-REC.
       2000-EXIT.
           EXIT.

       2050-TEST-PAST-DUE.
           COMPUTE WS-PAST-DUE = WS-OIA-BUCKET-AMT (2)
               + WS-OIA-BUCKET-AMT (3) + WS-OIA-BUCKET-AMT (4)
           IF WS-DAYS-OLD >= 30
              AND WS-PAST-DUE >= WS-MIN-PAST-DUE
               MOVE 'Y' TO WS-PAST-DUE-SW
           ELSE
               MOVE 'N' TO WS-PAST-DUE-SW
           END-IF.
       2050-EXIT.
           EXIT.

       2100-READ-CUSTOMER-REC.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

      * Aging comes from the open-item service - the oldest bucket's
      * days past due stand in for the old days-since-update figure,
      * so every test on WS-DAYS-OLD still picks the worst age.
       2150-COMPUTE-AGE.
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
       2150-EXIT.
           EXIT.

      * Disputed money relieves the buckets oldest first, the way
      * CUSTOIAG applies an unallocated credit - the CUSTFEES rule.
      * When that empties the oldest bucket the account's age falls
      * back to the floor of the oldest bucket still carrying money.
       2160-EXCLUDE-DISPUTES.
           MOVE 'T'                    TO WS-DST-FUNCTION
           MOVE CUST-ID                TO WS-DST-CUST-ID
           MOVE CUST-BALANCE           TO WS-DST-BALANCE
           MOVE 0                      TO WS-DST-OPEN-COUNT
                                          WS-DST-OPEN-AMOUNT
           MOVE 0                      TO WS-DST-RETURN-CODE
           MOVE SPACES                 TO WS-DST-ERROR-MSG
           CALL 'CUSTDSPT' USING WS-DST-REQUEST
                                 WS-DST-RESULT
                                 WS-DST-RETURN-CODE
                                 WS-DST-ERROR-MSG
           IF WS-DST-RETURN-CODE NOT = 0
               DISPLAY 'CUSTDUNN: ' WS-DST-ERROR-MSG
           END-IF
           IF WS-DST-OPEN-AMOUNT NOT > 0
               GO TO 2160-EXIT
           END-IF

           MOVE WS-DST-OPEN-AMOUNT TO WS-DISPUTE-POOL
           PERFORM 2170-RELIEVE-ONE-BUCKET
               VARYING WS-BUCKET-IX FROM 4 BY -1
               UNTIL WS-BUCKET-IX < 1
                  OR WS-DISPUTE-POOL = 0

           MOVE 1 TO WS-OLDEST-IX
           PERFORM 2180-CHECK-ONE-BUCKET
               VARYING WS-BUCKET-IX FROM 2 BY 1
               UNTIL WS-BUCKET-IX > 4
           IF WS-OLDEST-IX < WS-OIA-OLDEST-IX
               MOVE WS-BUCKET-FLOOR (WS-OLDEST-IX) TO WS-DAYS-OLD
           END-IF.
       2160-EXIT.
           EXIT.

       2170-RELIEVE-ONE-BUCKET.
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
       2170-EXIT.
           EXIT.

       2180-CHECK-ONE-BUCKET.
           IF WS-OIA-BUCKET-AMT (WS-BUCKET-IX) > 0
               MOVE WS-BUCKET-IX TO WS-OLDEST-IX
           END-IF.
       2180-EXIT.
           EXIT.

      * The stage rules. Aging sets the floor, broken promises cost
      * a stage, and an unanswered letter moves the account at
      * least one stage past it. Referral is as far as it goes.
       2200-DECIDE-STAGE.
           PERFORM 2300-SCAN-PROMISES THRU 2300-EXIT
           IF WS-HAS-OPEN-PROMISE
               ADD 1 TO WS-PROMISE-SKIP-COUNT
               GO TO 2200-EXIT
           END-IF

           PERFORM 2400-FIND-LAST-LETTER THRU 2400-EXIT
           IF WS-LAST-STAGE > 0
               COMPUTE WS-DAYS-SINCE-LETTER = WS-TODAY-DAYS
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-LETTER-DATE)
               IF WS-DAYS-SINCE-LETTER < WS-LETTER-DAYS
                   ADD 1 TO WS-TOO-SOON-COUNT
                   GO TO 2200-EXIT
               END-IF
               IF WS-DAYS-SINCE-LETTER > WS-RESET-DAYS
                   MOVE 0 TO WS-LAST-STAGE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OLD < 60
                   MOVE 1 TO WS-STAGE
               WHEN WS-DAYS-OLD < 90
                   MOVE 2 TO WS-STAGE
               WHEN OTHER
                   MOVE 3 TO WS-STAGE
           END-EVALUATE
           IF WS-BROKEN-COUNT >= WS-BROKEN-LIMIT
              AND WS-BROKEN-LIMIT > 0
               ADD 1 TO WS-STAGE
           END-IF
           IF WS-LAST-STAGE > 0
              AND WS-STAGE <= WS-LAST-STAGE
               COMPUTE WS-STAGE = WS-LAST-STAGE + 1
           END-IF
           IF WS-STAGE > 4
               MOVE 4 TO WS-STAGE
           END-IF

           MOVE CUST-ID          TO DW-CUST-ID
           MOVE CUST-NAME        TO DW-CUST-NAME
           MOVE CUST-ADDR        TO DW-CUST-ADDR
           MOVE CUST-CITY        TO DW-CUST-CITY
           MOVE CUST-STATE       TO DW-CUST-STATE
           MOVE CUST-ZIP         TO DW-CUST-ZIP
           MOVE CUST-BALANCE     TO DW-BALANCE
           MOVE WS-PAST-DUE      TO DW-PAST-DUE
           IF WS-DST-OPEN-AMOUNT > 0
               MOVE WS-DST-OPEN-AMOUNT TO DW-DISPUTED-AMOUNT
           ELSE
               MOVE 0                  TO DW-DISPUTED-AMOUNT
           END-IF
           MOVE WS-DAYS-OLD      TO DW-DAYS-OLD
           MOVE WS-BROKEN-COUNT  TO DW-BROKEN-COUNT
           MOVE WS-LAST-STAGE    TO DW-LAST-STAGE
           MOVE WS-LAST-LETTER-DATE TO DW-LAST-LETTER-DATE
           MOVE WS-STAGE         TO DW-STAGE
           WRITE DUNN-WORK-RECORD
           ADD 1 TO WS-STAGED-COUNT.
       2200-EXIT.
           EXIT.

      * Every promise the customer ever made is on one key range -
      * an open one stops the letter, broken ones are counted.
       2300-SCAN-PROMISES.
           MOVE 'N' TO WS-OPEN-PROMISE-SW
           MOVE 0   TO WS-BROKEN-COUNT
           IF NOT WS-PTP-PRESENT
               GO TO 2300-EXIT
           END-IF

           MOVE CUST-ID TO PTP-CUST-ID
           MOVE 0       TO PTP-PROMISE-DATE
           MOVE 0       TO PTP-SEQ
           MOVE 'N' TO WS-SCAN-DONE-SW
           START PROMISE-FILE KEY IS >= PTP-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 2350-SCAN-ONE-PROMISE
               UNTIL WS-SCAN-DONE.
       2300-EXIT.
           EXIT.

       2350-SCAN-ONE-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF PTP-CUST-ID NOT = CUST-ID
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       IF PTP-OPEN
                           MOVE 'Y' TO WS-OPEN-PROMISE-SW
                       END-IF
                       IF PTP-BROKEN
                           ADD 1 TO WS-BROKEN-COUNT
                       END-IF
                   END-IF
           END-READ.
       2350-EXIT.
           EXIT.

      * The customer's notes read oldest first, so the last DUNNING
      * note seen is the last letter sent.
       2400-FIND-LAST-LETTER.
           MOVE 0 TO WS-LAST-STAGE
           MOVE 0 TO WS-LAST-LETTER-DATE
           IF NOT WS-NOTE-PRESENT
               GO TO 2400-EXIT
           END-IF

           MOVE CUST-ID TO NTE-CUST-ID
           MOVE 0       TO NTE-NOTE-DATE
           MOVE 0       TO NTE-NOTE-SEQ
           MOVE 'N' TO WS-SCAN-DONE-SW
           START NOTE-FILE KEY IS >= NTE-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 2450-SCAN-ONE-NOTE
               UNTIL WS-SCAN-DONE.
       2400-EXIT.
           EXIT.

       2450-SCAN-ONE-NOTE.
           READ NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF NTE-CUST-ID NOT = CUST-ID
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       IF NTE-SOURCE = 'DUNNING'
                           MOVE NTE-TEXT TO WS-NOTE-DECODE
                           IF DND-TAG = 'DUNNING STAGE '
                              AND DND-STAGE IS NUMERIC
                              AND DND-STAGE > '0'
                              AND DND-STAGE < '5'
                               MOVE DND-STAGE     TO WS-LAST-STAGE
                               MOVE NTE-NOTE-DATE TO WS-LAST-LETTER-DATE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
       2450-EXIT.
           EXIT.

      * Pass two - the master, promise and notes files are closed,
      * so each CUSTMGMT call takes its own I-O on them.
       3000-SEND-LETTERS.
           OPEN INPUT DUNN-WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY 'CUSTDUNN: FAILED TO REOPEN DUNNING WORK FILE'
               GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT LETTER-FILE
           IF NOT WS-LETTER-OK
               DISPLAY 'CUSTDUNN: FAILED TO OPEN LETTER FILE'
               CLOSE DUNN-WORK-FILE
               GO TO 3000-EXIT
           END-IF

           OPEN OUTPUT REFERRAL-FILE
           IF NOT WS-REFERRAL-OK
               DISPLAY 'CUSTDUNN: FAILED TO OPEN REFERRAL FILE'
               CLOSE DUNN-WORK-FILE
               CLOSE LETTER-FILE
               GO TO 3000-EXIT
           END-IF
           MOVE WS-TODAY TO REF-HDG-DATE
           WRITE REFERRAL-LINE FROM REF-HDG-LINE-1
           WRITE REFERRAL-LINE FROM SPACES
           WRITE REFERRAL-LINE FROM REF-HDG-LINE-2
           WRITE REFERRAL-LINE FROM SPACES

           PERFORM 3100-SEND-ONE-LETTER
               UNTIL WS-NO-MORE-LETTERS

           WRITE REFERRAL-LINE FROM SPACES
           MOVE WS-SUSPENDED-COUNT TO RFT-COUNT
           MOVE WS-REFERRAL-TOTAL  TO RFT-AMOUNT
           WRITE REFERRAL-LINE FROM REF-TOT-LINE

           CLOSE DUNN-WORK-FILE
           CLOSE LETTER-FILE
           CLOSE REFERRAL-FILE.
       3000-EXIT.
           EXIT.

       3100-SEND-ONE-LETTER.
           READ DUNN-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
               NOT AT END
                   PERFORM 3200-WORK-ONE-LETTER THRU 3200-EXIT
                   PERFORM 3800-WRITE-REGISTER-LINE
           END-READ.
       3100-EXIT.
           EXIT.

      * A referral must suspend first - the letter tells the
      * customer the account is suspended, so a suspension that
      * fails sends nothing and the account comes round again
      * tomorrow. Every letter that goes out is recorded as a note.
       3200-WORK-ONE-LETTER.
           MOVE 'Y'    TO WS-SEND-LETTER-SW
           MOVE SPACES TO WS-RESULT-TEXT

           IF DW-REFERRAL
               PERFORM 3300-SUSPEND-ACCOUNT THRU 3300-EXIT
               IF NOT WS-SEND-LETTER
                   ADD 1 TO WS-SUSPEND-FAIL-COUNT
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-SUSPENDED-COUNT
               ADD DW-BALANCE TO WS-REFERRAL-TOTAL
               PERFORM 3600-LIST-REFERRAL
           END-IF

           PERFORM 3400-PRINT-LETTER
           ADD 1 TO WS-LETTER-COUNT
           ADD 1 TO WS-STAGE-COUNT (DW-STAGE)
           ADD DW-PAST-DUE TO WS-LETTER-PAST-DUE

           PERFORM 3500-RECORD-LETTER-NOTE
           IF WS-CM-RETURN-CODE = 0
               IF DW-REFERRAL
                   MOVE 'SUSPENDED AND REFERRED' TO WS-RESULT-TEXT
               ELSE
                   MOVE 'LETTER SENT'            TO WS-RESULT-TEXT
               END-IF
           ELSE
               ADD 1 TO WS-NOTE-FAIL-COUNT
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'SENT - NOTE FAILED '    DELIMITED BY SIZE
                      WS-CM-RETURN-CODE        DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
           END-IF.
       3200-EXIT.
           EXIT.

      * Suspension through the normal update path - the inquiry
      * brings back the record as it stands tonight, only the status
      * changes, and the update writes the usual audit images. An
      * account someone else already suspended or closed since pass
      * one is left alone.
       3300-SUSPEND-ACCOUNT.
           MOVE 'I'        TO WS-CM-TRANS-TYPE
           MOVE DW-CUST-ID TO WS-CM-CUST-ID
           MOVE SPACES     TO WS-CM-CUST-DATA
           MOVE 0          TO WS-CM-CUST-BAL
           MOVE 0          TO WS-CM-CUST-LIMIT
           MOVE 0          TO WS-CM-CUST-PHONE-COUNT
           MOVE 0          TO WS-CM-RETURN-CODE
           MOVE SPACES     TO WS-CM-ERROR-MSG
           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG
           IF WS-CM-RETURN-CODE NOT = 0
               MOVE 'N' TO WS-SEND-LETTER-SW
               STRING 'INQUIRY FAILED '      DELIMITED BY SIZE
                      WS-CM-RETURN-CODE      DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
               GO TO 3300-EXIT
           END-IF
           IF WS-CM-CUST-STATUS NOT = 'A'
               MOVE 'N' TO WS-SEND-LETTER-SW
               MOVE 'NO LONGER ACTIVE - NOT REFERRED' TO WS-RESULT-TEXT
               GO TO 3300-EXIT
           END-IF

           MOVE 'U'    TO WS-CM-TRANS-TYPE
           MOVE 'S'    TO WS-CM-CUST-STATUS
           MOVE 0      TO WS-CM-RETURN-CODE
           MOVE SPACES TO WS-CM-ERROR-MSG
           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 WS-CM-AUTH-REQUEST
           IF WS-CM-RETURN-CODE NOT = 0
               MOVE 'N' TO WS-SEND-LETTER-SW
               STRING 'SUSPEND FAILED '      DELIMITED BY SIZE
                      WS-CM-RETURN-CODE      DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
           END-IF.
       3300-EXIT.
           EXIT.

      * One letter per page - padded to a fixed length so every
      * letter starts at the top of a form and the address block
      * always sits behind the window.
       3400-PRINT-LETTER.
           MOVE 0 TO WS-LINE-COUNT

           MOVE WS-TODAY TO LTR-DATE
           WRITE LETTER-LINE FROM LTR-HEADING
           ADD 1 TO WS-LINE-COUNT

           PERFORM 3410-SPACE-ONE-LINE 5 TIMES

           PERFORM 3450-PRINT-ADDRESS-BLOCK

           PERFORM 3410-SPACE-ONE-LINE 4 TIMES

           MOVE WS-STAGE-NAME (DW-STAGE) TO LTR-TITLE
           MOVE DW-CUST-ID               TO LTR-CUST-ID
           WRITE LETTER-LINE FROM LTR-TITLE-LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM 3410-SPACE-ONE-LINE

           PERFORM 3420-PRINT-ONE-BODY-LINE
               VARYING WS-BODY-IX FROM 1 BY 1
               UNTIL WS-BODY-IX > 3
           PERFORM 3410-SPACE-ONE-LINE

           MOVE 'PAST DUE:'  TO LTA-LABEL
           MOVE DW-PAST-DUE  TO LTA-AMOUNT
           WRITE LETTER-LINE FROM LTR-AMT-LINE
           ADD 1 TO WS-LINE-COUNT
      * Disputed money is not asked for - it comes off the balance
      * due and the stub, and is shown on its own.
           MOVE 'BALANCE DUE:' TO LTA-LABEL
           COMPUTE LTA-AMOUNT = DW-BALANCE - DW-DISPUTED-AMOUNT
           WRITE LETTER-LINE FROM LTR-AMT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF DW-DISPUTED-AMOUNT > 0
               MOVE 'IN DISPUTE:'      TO LTA-LABEL
               MOVE DW-DISPUTED-AMOUNT TO LTA-AMOUNT
               WRITE LETTER-LINE FROM LTR-AMT-LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF

           PERFORM 3410-SPACE-ONE-LINE 3 TIMES
           WRITE LETTER-LINE FROM STUB-SEPARATOR
           WRITE LETTER-LINE FROM STUB-HEADING
           MOVE DW-CUST-ID TO STUB-CUST-ID
           COMPUTE STUB-AMOUNT = DW-BALANCE - DW-DISPUTED-AMOUNT
           WRITE LETTER-LINE FROM STUB-DETAIL
           ADD 3 TO WS-LINE-COUNT

           PERFORM 3410-SPACE-ONE-LINE
               UNTIL WS-LINE-COUNT >= WS-LINES-PER-PAGE.
       3400-EXIT.
           EXIT.

       3410-SPACE-ONE-LINE.
           WRITE LETTER-LINE FROM SPACES
           ADD 1 TO WS-LINE-COUNT.
       3410-EXIT.
           EXIT.

       3420-PRINT-ONE-BODY-LINE.
           MOVE WS-LETTER-BODY (DW-STAGE WS-BODY-IX) TO BDL-TEXT
           WRITE LETTER-LINE FROM BODY-LINE
           ADD 1 TO WS-LINE-COUNT.
       3420-EXIT.
           EXIT.

       3450-PRINT-ADDRESS-BLOCK.
           MOVE DW-CUST-NAME TO ADL-TEXT
           WRITE LETTER-LINE FROM ADDR-LINE
           ADD 1 TO WS-LINE-COUNT

           MOVE DW-CUST-ADDR TO ADL-TEXT
           WRITE LETTER-LINE FROM ADDR-LINE
           ADD 1 TO WS-LINE-COUNT

           PERFORM 3460-BUILD-CITY-LINE
           WRITE LETTER-LINE FROM ADDR-LINE
           ADD 1 TO WS-LINE-COUNT.
       3450-EXIT.
           EXIT.

      * "City, state zip" with the city's fixed-width padding
      * trimmed (the CUSTSTMT approach); a blank city prints the
      * state and ZIP alone rather than a zero-length reference.
       3460-BUILD-CITY-LINE.
           PERFORM 3465-TRIM-CITY-TRAILING-SPACE
               VARYING WS-CITY-LEN FROM 20 BY -1
               UNTIL WS-CITY-LEN = 0
                  OR DW-CUST-CITY (WS-CITY-LEN:1) NOT = SPACE
           MOVE SPACES TO ADL-TEXT
           IF WS-CITY-LEN = 0
               STRING DW-CUST-STATE         DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      DW-CUST-ZIP           DELIMITED BY SIZE
                   INTO ADL-TEXT
           ELSE
               STRING DW-CUST-CITY (1:WS-CITY-LEN) DELIMITED BY SIZE
                      ', '                  DELIMITED BY SIZE
                      DW-CUST-STATE         DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      DW-CUST-ZIP           DELIMITED BY SIZE
                   INTO ADL-TEXT
           END-IF.
       3460-EXIT.
           EXIT.

       3465-TRIM-CITY-TRAILING-SPACE.
           CONTINUE.
       3465-EXIT.
           EXIT.

      * The note is the letter history - its text opens with the
      * stage so the next run can read it back.
       3500-RECORD-LETTER-NOTE.
           MOVE DW-STAGE                 TO DNB-STAGE
           MOVE WS-STAGE-NAME (DW-STAGE) TO DNB-STAGE-NAME
           MOVE DW-PAST-DUE              TO DNB-PAST-DUE
           MOVE DW-DAYS-OLD              TO DNB-DAYS

           MOVE 'N'            TO WS-CM-TRANS-TYPE
           MOVE DW-CUST-ID     TO WS-CM-CUST-ID
           MOVE SPACES         TO WS-CM-CUST-DATA
           MOVE 0              TO WS-CM-CUST-BAL
           MOVE 0              TO WS-CM-CUST-LIMIT
           MOVE 0              TO WS-CM-CUST-PHONE-COUNT
           MOVE 'CUSTDUNN'     TO WS-CM-NOTE-USER
           MOVE 'DUNNING'      TO WS-CM-NOTE-SOURCE
           MOVE WS-NOTE-BUILD  TO WS-CM-NOTE-TEXT
           MOVE 0              TO WS-CM-RETURN-CODE
           MOVE SPACES         TO WS-CM-ERROR-MSG
           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG
                                 OMITTED
                                 OMITTED
                                 WS-CM-NOTE-REQUEST.
       3500-EXIT.
           EXIT.

       3600-LIST-REFERRAL.
           MOVE DW-CUST-ID   TO RFL-CUST-ID
           MOVE DW-CUST-NAME TO RFL-CUST-NAME
           MOVE DW-CUST-ADDR TO RFL-CUST-ADDR
           MOVE DW-BALANCE   TO RFL-BALANCE
           MOVE DW-DAYS-OLD  TO RFL-DAYS
           WRITE REFERRAL-LINE FROM REF-LINE
           PERFORM 3460-BUILD-CITY-LINE
           MOVE ADL-TEXT     TO RFC-TEXT
           WRITE REFERRAL-LINE FROM REF-CITY-LINE.
       3600-EXIT.
           EXIT.

       3800-WRITE-REGISTER-LINE.
           MOVE DW-CUST-ID                TO DTL-CUST-ID
           MOVE WS-STAGE-NAME (DW-STAGE)  TO DTL-STAGE
           MOVE DW-DAYS-OLD               TO DTL-DAYS
           MOVE DW-BALANCE                TO DTL-BALANCE
           MOVE DW-PAST-DUE               TO DTL-PAST-DUE
           MOVE DW-BROKEN-COUNT           TO DTL-BROKEN
           IF DW-LAST-LETTER-DATE = 0
               MOVE 'NONE'                TO DTL-LAST-LETTER
           ELSE
               MOVE DW-LAST-LETTER-DATE   TO DTL-LAST-LETTER
           END-IF
           MOVE WS-RESULT-TEXT            TO DTL-RESULT
           WRITE REGISTER-LINE FROM DTL-LINE.
       3800-EXIT.
           EXIT.

       4000-WRITE-SUMMARY.
           WRITE REGISTER-LINE FROM SPACES

           MOVE 'CUSTOMERS READ:'          TO SUM-LABEL
           MOVE WS-READ-COUNT              TO SUM-COUNT
           MOVE 0                          TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'PAST DUE:'                TO SUM-LABEL
           MOVE WS-PAST-DUE-COUNT          TO SUM-COUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'SKIPPED - OPEN PROMISE:'  TO SUM-LABEL
           MOVE WS-PROMISE-SKIP-COUNT      TO SUM-COUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'SKIPPED - LETTER NOT DUE:' TO SUM-LABEL
           MOVE WS-TOO-SOON-COUNT          TO SUM-COUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'SKIPPED - UNDER DISPUTE:' TO SUM-LABEL
           MOVE WS-DISPUTE-SKIP-COUNT      TO SUM-COUNT
           MOVE WS-DISPUTE-SKIP-AMOUNT     TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'SKIPPED - BAD ADDRESS:'   TO SUM-LABEL
           MOVE WS-BADADDR-SKIP-COUNT      TO SUM-COUNT
           MOVE WS-BADADDR-SKIP-AMOUNT     TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE
           MOVE 0                          TO SUM-AMOUNT

           PERFORM 4100-WRITE-ONE-STAGE-COUNT
               VARYING WS-STAGE-IX FROM 1 BY 1
               UNTIL WS-STAGE-IX > 4

           MOVE 'LETTERS SENT:'            TO SUM-LABEL
           MOVE WS-LETTER-COUNT            TO SUM-COUNT
           MOVE WS-LETTER-PAST-DUE         TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'SUSPENDED AND REFERRED:'  TO SUM-LABEL
           MOVE WS-SUSPENDED-COUNT         TO SUM-COUNT
           MOVE WS-REFERRAL-TOTAL          TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 0                          TO SUM-AMOUNT
           MOVE 'REFERRALS NOT SUSPENDED:' TO SUM-LABEL
           MOVE WS-SUSPEND-FAIL-COUNT      TO SUM-COUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'LETTER NOTES FAILED:'     TO SUM-LABEL
           MOVE WS-NOTE-FAIL-COUNT         TO SUM-COUNT
           WRITE REGISTER-LINE FROM SUM-LINE.
       4000-EXIT.
           EXIT.

       4100-WRITE-ONE-STAGE-COUNT.
           MOVE SPACES TO SUM-LABEL
           STRING '  ' WS-STAGE-NAME (WS-STAGE-IX) ':'
               DELIMITED BY SIZE
               INTO SUM-LABEL
           MOVE WS-STAGE-COUNT (WS-STAGE-IX) TO SUM-COUNT
           MOVE 0                            TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE.
       4100-EXIT.
           EXIT.

       5000-TERMINATE.
           CLOSE REGISTER-FILE
           PERFORM 5100-RECORD-COMPLETION
           DISPLAY 'CUSTDUNN: ' WS-LETTER-COUNT ' LETTERS SENT, '
                   WS-SUSPENDED-COUNT ' REFERRED'.
       5000-EXIT.
           EXIT.

       5100-RECORD-COMPLETION.
           MOVE 'E'                TO WS-CYC-FUNCTION
           MOVE WS-READ-COUNT      TO WS-CYC-IN-COUNT
           MOVE WS-LETTER-COUNT    TO WS-CYC-OUT-COUNT
           MOVE WS-LETTER-PAST-DUE TO WS-CYC-CONTROL-AMT
           MOVE 0                  TO WS-CYC-RETURN-CODE
           MOVE SPACES             TO WS-CYC-ERROR-MSG
           CALL 'CUSTCYCL' USING WS-CYC-REQUEST
                                 WS-CYC-RETURN-CODE
                                 WS-CYC-ERROR-MSG
           IF WS-CYC-RETURN-CODE NOT = 0
               DISPLAY 'CUSTDUNN: ' WS-CYC-ERROR-MSG
           END-IF.
       5100-EXIT.
           EXIT.
