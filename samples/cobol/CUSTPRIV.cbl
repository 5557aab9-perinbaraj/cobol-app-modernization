      ******************************************************************
      * PROGRAM-ID: CUSTPRIV
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: Customer Personal Data Erasure - takes one card per
      *          erasure request on CUSTPRIV.PARM naming the CUST-ID,
      *          the user the request is run for and the privacy
      *          request reference, and erases the customer's personal
      *          data from every file that still holds it long after
      *          the master record is gone: the notes file and notes
      *          archive (note text), the dormant-customer archive,
      *          the before/after images on CUST.AUDIT.FILE and the
      *          CUSTROLL history archive CUST.AUDIT.HIST, the decided
      *          rows on CUST.PENDING.FILE and the owner details on
      *          closed CUSTRFND refund rows (name, address, city, ZIP
      *          and phone numbers). CUST-IDs, states, amounts and
      *          dates are left exactly as they were, so CUSTCHKR,
      *          CUSTGLJ and CUSTAUDR still reconcile every balance
      *          the erased customer ever carried. The customer's
      *          links on the CRM cross-reference CUST.CRM.XREF are
      *          removed, and an erase notice is appended to
      *          CUST.ERASE.NOTICE for the CUSTEXTR delta to send to
      *          the CRM so it purges its own copy.
      *          A request is refused, with nothing touched, while
      *          the customer is still on the master (a delete goes
      *          through dual control first, and a balance must be
      *          settled before that), while a promise to pay is open
      *          on CUST.PTP.FILE, while a change to the customer is
      *          held on CUST.PENDING.FILE for approval, or while a
      *          refund is still owed to the customer on
      *          CUST.REFUND.FILE - the owner's name and address are
      *          what an unclaimed-property report is filed under.
      *          The requesting user must hold the delete authority on
      *          CUST.USER.AUTH; a refusal there is logged by
      *          CUSTAUTH. The run prints a certificate of erasure per
      *          request (CUSTPRIV.PRT) listing every file examined,
      *          the records found and erased on each, and whether the
      *          erasure is complete. An erased image keeps the marker
      *          *ERASED* in its name field, so CUSTREIN can tell an
      *          erased archive entry from a purged one. A rerun for
      *          the same customer erases nothing new and writes a
      *          fresh certificate and notice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPRIV.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTNOTE-FILE
               ASSIGN TO 'CUST.NOTES.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NTE-KEY
               FILE STATUS IS WS-NOTE-STATUS.

           SELECT ARCHNOTE-FILE
               ASSIGN TO 'CUST.ARCH.NOTES'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANT-KEY
               FILE STATUS IS WS-ARCHNOTE-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO 'CUST.ARCHIVE.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-CUST-ID
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT AUDIT-FILE
               ASSIGN TO 'CUST.AUDIT.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT HISTORY-FILE
               ASSIGN TO 'CUST.AUDIT.HIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO 'CUST.PENDING.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT PROMISE-FILE
               ASSIGN TO 'CUST.PTP.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTP-KEY
               FILE STATUS IS WS-PTP-STATUS.

           SELECT REFUND-FILE
               ASSIGN TO 'CUST.REFUND.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RFD-KEY
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT XREF-FILE
               ASSIGN TO 'CUST.CRM.XREF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRF-CRM-ACCT
               FILE STATUS IS WS-XREF-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO 'CUST.ERASE.NOTICE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'CUSTPRIV.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'CUSTPRIV.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTNOTE-FILE.
           COPY CUST-NTE.

       FD  ARCHNOTE-FILE.
           COPY CUST-NTE REPLACING ==CUST-NOTE-RECORD==
                              BY ==ARCH-NOTE-RECORD==
                         LEADING ==NTE-== BY ==ANT-==.

       FD  ARCHIVE-FILE.
           COPY CUST-ARC.

       FD  AUDIT-FILE.
           COPY CUST-AUD.

       FD  HISTORY-FILE.
           COPY CUST-AUH.

       FD  PENDING-FILE.
           COPY CUST-PND.

       FD  PROMISE-FILE.
           COPY CUST-PTP.

       FD  REFUND-FILE.
           COPY CUST-RFD.

       FD  XREF-FILE.
           COPY CUST-XRF.

       FD  NOTICE-FILE.
           COPY CUST-ERN.

      * One card per erasure request - the customer, the user the
      * request is run for, and the privacy request reference that
      * goes on the certificate and the erase notice.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-CUST-ID             PIC X(10).
           05 FILLER                   PIC X(1).
           05 PARM-USER-ID             PIC X(8).
           05 FILLER                   PIC X(1).
           05 PARM-REQUEST-REF         PIC X(20).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-NOTE-STATUS              PIC X(2).
           88 WS-NOTE-OK               VALUE '00' '02'.
           88 WS-NOTE-NOT-FOUND        VALUE '35'.

       01  WS-ARCHNOTE-STATUS          PIC X(2).
           88 WS-ARCHNOTE-OK           VALUE '00' '02'.
           88 WS-ARCHNOTE-NOT-FOUND    VALUE '35'.

       01  WS-ARCHIVE-STATUS           PIC X(2).
           88 WS-ARCHIVE-OK            VALUE '00' '02'.
           88 WS-ARCHIVE-NOT-FOUND     VALUE '35'.

       01  WS-AUDIT-STATUS             PIC X(2).
           88 WS-AUDIT-OK              VALUE '00'.
           88 WS-AUDIT-NOT-FOUND       VALUE '35'.

       01  WS-HISTORY-STATUS           PIC X(2).
           88 WS-HISTORY-OK            VALUE '00' '02'.
           88 WS-HISTORY-NOT-FOUND     VALUE '35'.

       01  WS-PENDING-STATUS           PIC X(2).
           88 WS-PENDING-OK            VALUE '00' '02'.
           88 WS-PENDING-NOT-FOUND     VALUE '35'.

       01  WS-PTP-STATUS               PIC X(2).
           88 WS-PTP-OK                VALUE '00' '02'.
           88 WS-PTP-NOT-FOUND         VALUE '35'.

       01  WS-REFUND-STATUS            PIC X(2).
           88 WS-REFUND-OK             VALUE '00' '02'.
           88 WS-REFUND-NOT-FOUND      VALUE '35'.

       01  WS-XREF-STATUS              PIC X(2).
           88 WS-XREF-OK               VALUE '00' '02'.
           88 WS-XREF-NOT-FOUND        VALUE '35'.

       01  WS-NOTICE-STATUS            PIC X(2).
           88 WS-NOTICE-OK             VALUE '00'.

       01  WS-PARM-STATUS              PIC X(2).
           88 WS-PARM-OK               VALUE '00'.

       01  WS-REPORT-STATUS            PIC X(2).
           88 WS-REPORT-OK             VALUE '00'.

       01  WS-CARD-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-CARDS         VALUE 'Y'.

      * Shared by every keyed and sequential scan - each scan sets it
      * 'N' before it starts and runs until it goes 'Y'.
       01  WS-SCAN-DONE-SW             PIC X(1).
           88 WS-SCAN-DONE             VALUE 'Y'.

       01  WS-INCOMPLETE-SW            PIC X(1).
           88 WS-ERASURE-INCOMPLETE    VALUE 'Y'.

       01  WS-CARD-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-ERASED-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-INCOMPLETE-COUNT         PIC 9(7) COMP VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(7) COMP VALUE 0.

       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW                      PIC 9(6).
       01  WS-ERASE-STAMP              PIC 9(14).

       01  WS-CUST-ID                  PIC X(10).
       01  WS-REFUSE-REASON            PIC X(30).

      * Written over the name on every erased image and request, so
      * an erased record is recognisable for what it is.
       01  WS-ERASED-MARK              PIC X(30) VALUE '*ERASED*'.
       01  WS-ERASED-NOTE-TEXT         PIC X(120)
              VALUE '*ERASED* - NOTE TEXT REMOVED ON PRIVACY REQUEST'.

       01  WS-PHONE-IX                 PIC 9(3) COMP.
       01  WS-PHONE-MAX                PIC 9(3) COMP.

      * Certificate table - one entry per file the erasure works
      * through, in the order the certificate lists them. FOUND is
      * the customer's records seen on the file, ERASED the ones
      * masked (or, for the cross-reference, removed).
       01  WS-FILE-NAME-VALUES.
           05 FILLER PIC X(20) VALUE 'CUST.NOTES.FILE'.
           05 FILLER PIC X(20) VALUE 'CUST.ARCH.NOTES'.
           05 FILLER PIC X(20) VALUE 'CUST.ARCHIVE.FILE'.
           05 FILLER PIC X(20) VALUE 'CUST.AUDIT.FILE'.
           05 FILLER PIC X(20) VALUE 'CUST.AUDIT.HIST'.
           05 FILLER PIC X(20) VALUE 'CUST.PENDING.FILE'.
           05 FILLER PIC X(20) VALUE 'CUST.REFUND.FILE'.
           05 FILLER PIC X(20) VALUE 'CUST.CRM.XREF'.
           05 FILLER PIC X(20) VALUE 'CUST.ERASE.NOTICE'.
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05 WS-FILE-NAME             PIC X(20) OCCURS 9 TIMES.

       01  WS-FILE-COUNT               PIC 9(3) COMP VALUE 9.
       01  WS-FX                       PIC 9(3) COMP.
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 9 TIMES.
              10 WS-FT-FOUND           PIC 9(7) COMP.
              10 WS-FT-ERASED          PIC 9(7) COMP.
              10 WS-FT-ACTION          PIC X(20).

      * Action text for a file whose records were all dealt with -
      * masked for most files, removed for the cross-reference.
       01  WS-DONE-TEXT                PIC X(20).

      * Decoded customer image - fixed mirror of the CUST-REC layout
      * with the phone table at its maximum of 9, the CUSTAUDR decode.
      * Only the phones the image's own count covers are touched, so
      * whatever the table's short form carries after them is never
      * disturbed.
       01  WS-IMAGE-REC.
           05 IMG-CUST-ID              PIC X(10).
           05 IMG-CUST-NAME            PIC X(30).
           05 IMG-CUST-ADDR            PIC X(40).
           05 IMG-CUST-CITY            PIC X(20).
           05 IMG-CUST-STATE           PIC X(2).
           05 IMG-CUST-ZIP             PIC X(10).
           05 IMG-CUST-BALANCE         PIC S9(7)V99 COMP-3.
           05 IMG-CUST-STATUS          PIC X(1).
           05 IMG-CUST-LAST-UPDATE     PIC 9(8).
           05 IMG-CUST-PHONE-COUNT     PIC 9(2).
           05 IMG-CUST-PHONES OCCURS 9 TIMES.
              10 IMG-PHONE-TYPE        PIC X(1).
              10 IMG-PHONE-NUMBER      PIC X(15).
           05 IMG-CUST-CREDIT-LIMIT    PIC S9(7)V99 COMP-3.
           05 FILLER                   PIC X(18).

      * Mirrors CUSTMGMT's LS-REQUEST layout - the inquiry tells
      * whether the customer is still on the master.
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

      * User-authority interface mirror - an erasure needs the same
      * delete authority as taking the customer off the master.
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
           05 FILLER                   PIC X(47)
              VALUE 'CERTIFICATE OF ERASURE - CUSTOMER PERSONAL DATA'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).
           05 FILLER                   PIC X(12) VALUE '  RUN TIME: '.
           05 HDG2-TIME                PIC 9(6).

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(60) VALUE
              'ERASED: NAME, ADDRESS, CITY, ZIP, PHONES, NOTE TEXT'.

       01  HDG-LINE-4.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(60) VALUE
              'KEPT: CUSTOMER IDS, STATES, AMOUNTS AND DATES'.

       01  CUS-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'CUSTOMER: '.
           05 CUS-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(16)
              VALUE '  REQUESTED BY: '.
           05 CUS-USER-ID              PIC X(8).
           05 FILLER                   PIC X(13) VALUE '  REFERENCE: '.
           05 CUS-REQUEST-REF          PIC X(20).

       01  RFS-LINE.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(18)
              VALUE 'ERASURE REFUSED - '.
           05 RFS-REASON               PIC X(30).

       01  COL-LINE.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE 'FILE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'RECORDS FOUND'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(14) VALUE 'RECORDS ERASED'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(20) VALUE 'ACTION'.

       01  FIL-LINE.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 FIL-FILE-NAME            PIC X(20).
           05 FILLER                   PIC X(08) VALUE SPACES.
           05 FIL-FOUND                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(09) VALUE SPACES.
           05 FIL-ERASED               PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FIL-ACTION               PIC X(20).

       01  STM-LINE.
           05 FILLER                   PIC X(05) VALUE SPACES.
           05 STM-TEXT                 PIC X(60).
           05 FILLER                   PIC X(04) VALUE ' AT '.
           05 STM-STAMP                PIC 9(14).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
           05 SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
               UNTIL WS-NO-MORE-CARDS

           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME

           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-OK
               DISPLAY 'CUSTPRIV: PARM CARD REQUIRED - NAME THE '
                       'CUST-ID TO ERASE'
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'CUSTPRIV: FAILED TO OPEN REPORT FILE'
               CLOSE PARM-FILE
               GOBACK
           END-IF

           MOVE WS-TODAY TO HDG2-DATE
           MOVE WS-NOW   TO HDG2-TIME
           WRITE REPORT-LINE FROM HDG-LINE-1
           WRITE REPORT-LINE FROM HDG-LINE-2
           WRITE REPORT-LINE FROM HDG-LINE-3
           WRITE REPORT-LINE FROM HDG-LINE-4
           WRITE REPORT-LINE FROM SPACES

           PERFORM 1100-READ-CARD.
       1000-EXIT.
           EXIT.

       1100-READ-CARD.
           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-CARD-EOF-SWITCH
           END-READ.
       1100-EXIT.
           EXIT.

      ******************************************************************
      * One erasure request - every refusal check runs before any file
      * is touched, so a refused request leaves the customer's records
      * exactly as they were.
      ******************************************************************
       2000-PROCESS-ONE-REQUEST.
           ADD 1 TO WS-CARD-COUNT
           MOVE PARM-CUST-ID     TO WS-CUST-ID
           MOVE PARM-CUST-ID     TO CUS-CUST-ID
           MOVE PARM-USER-ID     TO CUS-USER-ID
           MOVE PARM-REQUEST-REF TO CUS-REQUEST-REF
           WRITE REPORT-LINE FROM CUS-LINE

           MOVE SPACES TO WS-REFUSE-REASON
           EVALUATE TRUE
               WHEN PARM-CUST-ID = SPACES
                   MOVE 'NO CUST-ID ON CARD' TO WS-REFUSE-REASON
               WHEN PARM-USER-ID = SPACES
                   MOVE 'NO REQUESTING USER ON CARD'
                       TO WS-REFUSE-REASON
               WHEN OTHER
                   PERFORM 3000-CHECK-AUTHORITY
           END-EVALUATE
           IF WS-REFUSE-REASON = SPACES
               PERFORM 3100-CHECK-MASTER
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 3200-CHECK-PROMISES THRU 3200-EXIT
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 3300-CHECK-PENDING THRU 3300-EXIT
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM 3400-CHECK-REFUNDS THRU 3400-EXIT
           END-IF

           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE WS-REFUSE-REASON TO RFS-REASON
               WRITE REPORT-LINE FROM RFS-LINE
               WRITE REPORT-LINE FROM SPACES
               DISPLAY 'CUSTPRIV: ' WS-CUST-ID ' REFUSED - '
                       WS-REFUSE-REASON
               PERFORM 1100-READ-CARD
               GO TO 2000-EXIT
           END-IF

           MOVE 'N' TO WS-INCOMPLETE-SW
           INITIALIZE WS-FILE-TABLE
           MOVE WS-TODAY TO WS-ERASE-STAMP (1:8)
           MOVE WS-NOW   TO WS-ERASE-STAMP (9:6)

           PERFORM 4000-ERASE-NOTES THRU 4000-EXIT
           PERFORM 4100-ERASE-ARCHIVED-NOTES THRU 4100-EXIT
           PERFORM 4200-ERASE-ARCHIVE THRU 4200-EXIT
           PERFORM 4300-ERASE-AUDIT-TRAIL THRU 4300-EXIT
           PERFORM 4400-ERASE-AUDIT-HISTORY THRU 4400-EXIT
           PERFORM 4500-ERASE-PENDING THRU 4500-EXIT
           PERFORM 4600-ERASE-REFUNDS THRU 4600-EXIT
           PERFORM 4700-REMOVE-XREF-LINKS THRU 4700-EXIT
           PERFORM 4800-WRITE-ERASE-NOTICE THRU 4800-EXIT

           PERFORM 5000-PRINT-CERTIFICATE

           IF WS-ERASURE-INCOMPLETE
               ADD 1 TO WS-INCOMPLETE-COUNT
               DISPLAY 'CUSTPRIV: ' WS-CUST-ID ' ERASURE INCOMPLETE'
           ELSE
               ADD 1 TO WS-ERASED-COUNT
               DISPLAY 'CUSTPRIV: ' WS-CUST-ID ' ERASED'
           END-IF

           PERFORM 1100-READ-CARD.
       2000-EXIT.
           EXIT.

      ******************************************************************
      * Refusal checks
      ******************************************************************
      * CUSTAUTH logs its own refusals to the security log.
       3000-CHECK-AUTHORITY.
           MOVE 'C'              TO WS-AUT-FUNCTION
           MOVE PARM-USER-ID     TO WS-AUT-USER-ID
           MOVE 'CUSTPRIV'       TO WS-AUT-PROGRAM
           MOVE 'D'              TO WS-AUT-AUTHORITY
           MOVE WS-CUST-ID       TO WS-AUT-CUST-ID
           MOVE 0                TO WS-AUT-AMOUNT
                                    WS-AUT-REASON-CODE
                                    WS-AUT-RETURN-CODE
           MOVE SPACES           TO WS-AUT-REASON-TEXT
                                    WS-AUT-ERROR-MSG
           CALL 'CUSTAUTH' USING WS-AUT-REQUEST
                                 WS-AUT-RETURN-CODE
                                 WS-AUT-ERROR-MSG
           IF WS-AUT-RETURN-CODE NOT = 0
               MOVE 'USER NOT AUTHORIZED' TO WS-REFUSE-REASON
               DISPLAY 'CUSTPRIV: ' WS-AUT-ERROR-MSG
           END-IF.
       3000-EXIT.
           EXIT.

      * A customer still on the master is a live account - it leaves
      * through an approved delete (or a purge) first, and a balance
      * has to be settled before either.
       3100-CHECK-MASTER.
           MOVE 'I'          TO WS-CM-TRANS-TYPE
           MOVE WS-CUST-ID   TO WS-CM-CUST-ID
           MOVE SPACES       TO WS-CM-CUST-DATA
           MOVE 0            TO WS-CM-CUST-BAL
           MOVE 0            TO WS-CM-CUST-LIMIT
           MOVE 0            TO WS-CM-CUST-PHONE-COUNT
           MOVE 0            TO WS-CM-RETURN-CODE
           MOVE SPACES       TO WS-CM-ERROR-MSG
           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG
           EVALUATE TRUE
               WHEN WS-CM-RETURN-CODE = 4001
                   CONTINUE
               WHEN WS-CM-RETURN-CODE NOT = 0
                   MOVE 'MASTER INQUIRY FAILED' TO WS-REFUSE-REASON
               WHEN WS-CM-CUST-BAL NOT = 0
                   MOVE 'BALANCE OUTSTANDING'   TO WS-REFUSE-REASON
               WHEN OTHER
                   MOVE 'STILL ON MASTER'       TO WS-REFUSE-REASON
           END-EVALUATE.
       3100-EXIT.
           EXIT.

      * Promises are keyed by customer first, so the scan starts at
      * the customer and stops at the next one. A file that cannot be
      * read refuses the request - an unchecked promise is not a
      * kept one.
       3200-CHECK-PROMISES.
           OPEN INPUT PROMISE-FILE
           IF WS-PTP-NOT-FOUND
               GO TO 3200-EXIT
           END-IF
           IF NOT WS-PTP-OK
               MOVE 'PROMISE FILE UNREADABLE' TO WS-REFUSE-REASON
               GO TO 3200-EXIT
           END-IF

           MOVE WS-CUST-ID TO PTP-CUST-ID
           MOVE 0          TO PTP-PROMISE-DATE
           MOVE 0          TO PTP-SEQ
           MOVE 'N' TO WS-SCAN-DONE-SW
           START PROMISE-FILE KEY IS >= PTP-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 3210-CHECK-ONE-PROMISE
               UNTIL WS-SCAN-DONE

           CLOSE PROMISE-FILE.
       3200-EXIT.
           EXIT.

       3210-CHECK-ONE-PROMISE.
           READ PROMISE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF PTP-CUST-ID NOT = WS-CUST-ID
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       IF PTP-OPEN
                           MOVE 'OPEN PROMISE TO PAY'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO WS-SCAN-DONE-SW
                       END-IF
                   END-IF
           END-READ.
       3210-EXIT.
           EXIT.

      * Pending rows are keyed by timestamp first, so the whole file
      * is read.
       3300-CHECK-PENDING.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-NOT-FOUND
               GO TO 3300-EXIT
           END-IF
           IF NOT WS-PENDING-OK
               MOVE 'PENDING FILE UNREADABLE' TO WS-REFUSE-REASON
               GO TO 3300-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 3310-CHECK-ONE-PENDING
               UNTIL WS-SCAN-DONE

           CLOSE PENDING-FILE.
       3300-EXIT.
           EXIT.

       3310-CHECK-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF PND-CUST-ID = WS-CUST-ID
                      AND PND-PENDING
                       MOVE 'PENDING APPROVAL' TO WS-REFUSE-REASON
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   END-IF
           END-READ.
       3310-EXIT.
           EXIT.

      * A refund still held or sent but not cashed is money owed to
      * the customer - if it goes unclaimed the owner's name and
      * address are what the state report is filed under.
       3400-CHECK-REFUNDS.
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-NOT-FOUND
               GO TO 3400-EXIT
           END-IF
           IF NOT WS-REFUND-OK
               MOVE 'REFUND FILE UNREADABLE' TO WS-REFUSE-REASON
               GO TO 3400-EXIT
           END-IF

           MOVE WS-CUST-ID  TO RFD-CUST-ID
           MOVE 0           TO RFD-DEPOSIT-DATE
           MOVE LOW-VALUES  TO RFD-BANK-REF
           MOVE 'N' TO WS-SCAN-DONE-SW
           START REFUND-FILE KEY IS >= RFD-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 3410-CHECK-ONE-REFUND
               UNTIL WS-SCAN-DONE

           CLOSE REFUND-FILE.
       3400-EXIT.
           EXIT.

       3410-CHECK-ONE-REFUND.
           READ REFUND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF RFD-CUST-ID NOT = WS-CUST-ID
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       IF RFD-DORMANT-CANDIDATE
                           MOVE 'REFUND OWED TO CUSTOMER'
                               TO WS-REFUSE-REASON
                           MOVE 'Y' TO WS-SCAN-DONE-SW
                       END-IF
                   END-IF
           END-READ.
       3410-EXIT.
           EXIT.

      ******************************************************************
      * Erasure - one paragraph per file. A file that does not exist
      * holds nothing to erase; a file that exists but cannot be
      * opened, or a record that cannot be rewritten, leaves the
      * erasure incomplete and says so on the certificate.
      ******************************************************************
       4000-ERASE-NOTES.
           MOVE 1        TO WS-FX
           MOVE 'MASKED' TO WS-DONE-TEXT
           OPEN I-O CUSTNOTE-FILE
           IF WS-NOTE-NOT-FOUND
               MOVE 'FILE NOT PRESENT' TO WS-FT-ACTION (WS-FX)
               GO TO 4000-EXIT
           END-IF
           IF NOT WS-NOTE-OK
               PERFORM 4950-OPEN-FAILED
               GO TO 4000-EXIT
           END-IF

           MOVE WS-CUST-ID TO NTE-CUST-ID
           MOVE 0          TO NTE-NOTE-DATE
           MOVE 0          TO NTE-NOTE-SEQ
           MOVE 'N' TO WS-SCAN-DONE-SW
           START CUSTNOTE-FILE KEY IS >= NTE-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 4010-ERASE-ONE-NOTE
               UNTIL WS-SCAN-DONE

           CLOSE CUSTNOTE-FILE
           PERFORM 4900-SET-FILE-ACTION.
       4000-EXIT.
           EXIT.

       4010-ERASE-ONE-NOTE.
           READ CUSTNOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF NTE-CUST-ID NOT = WS-CUST-ID
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       ADD 1 TO WS-FT-FOUND (WS-FX)
                       MOVE WS-ERASED-NOTE-TEXT TO NTE-TEXT
                       REWRITE CUST-NOTE-RECORD
                       IF WS-NOTE-OK
                           ADD 1 TO WS-FT-ERASED (WS-FX)
                       END-IF
                   END-IF
           END-READ.
       4010-EXIT.
           EXIT.

       4100-ERASE-ARCHIVED-NOTES.
           MOVE 2        TO WS-FX
           MOVE 'MASKED' TO WS-DONE-TEXT
           OPEN I-O ARCHNOTE-FILE
           IF WS-ARCHNOTE-NOT-FOUND
               MOVE 'FILE NOT PRESENT' TO WS-FT-ACTION (WS-FX)
               GO TO 4100-EXIT
           END-IF
           IF NOT WS-ARCHNOTE-OK
               PERFORM 4950-OPEN-FAILED
               GO TO 4100-EXIT
           END-IF

           MOVE WS-CUST-ID TO ANT-CUST-ID
           MOVE 0          TO ANT-NOTE-DATE
           MOVE 0          TO ANT-NOTE-SEQ
           MOVE 'N' TO WS-SCAN-DONE-SW
           START ARCHNOTE-FILE KEY IS >= ANT-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 4110-ERASE-ONE-ARCHIVED-NOTE
               UNTIL WS-SCAN-DONE

           CLOSE ARCHNOTE-FILE
           PERFORM 4900-SET-FILE-ACTION.
       4100-EXIT.
           EXIT.

       4110-ERASE-ONE-ARCHIVED-NOTE.
           READ ARCHNOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF ANT-CUST-ID NOT = WS-CUST-ID
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       ADD 1 TO WS-FT-FOUND (WS-FX)
                       MOVE WS-ERASED-NOTE-TEXT TO ANT-TEXT
                       REWRITE ARCH-NOTE-RECORD
                       IF WS-ARCHNOTE-OK
                           ADD 1 TO WS-FT-ERASED (WS-FX)
                       END-IF
                   END-IF
           END-READ.
       4110-EXIT.
           EXIT.

      * The archive holds at most one image per customer; the purge
      * date stays as it was.
       4200-ERASE-ARCHIVE.
           MOVE 3        TO WS-FX
           MOVE 'MASKED' TO WS-DONE-TEXT
           OPEN I-O ARCHIVE-FILE
           IF WS-ARCHIVE-NOT-FOUND
               MOVE 'FILE NOT PRESENT' TO WS-FT-ACTION (WS-FX)
               GO TO 4200-EXIT
           END-IF
           IF NOT WS-ARCHIVE-OK
               PERFORM 4950-OPEN-FAILED
               GO TO 4200-EXIT
           END-IF

           MOVE WS-CUST-ID TO ARC-CUST-ID
           READ ARCHIVE-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-ARCHIVE-OK
               ADD 1 TO WS-FT-FOUND (WS-FX)
               MOVE ARC-CUST-IMAGE TO WS-IMAGE-REC
               PERFORM 7000-MASK-IMAGE THRU 7000-EXIT
               MOVE WS-IMAGE-REC TO ARC-CUST-IMAGE
               REWRITE CUST-ARCHIVE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               IF WS-ARCHIVE-OK
                   ADD 1 TO WS-FT-ERASED (WS-FX)
               END-IF
           END-IF

           CLOSE ARCHIVE-FILE
           PERFORM 4900-SET-FILE-ACTION.
       4200-EXIT.
           EXIT.

      * The current audit file is sequential, so it is read end to
      * end and each of the customer's records rewritten in place.
      * Link, unlink and dispute records carry relationship and
      * dispute records in their images - no personal data - and
      * are left alone, the same split CUSTCHKR and CUSTRCVR make.
       4300-ERASE-AUDIT-TRAIL.
           MOVE 4        TO WS-FX
           MOVE 'MASKED' TO WS-DONE-TEXT
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-NOT-FOUND
               MOVE 'FILE NOT PRESENT' TO WS-FT-ACTION (WS-FX)
               GO TO 4300-EXIT
           END-IF
           IF NOT WS-AUDIT-OK
               PERFORM 4950-OPEN-FAILED
               GO TO 4300-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 4310-ERASE-ONE-AUDIT-REC
               UNTIL WS-SCAN-DONE

           CLOSE AUDIT-FILE
           PERFORM 4900-SET-FILE-ACTION.
       4300-EXIT.
           EXIT.

       4310-ERASE-ONE-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF AUD-CUST-ID = WS-CUST-ID
                      AND AUD-TRANS-TYPE NOT = 'L'
                      AND AUD-TRANS-TYPE NOT = 'K'
                      AND AUD-TRANS-TYPE NOT = 'Q'
                      AND AUD-TRANS-TYPE NOT = 'W'
                       PERFORM 4320-MASK-AUDIT-REC
                   END-IF
           END-READ.
       4310-EXIT.
           EXIT.

       4320-MASK-AUDIT-REC.
           ADD 1 TO WS-FT-FOUND (WS-FX)
           MOVE AUD-BEFORE-IMAGE TO WS-IMAGE-REC
           PERFORM 7000-MASK-IMAGE THRU 7000-EXIT
           MOVE WS-IMAGE-REC     TO AUD-BEFORE-IMAGE
           MOVE AUD-AFTER-IMAGE  TO WS-IMAGE-REC
           PERFORM 7000-MASK-IMAGE THRU 7000-EXIT
           MOVE WS-IMAGE-REC     TO AUD-AFTER-IMAGE
           REWRITE CUST-AUDIT-RECORD
           IF WS-AUDIT-OK
               ADD 1 TO WS-FT-ERASED (WS-FX)
           END-IF.
       4320-EXIT.
           EXIT.

      * The history archive is keyed by customer first, so only the
      * customer's own stretch of it is read.
       4400-ERASE-AUDIT-HISTORY.
           MOVE 5        TO WS-FX
           MOVE 'MASKED' TO WS-DONE-TEXT
           OPEN I-O HISTORY-FILE
           IF WS-HISTORY-NOT-FOUND
               MOVE 'FILE NOT PRESENT' TO WS-FT-ACTION (WS-FX)
               GO TO 4400-EXIT
           END-IF
           IF NOT WS-HISTORY-OK
               PERFORM 4950-OPEN-FAILED
               GO TO 4400-EXIT
           END-IF

           MOVE WS-CUST-ID TO AUH-CUST-ID
           MOVE 0          TO AUH-TIMESTAMP
           MOVE 0          TO AUH-SEQ
           MOVE 'N' TO WS-SCAN-DONE-SW
           START HISTORY-FILE KEY IS >= AUH-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 4410-ERASE-ONE-HIST-REC
               UNTIL WS-SCAN-DONE

           CLOSE HISTORY-FILE
           PERFORM 4900-SET-FILE-ACTION.
       4400-EXIT.
           EXIT.

       4410-ERASE-ONE-HIST-REC.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF AUH-CUST-ID NOT = WS-CUST-ID
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       IF AUH-TRANS-TYPE NOT = 'L'
                          AND AUH-TRANS-TYPE NOT = 'K'
                          AND AUH-TRANS-TYPE NOT = 'Q'
                          AND AUH-TRANS-TYPE NOT = 'W'
                           PERFORM 4420-MASK-HIST-REC
                       END-IF
                   END-IF
           END-READ.
       4410-EXIT.
           EXIT.

       4420-MASK-HIST-REC.
           ADD 1 TO WS-FT-FOUND (WS-FX)
           MOVE AUH-BEFORE-IMAGE TO WS-IMAGE-REC
           PERFORM 7000-MASK-IMAGE THRU 7000-EXIT
           MOVE WS-IMAGE-REC     TO AUH-BEFORE-IMAGE
           MOVE AUH-AFTER-IMAGE  TO WS-IMAGE-REC
           PERFORM 7000-MASK-IMAGE THRU 7000-EXIT
           MOVE WS-IMAGE-REC     TO AUH-AFTER-IMAGE
           REWRITE CUST-AUDIT-HIST-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-HISTORY-OK
               ADD 1 TO WS-FT-ERASED (WS-FX)
           END-IF.
       4420-EXIT.
           EXIT.

      * Only decided rows can be left by now - a row still pending
      * refused the request. Both the before image and the requested
      * values are masked.
       4500-ERASE-PENDING.
           MOVE 6        TO WS-FX
           MOVE 'MASKED' TO WS-DONE-TEXT
           OPEN I-O PENDING-FILE
           IF WS-PENDING-NOT-FOUND
               MOVE 'FILE NOT PRESENT' TO WS-FT-ACTION (WS-FX)
               GO TO 4500-EXIT
           END-IF
           IF NOT WS-PENDING-OK
               PERFORM 4950-OPEN-FAILED
               GO TO 4500-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 4510-ERASE-ONE-PENDING
               UNTIL WS-SCAN-DONE

           CLOSE PENDING-FILE
           PERFORM 4900-SET-FILE-ACTION.
       4500-EXIT.
           EXIT.

       4510-ERASE-ONE-PENDING.
           READ PENDING-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF PND-CUST-ID = WS-CUST-ID
                       PERFORM 4520-MASK-PENDING-REC
                   END-IF
           END-READ.
       4510-EXIT.
           EXIT.

       4520-MASK-PENDING-REC.
           ADD 1 TO WS-FT-FOUND (WS-FX)
           MOVE PND-BEFORE-IMAGE TO WS-IMAGE-REC
           PERFORM 7000-MASK-IMAGE THRU 7000-EXIT
           MOVE WS-IMAGE-REC     TO PND-BEFORE-IMAGE

           IF PND-CUST-NAME NOT = SPACES
               MOVE WS-ERASED-MARK TO PND-CUST-NAME
           END-IF
           MOVE SPACES TO PND-CUST-ADDR
                          PND-CUST-CITY
                          PND-CUST-ZIP
           IF PND-PHONE-COUNT NUMERIC
              AND PND-PHONE-COUNT <= 9
               MOVE PND-PHONE-COUNT TO WS-PHONE-MAX
           ELSE
               MOVE 0 TO WS-PHONE-MAX
           END-IF
           PERFORM 4530-BLANK-ONE-PENDING-PHONE
               VARYING WS-PHONE-IX FROM 1 BY 1
               UNTIL WS-PHONE-IX > WS-PHONE-MAX

           REWRITE CUST-PENDING-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF WS-PENDING-OK
               ADD 1 TO WS-FT-ERASED (WS-FX)
           END-IF.
       4520-EXIT.
           EXIT.

       4530-BLANK-ONE-PENDING-PHONE.
           MOVE SPACES TO PND-PHONE-NUMBER (WS-PHONE-IX).
       4530-EXIT.
           EXIT.

      * Every refund row left is closed (cashed, withdrawn or already
      * reported to the state) - an open one refused the request.
      * The owner's state stays with the amount.
       4600-ERASE-REFUNDS.
           MOVE 7        TO WS-FX
           MOVE 'MASKED' TO WS-DONE-TEXT
           OPEN I-O REFUND-FILE
           IF WS-REFUND-NOT-FOUND
               MOVE 'FILE NOT PRESENT' TO WS-FT-ACTION (WS-FX)
               GO TO 4600-EXIT
           END-IF
           IF NOT WS-REFUND-OK
               PERFORM 4950-OPEN-FAILED
               GO TO 4600-EXIT
           END-IF

           MOVE WS-CUST-ID  TO RFD-CUST-ID
           MOVE 0           TO RFD-DEPOSIT-DATE
           MOVE LOW-VALUES  TO RFD-BANK-REF
           MOVE 'N' TO WS-SCAN-DONE-SW
           START REFUND-FILE KEY IS >= RFD-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 4610-ERASE-ONE-REFUND
               UNTIL WS-SCAN-DONE

           CLOSE REFUND-FILE
           PERFORM 4900-SET-FILE-ACTION.
       4600-EXIT.
           EXIT.

       4610-ERASE-ONE-REFUND.
           READ REFUND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF RFD-CUST-ID NOT = WS-CUST-ID
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   ELSE
                       ADD 1 TO WS-FT-FOUND (WS-FX)
                       MOVE WS-ERASED-MARK TO RFD-OWNER-NAME
                       MOVE SPACES TO RFD-OWNER-ADDR
                                      RFD-OWNER-CITY
                                      RFD-OWNER-ZIP
                       REWRITE CUST-REFUND-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       IF WS-REFUND-OK
                           ADD 1 TO WS-FT-ERASED (WS-FX)
                       END-IF
                   END-IF
           END-READ.
       4610-EXIT.
           EXIT.

      * The cross-reference is keyed by CRM account, so every entry
      * is read; each one pointing at the customer is removed - the
      * link itself is what ties the CRM's person to this account.
       4700-REMOVE-XREF-LINKS.
           MOVE 8              TO WS-FX
           MOVE 'LINK REMOVED' TO WS-DONE-TEXT
           OPEN I-O XREF-FILE
           IF WS-XREF-NOT-FOUND
               MOVE 'FILE NOT PRESENT' TO WS-FT-ACTION (WS-FX)
               GO TO 4700-EXIT
           END-IF
           IF NOT WS-XREF-OK
               PERFORM 4950-OPEN-FAILED
               GO TO 4700-EXIT
           END-IF

           MOVE 'N' TO WS-SCAN-DONE-SW
           PERFORM 4710-REMOVE-ONE-XREF
               UNTIL WS-SCAN-DONE

           CLOSE XREF-FILE
           PERFORM 4900-SET-FILE-ACTION.
       4700-EXIT.
           EXIT.

       4710-REMOVE-ONE-XREF.
           READ XREF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF XRF-CUST-ID = WS-CUST-ID
                       ADD 1 TO WS-FT-FOUND (WS-FX)
                       DELETE XREF-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                       IF WS-XREF-OK
                           ADD 1 TO WS-FT-ERASED (WS-FX)
                       END-IF
                   END-IF
           END-READ.
       4710-EXIT.
           EXIT.

      * The notice goes out even when an earlier file was left
      * incomplete - the CRM's copy is purged either way, and the
      * rerun after the fault is corrected sends another.
       4800-WRITE-ERASE-NOTICE.
           MOVE 9                TO WS-FX
           MOVE 'NOTICE WRITTEN' TO WS-DONE-TEXT
           OPEN EXTEND NOTICE-FILE
           IF WS-NOTICE-STATUS = '35'
               OPEN OUTPUT NOTICE-FILE
           END-IF
           IF NOT WS-NOTICE-OK
               PERFORM 4950-OPEN-FAILED
               GO TO 4800-EXIT
           END-IF

           MOVE SPACES             TO CUST-ERASE-NOTICE-RECORD
           MOVE WS-CUST-ID         TO ERN-CUST-ID
           MOVE WS-ERASE-STAMP     TO ERN-ERASE-STAMP
           MOVE PARM-USER-ID       TO ERN-REQUEST-USER
           MOVE PARM-REQUEST-REF   TO ERN-REQUEST-REF
           MOVE WS-FT-ERASED (8)   TO ERN-XREF-COUNT
           MOVE 1 TO WS-FT-FOUND (WS-FX)
           WRITE CUST-ERASE-NOTICE-RECORD
           IF WS-NOTICE-OK
               MOVE 1 TO WS-FT-ERASED (WS-FX)
           END-IF

           CLOSE NOTICE-FILE
           PERFORM 4900-SET-FILE-ACTION.
       4800-EXIT.
           EXIT.

       4900-SET-FILE-ACTION.
           EVALUATE TRUE
               WHEN WS-FT-ERASED (WS-FX) < WS-FT-FOUND (WS-FX)
                   MOVE 'REWRITE FAILED' TO WS-FT-ACTION (WS-FX)
                   MOVE 'Y' TO WS-INCOMPLETE-SW
               WHEN WS-FT-FOUND (WS-FX) = 0
                   MOVE 'NONE ON FILE'   TO WS-FT-ACTION (WS-FX)
               WHEN OTHER
                   MOVE WS-DONE-TEXT     TO WS-FT-ACTION (WS-FX)
           END-EVALUATE.
       4900-EXIT.
           EXIT.

       4950-OPEN-FAILED.
           MOVE 'OPEN FAILED' TO WS-FT-ACTION (WS-FX)
           MOVE 'Y' TO WS-INCOMPLETE-SW
           DISPLAY 'CUSTPRIV: FAILED TO OPEN ' WS-FILE-NAME (WS-FX).
       4950-EXIT.
           EXIT.

      ******************************************************************
      * Certificate of erasure for one request
      ******************************************************************
       5000-PRINT-CERTIFICATE.
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM COL-LINE
           PERFORM 5100-PRINT-FILE-LINE
               VARYING WS-FX FROM 1 BY 1
               UNTIL WS-FX > WS-FILE-COUNT

           WRITE REPORT-LINE FROM SPACES
           IF WS-ERASURE-INCOMPLETE
               MOVE 'ERASURE INCOMPLETE - CORRECT FILES MARKED, RERUN'
                   TO STM-TEXT
           ELSE
               MOVE 'ERASURE COMPLETE ON EVERY FILE LISTED'
                   TO STM-TEXT
           END-IF
           MOVE WS-ERASE-STAMP TO STM-STAMP
           WRITE REPORT-LINE FROM STM-LINE
           WRITE REPORT-LINE FROM SPACES.
       5000-EXIT.
           EXIT.

       5100-PRINT-FILE-LINE.
           MOVE WS-FILE-NAME (WS-FX)  TO FIL-FILE-NAME
           MOVE WS-FT-FOUND (WS-FX)   TO FIL-FOUND
           MOVE WS-FT-ERASED (WS-FX)  TO FIL-ERASED
           MOVE WS-FT-ACTION (WS-FX)  TO FIL-ACTION
           WRITE REPORT-LINE FROM FIL-LINE.
       5100-EXIT.
           EXIT.

      * Image mask - an all-spaces image (the empty side of an add or
      * delete) is left empty. Name is overwritten with the erased
      * marker; address, city, ZIP and the phone numbers the image's
      * count covers are blanked.
       7000-MASK-IMAGE.
           IF WS-IMAGE-REC = SPACES
               GO TO 7000-EXIT
           END-IF

           MOVE WS-ERASED-MARK TO IMG-CUST-NAME
           MOVE SPACES TO IMG-CUST-ADDR
                          IMG-CUST-CITY
                          IMG-CUST-ZIP
           IF IMG-CUST-PHONE-COUNT NUMERIC
              AND IMG-CUST-PHONE-COUNT <= 9
               MOVE IMG-CUST-PHONE-COUNT TO WS-PHONE-MAX
           ELSE
               MOVE 0 TO WS-PHONE-MAX
           END-IF
           PERFORM 7010-BLANK-ONE-PHONE
               VARYING WS-PHONE-IX FROM 1 BY 1
               UNTIL WS-PHONE-IX > WS-PHONE-MAX.
       7000-EXIT.
           EXIT.

       7010-BLANK-ONE-PHONE.
           MOVE SPACES TO IMG-PHONE-NUMBER (WS-PHONE-IX).
       7010-EXIT.
           EXIT.

       8000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES

           MOVE 'ERASURE REQUESTS READ:'   TO SUM-LABEL
           MOVE WS-CARD-COUNT              TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'ERASURES COMPLETED:'      TO SUM-LABEL
           MOVE WS-ERASED-COUNT            TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'ERASURES INCOMPLETE:'     TO SUM-LABEL
           MOVE WS-INCOMPLETE-COUNT        TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'REQUESTS REFUSED:'        TO SUM-LABEL
           MOVE WS-REFUSED-COUNT           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.
       8000-EXIT.
           EXIT.

       9000-TERMINATE.
           CLOSE PARM-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CUSTPRIV: ' WS-CARD-COUNT ' REQUESTS, '
                   WS-ERASED-COUNT ' ERASED, '
                   WS-REFUSED-COUNT ' REFUSED'.
       9000-EXIT.
           EXIT.
