      ******************************************************************
      * PROGRAM-ID: CUSTBILL
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-09-02
      * PURPOSE: Inbound Billing Interface - reads the billing
      *          system's document file (CUST.BILL.FILE) and posts
      *          each invoice or credit memo through CUSTMGMT's
      *          billing type 'O', which writes the document to the
      *          open-item subledger CUST.OPEN.ITEMS and moves
      *          CUST-BALANCE by the same amount under the usual
      *          audit record - so the subledger, the master and the
      *          trail never disagree about what was billed. The
      *          feed posts under its own CUSTBILL profile on
      *          CUST.USER.AUTH, so each document is held to that
      *          profile's ceiling. A document CUSTMGMT refuses
      *          (customer not on the master, a document number
      *          already posted, bad dates or amount, or a document
      *          over the ceiling) is listed on the register with its
      *          reason for billing to correct and re-send; nothing
      *          is half-posted. The register proves the file ties:
      *          posted plus rejected documents, and their net
      *          amount (invoices less credit memos), must equal the
      *          count and net total on the billing system's 'T'
      *          trailer, and the register says so in so many words.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBILL.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE
               ASSIGN TO 'CUST.BILL.FILE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BILLING-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO 'CUSTBILL.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-FILE.
           COPY CUST-BIL.

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BILLING-STATUS           PIC X(2).
           88 WS-BILLING-OK            VALUE '00'.
           88 WS-BILLING-EOF           VALUE '10'.

       01  WS-REGISTER-STATUS          PIC X(2).
           88 WS-REGISTER-OK           VALUE '00'.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-DOCUMENTS     VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-POSTED-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-REJECTED-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-ACCOUNTED-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-BILLED-COUNT             PIC 9(8) COMP VALUE 0.

      * Net amounts - an invoice adds, a credit memo subtracts, the
      * way the billing system foots its own trailer.
       01  WS-POSTED-NET               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-REJECTED-NET             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-BILLED-NET               PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-ACCOUNTED-NET            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-SIGNED-AMOUNT            PIC S9(7)V99 COMP-3.

       01  WS-TRAILER-SEEN-SW          PIC X(1) VALUE 'N'.
           88 WS-TRAILER-SEEN          VALUE 'Y'.

       01  WS-TODAY                    PIC 9(8).

      * Mirrors CUSTMGMT's LINKAGE SECTION LS-REQUEST/LS-RETURN-CODE/
      * LS-ERROR-MSG shape, exactly as CUSTPAY and CUSTFEES stage
      * their calls. A billing post names only the customer - the
      * document itself rides in the billing request below.
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

      * Mirrors CUSTMGMT's LS-OPI-REQUEST billing document group.
       01  WS-CM-OPI-REQUEST.
           05 WS-CM-OPI-DOC-NUMBER     PIC X(12).
           05 WS-CM-OPI-DOC-TYPE       PIC X(1).
           05 WS-CM-OPI-DOC-DATE       PIC 9(8).
           05 WS-CM-OPI-DUE-DATE       PIC 9(8).
           05 WS-CM-OPI-AMOUNT         PIC S9(7)V99 COMP-3.

      * Mirrors CUSTMGMT's LS-AUTH-REQUEST group - this job posts
      * under its own authority profile on CUST.USER.AUTH.
       01  WS-CM-AUTH-REQUEST.
           05 WS-CM-AUTH-USER-ID       PIC X(8) VALUE 'CUSTBILL'.

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(34)
              VALUE 'BILLING INTERFACE POSTING REGISTER'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'CUST-ID'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'DOCUMENT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'TYPE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'DUE DATE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'AMOUNT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'DISPOSITION'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(30) VALUE 'REASON'.

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-DOC-NUMBER           PIC X(12).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-DOC-TYPE             PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 DTL-DUE-DATE             PIC 9(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-DISPOSITION          PIC X(11).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-REASON               PIC X(30).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(28).
           05 SUM-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 SUM-AMOUNT               PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

       01  TIE-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TIE-TEXT                 PIC X(60).

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-PROCESS-ONE-RECORD
               UNTIL WS-NO-MORE-DOCUMENTS

           PERFORM 3000-WRITE-CONTROL-TOTALS
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           OPEN INPUT BILLING-FILE
           IF NOT WS-BILLING-OK
               DISPLAY 'CUSTBILL: FAILED TO OPEN BILLING FILE'
               GOBACK
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF NOT WS-REGISTER-OK
               DISPLAY 'CUSTBILL: FAILED TO OPEN REGISTER FILE'
               CLOSE BILLING-FILE
               GOBACK
           END-IF

           MOVE WS-TODAY TO HDG2-DATE
           WRITE REGISTER-LINE FROM HDG-LINE-1
           WRITE REGISTER-LINE FROM HDG-LINE-2
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM HDG-LINE-3
           WRITE REGISTER-LINE FROM SPACES

           PERFORM 2100-READ-BILLING-REC.
       1000-EXIT.
           EXIT.

       2000-PROCESS-ONE-RECORD.
           EVALUATE TRUE
               WHEN BIL-DOCUMENT
                   PERFORM 2200-POST-ONE-DOCUMENT THRU 2200-EXIT
               WHEN BIL-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SEEN-SW
                   ADD BIL-TRL-DOC-COUNT TO WS-BILLED-COUNT
                   ADD BIL-TRL-NET-TOTAL TO WS-BILLED-NET
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           PERFORM 2100-READ-BILLING-REC.
       2000-EXIT.
           EXIT.

       2100-READ-BILLING-REC.
           READ BILLING-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

      * One document through CUSTMGMT's billing type. CUSTMGMT does
      * every edit - the document is refused whole or posted whole
      * - so this program only stages the call and settles the
      * outcome onto the register and the control totals.
       2200-POST-ONE-DOCUMENT.
           IF BIL-CREDIT-MEMO
               COMPUTE WS-SIGNED-AMOUNT = 0 - BIL-AMOUNT
           ELSE
               MOVE BIL-AMOUNT TO WS-SIGNED-AMOUNT
           END-IF

           MOVE 'O'             TO WS-CM-TRANS-TYPE
           MOVE BIL-CUST-ID     TO WS-CM-CUST-ID
           MOVE SPACES          TO WS-CM-CUST-DATA
           MOVE 0               TO WS-CM-CUST-BAL
           MOVE 0               TO WS-CM-CUST-LIMIT
           MOVE 0               TO WS-CM-CUST-PHONE-COUNT
           MOVE 0               TO WS-CM-RETURN-CODE
           MOVE SPACES          TO WS-CM-ERROR-MSG

           MOVE BIL-DOC-NUMBER  TO WS-CM-OPI-DOC-NUMBER
           MOVE BIL-DOC-TYPE    TO WS-CM-OPI-DOC-TYPE
           MOVE BIL-DOC-DATE    TO WS-CM-OPI-DOC-DATE
           MOVE BIL-DUE-DATE    TO WS-CM-OPI-DUE-DATE
           MOVE BIL-AMOUNT      TO WS-CM-OPI-AMOUNT

           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 WS-CM-OPI-REQUEST
                                 WS-CM-AUTH-REQUEST

           MOVE BIL-CUST-ID     TO DTL-CUST-ID
           MOVE BIL-DOC-NUMBER  TO DTL-DOC-NUMBER
           MOVE BIL-DOC-TYPE    TO DTL-DOC-TYPE
           MOVE BIL-DUE-DATE    TO DTL-DUE-DATE
           MOVE WS-SIGNED-AMOUNT TO DTL-AMOUNT

           IF WS-CM-RETURN-CODE = 0
               ADD 1 TO WS-POSTED-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-POSTED-NET
               MOVE 'POSTED'   TO DTL-DISPOSITION
               MOVE SPACES     TO DTL-REASON
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
               ADD WS-SIGNED-AMOUNT TO WS-REJECTED-NET
               MOVE 'REJECTED' TO DTL-DISPOSITION
               MOVE WS-CM-ERROR-MSG (1:30) TO DTL-REASON
           END-IF

           WRITE REGISTER-LINE FROM DTL-LINE.
       2200-EXIT.
           EXIT.

       3000-WRITE-CONTROL-TOTALS.
           WRITE REGISTER-LINE FROM SPACES

           MOVE 'DOCUMENTS POSTED:'       TO SUM-LABEL
           MOVE WS-POSTED-COUNT           TO SUM-COUNT
           MOVE WS-POSTED-NET             TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'DOCUMENTS REJECTED:'     TO SUM-LABEL
           MOVE WS-REJECTED-COUNT         TO SUM-COUNT
           MOVE WS-REJECTED-NET           TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'BILLING TRAILER TOTAL:'  TO SUM-LABEL
           MOVE WS-BILLED-COUNT           TO SUM-COUNT
           MOVE WS-BILLED-NET             TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           WRITE REGISTER-LINE FROM SPACES
           COMPUTE WS-ACCOUNTED-COUNT =
               WS-POSTED-COUNT + WS-REJECTED-COUNT
           COMPUTE WS-ACCOUNTED-NET =
               WS-POSTED-NET + WS-REJECTED-NET
           EVALUATE TRUE
               WHEN NOT WS-TRAILER-SEEN
                   MOVE 'NO BILLING TRAILER - FILE NOT PROVED'
                       TO TIE-TEXT
               WHEN WS-ACCOUNTED-COUNT = WS-BILLED-COUNT
                AND WS-ACCOUNTED-NET = WS-BILLED-NET
                   MOVE 'FILE TIES - POSTED + REJECTED = BILLING TOTAL'
                       TO TIE-TEXT
               WHEN OTHER
                   MOVE 'FILE OUT OF BALANCE - DO NOT SIGN OFF'
                       TO TIE-TEXT
           END-EVALUATE
           WRITE REGISTER-LINE FROM TIE-LINE.
       3000-EXIT.
           EXIT.

       4000-TERMINATE.
           CLOSE BILLING-FILE
           CLOSE REGISTER-FILE
           DISPLAY 'CUSTBILL: ' WS-POSTED-COUNT ' POSTED, '
                   WS-REJECTED-COUNT ' REJECTED'.
       4000-EXIT.
           EXIT.
