      *          limit lowered below the standing balance all pass -
      *          those are exactly the moves credit control makes to
      *          work an account back under its limit.
      *          Billing documents post through type 'O': the CUSTBILL
      *          feed passes an invoice or credit memo (document
      *          number, dates, amount) and it is written as an open
      *          item on CUST.OPEN.ITEMS while CUST-BALANCE moves by
      *          the same amount under a normal audit record. A
      *          document number already on file for the customer is
      *          refused, so a re-sent feed cannot bill twice. The
      *          billing is after the fact - the goods have shipped -
      *          so neither the over-limit gate nor the approval hold
      *          applies to it, but the poster still needs the update
      *          authority and the document is held to its ceiling.
      *          Maintenance is under user authority: an add, update
      *          (fee updates included), delete, link, unlink,
      *          promise or billing document - and CUSTAPPR's
      *          approved types, which need the approval authority -
      *          is cleared through CUSTAUTH against the requesting
      *          user's profile before any work is done, and the
      *          balance the user would move is held to that user's
      *          ceiling. A refusal answers with its own return code
      *          (9500) and CUSTAUTH logs it as a security
      *          violation. The user id comes from the trailing
      *          OPTIONAL authority group; a link or unlink
      *          without it falls back to the hierarchy stamp and a
      *          promise to the collector's note stamp. An update
      *          held for approval is not the requester's to apply,
      *          so the ceiling is tested only on what is actually
      *          applied - the approver's ceiling governs the rest -
      *          and the pending record carries the requester so
      *          CUSTAPPR can refuse a self-approval.
      *          Customer disputes live on CUST.DISPUTE.FILE (keyed
      *          customer id + dispute number), each opened and
      *          closed here under the dispute authority with the
      *          usual audit record: type 'Q' opens a dispute on part
      *          of the balance (amount, reason code, owner), type
      *          'C' resolves it with a credit memo - the credit goes
      *          on the open-item file and comes off CUST-BALANCE,
      *          within the user's ceiling - and type 'W' withdraws
      *          it, leaving the balance owed as billed. While open,
      *          the disputed amount is left out of finance charges,
      *          credit exposure and dunning.
      *          Every address is cross-checked against the postal
      *          ZIP reference file through CUSTVAL: a ZIP in another
      *          state is refused (2102) when the request changes the
      *          address, but a write that leaves the address as it
      *          stands - a fee update, a payment, a limit change -
      *          only carries the finding back as a warning, so an
      *          old master address cannot hold up postings while
      *          the CUSTZIPS scrub works through it. Returned mail
      *          is type 'G': the post office has sent a statement or
      *          letter back, and the record's bad-address flag is
      *          set (under the update authority, with the usual
      *          audit record) so statements and dunning stop going
      *          to it. Any later change to the address, city, state
      *          or ZIP clears the flag.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMGMT.
               ALTERNATE RECORD KEY IS HIE-PARENT-ID WITH DUPLICATES
               FILE STATUS IS WS-HIER-STATUS.

           SELECT CUSTOPI-FILE
               ASSIGN TO 'CUST.OPEN.ITEMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-KEY
               FILE STATUS IS WS-OPI-STATUS.

           SELECT CUSTDSP-FILE
               ASSIGN TO 'CUST.DISPUTE.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  CUSTHIER-FILE.
           COPY CUST-HIE.

       FD  CUSTOPI-FILE.
           COPY CUST-OPI.

       FD  CUSTDSP-FILE.
           COPY CUST-DSP.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS        PIC X(2).
           88 WS-SUCCESS          VALUE '00' '02'.
           88 WS-LINK-MEMBER      VALUE 'L'.
           88 WS-UNLINK-MEMBER    VALUE 'K'.
           88 WS-ADD-PROMISE      VALUE 'M'.
           88 WS-POST-OPEN-ITEM   VALUE 'O'.
           88 WS-OPEN-DISPUTE     VALUE 'Q'.
           88 WS-CREDIT-DISPUTE   VALUE 'C'.
           88 WS-WITHDRAW-DISPUTE VALUE 'W'.
           88 WS-RETURNED-MAIL    VALUE 'G'.
           88 WS-DISPUTE-TYPE     VALUE 'Q' 'C' 'W'.
           88 WS-MAINT-TYPE       VALUE 'A' 'U' 'F' 'D' 'V' 'X'
                                        'L' 'K' 'O' 'Q' 'C' 'W'
                                        'G'.
           88 WS-AUTH-TYPE        VALUE 'A' 'U' 'F' 'D' 'V' 'X'
                                        'L' 'K' 'M' 'O' 'Q' 'C'
                                        'W' 'G'.

       01  WS-RETURN-CODE        PIC 9(4) VALUE 0.
       01  WS-ERROR-MSG          PIC X(80) VALUE SPACES.
           88 WS-HIER-NO-FILE      VALUE '35'.
           88 WS-HIER-DUPLICATE    VALUE '22'.

       01  WS-OPI-STATUS         PIC X(2).
           88 WS-OPI-OK            VALUE '00' '02'.
           88 WS-OPI-NO-FILE       VALUE '35'.
           88 WS-OPI-DUPLICATE     VALUE '22'.

      * Balance a billing document leaves on the master - worked out
      * before the open item is written, so an overflow refuses the
      * document without anything to back out.
       01  WS-OPI-NEW-BALANCE    PIC S9(7)V99 COMP-3.

       01  WS-DSP-STATUS         PIC X(2).
           88 WS-DSP-OK            VALUE '00' '02'.
           88 WS-DSP-NOT-FOUND     VALUE '23'.
           88 WS-DSP-NO-FILE       VALUE '35'.
           88 WS-DSP-DUPLICATE     VALUE '22'.

      * Dispute working figures - the scan of a customer's disputes
      * yields the next dispute number and the amount already under
      * dispute; the credit is what a resolution actually posts.
       01  WS-DSP-NEXT-NUMBER    PIC 9(4).
       01  WS-DSP-OPEN-TOTAL     PIC S9(9)V99 COMP-3.
       01  WS-DSP-CREDIT         PIC S9(7)V99 COMP-3.
       01  WS-DSP-SCAN-DONE-SW   PIC X(1).
           88 WS-DSP-SCAN-DONE     VALUE 'Y'.
       01  WS-OLD-DSP-IMAGE      PIC X(295).

      * Cycle-walk state for the link edit - the proposed parent's
      * own chain is climbed link by link; meeting the member being
      * linked means the link would close a loop. The depth guard
       01  WS-BALANCE-CHANGE     PIC S9(8)V99 COMP-3.
       01  WS-PEND-RETRY-COUNT   PIC 9(2) COMP.

      * Set by 5000-POPULATE-RECORD when the request moves the
      * address - a new address clears the bad-address flag and is
      * held to the full ZIP/state cross-check.
       01  WS-ADDR-CHANGED-SW    PIC X(1) VALUE 'N'.
           88 WS-ADDR-CHANGED      VALUE 'Y'.
       01  WS-VAL-FINDING        PIC X(80).

       01  WS-BEFORE-IMAGE       PIC X(295) VALUE SPACES.
       01  WS-AFTER-IMAGE        PIC X(295) VALUE SPACES.
       01  WS-AUDIT-DATE         PIC 9(8).
       01  WS-AUDIT-TIME         PIC 9(6).
       01  WS-PHONE-IX           PIC 9(3) COMP.

      * User-authority interface mirror - CUSTAUTH clears the
      * requesting user for the authority code and amount, and logs
      * a refusal to CUST.SECURITY.LOG itself.
       01  WS-AUTH-USER          PIC X(8) VALUE SPACES.
       01  WS-AUTH-REFUSED-RC    PIC 9(4) VALUE 9500.
       01  WS-AUT-REQUEST.
           05 WS-AUT-FUNCTION    PIC X(1).
           05 WS-AUT-USER-ID     PIC X(8).
           05 WS-AUT-PROGRAM     PIC X(8).
           05 WS-AUT-AUTHORITY   PIC X(1).
           05 WS-AUT-CUST-ID     PIC X(10).
           05 WS-AUT-AMOUNT      PIC S9(9)V99 COMP-3.
           05 WS-AUT-REASON-CODE PIC 9(4).
           05 WS-AUT-REASON-TEXT PIC X(40).
       01  WS-AUT-RETURN-CODE    PIC 9(4).
       01  WS-AUT-ERROR-MSG      PIC X(80).

       01  WS-SEARCH-LEN         PIC 9(3) COMP.
       01  WS-SEARCH-MAX-LEN     PIC 9(3) COMP.
       01  WS-BROWSE-DONE-SW     PIC X(1) VALUE 'N'.
           05 LS-PTP-PROMISE-DATE PIC 9(8).
           05 LS-PTP-AMOUNT      PIC S9(7)V99 COMP-3.

      * Billing document request - only populated by the billing
      * feed driving type 'O'. The amount is always positive; the
      * document type says whether it raises the balance (invoice)
      * or lowers it (credit memo). OPTIONAL for the usual reason.
       01  LS-OPI-REQUEST.
           05 LS-OPI-DOC-NUMBER  PIC X(12).
           05 LS-OPI-DOC-TYPE    PIC X(1).
              88 LS-OPI-INVOICE     VALUE 'I'.
              88 LS-OPI-CREDIT-MEMO VALUE 'C'.
           05 LS-OPI-DOC-DATE    PIC 9(8).
           05 LS-OPI-DUE-DATE    PIC 9(8).
           05 LS-OPI-AMOUNT      PIC S9(7)V99 COMP-3.

      * Authority group - the id of the user the request is run for,
      * cleared through CUSTAUTH on every controlled type. OPTIONAL
      * for the usual reason; a controlled request that carries no
      * user anywhere is refused.
       01  LS-AUTH-REQUEST.
           05 LS-AUTH-USER-ID    PIC X(8).

      * Dispute request - only populated by callers driving the
      * dispute types. An open ('Q') passes the amount, reason,
      * owner and optionally the document disputed, and gets the
      * new dispute number back; a credit memo ('C') or withdrawal
      * ('W') names the dispute by number, and a credit memo passes
      * the amount credited (zero credits the whole disputed
      * amount). OPTIONAL for the usual reason.
       01  LS-DSP-REQUEST.
           05 LS-DSP-NUMBER      PIC 9(4).
           05 LS-DSP-AMOUNT      PIC S9(7)V99 COMP-3.
           05 LS-DSP-REASON-CODE PIC X(2).
           05 LS-DSP-OWNER       PIC X(8).
           05 LS-DSP-DOC-NUMBER  PIC X(12).

       PROCEDURE DIVISION USING LS-REQUEST
                                 LS-RETURN-CODE
                                 LS-ERROR-MSG
                                 OPTIONAL LS-NOTE-REQUEST
                                 OPTIONAL LS-NOTE-RESPONSE
                                 OPTIONAL LS-HIER-REQUEST
                                 OPTIONAL LS-PTP-REQUEST
                                 OPTIONAL LS-OPI-REQUEST
                                 OPTIONAL LS-AUTH-REQUEST
                                 OPTIONAL LS-DSP-REQUEST.

       0000-MAIN.
           MOVE 0      TO WS-RETURN-CODE
               END-IF
           END-IF

           IF WS-AUTH-TYPE
               PERFORM 0600-CHECK-AUTHORITY THRU 0600-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-RETURN-CODE NOT = 0
                   CONTINUE
               WHEN WS-ADD
                   PERFORM 1000-ADD-CUSTOMER THRU 1000-EXIT
               WHEN WS-UPDATE OR WS-APPROVED-UPDATE
                   PERFORM 8700-UNLINK-MEMBER THRU 8700-EXIT
               WHEN WS-ADD-PROMISE
                   PERFORM 8800-ADD-PROMISE THRU 8800-EXIT
               WHEN WS-POST-OPEN-ITEM
                   PERFORM 8900-POST-OPEN-ITEM THRU 8900-EXIT
               WHEN WS-OPEN-DISPUTE
                   PERFORM 8950-OPEN-DISPUTE THRU 8950-EXIT
               WHEN WS-CREDIT-DISPUTE
                   PERFORM 8960-CREDIT-DISPUTE THRU 8960-EXIT
               WHEN WS-WITHDRAW-DISPUTE
                   PERFORM 8970-WITHDRAW-DISPUTE THRU 8970-EXIT
               WHEN WS-RETURNED-MAIL
                   PERFORM 8940-FLAG-RETURNED-MAIL THRU 8940-EXIT
               WHEN OTHER
                   MOVE 'INVALID TRANSACTION TYPE' TO WS-ERROR-MSG
                   MOVE 1001 TO WS-RETURN-CODE
       0550-EXIT.
           EXIT.

      * The requesting user must hold the authority for the type -
      * an approved update or delete ('V'/'X') needs the approval
      * authority, a fee update or billing document the update
      * authority, and every
      * dispute type ('Q'/'C'/'W') the dispute authority. The amount
      * is tested later, once the path knows what balance would move.
       0600-CHECK-AUTHORITY.
           MOVE SPACES TO WS-AUTH-USER
           IF LS-AUTH-REQUEST NOT OMITTED
               MOVE LS-AUTH-USER-ID TO WS-AUTH-USER
           END-IF
           IF WS-AUTH-USER = SPACES
               EVALUATE TRUE
                   WHEN WS-LINK-MEMBER OR WS-UNLINK-MEMBER
                       IF LS-HIER-REQUEST NOT OMITTED
                           MOVE LS-HIER-USER TO WS-AUTH-USER
                       END-IF
                   WHEN WS-ADD-PROMISE
                       IF LS-NOTE-REQUEST NOT OMITTED
                           MOVE LS-NOTE-USER TO WS-AUTH-USER
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN WS-FEE-UPDATE OR WS-RETURNED-MAIL
                 OR WS-POST-OPEN-ITEM
                   MOVE 'U' TO WS-AUT-AUTHORITY
               WHEN WS-APPROVED-UPDATE OR WS-APPROVED-DELETE
                   MOVE 'V' TO WS-AUT-AUTHORITY
               WHEN WS-DISPUTE-TYPE
                   MOVE 'Q' TO WS-AUT-AUTHORITY
               WHEN OTHER
                   MOVE WS-TRANSACTION-TYPE TO WS-AUT-AUTHORITY
           END-EVALUATE

           MOVE 0 TO WS-AUT-AMOUNT
           PERFORM 0650-CALL-CUSTAUTH THRU 0650-EXIT.
       0600-EXIT.
           EXIT.

      * Clears WS-AUTH-USER for the authority in WS-AUT-AUTHORITY and
      * the amount in WS-AUT-AMOUNT; a refusal becomes this
      * program's not-authorized answer.
       0650-CALL-CUSTAUTH.
           MOVE 'C'             TO WS-AUT-FUNCTION
           MOVE WS-AUTH-USER    TO WS-AUT-USER-ID
           MOVE 'CUSTMGMT'      TO WS-AUT-PROGRAM
           MOVE LS-CUST-ID      TO WS-AUT-CUST-ID
           MOVE 0               TO WS-AUT-REASON-CODE
           MOVE SPACES          TO WS-AUT-REASON-TEXT
           MOVE 0               TO WS-AUT-RETURN-CODE
           MOVE SPACES          TO WS-AUT-ERROR-MSG
           CALL 'CUSTAUTH' USING WS-AUT-REQUEST
                                 WS-AUT-RETURN-CODE
                                 WS-AUT-ERROR-MSG
           IF WS-AUT-RETURN-CODE NOT = 0
               MOVE WS-AUT-ERROR-MSG   TO WS-ERROR-MSG
               MOVE WS-AUTH-REFUSED-RC TO WS-RETURN-CODE
           END-IF.
       0650-EXIT.
           EXIT.

       1000-ADD-CUSTOMER.
           MOVE LS-CUST-ID TO CUST-ID
           PERFORM 1010-READ-FOR-ADD-CHECK
               GO TO 1000-EXIT
           END-IF

      * An opening balance is a balance move like any other.
           MOVE LS-CUST-BAL TO WS-AUT-AMOUNT
           PERFORM 0650-CALL-CUSTAUTH THRU 0650-EXIT
           IF WS-RETURN-CODE NOT = 0
               GO TO 1000-EXIT
           END-IF

           PERFORM 5000-POPULATE-RECORD
           IF WS-RETURN-CODE NOT = 0
               GO TO 1000-EXIT
               END-IF
           END-IF

      * What is about to be applied is held to the applying user's
      * ceiling - the requester's on a plain update, the approver's
      * on an approved one.
           COMPUTE WS-AUT-AMOUNT = LS-CUST-BAL - CUST-BALANCE
           PERFORM 0650-CALL-CUSTAUTH THRU 0650-EXIT
           IF WS-RETURN-CODE NOT = 0
               GO TO 2000-EXIT
           END-IF

           PERFORM 5000-POPULATE-RECORD
           IF WS-RETURN-CODE NOT = 0
               GO TO 2000-EXIT
               GO TO 3000-EXIT
           END-IF

      * An approved delete takes the standing balance off the books
      * - within the approver's ceiling only.
           MOVE CUST-BALANCE TO WS-AUT-AMOUNT
           PERFORM 0650-CALL-CUSTAUTH THRU 0650-EXIT
           IF WS-RETURN-CODE NOT = 0
               GO TO 3000-EXIT
           END-IF

           PERFORM 3050-DELETE-WITH-RETRY
           IF NOT WS-SUCCESS
               EVALUATE TRUE
           EXIT.

       5000-POPULATE-RECORD.
           MOVE 'N' TO WS-ADDR-CHANGED-SW
           IF WS-ADD
              OR LS-CUST-ADDR  NOT = CUST-ADDR
              OR LS-CUST-CITY  NOT = CUST-CITY
              OR LS-CUST-STATE NOT = CUST-STATE
              OR LS-CUST-ZIP   NOT = CUST-ZIP
               MOVE 'Y' TO WS-ADDR-CHANGED-SW
           END-IF

           MOVE LS-CUST-NAME    TO CUST-NAME
           MOVE LS-CUST-ADDR    TO CUST-ADDR
           MOVE LS-CUST-CITY    TO CUST-CITY
               MOVE 0 TO CUST-CREDIT-LIMIT
           END-IF

           IF WS-ADDR-CHANGED
               MOVE 'N' TO CUST-ADDR-FLAG
           END-IF

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE WS-AUDIT-DATE   TO CUST-LAST-UPDATE


           CALL 'CUSTVAL' USING CUSTOMER-RECORD
                                WS-RETURN-CODE
                                WS-ERROR-MSG

      * A ZIP/state mismatch already standing on the master is not
      * this write's doing - it goes back as a warning and the write
      * proceeds; the address scrub corrects it.
           IF WS-RETURN-CODE = 2102
              AND NOT WS-ADDR-CHANGED
               MOVE 0 TO WS-RETURN-CODE
               MOVE WS-ERROR-MSG TO WS-VAL-FINDING
               MOVE SPACES       TO WS-ERROR-MSG
               STRING 'WARNING - '     DELIMITED BY SIZE
                      WS-VAL-FINDING   DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
           END-IF.

       5100-COPY-ONE-PHONE.
           MOVE LS-PHONE-TYPE (WS-PHONE-IX)
           MOVE WS-AUDIT-TIME      TO AUD-TIMESTAMP (9:6)
      * An approved update/delete is still an update/delete to the
      * audit trail - the supervisor-only types are a call-interface
      * convention, not a new kind of change. Returned mail changes
      * one field of the record, so it audits as an update too.
           EVALUATE TRUE
               WHEN WS-APPROVED-UPDATE OR WS-RETURNED-MAIL
                   MOVE 'U' TO AUD-TRANS-TYPE
               WHEN WS-APPROVED-DELETE
                   MOVE 'D' TO AUD-TRANS-TYPE
               UNTIL WS-PHONE-IX > PND-PHONE-COUNT
           MOVE SPACES             TO PND-DECISION-USER
           MOVE 0                  TO PND-DECISION-DATE
           MOVE WS-AUTH-USER       TO PND-REQUEST-USER

           MOVE 0 TO WS-PEND-RETRY-COUNT
           WRITE CUST-PENDING-RECORD
       8850-EXIT.
           EXIT.

      * Post one billing document. The document is edited, the
      * customer read, and the new balance worked out before
      * anything is written; then the open item goes on file (a
      * document number the customer already has is refused - the
      * guard against a re-sent feed) and the master is rewritten
      * with the moved balance. A rewrite that fails takes the open
      * item back off, so the subledger never carries a document
      * the balance does not. The audit record carries the customer
      * images like any balance change. The open-item file is
      * opened on demand and created on first use, the pending/
      * notes convention.
       8900-POST-OPEN-ITEM.
           IF LS-OPI-REQUEST OMITTED
               MOVE 'BILLING REQUIRES DOCUMENT ARGUMENTS'
                   TO WS-ERROR-MSG
               MOVE 8901 TO WS-RETURN-CODE
               GO TO 8900-EXIT
           END-IF
           IF LS-OPI-DOC-NUMBER = SPACES
               MOVE 'DOCUMENT NUMBER REQUIRED' TO WS-ERROR-MSG
               MOVE 8902 TO WS-RETURN-CODE
               GO TO 8900-EXIT
           END-IF
           IF NOT LS-OPI-INVOICE AND NOT LS-OPI-CREDIT-MEMO
               MOVE 'INVALID DOCUMENT TYPE' TO WS-ERROR-MSG
               MOVE 8903 TO WS-RETURN-CODE
               GO TO 8900-EXIT
           END-IF
           IF LS-OPI-AMOUNT NOT NUMERIC
              OR LS-OPI-AMOUNT <= 0
               MOVE 'DOCUMENT AMOUNT MUST BE POSITIVE'
                   TO WS-ERROR-MSG
               MOVE 8904 TO WS-RETURN-CODE
               GO TO 8900-EXIT
           END-IF
           IF LS-OPI-DOC-DATE NOT NUMERIC
              OR LS-OPI-DUE-DATE NOT NUMERIC
              OR LS-OPI-DOC-DATE = 0
              OR LS-OPI-DUE-DATE < LS-OPI-DOC-DATE
               MOVE 'INVALID DOCUMENT OR DUE DATE' TO WS-ERROR-MSG
               MOVE 8905 TO WS-RETURN-CODE
               GO TO 8900-EXIT
           END-IF

           MOVE LS-CUST-ID TO CUST-ID
           PERFORM 2010-READ-WITH-RETRY
           IF NOT WS-SUCCESS
               EVALUATE TRUE
                   WHEN WS-FILE-BUSY
                       MOVE 'CUSTOMER RECORD LOCKED' TO WS-ERROR-MSG
                       MOVE 2004 TO WS-RETURN-CODE
                   WHEN WS-PERMANENT-ERROR
                       MOVE 'PERMANENT ERROR ON READ' TO WS-ERROR-MSG
                       MOVE 2005 TO WS-RETURN-CODE
                   WHEN OTHER
                       MOVE 'CUSTOMER NOT FOUND' TO WS-ERROR-MSG
                       MOVE 8906 TO WS-RETURN-CODE
               END-EVALUATE
               GO TO 8900-EXIT
           END-IF

      * The document moves the balance by its own amount, so that
      * signed amount is what the poster's ceiling is tested on.
           IF LS-OPI-INVOICE
               MOVE LS-OPI-AMOUNT TO WS-AUT-AMOUNT
           ELSE
               COMPUTE WS-AUT-AMOUNT = 0 - LS-OPI-AMOUNT
           END-IF
           PERFORM 0650-CALL-CUSTAUTH THRU 0650-EXIT
           IF WS-RETURN-CODE NOT = 0
               GO TO 8900-EXIT
           END-IF

           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           IF LS-OPI-INVOICE
               ADD LS-OPI-AMOUNT TO CUST-BALANCE
                   GIVING WS-OPI-NEW-BALANCE
                   ON SIZE ERROR
                       MOVE 'BALANCE OVERFLOW ON BILLING'
                           TO WS-ERROR-MSG
                       MOVE 8910 TO WS-RETURN-CODE
               END-ADD
           ELSE
               SUBTRACT LS-OPI-AMOUNT FROM CUST-BALANCE
                   GIVING WS-OPI-NEW-BALANCE
                   ON SIZE ERROR
                       MOVE 'BALANCE OVERFLOW ON BILLING'
                           TO WS-ERROR-MSG
                       MOVE 8910 TO WS-RETURN-CODE
               END-SUBTRACT
           END-IF
           IF WS-RETURN-CODE NOT = 0
               GO TO 8900-EXIT
           END-IF

           OPEN I-O CUSTOPI-FILE
           IF WS-OPI-NO-FILE
               OPEN OUTPUT CUSTOPI-FILE
               CLOSE CUSTOPI-FILE
               OPEN I-O CUSTOPI-FILE
           END-IF
           IF NOT WS-OPI-OK
               MOVE 'FAILED TO OPEN OPEN-ITEM FILE' TO WS-ERROR-MSG
               MOVE 8907 TO WS-RETURN-CODE
               GO TO 8900-EXIT
           END-IF

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE LS-CUST-ID          TO OPI-CUST-ID
           MOVE LS-OPI-DOC-NUMBER   TO OPI-DOC-NUMBER
           MOVE LS-OPI-DOC-TYPE     TO OPI-DOC-TYPE
           MOVE LS-OPI-DOC-DATE     TO OPI-DOC-DATE
           MOVE LS-OPI-DUE-DATE     TO OPI-DUE-DATE
           IF LS-OPI-INVOICE
               MOVE LS-OPI-AMOUNT   TO OPI-ORIG-AMOUNT
           ELSE
               COMPUTE OPI-ORIG-AMOUNT = 0 - LS-OPI-AMOUNT
           END-IF
           MOVE OPI-ORIG-AMOUNT     TO OPI-OPEN-AMOUNT
           MOVE 'O'                 TO OPI-STATUS
           MOVE WS-AUDIT-DATE       TO OPI-LAST-ACTIVITY

           WRITE CUST-OPEN-ITEM-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-OPI-DUPLICATE
               MOVE 'DOCUMENT ALREADY POSTED' TO WS-ERROR-MSG
               MOVE 8908 TO WS-RETURN-CODE
               CLOSE CUSTOPI-FILE
               GO TO 8900-EXIT
           END-IF
           IF NOT WS-OPI-OK
               MOVE 'FAILED TO WRITE OPEN ITEM' TO WS-ERROR-MSG
               MOVE 8909 TO WS-RETURN-CODE
               CLOSE CUSTOPI-FILE
               GO TO 8900-EXIT
           END-IF

           MOVE WS-OPI-NEW-BALANCE TO CUST-BALANCE
           MOVE WS-AUDIT-DATE      TO CUST-LAST-UPDATE
           PERFORM 2050-REWRITE-WITH-RETRY
           IF NOT WS-SUCCESS
               EVALUATE TRUE
                   WHEN WS-FILE-BUSY
                       MOVE 'REWRITE FAILED - LOCKED' TO WS-ERROR-MSG
                       MOVE 2006 TO WS-RETURN-CODE
                   WHEN WS-PERMANENT-ERROR
                       MOVE 'REWRITE FAILED - PERM ERR' TO WS-ERROR-MSG
                       MOVE 2007 TO WS-RETURN-CODE
                   WHEN OTHER
                       MOVE 'REWRITE FAILED' TO WS-ERROR-MSG
                       MOVE 2002 TO WS-RETURN-CODE
               END-EVALUATE
               DELETE CUSTOPI-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               CLOSE CUSTOPI-FILE
               GO TO 8900-EXIT
           END-IF

           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-AUDIT-RECORD

           CLOSE CUSTOPI-FILE.
       8900-EXIT.
           EXIT.

      * Open a dispute on part of a customer's bill. The customer
      * must be on the master, and the amount must be positive and
      * no more than the balance not already under dispute - a
      * customer cannot dispute money that is not owed. The owner
      * is the person who will work the dispute; left blank it is
      * the user opening it. The dispute file is opened on demand
      * and created on first use, the pending/notes convention, and
      * the new dispute takes the customer's next dispute number,
      * which goes back in the request. The audit record's after
      * image carries the dispute record; the balance does not move.
       8950-OPEN-DISPUTE.
           IF LS-DSP-REQUEST OMITTED
               MOVE 'DISPUTE REQUIRES DISPUTE ARGUMENTS'
                   TO WS-ERROR-MSG
               MOVE 8951 TO WS-RETURN-CODE
               GO TO 8950-EXIT
           END-IF
           IF LS-DSP-AMOUNT NOT NUMERIC
              OR LS-DSP-AMOUNT <= 0
               MOVE 'DISPUTED AMOUNT MUST BE POSITIVE'
                   TO WS-ERROR-MSG
               MOVE 8952 TO WS-RETURN-CODE
               GO TO 8950-EXIT
           END-IF
           MOVE LS-CUST-ID TO CUST-ID
           PERFORM 4010-READ-WITH-RETRY
           IF NOT WS-SUCCESS
               MOVE 'CUSTOMER NOT FOUND' TO WS-ERROR-MSG
               MOVE 8954 TO WS-RETURN-CODE
               GO TO 8950-EXIT
           END-IF

           PERFORM 8980-OPEN-DISPUTE-FILE THRU 8980-EXIT
           IF WS-RETURN-CODE NOT = 0
               GO TO 8950-EXIT
           END-IF
           MOVE LS-DSP-REASON-CODE TO DSP-REASON-CODE
           IF NOT DSP-VALID-REASON
               MOVE 'INVALID DISPUTE REASON CODE' TO WS-ERROR-MSG
               MOVE 8953 TO WS-RETURN-CODE
               CLOSE CUSTDSP-FILE
               GO TO 8950-EXIT
           END-IF

           PERFORM 8985-SCAN-CUSTOMER-DISPUTES THRU 8985-EXIT
           IF WS-DSP-OPEN-TOTAL + LS-DSP-AMOUNT > CUST-BALANCE
               MOVE 'DISPUTED AMOUNT EXCEEDS UNDISPUTED BALANCE'
                   TO WS-ERROR-MSG
               MOVE 8955 TO WS-RETURN-CODE
               CLOSE CUSTDSP-FILE
               GO TO 8950-EXIT
           END-IF

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE SPACES              TO CUST-DISPUTE-RECORD
           MOVE LS-CUST-ID          TO DSP-CUST-ID
           MOVE WS-DSP-NEXT-NUMBER  TO DSP-NUMBER
           MOVE LS-DSP-AMOUNT       TO DSP-AMOUNT
           MOVE LS-DSP-REASON-CODE  TO DSP-REASON-CODE
           MOVE LS-DSP-DOC-NUMBER   TO DSP-DOC-NUMBER
           MOVE WS-AUDIT-DATE       TO DSP-OPENED-DATE
           MOVE WS-AUTH-USER        TO DSP-OPENED-BY
           IF LS-DSP-OWNER = SPACES
               MOVE WS-AUTH-USER    TO DSP-OWNER
           ELSE
               MOVE LS-DSP-OWNER    TO DSP-OWNER
           END-IF
           MOVE 'O'                 TO DSP-STATUS
           MOVE 0                   TO DSP-RESOLVED-DATE
           MOVE SPACES              TO DSP-RESOLVED-BY
           MOVE 0                   TO DSP-CREDIT-AMOUNT

           WRITE CUST-DISPUTE-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF NOT WS-DSP-OK
               MOVE 'FAILED TO WRITE DISPUTE RECORD' TO WS-ERROR-MSG
               MOVE 8956 TO WS-RETURN-CODE
               CLOSE CUSTDSP-FILE
               GO TO 8950-EXIT
           END-IF
           MOVE WS-DSP-NEXT-NUMBER TO LS-DSP-NUMBER

           MOVE LS-CUST-ID          TO CUST-ID
           MOVE SPACES              TO WS-BEFORE-IMAGE
           MOVE SPACES              TO WS-AFTER-IMAGE
           MOVE CUST-DISPUTE-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-AUDIT-RECORD

           CLOSE CUSTDSP-FILE.
       8950-EXIT.
           EXIT.

      * Resolve an open dispute with a credit memo. The credit (the
      * whole disputed amount when none is passed) may not exceed
      * what was disputed, and is held to the user's ceiling like
      * any balance the user moves. A credit for less than the
      * dispute still settles it - the rest stands as owed. The
      * dispute is closed first, then the credit memo goes on the
      * open-item file under document DISPUTE-nnnn so the subledger
      * keeps tying to the balance, then the master is rewritten
      * with the lower balance. A failure at any step takes the
      * earlier steps back off. The audit record carries the
      * customer images like any balance change, under its own type
      * so the journal can post it apart from ordinary maintenance.
       8960-CREDIT-DISPUTE.
           IF LS-DSP-REQUEST OMITTED
               MOVE 'DISPUTE REQUIRES DISPUTE ARGUMENTS'
                   TO WS-ERROR-MSG
               MOVE 8961 TO WS-RETURN-CODE
               GO TO 8960-EXIT
           END-IF
           IF LS-DSP-AMOUNT NOT NUMERIC
              OR LS-DSP-AMOUNT < 0
               MOVE 'CREDIT AMOUNT MAY NOT BE NEGATIVE'
                   TO WS-ERROR-MSG
               MOVE 8962 TO WS-RETURN-CODE
               GO TO 8960-EXIT
           END-IF

           PERFORM 8980-OPEN-DISPUTE-FILE THRU 8980-EXIT
           IF WS-RETURN-CODE NOT = 0
               GO TO 8960-EXIT
           END-IF
           PERFORM 8995-READ-OPEN-DISPUTE THRU 8995-EXIT
           IF WS-RETURN-CODE NOT = 0
               CLOSE CUSTDSP-FILE
               GO TO 8960-EXIT
           END-IF

           IF LS-DSP-AMOUNT = 0
               MOVE DSP-AMOUNT    TO WS-DSP-CREDIT
           ELSE
               MOVE LS-DSP-AMOUNT TO WS-DSP-CREDIT
           END-IF
           IF WS-DSP-CREDIT > DSP-AMOUNT
               MOVE 'CREDIT EXCEEDS DISPUTED AMOUNT' TO WS-ERROR-MSG
               MOVE 8963 TO WS-RETURN-CODE
               CLOSE CUSTDSP-FILE
               GO TO 8960-EXIT
           END-IF

           COMPUTE WS-AUT-AMOUNT = 0 - WS-DSP-CREDIT
           PERFORM 0650-CALL-CUSTAUTH THRU 0650-EXIT
           IF WS-RETURN-CODE NOT = 0
               CLOSE CUSTDSP-FILE
               GO TO 8960-EXIT
           END-IF

           MOVE LS-CUST-ID TO CUST-ID
           PERFORM 2010-READ-WITH-RETRY
           IF NOT WS-SUCCESS
               EVALUATE TRUE
                   WHEN WS-FILE-BUSY
                       MOVE 'CUSTOMER RECORD LOCKED' TO WS-ERROR-MSG
                       MOVE 2004 TO WS-RETURN-CODE
                   WHEN WS-PERMANENT-ERROR
                       MOVE 'PERMANENT ERROR ON READ' TO WS-ERROR-MSG
                       MOVE 2005 TO WS-RETURN-CODE
                   WHEN OTHER
                       MOVE 'CUSTOMER NOT FOUND' TO WS-ERROR-MSG
                       MOVE 8964 TO WS-RETURN-CODE
               END-EVALUATE
               CLOSE CUSTDSP-FILE
               GO TO 8960-EXIT
           END-IF

           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           SUBTRACT WS-DSP-CREDIT FROM CUST-BALANCE
               GIVING WS-OPI-NEW-BALANCE
               ON SIZE ERROR
                   MOVE 'BALANCE OVERFLOW ON DISPUTE CREDIT'
                       TO WS-ERROR-MSG
                   MOVE 8965 TO WS-RETURN-CODE
           END-SUBTRACT
           IF WS-RETURN-CODE NOT = 0
               CLOSE CUSTDSP-FILE
               GO TO 8960-EXIT
           END-IF

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE CUST-DISPUTE-RECORD TO WS-OLD-DSP-IMAGE
           MOVE 'C'                 TO DSP-STATUS
           MOVE WS-AUDIT-DATE       TO DSP-RESOLVED-DATE
           MOVE WS-AUTH-USER        TO DSP-RESOLVED-BY
           MOVE WS-DSP-CREDIT       TO DSP-CREDIT-AMOUNT
           REWRITE CUST-DISPUTE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT WS-DSP-OK
               MOVE 'FAILED TO CLOSE DISPUTE RECORD' TO WS-ERROR-MSG
               MOVE 8966 TO WS-RETURN-CODE
               CLOSE CUSTDSP-FILE
               GO TO 8960-EXIT
           END-IF

           OPEN I-O CUSTOPI-FILE
           IF WS-OPI-NO-FILE
               OPEN OUTPUT CUSTOPI-FILE
               CLOSE CUSTOPI-FILE
               OPEN I-O CUSTOPI-FILE
           END-IF
           IF NOT WS-OPI-OK
               MOVE 'FAILED TO OPEN OPEN-ITEM FILE' TO WS-ERROR-MSG
               MOVE 8967 TO WS-RETURN-CODE
               PERFORM 8990-RESTORE-DISPUTE
               CLOSE CUSTDSP-FILE
               GO TO 8960-EXIT
           END-IF

           MOVE SPACES              TO OPI-DOC-NUMBER
           MOVE LS-CUST-ID          TO OPI-CUST-ID
           STRING 'DISPUTE-'        DELIMITED BY SIZE
                  LS-DSP-NUMBER     DELIMITED BY SIZE
               INTO OPI-DOC-NUMBER
           MOVE 'C'                 TO OPI-DOC-TYPE
           MOVE WS-AUDIT-DATE       TO OPI-DOC-DATE
           MOVE WS-AUDIT-DATE       TO OPI-DUE-DATE
           COMPUTE OPI-ORIG-AMOUNT = 0 - WS-DSP-CREDIT
           MOVE OPI-ORIG-AMOUNT     TO OPI-OPEN-AMOUNT
           MOVE 'O'                 TO OPI-STATUS
           MOVE WS-AUDIT-DATE       TO OPI-LAST-ACTIVITY
           WRITE CUST-OPEN-ITEM-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF NOT WS-OPI-OK
               MOVE 'FAILED TO WRITE DISPUTE CREDIT MEMO'
                   TO WS-ERROR-MSG
               MOVE 8968 TO WS-RETURN-CODE
               PERFORM 8990-RESTORE-DISPUTE
               CLOSE CUSTOPI-FILE
               CLOSE CUSTDSP-FILE
               GO TO 8960-EXIT
           END-IF

           MOVE WS-OPI-NEW-BALANCE TO CUST-BALANCE
           MOVE WS-AUDIT-DATE      TO CUST-LAST-UPDATE
           PERFORM 2050-REWRITE-WITH-RETRY
           IF NOT WS-SUCCESS
               EVALUATE TRUE
                   WHEN WS-FILE-BUSY
                       MOVE 'REWRITE FAILED - LOCKED' TO WS-ERROR-MSG
                       MOVE 2006 TO WS-RETURN-CODE
                   WHEN WS-PERMANENT-ERROR
                       MOVE 'REWRITE FAILED - PERM ERR' TO WS-ERROR-MSG
                       MOVE 2007 TO WS-RETURN-CODE
                   WHEN OTHER
                       MOVE 'REWRITE FAILED' TO WS-ERROR-MSG
                       MOVE 2002 TO WS-RETURN-CODE
               END-EVALUATE
               DELETE CUSTOPI-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               PERFORM 8990-RESTORE-DISPUTE
               CLOSE CUSTOPI-FILE
               CLOSE CUSTDSP-FILE
               GO TO 8960-EXIT
           END-IF

           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-AUDIT-RECORD

           CLOSE CUSTOPI-FILE
           CLOSE CUSTDSP-FILE.
       8960-EXIT.
           EXIT.

      * Withdraw an open dispute - the customer has accepted the
      * charge, so the amount is simply owed again and goes back
      * under finance charges, exposure and dunning. Nothing moves
      * on the balance; the audit images carry the dispute record
      * before and after. The customer's master record is not
      * required, the way an unlink cleans up after a purge.
       8970-WITHDRAW-DISPUTE.
           IF LS-DSP-REQUEST OMITTED
               MOVE 'DISPUTE REQUIRES DISPUTE ARGUMENTS'
                   TO WS-ERROR-MSG
               MOVE 8971 TO WS-RETURN-CODE
               GO TO 8970-EXIT
           END-IF

           PERFORM 8980-OPEN-DISPUTE-FILE THRU 8980-EXIT
           IF WS-RETURN-CODE NOT = 0
               GO TO 8970-EXIT
           END-IF
           PERFORM 8995-READ-OPEN-DISPUTE THRU 8995-EXIT
           IF WS-RETURN-CODE NOT = 0
               CLOSE CUSTDSP-FILE
               GO TO 8970-EXIT
           END-IF

           MOVE SPACES              TO WS-BEFORE-IMAGE
           MOVE CUST-DISPUTE-RECORD TO WS-BEFORE-IMAGE

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           MOVE 'W'                 TO DSP-STATUS
           MOVE WS-AUDIT-DATE       TO DSP-RESOLVED-DATE
           MOVE WS-AUTH-USER        TO DSP-RESOLVED-BY
           MOVE 0                   TO DSP-CREDIT-AMOUNT
           REWRITE CUST-DISPUTE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT WS-DSP-OK
               MOVE 'FAILED TO CLOSE DISPUTE RECORD' TO WS-ERROR-MSG
               MOVE 8972 TO WS-RETURN-CODE
               CLOSE CUSTDSP-FILE
               GO TO 8970-EXIT
           END-IF

           MOVE LS-CUST-ID          TO CUST-ID
           MOVE SPACES              TO WS-AFTER-IMAGE
           MOVE CUST-DISPUTE-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-AUDIT-RECORD

           CLOSE CUSTDSP-FILE.
       8970-EXIT.
           EXIT.

      * Returned mail - the post office could not deliver to the
      * address on file. The flag holds statements and dunning until
      * an address change clears it. CUST-LAST-UPDATE is left alone:
      * accounts with no open items still age from it.
       8940-FLAG-RETURNED-MAIL.
           MOVE LS-CUST-ID TO CUST-ID
           PERFORM 2010-READ-WITH-RETRY
           IF NOT WS-SUCCESS
               EVALUATE TRUE
                   WHEN WS-FILE-BUSY
                       MOVE 'CUSTOMER RECORD LOCKED' TO WS-ERROR-MSG
                       MOVE 2004 TO WS-RETURN-CODE
                   WHEN WS-PERMANENT-ERROR
                       MOVE 'PERMANENT ERROR ON READ' TO WS-ERROR-MSG
                       MOVE 2005 TO WS-RETURN-CODE
                   WHEN OTHER
                       MOVE 'CUSTOMER NOT FOUND' TO WS-ERROR-MSG
                       MOVE 2001 TO WS-RETURN-CODE
               END-EVALUATE
               GO TO 8940-EXIT
           END-IF

           IF CUST-BAD-ADDRESS
               MOVE 'ADDRESS ALREADY FLAGGED' TO WS-ERROR-MSG
               GO TO 8940-EXIT
           END-IF

           MOVE CUSTOMER-RECORD TO WS-BEFORE-IMAGE
           MOVE 'Y'             TO CUST-ADDR-FLAG
           PERFORM 2050-REWRITE-WITH-RETRY
           IF NOT WS-SUCCESS
               EVALUATE TRUE
                   WHEN WS-FILE-BUSY
                       MOVE 'REWRITE FAILED - LOCKED' TO WS-ERROR-MSG
                       MOVE 2006 TO WS-RETURN-CODE
                   WHEN WS-PERMANENT-ERROR
                       MOVE 'REWRITE FAILED - PERM ERR' TO WS-ERROR-MSG
                       MOVE 2007 TO WS-RETURN-CODE
                   WHEN OTHER
                       MOVE 'REWRITE FAILED' TO WS-ERROR-MSG
                       MOVE 2002 TO WS-RETURN-CODE
               END-EVALUATE
               GO TO 8940-EXIT
           END-IF

           MOVE CUSTOMER-RECORD TO WS-AFTER-IMAGE
           PERFORM 7000-WRITE-AUDIT-RECORD.
       8940-EXIT.
           EXIT.

       8980-OPEN-DISPUTE-FILE.
           OPEN I-O CUSTDSP-FILE
           IF WS-DSP-NO-FILE
               OPEN OUTPUT CUSTDSP-FILE
               CLOSE CUSTDSP-FILE
               OPEN I-O CUSTDSP-FILE
           END-IF
           IF NOT WS-DSP-OK
               MOVE 'FAILED TO OPEN DISPUTE FILE' TO WS-ERROR-MSG
               MOVE 8981 TO WS-RETURN-CODE
           END-IF.
       8980-EXIT.
           EXIT.

      * One pass over the customer's disputes gives both the next
      * dispute number and the amount still open under dispute.
       8985-SCAN-CUSTOMER-DISPUTES.
           MOVE 1   TO WS-DSP-NEXT-NUMBER
           MOVE 0   TO WS-DSP-OPEN-TOTAL
           MOVE 'N' TO WS-DSP-SCAN-DONE-SW
           MOVE LS-CUST-ID TO DSP-CUST-ID
           MOVE 0          TO DSP-NUMBER
           START CUSTDSP-FILE KEY IS >= DSP-KEY
               INVALID KEY MOVE 'Y' TO WS-DSP-SCAN-DONE-SW
           END-START
           PERFORM 8986-SCAN-ONE-DISPUTE
               UNTIL WS-DSP-SCAN-DONE.
       8985-EXIT.
           EXIT.

       8986-SCAN-ONE-DISPUTE.
           READ CUSTDSP-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DSP-SCAN-DONE-SW
               NOT AT END
                   IF DSP-CUST-ID = LS-CUST-ID
                       COMPUTE WS-DSP-NEXT-NUMBER = DSP-NUMBER + 1
                       IF DSP-OPEN
                           ADD DSP-AMOUNT TO WS-DSP-OPEN-TOTAL
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-DSP-SCAN-DONE-SW
                   END-IF
           END-READ.
       8986-EXIT.
           EXIT.

      * Puts a dispute closed by a credit memo that then failed back
      * the way it was, so it is still open to be tried again.
       8990-RESTORE-DISPUTE.
           MOVE WS-OLD-DSP-IMAGE TO CUST-DISPUTE-RECORD
           REWRITE CUST-DISPUTE-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.
       8990-EXIT.
           EXIT.

      * The dispute named in the request must be on file and still
      * open - a credited or withdrawn dispute is finished.
       8995-READ-OPEN-DISPUTE.
           MOVE LS-CUST-ID    TO DSP-CUST-ID
           MOVE LS-DSP-NUMBER TO DSP-NUMBER
           READ CUSTDSP-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WS-DSP-OK
               MOVE 'DISPUTE NOT FOUND' TO WS-ERROR-MSG
               MOVE 8982 TO WS-RETURN-CODE
               GO TO 8995-EXIT
           END-IF
           IF NOT DSP-OPEN
               MOVE 'DISPUTE ALREADY RESOLVED' TO WS-ERROR-MSG
               MOVE 8983 TO WS-RETURN-CODE
           END-IF.
       8995-EXIT.
           EXIT.

      * Linear backoff - each successive retry burns more iterations
      * of this empty loop before the calling paragraph tries its
      * READ/WRITE/REWRITE/DELETE again, so repeated lock contention
