      *          balance movement is already on the trail as before/
      *          after images - adds ('A'), maintenance updates
      *          ('U'), fee assessments ('F'), delete and purge
      *          write-offs ('D'/'P'), reinstates ('R'), billing
      *          feed invoices and credit memos ('O') and credit
      *          memos that settle customer disputes ('C') - so the
      *          day's net movement per type becomes one balanced
      *          debit/credit pair against the receivables control
      *          account in the GL's batch input format. The feed is
      *          master total is recorded on CUST.GLJ.CTL for the
      *          next run's tie-out; start and completion go to the
      *          cycle-control ledger like the rest of the chain.
      *          Overpayment refunds CUSTRFND sent to Accounts Payable
      *          on the journal date (CUST.REFUND.FILE) never touch
      *          receivables - the money sat in unapplied cash - so
      *          they journal as their own pair, unapplied cash to
      *          refunds payable, outside the receivables tie-out.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGLJ.
               RECORD KEY IS AUH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT REFUND-FILE
               ASSIGN TO 'CUST.REFUND.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RFD-KEY
               FILE STATUS IS WS-REFUND-STATUS.

           SELECT GLJCTL-FILE
               ASSIGN TO 'CUST.GLJ.CTL'
               ORGANIZATION IS SEQUENTIAL
       FD  HISTORY-FILE.
           COPY CUST-AUH.

       FD  REFUND-FILE.
           COPY CUST-RFD.

      * One record per run - the master balance total this feed left
      * behind, which is what the next run's tie-out starts from.
      * Read front to back like CUSTBTCH's checkpoint: last record
           88 WS-HISTORY-OK            VALUE '00' '02'.
           88 WS-HISTORY-NOT-FOUND     VALUE '35'.

       01  WS-REFUND-STATUS            PIC X(2).
           88 WS-REFUND-OK             VALUE '00' '02'.
           88 WS-REFUND-NOT-FOUND      VALUE '35'.

       01  WS-GLJCTL-STATUS            PIC X(2).
           88 WS-GLJCTL-OK             VALUE '00'.
           88 WS-GLJCTL-EOF            VALUE '10'.
       01  WS-HIST-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-HIST-RECS     VALUE 'Y'.

       01  WS-REFUND-EOF-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-REFUNDS       VALUE 'Y'.

       01  WS-GLJCTL-EOF-SWITCH        PIC X(1) VALUE 'N'.

       01  WS-HOLD-EOF-SWITCH          PIC X(1) VALUE 'N'.
       01  WS-ACCT-SALES-ADJ           PIC X(8) VALUE '41000000'.
       01  WS-ACCT-FEE-INCOME          PIC X(8) VALUE '45000000'.
       01  WS-ACCT-BAD-DEBT            PIC X(8) VALUE '61000000'.
       01  WS-ACCT-SALES               PIC X(8) VALUE '40000000'.
       01  WS-ACCT-DISPUTE-CREDITS     PIC X(8) VALUE '41500000'.
       01  WS-ACCT-UNAPPLIED-CASH      PIC X(8) VALUE '23000000'.
       01  WS-ACCT-REFUNDS-PAYABLE     PIC X(8) VALUE '20500000'.

      * Net balance movement for the day by audit transaction type.
       01  WS-NET-NEW                  PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NET-FEES                 PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NET-WRITEOFF             PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NET-REINSTATE            PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NET-BILLING              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-NET-DISPUTE              PIC S9(11)V99 COMP-3 VALUE 0.
       01  WS-DAY-MOVEMENT             PIC S9(11)V99 COMP-3 VALUE 0.

      * Refunds sent to AP on the journal date - not receivables.
       01  WS-NET-REFUNDS              PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-BEFORE-BAL               PIC S9(7)V99 COMP-3.
       01  WS-AFTER-BAL                PIC S9(7)V99 COMP-3.
       01  WS-MOVEMENT                 PIC S9(8)V99 COMP-3.

           PERFORM 2000-SCAN-CURRENT-AUDIT THRU 2000-EXIT
           PERFORM 2500-SCAN-HISTORY THRU 2500-EXIT
           PERFORM 2700-SCAN-REFUNDS THRU 2700-EXIT

           PERFORM 3000-TALLY-MASTER-TOTAL

      * side with no balance (the before of an add, the after of a
      * delete), so it counts as zero; anything else must decode to
      * a real packed balance or the record is not a customer image
      * (link/unlink, dispute open/withdraw) and contributes nothing.
       2200-CLASSIFY-ONE-AUDIT-REC.
           IF AUD-TIMESTAMP (1:8) NOT = WS-JOURNAL-DATE
               GO TO 2200-EXIT
               WHEN 'R'
                   ADD 1 TO WS-SELECTED-COUNT
                   ADD WS-MOVEMENT TO WS-NET-REINSTATE
               WHEN 'O'
                   ADD 1 TO WS-SELECTED-COUNT
                   ADD WS-MOVEMENT TO WS-NET-BILLING
               WHEN 'C'
                   ADD 1 TO WS-SELECTED-COUNT
                   ADD WS-MOVEMENT TO WS-NET-DISPUTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       2600-EXIT.
           EXIT.

      * A refund is journalled on the day it went to AP, whatever
      * has become of the cheque since, so a back-dated re-run
      * journals the same day the same way.
       2700-SCAN-REFUNDS.
           OPEN INPUT REFUND-FILE
           IF WS-REFUND-NOT-FOUND
               GO TO 2700-EXIT
           END-IF
           IF NOT WS-REFUND-OK
               DISPLAY 'CUSTGLJ: FAILED TO OPEN REFUND FILE'
               GO TO 2700-EXIT
           END-IF

           PERFORM 2800-SCAN-ONE-REFUND
               UNTIL WS-NO-MORE-REFUNDS

           CLOSE REFUND-FILE.
       2700-EXIT.
           EXIT.

       2800-SCAN-ONE-REFUND.
           READ REFUND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-REFUND-EOF-SWITCH
               NOT AT END
                   IF RFD-REFUND-DATE = WS-JOURNAL-DATE
                       ADD RFD-AMOUNT TO WS-NET-REFUNDS
                   END-IF
           END-READ.
       2800-EXIT.
           EXIT.

       3000-TALLY-MASTER-TOTAL.
           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-SUCCESS
           MOVE 'REINSTATED BALANCES:'       TO NET-LABEL
           MOVE WS-NET-REINSTATE             TO NET-AMOUNT
           WRITE REGISTER-LINE FROM NET-LINE
           MOVE 'BILLING FEED DOCUMENTS:'    TO NET-LABEL
           MOVE WS-NET-BILLING               TO NET-AMOUNT
           WRITE REGISTER-LINE FROM NET-LINE
           MOVE 'DISPUTE CREDIT MEMOS:'      TO NET-LABEL
           MOVE WS-NET-DISPUTE               TO NET-AMOUNT
           WRITE REGISTER-LINE FROM NET-LINE
           WRITE REGISTER-LINE FROM SPACES
           MOVE 'OVERPAYMENT REFUNDS TO AP:' TO NET-LABEL
           MOVE WS-NET-REFUNDS               TO NET-AMOUNT
           WRITE REGISTER-LINE FROM NET-LINE
           WRITE REGISTER-LINE FROM SPACES

           MOVE 'JOURNAL LINES WRITTEN' TO MSG-TEXT
           MOVE WS-NET-REINSTATE    TO WS-PAIR-NET
           MOVE WS-ACCT-BAD-DEBT    TO WS-PAIR-OFFSET-ACCT
           MOVE 'REINSTATED BALANCES'       TO WS-PAIR-DESC
           PERFORM 4100-WRITE-JOURNAL-PAIR THRU 4100-EXIT

           MOVE WS-NET-BILLING      TO WS-PAIR-NET
           MOVE WS-ACCT-SALES       TO WS-PAIR-OFFSET-ACCT
           MOVE 'BILLING FEED DOCUMENTS'    TO WS-PAIR-DESC
           PERFORM 4100-WRITE-JOURNAL-PAIR THRU 4100-EXIT

           MOVE WS-NET-DISPUTE      TO WS-PAIR-NET
           MOVE WS-ACCT-DISPUTE-CREDITS TO WS-PAIR-OFFSET-ACCT
           MOVE 'DISPUTE CREDIT MEMOS'      TO WS-PAIR-DESC
           PERFORM 4100-WRITE-JOURNAL-PAIR THRU 4100-EXIT

           PERFORM 4300-WRITE-REFUND-PAIR THRU 4300-EXIT.
       4000-EXIT.
           EXIT.

       4200-EXIT.
           EXIT.

      * Refunds balance on their own - unapplied cash debited,
      * refunds payable credited - and stay out of the journal net
      * to receivables the proof compares with the audit movement.
       4300-WRITE-REFUND-PAIR.
           IF WS-NET-REFUNDS = 0
               GO TO 4300-EXIT
           END-IF

           MOVE WS-NET-REFUNDS          TO WS-PAIR-AMOUNT
           MOVE WS-JOURNAL-DATE         TO GLJ-JOURNAL-DATE
           MOVE 'OVERPAYMENT REFUNDS'   TO GLJ-DESCRIPTION
           MOVE WS-ACCT-UNAPPLIED-CASH  TO GLJ-ACCOUNT
           MOVE 'D'                     TO GLJ-DRCR
           MOVE WS-PAIR-AMOUNT          TO GLJ-AMOUNT
           PERFORM 4200-WRITE-ONE-JOURNAL-LINE

           MOVE WS-JOURNAL-DATE         TO GLJ-JOURNAL-DATE
           MOVE 'OVERPAYMENT REFUNDS'   TO GLJ-DESCRIPTION
           MOVE WS-ACCT-REFUNDS-PAYABLE TO GLJ-ACCOUNT
           MOVE 'C'                     TO GLJ-DRCR
           MOVE WS-PAIR-AMOUNT          TO GLJ-AMOUNT
           PERFORM 4200-WRITE-ONE-JOURNAL-LINE.
       4300-EXIT.
           EXIT.

      * The proof. Debits equal credits by construction; the
      * receivables net must equal the day's audit movement; and
      * the prior feed's master total plus that movement must land
           COMPUTE WS-DAY-MOVEMENT =
               WS-NET-NEW + WS-NET-MAINT + WS-NET-FEES
               + WS-NET-WRITEOFF + WS-NET-REINSTATE
               + WS-NET-BILLING + WS-NET-DISPUTE
           COMPUTE WS-EXPECTED-TOTAL =
               WS-PRIOR-TOTAL + WS-DAY-MOVEMENT

