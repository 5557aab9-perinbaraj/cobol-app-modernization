      *          payment record to a customer by the CUST-ID the bank
      *          keyed from the CUSTSTMT remittance stub, and posts
      *          the balance reduction as an update through the
      *          existing CUSTMGMT call interface so the CUSTVAL edits
      *          and the CUST.AUDIT.FILE trail apply to every payment.
      *          A payment that cannot post - a stub CUST-ID not on
      *          the master (bad stub or purged customer), an amount
      *          that would take the balance past zero, or a posting
      *          CUSTMGMT fails or holds for approval - goes to the
      *          suspense file CUST.PAY.SUSP with a reason code so the
      *          cash desk can work it the next morning. A held
      *          payment (reason 9105) is the one suspense row the
      *          cash desk must NOT re-drive - it already sits on
      *          CUST.PENDING.FILE where the CUSTAPPR decision posts
      *          or rejects it, and its suspense row exists only so
      *          the deposit tie still proves out. The register proves
      *          the deposit ties: posted total plus suspense total
      *          must equal the bank total from the 'T' trailer
      *          record, and the register says so (or flags the
      *          deposit out of balance) in so many words. A posted
      *          payment is then applied to the customer's open items
      *          on CUST.OPEN.ITEMS: the invoice named on the stub
      *          first, then the remaining open invoices oldest due
      *          date first, each item's open amount worked down and
      *          the item closed at zero. Cash left over once every
      *          invoice is paid stays on the balance as an unapplied
      *          credit, which the open-item aging nets against the
      *          next invoice. A suspended payment is applied to
      *          nothing - it has not reduced the balance either.
      *          Payments post under the CUSTPAY authority profile on
      *          CUST.USER.AUTH; a payment above that profile's
      *          ceiling is refused by CUSTMGMT and lands in suspense
      *          with the refusal code.
      *          The posting is restartable. Every payment writes a
      *          checkpoint to CUST.PAY.CKPT just before its CUSTMGMT
      *          update and again once it is settled, each carrying
      *          the lockbox record number and every running control
      *          total. A rerun of the same deposit after a failure
      *          skips the records already settled, carries the
      *          totals forward so the deposit tie still proves
      *          across the whole run, continues the register after
      *          a restart banner, and settles the one payment that
      *          may have been caught in mid-post by asking the
      *          master whether its new balance is already there.
      *          A deposit whose checkpoint shows it complete is
      *          refused, and so is a new deposit while an earlier
      *          one is unfinished. Start and completion are recorded
      *          on CUST.CYCLE.CTL through CUSTCYCL, a restarted
      *          completion as such.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPAY.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'CUST.OPEN.ITEMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-KEY
               FILE STATUS IS WS-OPI-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO 'CUST.PAY.CKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       FD  OPEN-ITEM-FILE.
           COPY CUST-OPI.

       FD  CHECKPOINT-FILE.
           COPY CUST-PCK.

       WORKING-STORAGE SECTION.
       01  WS-LOCKBOX-STATUS           PIC X(2).
           88 WS-LOCKBOX-OK            VALUE '00'.
       01  WS-REGISTER-STATUS          PIC X(2).
           88 WS-REGISTER-OK           VALUE '00'.

       01  WS-OPI-STATUS               PIC X(2).
           88 WS-OPI-OK                VALUE '00' '02'.
           88 WS-OPI-NOT-FOUND         VALUE '23'.
           88 WS-OPI-NO-FILE           VALUE '35'.

       01  WS-CKPT-STATUS              PIC X(2).
           88 WS-CKPT-OK               VALUE '00'.
           88 WS-CKPT-NOT-FOUND        VALUE '35'.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-PAYMENTS      VALUE 'Y'.

       01  WS-CKPT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-CKPT-EOF              VALUE 'Y'.
       01  WS-CKPT-FOUND-SW            PIC X(1) VALUE 'N'.
           88 WS-CKPT-FOUND            VALUE 'Y'.

      * Restart state. The deposit is known by the deposit date and
      * bank reference of its first lockbox record. A rerun resumes
      * after WS-RESTART-POSITION; a payment whose before-post
      * checkpoint has no settled one after it is in doubt, and
      * WS-INDOUBT-BALANCE is the balance the master carries if its
      * posting went through.
       01  WS-RUN-KEY                  PIC X(20) VALUE SPACES.
       01  WS-RESTART-SW               PIC X(1) VALUE 'N'.
           88 WS-RESTARTED             VALUE 'Y'.
       01  WS-RESTART-POSITION         PIC 9(8) VALUE 0.
       01  WS-INDOUBT-POSITION         PIC 9(8) VALUE 0.
       01  WS-INDOUBT-BALANCE          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-RECOVERED-SW             PIC X(1) VALUE 'N'.
           88 WS-RECOVERED             VALUE 'Y'.
       01  WS-CKPT-REFUSAL             PIC X(60) VALUE SPACES.
       01  WS-CKPT-TYPE                PIC X(1).
       01  WS-CKPT-EXPECT-BALANCE      PIC S9(9)V99 COMP-3.

      * The last checkpoint on file, held here once the file is
      * closed again.
           COPY CUST-PCK REPLACING ==CUST-POSTING-CHECKPOINT==
                              BY ==RESTART-CHECKPOINT==
                         LEADING ==PCK-== BY ==RCK-==.

      * No open-item file yet means nothing has been billed through
      * the feed - payments post to the balance exactly as before.
       01  WS-OPI-AVAILABLE-SW         PIC X(1) VALUE 'N'.
           88 WS-OPI-AVAILABLE         VALUE 'Y'.

      * Cash application state for the payment in hand - what is
      * left to apply, and the oldest open invoice the last scan of
      * the customer's items found.
       01  WS-APPLY-REMAINING          PIC S9(7)V99 COMP-3.
       01  WS-APPLY-AMOUNT             PIC S9(7)V99 COMP-3.
       01  WS-OLDEST-DOC-NUMBER        PIC X(12).
       01  WS-OLDEST-DUE-DATE          PIC 9(8).
       01  WS-OLDEST-FOUND-SW          PIC X(1).
           88 WS-OLDEST-FOUND          VALUE 'Y'.
       01  WS-ITEM-SCAN-DONE-SW        PIC X(1).
           88 WS-ITEM-SCAN-DONE        VALUE 'Y'.

       01  WS-APPLIED-TOTAL            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-UNAPPLIED-TOTAL          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-ITEMS-CLOSED-COUNT       PIC 9(7) COMP VALUE 0.

      * Outcome of the payment currently in hand - a zero reason
      * code means the payment posted; anything else is the suspense
      * reason.
       01  WS-NEW-BALANCE              PIC S9(8)V99 COMP-3.

       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW                      PIC 9(6).
       01  WS-PHONE-IX                 PIC 9(3) COMP.

      * CUSTMGMT's dual-control answer for an update beyond the
       01  WS-CM-RETURN-CODE           PIC 9(4).
       01  WS-CM-ERROR-MSG             PIC X(80).

      * Mirrors CUSTMGMT's LS-AUTH-REQUEST group - this job posts
      * under its own authority profile on CUST.USER.AUTH.
       01  WS-CM-AUTH-REQUEST.
           05 WS-CM-AUTH-USER-ID       PIC X(8) VALUE 'CUSTPAY'.

      * Run-control interface mirror - CUSTCYCL records this job's
      * start and completion on CUST.CYCLE.CTL. CUSTPAY runs when
      * the bank's deposit arrives, so it has no rule in the chain
      * and is recorded but never refused.
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

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(32)
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'BANK REF'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'INVOICE'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(13) VALUE 'AMOUNT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(11) VALUE 'DISPOSITION'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-BANK-REF             PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-INVOICE-NO           PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-DISPOSITION          PIC X(11).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-REASON               PIC X(30).

       01  RST-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(22)
              VALUE 'RESTARTED - RUN DATE: '.
           05 RST-DATE                 PIC 9(8).
           05 FILLER                   PIC X(22)
              VALUE '  RESUMING AT RECORD: '.
           05 RST-POSITION             PIC ZZZZZZZ9.

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(28).
               GOBACK
           END-IF

      * The first record names the deposit for the checkpoint.
           PERFORM 2100-READ-LOCKBOX-REC
           IF NOT WS-NO-MORE-PAYMENTS
               MOVE LBX-DEPOSIT-DATE TO WS-RUN-KEY (1:8)
               MOVE LBX-BANK-REF     TO WS-RUN-KEY (9:12)
           END-IF

           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
           IF WS-CKPT-REFUSAL NOT = SPACES
               DISPLAY 'CUSTPAY: ' WS-CKPT-REFUSAL
               CLOSE LOCKBOX-FILE
               GOBACK
           END-IF

           PERFORM 1050-CHECK-RUN-CONTROL
           IF WS-CYC-RETURN-CODE NOT = 0
               DISPLAY 'CUSTPAY: ' WS-CYC-ERROR-MSG
               CLOSE LOCKBOX-FILE
               GOBACK
           END-IF

      * A restart appends after the checkpoints just read; a clean
      * start empties the file - the run before it finished.
           IF WS-RESTARTED
               OPEN EXTEND CHECKPOINT-FILE
           ELSE
               OPEN OUTPUT CHECKPOINT-FILE
           END-IF
           IF NOT WS-CKPT-OK
               DISPLAY 'CUSTPAY: FAILED TO OPEN CHECKPOINT FILE'
               CLOSE LOCKBOX-FILE
               GOBACK
           END-IF

      * EXTEND - payments already in suspense from a prior deposit
      * stay there until the cash desk clears them; this run only
      * adds its own. The file is created on first use.
           IF NOT WS-SUSPENSE-OK
               DISPLAY 'CUSTPAY: FAILED TO OPEN SUSPENSE FILE'
               CLOSE LOCKBOX-FILE
               CLOSE CHECKPOINT-FILE
               GOBACK
           END-IF

      * A restart continues the register the failed run left, so
      * the deposit keeps one register; only a lost register starts
      * a new one.
           IF WS-RESTARTED
               OPEN EXTEND REGISTER-FILE
               IF WS-REGISTER-STATUS = '35'
                   OPEN OUTPUT REGISTER-FILE
                   MOVE WS-TODAY TO HDG2-DATE
                   WRITE REGISTER-LINE FROM HDG-LINE-1
                   WRITE REGISTER-LINE FROM HDG-LINE-2
               END-IF
           ELSE
               OPEN OUTPUT REGISTER-FILE
           END-IF
           IF NOT WS-REGISTER-OK
               DISPLAY 'CUSTPAY: FAILED TO OPEN REGISTER FILE'
               CLOSE LOCKBOX-FILE
               CLOSE SUSPENSE-FILE
               CLOSE CHECKPOINT-FILE
               GOBACK
           END-IF

           OPEN I-O OPEN-ITEM-FILE
           EVALUATE TRUE
               WHEN WS-OPI-OK
                   MOVE 'Y' TO WS-OPI-AVAILABLE-SW
               WHEN WS-OPI-NO-FILE
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CUSTPAY: FAILED TO OPEN OPEN-ITEM FILE'
                   CLOSE LOCKBOX-FILE
                   CLOSE SUSPENSE-FILE
                   CLOSE REGISTER-FILE
                   CLOSE CHECKPOINT-FILE
                   GOBACK
           END-EVALUATE

           IF WS-RESTARTED
               MOVE WS-TODAY TO RST-DATE
               COMPUTE RST-POSITION = WS-RESTART-POSITION + 1
               WRITE REGISTER-LINE FROM SPACES
               WRITE REGISTER-LINE FROM RST-LINE
               WRITE REGISTER-LINE FROM SPACES
               WRITE REGISTER-LINE FROM HDG-LINE-3
               WRITE REGISTER-LINE FROM SPACES
           ELSE
               MOVE WS-TODAY TO HDG2-DATE
               WRITE REGISTER-LINE FROM HDG-LINE-1
               WRITE REGISTER-LINE FROM HDG-LINE-2
               WRITE REGISTER-LINE FROM SPACES
               WRITE REGISTER-LINE FROM HDG-LINE-3
               WRITE REGISTER-LINE FROM SPACES
           END-IF.
       1000-EXIT.
           EXIT.

       1050-CHECK-RUN-CONTROL.
           MOVE 'S'        TO WS-CYC-FUNCTION
           MOVE 'CUSTPAY'  TO WS-CYC-JOB-NAME
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

      * Replays the checkpoint file to its last record. Nothing on
      * file, or a completed run of another deposit, is a clean
      * start. The same deposit unfinished is a restart; the same
      * deposit complete, or another deposit unfinished, is refused
      * - posting either would pay someone twice or strand the
      * other deposit's restart point.
       1100-READ-CHECKPOINT.
           MOVE 'N' TO WS-CKPT-FOUND-SW
           MOVE 'N' TO WS-CKPT-EOF-SWITCH
           OPEN INPUT CHECKPOINT-FILE
           IF NOT WS-CKPT-OK
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-READ-CHECKPOINT-REC
               UNTIL WS-CKPT-EOF
           CLOSE CHECKPOINT-FILE
           IF NOT WS-CKPT-FOUND
               GO TO 1100-EXIT
           END-IF

           IF RCK-RUN-KEY NOT = WS-RUN-KEY
               IF NOT RCK-RUN-COMPLETE
                   MOVE 'EARLIER DEPOSIT UNFINISHED - RERUN IT FIRST'
                       TO WS-CKPT-REFUSAL
               END-IF
               GO TO 1100-EXIT
           END-IF
           IF RCK-RUN-COMPLETE
               MOVE 'DEPOSIT ALREADY POSTED - CHECKPOINT SHOWS COMPLETE'
                   TO WS-CKPT-REFUSAL
               GO TO 1100-EXIT
           END-IF

           MOVE 'Y' TO WS-RESTART-SW
           PERFORM 1150-RESTORE-TOTALS.
       1100-EXIT.
           EXIT.

       1110-READ-CHECKPOINT-REC.
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO WS-CKPT-EOF-SWITCH
               NOT AT END
                   MOVE 'Y' TO WS-CKPT-FOUND-SW
                   MOVE CUST-POSTING-CHECKPOINT TO RESTART-CHECKPOINT
           END-READ.
       1110-EXIT.
           EXIT.

      * The totals come back as they stood at the last checkpoint. A
      * before-post checkpoint carries the totals before its payment,
      * so that payment is worked again, in doubt.
       1150-RESTORE-TOTALS.
           MOVE RCK-PAY-POSTED-COUNT  TO WS-POSTED-COUNT
           MOVE RCK-PAY-POSTED-TOTAL  TO WS-POSTED-TOTAL
           MOVE RCK-PAY-SUSP-COUNT    TO WS-SUSPENSE-COUNT
           MOVE RCK-PAY-SUSP-TOTAL    TO WS-SUSPENSE-TOTAL
           MOVE RCK-PAY-BANK-TOTAL    TO WS-BANK-TOTAL
           MOVE RCK-PAY-TRAILER-SW    TO WS-TRAILER-SEEN-SW
           MOVE RCK-PAY-APPLIED-TOTAL TO WS-APPLIED-TOTAL
           MOVE RCK-PAY-UNAPPL-TOTAL  TO WS-UNAPPLIED-TOTAL
           MOVE RCK-PAY-CLOSED-COUNT  TO WS-ITEMS-CLOSED-COUNT
           IF RCK-BEFORE-POST
               COMPUTE WS-RESTART-POSITION = RCK-POSITION - 1
               MOVE RCK-POSITION        TO WS-INDOUBT-POSITION
               MOVE RCK-EXPECT-BALANCE  TO WS-INDOUBT-BALANCE
           ELSE
               MOVE RCK-POSITION        TO WS-RESTART-POSITION
           END-IF.
       1150-EXIT.
           EXIT.

      * Records up to the restart position were settled by the
      * failed run and are only counted. Each payment is checkpointed
      * once settled.
       2000-PROCESS-ONE-RECORD.
           IF WS-READ-COUNT <= WS-RESTART-POSITION
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN LBX-PAYMENT
                       PERFORM 2200-POST-ONE-PAYMENT THRU 2200-EXIT
                       MOVE 'D' TO WS-CKPT-TYPE
                       MOVE 0   TO WS-CKPT-EXPECT-BALANCE
                       PERFORM 2700-WRITE-CHECKPOINT
                   WHEN LBX-BANK-TOTAL
                       MOVE 'Y' TO WS-TRAILER-SEEN-SW
                       ADD LBX-AMOUNT TO WS-BANK-TOTAL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           PERFORM 2100-READ-LOCKBOX-REC.
       2000-EXIT.
      * money went.
       2200-POST-ONE-PAYMENT.
           MOVE 0      TO WS-SUSPENSE-REASON
           MOVE 'N'    TO WS-RECOVERED-SW
           MOVE SPACES TO WS-SUSPENSE-REASON-TEXT

           PERFORM 2250-INQUIRE-CUSTOMER
               GO TO 2200-EXIT
           END-IF

      * The payment the failed run was posting when it stopped - if
      * the master already carries the balance that posting would
      * have left, it went through and is settled as posted. Its
      * cash application may have stopped part way, so the amount is
      * reported unapplied and the register tells the cash desk to
      * check the items. A payment CUSTMGMT held leaves the balance
      * alone, so an in-doubt hold is driven again.
           IF WS-READ-COUNT = WS-INDOUBT-POSITION
              AND WS-CM-CUST-BAL = WS-INDOUBT-BALANCE
               MOVE 'Y' TO WS-RECOVERED-SW
               ADD LBX-AMOUNT TO WS-UNAPPLIED-TOTAL
               PERFORM 2500-SETTLE-PAYMENT
               GO TO 2200-EXIT
           END-IF

           IF LBX-AMOUNT <= 0
               MOVE 9103 TO WS-SUSPENSE-REASON
               MOVE 'NON-POSITIVE PAYMENT AMOUNT'
               GO TO 2200-EXIT
           END-IF

           MOVE 'B'            TO WS-CKPT-TYPE
           MOVE WS-NEW-BALANCE TO WS-CKPT-EXPECT-BALANCE
           PERFORM 2700-WRITE-CHECKPOINT

           PERFORM 2300-POST-THROUGH-CUSTMGMT
           EVALUATE TRUE
               WHEN WS-CM-RETURN-CODE = 0
                   IF WS-OPI-AVAILABLE
                       PERFORM 2400-APPLY-TO-OPEN-ITEMS THRU 2400-EXIT
                   ELSE
                       ADD LBX-AMOUNT TO WS-UNAPPLIED-TOTAL
                   END-IF
               WHEN WS-CM-RETURN-CODE = WS-CM-HELD-RC
                   MOVE 9105 TO WS-SUSPENSE-REASON
                   MOVE 'HELD FOR CUSTAPPR - NO REDRIVE'

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
                                 WS-CM-AUTH-REQUEST.
       2300-EXIT.
           EXIT.

      * Cash application - the invoice the stub names takes the
      * payment first, then the customer's open invoices in due-date
      * order, oldest first, until the cash runs out. Credit memos
      * are not paid; the aging nets them against the oldest debt.
       2400-APPLY-TO-OPEN-ITEMS.
           MOVE LBX-AMOUNT TO WS-APPLY-REMAINING

           IF LBX-INVOICE-NO NOT = SPACES
               MOVE LBX-CUST-ID    TO OPI-CUST-ID
               MOVE LBX-INVOICE-NO TO OPI-DOC-NUMBER
               READ OPEN-ITEM-FILE
                   INVALID KEY CONTINUE
               END-READ
               IF WS-OPI-OK
                   PERFORM 2460-APPLY-TO-ONE-ITEM THRU 2460-EXIT
               END-IF
           END-IF

           MOVE 'Y' TO WS-OLDEST-FOUND-SW
           PERFORM 2410-APPLY-TO-OLDEST-ITEM THRU 2410-EXIT
               UNTIL WS-APPLY-REMAINING = 0
                  OR NOT WS-OLDEST-FOUND

           ADD WS-APPLY-REMAINING TO WS-UNAPPLIED-TOTAL.
       2400-EXIT.
           EXIT.

       2410-APPLY-TO-OLDEST-ITEM.
           PERFORM 2420-FIND-OLDEST-ITEM THRU 2420-EXIT
           IF NOT WS-OLDEST-FOUND
               GO TO 2410-EXIT
           END-IF

           MOVE LBX-CUST-ID          TO OPI-CUST-ID
           MOVE WS-OLDEST-DOC-NUMBER TO OPI-DOC-NUMBER
           READ OPEN-ITEM-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-OPI-OK
               PERFORM 2460-APPLY-TO-ONE-ITEM THRU 2460-EXIT
           ELSE
               MOVE 'N' TO WS-OLDEST-FOUND-SW
           END-IF.
       2410-EXIT.
           EXIT.

      * One pass over the customer's items for the open invoice
      * with the earliest due date - the customer's items sit
      * together in key order, so the scan stops when the customer
      * changes.
       2420-FIND-OLDEST-ITEM.
           MOVE 'N'        TO WS-OLDEST-FOUND-SW
           MOVE 99999999   TO WS-OLDEST-DUE-DATE
           MOVE LBX-CUST-ID TO OPI-CUST-ID
           MOVE LOW-VALUES TO OPI-DOC-NUMBER
           MOVE 'N' TO WS-ITEM-SCAN-DONE-SW
           START OPEN-ITEM-FILE KEY IS >= OPI-KEY
               INVALID KEY MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
           END-START
           PERFORM 2430-SCAN-ONE-ITEM
               UNTIL WS-ITEM-SCAN-DONE.
       2420-EXIT.
           EXIT.

       2430-SCAN-ONE-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
               NOT AT END
                   IF OPI-CUST-ID NOT = LBX-CUST-ID
                       MOVE 'Y' TO WS-ITEM-SCAN-DONE-SW
                   ELSE
                       IF OPI-OPEN
                          AND OPI-OPEN-AMOUNT > 0
                          AND OPI-DUE-DATE < WS-OLDEST-DUE-DATE
                           MOVE 'Y'            TO WS-OLDEST-FOUND-SW
                           MOVE OPI-DOC-NUMBER TO WS-OLDEST-DOC-NUMBER
                           MOVE OPI-DUE-DATE   TO WS-OLDEST-DUE-DATE
                       END-IF
                   END-IF
           END-READ.
       2430-EXIT.
           EXIT.

      * Work one item's open amount down by as much of the cash as
      * it will take; an item paid to zero is closed.
       2460-APPLY-TO-ONE-ITEM.
           IF NOT OPI-OPEN
              OR OPI-OPEN-AMOUNT <= 0
               GO TO 2460-EXIT
           END-IF

           IF WS-APPLY-REMAINING < OPI-OPEN-AMOUNT
               MOVE WS-APPLY-REMAINING TO WS-APPLY-AMOUNT
           ELSE
               MOVE OPI-OPEN-AMOUNT    TO WS-APPLY-AMOUNT
           END-IF

           SUBTRACT WS-APPLY-AMOUNT FROM OPI-OPEN-AMOUNT
           MOVE WS-TODAY TO OPI-LAST-ACTIVITY
           IF OPI-OPEN-AMOUNT = 0
               MOVE 'C' TO OPI-STATUS
           END-IF
           REWRITE CUST-OPEN-ITEM-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT WS-OPI-OK
               DISPLAY 'CUSTPAY: OPEN ITEM REWRITE FAILED '
                       OPI-CUST-ID ' ' OPI-DOC-NUMBER
      * The item is still open and would be found oldest again - stop
      * the walk and let the rest of the cash go to unapplied.
               MOVE 'N' TO WS-OLDEST-FOUND-SW
               GO TO 2460-EXIT
           END-IF

           SUBTRACT WS-APPLY-AMOUNT FROM WS-APPLY-REMAINING
           ADD WS-APPLY-AMOUNT TO WS-APPLIED-TOTAL
           IF OPI-CLOSED
               ADD 1 TO WS-ITEMS-CLOSED-COUNT
           END-IF.
       2460-EXIT.
           EXIT.

      * Every payment lands in exactly one bucket - posted or
      * suspense - so the two totals always account for the whole
      * deposit and the tie against the bank total is exact.
       2500-SETTLE-PAYMENT.
           MOVE LBX-CUST-ID  TO DTL-CUST-ID
           MOVE LBX-BANK-REF TO DTL-BANK-REF
           MOVE LBX-INVOICE-NO TO DTL-INVOICE-NO
           MOVE LBX-AMOUNT   TO DTL-AMOUNT

           IF WS-SUSPENSE-REASON = 0
               ADD 1 TO WS-POSTED-COUNT
               ADD LBX-AMOUNT TO WS-POSTED-TOTAL
               MOVE 'POSTED'   TO DTL-DISPOSITION
               IF WS-RECOVERED
                   MOVE 'POSTED PRIOR RUN - CHECK ITEMS'
                       TO DTL-REASON
               ELSE
                   MOVE SPACES TO DTL-REASON
               END-IF
           ELSE
               PERFORM 2600-WRITE-SUSPENSE-REC
               ADD 1 TO WS-SUSPENSE-COUNT
           MOVE LBX-CUST-ID             TO SUS-CUST-ID
           MOVE LBX-BANK-REF            TO SUS-BANK-REF
           MOVE LBX-AMOUNT              TO SUS-AMOUNT
           MOVE LBX-INVOICE-NO          TO SUS-INVOICE-NO
           WRITE CUST-SUSPENSE-RECORD.
       2600-EXIT.
           EXIT.

      * One checkpoint record - the lockbox record reached and every
      * running total at that point. Written before and after each
      * payment's posting rather than every so many records: each
      * payment moves money, so a rerun may not repeat even one.
       2700-WRITE-CHECKPOINT.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES                 TO CUST-POSTING-CHECKPOINT
           MOVE 'CUSTPAY'              TO PCK-JOB-NAME
           MOVE WS-RUN-KEY             TO PCK-RUN-KEY
           MOVE WS-CKPT-TYPE           TO PCK-TYPE
           MOVE WS-READ-COUNT          TO PCK-POSITION
           IF PCK-RUN-COMPLETE
               MOVE SPACES             TO PCK-CUST-ID
           ELSE
               MOVE LBX-CUST-ID        TO PCK-CUST-ID
           END-IF
           MOVE WS-CKPT-EXPECT-BALANCE TO PCK-EXPECT-BALANCE
           MOVE WS-TODAY               TO PCK-TIMESTAMP (1:8)
           MOVE WS-NOW                 TO PCK-TIMESTAMP (9:6)
           MOVE WS-POSTED-COUNT        TO PCK-PAY-POSTED-COUNT
           MOVE WS-POSTED-TOTAL        TO PCK-PAY-POSTED-TOTAL
           MOVE WS-SUSPENSE-COUNT      TO PCK-PAY-SUSP-COUNT
           MOVE WS-SUSPENSE-TOTAL      TO PCK-PAY-SUSP-TOTAL
           MOVE WS-BANK-TOTAL          TO PCK-PAY-BANK-TOTAL
           MOVE WS-TRAILER-SEEN-SW     TO PCK-PAY-TRAILER-SW
           MOVE WS-APPLIED-TOTAL       TO PCK-PAY-APPLIED-TOTAL
           MOVE WS-UNAPPLIED-TOTAL     TO PCK-PAY-UNAPPL-TOTAL
           MOVE WS-ITEMS-CLOSED-COUNT  TO PCK-PAY-CLOSED-COUNT
           WRITE CUST-POSTING-CHECKPOINT
           IF NOT WS-CKPT-OK
               DISPLAY 'CUSTPAY: CHECKPOINT WRITE FAILED AT RECORD '
                       WS-READ-COUNT
           END-IF.
       2700-EXIT.
           EXIT.

       3000-WRITE-CONTROL-TOTALS.
           WRITE REGISTER-LINE FROM SPACES

           IF WS-RESTARTED
               MOVE 'RESTARTED - RECORDS SKIPPED:' TO SUM-LABEL
               MOVE WS-SKIPPED-COUNT          TO SUM-COUNT
               MOVE 0                         TO SUM-AMOUNT
               WRITE REGISTER-LINE FROM SUM-LINE
           END-IF

           MOVE 'PAYMENTS POSTED:'        TO SUM-LABEL
           MOVE WS-POSTED-COUNT           TO SUM-COUNT
           MOVE WS-POSTED-TOTAL           TO SUM-AMOUNT
           MOVE WS-SUSPENSE-TOTAL         TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'ITEMS CLOSED / CASH APPLIED:' TO SUM-LABEL
           MOVE WS-ITEMS-CLOSED-COUNT     TO SUM-COUNT
           MOVE WS-APPLIED-TOTAL          TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'POSTED, NOT ON AN ITEM:'  TO SUM-LABEL
           MOVE 0                         TO SUM-COUNT
           MOVE WS-UNAPPLIED-TOTAL        TO SUM-AMOUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'BANK DEPOSIT TOTAL:'     TO SUM-LABEL
           MOVE 0                         TO SUM-COUNT
           MOVE WS-BANK-TOTAL             TO SUM-AMOUNT
       3000-EXIT.
           EXIT.

      * The completion checkpoint goes down only once the register
      * carries its control totals - a failure before this point
      * reruns into the totals, never past them.
       4000-TERMINATE.
           MOVE 'C' TO WS-CKPT-TYPE
           MOVE 0   TO WS-CKPT-EXPECT-BALANCE
           PERFORM 2700-WRITE-CHECKPOINT
           CLOSE CHECKPOINT-FILE
           CLOSE LOCKBOX-FILE
           CLOSE SUSPENSE-FILE
           CLOSE REGISTER-FILE
           IF WS-OPI-AVAILABLE
               CLOSE OPEN-ITEM-FILE
           END-IF
           PERFORM 4100-RECORD-COMPLETION
           DISPLAY 'CUSTPAY: ' WS-POSTED-COUNT ' POSTED, '
                   WS-SUSPENSE-COUNT ' TO SUSPENSE'
           IF WS-RESTARTED
               DISPLAY 'CUSTPAY: RESTARTED - ' WS-SKIPPED-COUNT
                       ' RECORDS ALREADY APPLIED, SKIPPED'
           END-IF.
       4000-EXIT.
           EXIT.

      * A run that picked up after a failure reports its completion
      * as 'R', so CUST.CYCLE.CTL shows the deposit finished on a
      * restart.
       4100-RECORD-COMPLETION.
           IF WS-RESTARTED
               MOVE 'R'           TO WS-CYC-FUNCTION
           ELSE
               MOVE 'E'           TO WS-CYC-FUNCTION
           END-IF
           MOVE WS-READ-COUNT     TO WS-CYC-IN-COUNT
           MOVE WS-POSTED-COUNT   TO WS-CYC-OUT-COUNT
           MOVE WS-POSTED-TOTAL   TO WS-CYC-CONTROL-AMT
           MOVE 0                 TO WS-CYC-RETURN-CODE
           MOVE SPACES            TO WS-CYC-ERROR-MSG
           CALL 'CUSTCYCL' USING WS-CYC-REQUEST
                                 WS-CYC-RETURN-CODE
                                 WS-CYC-ERROR-MSG
           IF WS-CYC-RETURN-CODE NOT = 0
               DISPLAY 'CUSTPAY: ' WS-CYC-ERROR-MSG
           END-IF.
       4100-EXIT.
           EXIT.
