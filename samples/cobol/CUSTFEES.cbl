      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-08-22
      * PURPOSE: Monthly Finance-Charge Assessment - ages each
      *          customer balance by open item through CUSTOIAG the
      *          way CUSTAGE does, assesses a finance charge on the
      *          part of a positive balance sitting in each of the
      *          30/60/90-plus buckets at that bucket's rate (so a
      *          customer with one old invoice is not charged the
      *          90-plus rate on current billing), and posts each
      *          charge as an update through the existing CUSTMGMT
      *          call interface so the CUSTVAL edits and the audit
      *          trail apply to every charge. Suspended accounts are
      *          excluded. Runs in two passes: pass one reads the
      *          master and prices the charges into a work file, pass
      *          two (with the master closed) posts them through
      *          CUSTMGMT - the master is never held open here while
      *          CUSTMGMT needs it, so the posting pass does not fight
      *          its own reader for the file. Produces a fee register
      *          (customer, bucket, rate, charge, new balance) with
      *          control totals to tie to the GL. Charges post under
      *          the CUSTFEES authority profile on CUST.USER.AUTH.
      *          Money under an open customer dispute is not charged:
      *          the disputed total from CUSTDSPT comes off the
      *          oldest buckets before pricing, and the register
      *          shows how many customers and how much was left out.
      *          Pass two is restartable. The end of pass one and
      *          every charge (just before its CUSTMGMT call and again
      *          once its register line is out) write a checkpoint to
      *          CUST.FEES.CKPT carrying the work-file record number
      *          and every control total. A rerun after a failure
      *          does not price again - the master already carries
      *          the charges that posted - but posts on from the
      *          surviving work file past the charges already
      *          applied, carries the totals forward so the register
      *          ties across the whole run, continues the register
      *          after a restart banner, and settles the one charge
      *          that may have been caught in mid-post by asking the
      *          master whether its new balance is already there.
      *          Every charge a rerun posts is first checked against
      *          the master: if the balance is no longer the one the
      *          charge was priced from (a payment or other posting
      *          landed in between) the charge is not posted and is
      *          listed 'STALE - NOT POSTED' and counted in the
      *          control totals; otherwise it posts on the master's
      *          current name, address, status, limit and phones, so
      *          maintenance done since pricing is not undone. A
      *          checkpoint left by an unfinished run of an earlier
      *          month is refused - that run's work file is not this
      *          month's assessment - and the operator is told to
      *          remove CUST.FEES.CKPT.
      *          CUSTCYCL records a restarted completion as such.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFEES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

           SELECT CHECKPOINT-FILE
               ASSIGN TO 'CUST.FEES.CKPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       FD  CHECKPOINT-FILE.
           COPY CUST-PCK.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(2).
           88 WS-SUCCESS               VALUE '00'.
       01  WS-REGISTER-STATUS          PIC X(2).
           88 WS-REGISTER-OK           VALUE '00'.

       01  WS-CKPT-STATUS              PIC X(2).
           88 WS-CKPT-OK               VALUE '00'.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-RECORDS       VALUE 'Y'.

       01  WS-WORK-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-FEES          VALUE 'Y'.

       01  WS-CKPT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-CKPT-EOF              VALUE 'Y'.
       01  WS-CKPT-FOUND-SW            PIC X(1) VALUE 'N'.
           88 WS-CKPT-FOUND            VALUE 'Y'.

      * Restart state. The run is known by the date pass one priced
      * it. A rerun posts on after WS-RESTART-POSITION in the work
      * file; a charge whose before-post checkpoint has no settled
      * one after it is in doubt until the master is asked.
       01  WS-RUN-KEY                  PIC X(20) VALUE SPACES.
       01  WS-RESTART-SW               PIC X(1) VALUE 'N'.
           88 WS-RESTARTED             VALUE 'Y'.
       01  WS-RESTART-POSITION         PIC 9(8) VALUE 0.
       01  WS-INDOUBT-POSITION         PIC 9(8) VALUE 0.
       01  WS-POST-POSITION            PIC 9(8) VALUE 0.
       01  WS-SKIPPED-COUNT            PIC 9(7) COMP VALUE 0.
      * What the master said about a charge on a restart - already
      * carries it, moved since pricing, could not be read, or still
      * holds the priced balance.
       01  WS-MASTER-CHECK-SW          PIC X(1) VALUE 'N'.
           88 WS-MASTER-UNCHECKED      VALUE 'N'.
           88 WS-RECOVERED             VALUE 'R'.
           88 WS-STALE                 VALUE 'S'.
           88 WS-CHECK-FAILED          VALUE 'F'.
           88 WS-MASTER-CURRENT        VALUE 'C'.
       01  WS-CKPT-REFUSAL             PIC X(60) VALUE SPACES.
       01  WS-CKPT-TYPE                PIC X(1).
       01  WS-CKPT-EXPECT-BALANCE      PIC S9(9)V99 COMP-3.
       01  WS-NOW                      PIC 9(6).

      * The last checkpoint on file, held here once the file is
      * closed again.
           COPY CUST-PCK REPLACING ==CUST-POSTING-CHECKPOINT==
                              BY ==RESTART-CHECKPOINT==
                         LEADING ==PCK-== BY ==RCK-==.

      * Bucket fee schedule - rates are assessed monthly against the
      * aged balance. The VALUE clauses are compiled defaults -
      * 1070-LOAD-PARAMETERS replaces each rate with the value in
       01  WS-POSTED-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-HELD-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-FAILED-COUNT             PIC 9(7) COMP VALUE 0.
       01  WS-STALE-COUNT              PIC 9(7) COMP VALUE 0.

      * CUSTMGMT's dual-control answer for an update beyond the
      * approval threshold - the charge is parked for a supervisor,

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-DAYS               PIC 9(9) COMP VALUE 0.
       01  WS-DAYS-OLD                 PIC S9(7) COMP.

       01  WS-FEE-RATE                 PIC 9V9(4) COMP-3.
       01  WS-FEE-CHARGE               PIC S9(7)V99 COMP-3.
       01  WS-BUCKET-CHARGES.
           05 WS-CHARGE-30             PIC S9(7)V99 COMP-3.
           05 WS-CHARGE-60             PIC S9(7)V99 COMP-3.
           05 WS-CHARGE-90             PIC S9(7)V99 COMP-3.
       01  WS-SIZE-ERROR-SW            PIC X(1) VALUE 'N'.
           88 WS-SIZE-ERROR            VALUE 'Y'.

       01  WS-PHONE-IX                 PIC 9(3) COMP.
       01  WS-PHONE-MAX                PIC 9(3) COMP.

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

      * Open-dispute interface mirror - CUSTDSPT totals what each
      * customer has under open dispute on CUST.DISPUTE.FILE. That
      * much is taken off the aged buckets, oldest first, before a
      * charge is priced, so disputed money never draws a charge.
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
       01  WS-DISPUTED-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-DISPUTED-AMOUNT          PIC S9(9)V99 COMP-3 VALUE 0.

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
      * LS-ERROR-MSG shape, exactly as CUSTBTCH stages its calls.
       01  WS-CM-REQUEST.
       01  WS-CM-RETURN-CODE           PIC 9(4).
       01  WS-CM-ERROR-MSG             PIC X(80).

      * Mirrors CUSTMGMT's LS-AUTH-REQUEST group - this job posts
      * under its own authority profile on CUST.USER.AUTH.
       01  WS-CM-AUTH-REQUEST.
           05 WS-CM-AUTH-USER-ID       PIC X(8) VALUE 'CUSTFEES'.

      * Run-control interface mirror - CUSTCYCL records this job's
      * start and completion on CUST.CYCLE.CTL, refuses the start
      * until CUSTBTCH has completed for the cycle, and refuses a
           05 FILLER                   PIC X(10) VALUE '   CHARGES'.
           05 SUB-CHARGES              PIC Z,ZZZ,ZZ9.99-.

       01  RST-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(22)
              VALUE 'RESTARTED - RUN DATE: '.
           05 RST-DATE                 PIC 9(8).
           05 FILLER                   PIC X(20)
              VALUE '  PRICED ON RUN OF: '.
           05 RST-PRICED-DATE          PIC X(8).
           05 FILLER                   PIC X(22)
              VALUE '  RESUMING AT CHARGE: '.
           05 RST-POSITION             PIC ZZZZZZZ9.

       01  DSP-TOTAL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(26)
              VALUE 'DISPUTED - NOT CHARGED:'.
           05 DSP-TOTAL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(10) VALUE '  DISPUTED'.
           05 DSP-TOTAL-AMOUNT         PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF NOT WS-RESTARTED
               PERFORM 2900-PRICE-CHARGES
           END-IF

           PERFORM 3000-POST-CHARGES THRU 3000-EXIT

           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-DAYS = FUNCTION INTEGER-OF-DATE(WS-TODAY)

           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT
           IF WS-CKPT-REFUSAL NOT = SPACES
               DISPLAY 'CUSTFEES: ' WS-CKPT-REFUSAL
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM 1050-CHECK-RUN-CONTROL
           IF WS-CYC-RETURN-CODE NOT = 0
               DISPLAY 'CUSTFEES: ' WS-CYC-ERROR-MSG

           PERFORM 1070-LOAD-PARAMETERS

           IF WS-RESTARTED
               PERFORM 1200-OPEN-FOR-RESTART THRU 1200-EXIT
               GO TO 1000-EXIT
           END-IF

           OPEN OUTPUT CHECKPOINT-FILE
           IF NOT WS-CKPT-OK
               DISPLAY 'CUSTFEES: FAILED TO OPEN CHECKPOINT FILE'
               GOBACK
           END-IF
           MOVE WS-TODAY TO WS-RUN-KEY

           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-SUCCESS
               DISPLAY 'CUSTFEES: FAILED TO OPEN CUSTOMER FILE'
               CLOSE CHECKPOINT-FILE
               GOBACK
           END-IF

           IF NOT WS-WORK-OK
               DISPLAY 'CUSTFEES: FAILED TO OPEN FEE WORK FILE'
               CLOSE CUSTOMER-FILE
               CLOSE CHECKPOINT-FILE
               GOBACK
           END-IF

               DISPLAY 'CUSTFEES: FAILED TO OPEN REGISTER FILE'
               CLOSE CUSTOMER-FILE
               CLOSE FEE-WORK-FILE
               CLOSE CHECKPOINT-FILE
               GOBACK
           END-IF

       1080-EXIT.
           EXIT.

      * Replays the checkpoint file to its last record. Nothing on
      * file, or a run that reached its completion checkpoint, is a
      * clean start - CUSTCYCL's once-a-month rule already stands
      * between a finished assessment and a second one. Anything
      * else is a run that stopped after pricing: this month's is
      * restarted, an earlier month's is refused - posting its work
      * file would stand in for this month's assessment.
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
              OR RCK-RUN-COMPLETE
               GO TO 1100-EXIT
           END-IF
           IF RCK-RUN-KEY (1:6) NOT = WS-TODAY (1:6)
               STRING 'RUN PRICED ' RCK-RUN-KEY (1:8)
                      ' UNFINISHED - REMOVE CUST.FEES.CKPT'
                   DELIMITED BY SIZE INTO WS-CKPT-REFUSAL
               GO TO 1100-EXIT
           END-IF

           MOVE 'Y' TO WS-RESTART-SW
           MOVE RCK-RUN-KEY TO WS-RUN-KEY
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

      * The pricing totals and the posting totals come back as they
      * stood at the last checkpoint. A before-post checkpoint holds
      * the totals before its charge, so that charge is worked
      * again, in doubt.
       1150-RESTORE-TOTALS.
           MOVE RCK-FEE-READ-COUNT     TO WS-READ-COUNT
           MOVE RCK-FEE-ASSESS-COUNT   TO WS-ASSESSED-COUNT
           MOVE RCK-FEE-TOTAL-CHARGES  TO WS-TOTAL-CHARGES
           MOVE RCK-FEE-30-COUNT       TO WS-FEE-30-COUNT
           MOVE RCK-FEE-30-CHARGES     TO WS-FEE-30-CHARGES
           MOVE RCK-FEE-60-COUNT       TO WS-FEE-60-COUNT
           MOVE RCK-FEE-60-CHARGES     TO WS-FEE-60-CHARGES
           MOVE RCK-FEE-90-COUNT       TO WS-FEE-90-COUNT
           MOVE RCK-FEE-90-CHARGES     TO WS-FEE-90-CHARGES
           MOVE RCK-FEE-DISP-COUNT     TO WS-DISPUTED-COUNT
           MOVE RCK-FEE-DISP-AMOUNT    TO WS-DISPUTED-AMOUNT
           MOVE RCK-FEE-POSTED-COUNT   TO WS-POSTED-COUNT
           MOVE RCK-FEE-POSTED-CHARGES TO WS-POSTED-CHARGES
           MOVE RCK-FEE-HELD-COUNT     TO WS-HELD-COUNT
           MOVE RCK-FEE-FAILED-COUNT   TO WS-FAILED-COUNT
           IF RCK-FEE-STALE-COUNT NUMERIC
               MOVE RCK-FEE-STALE-COUNT TO WS-STALE-COUNT
           END-IF
           IF RCK-BEFORE-POST
               COMPUTE WS-RESTART-POSITION = RCK-POSITION - 1
               MOVE RCK-POSITION TO WS-INDOUBT-POSITION
           ELSE
               MOVE RCK-POSITION TO WS-RESTART-POSITION
           END-IF.
       1150-EXIT.
           EXIT.

      * A restart neither reads the master nor rewrites the work
      * file - pass two posts from the work file the failed run
      * priced - and it continues that run's register.
       1200-OPEN-FOR-RESTART.
           OPEN EXTEND CHECKPOINT-FILE
           IF NOT WS-CKPT-OK
               DISPLAY 'CUSTFEES: FAILED TO OPEN CHECKPOINT FILE'
               GOBACK
           END-IF

           OPEN EXTEND REGISTER-FILE
           IF WS-REGISTER-STATUS = '35'
               OPEN OUTPUT REGISTER-FILE
               MOVE WS-TODAY TO HDG2-DATE
               WRITE REGISTER-LINE FROM HDG-LINE-1
               WRITE REGISTER-LINE FROM HDG-LINE-2
           END-IF
           IF NOT WS-REGISTER-OK
               DISPLAY 'CUSTFEES: FAILED TO OPEN REGISTER FILE'
               CLOSE CHECKPOINT-FILE
               GOBACK
           END-IF

           MOVE WS-TODAY           TO RST-DATE
           MOVE WS-RUN-KEY         TO RST-PRICED-DATE
           COMPUTE RST-POSITION = WS-RESTART-POSITION + 1
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM RST-LINE
           WRITE REGISTER-LINE FROM SPACES
           WRITE REGISTER-LINE FROM HDG-LINE-3
           WRITE REGISTER-LINE FROM SPACES.
       1200-EXIT.
           EXIT.

      * Pass one - select and price. Only positive balances aged 30
      * days or more draw a charge, and suspended accounts are
      * excluded. Nothing is posted here; the priced charge and the
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
           MOVE WS-OIA-OLDEST-DAYS TO WS-DAYS-OLD
           PERFORM 2160-EXCLUDE-DISPUTES THRU 2160-EXIT.
       2150-EXIT.
           EXIT.

      * Disputed money relieves the buckets oldest first, the way
      * CUSTOIAG applies an unallocated credit. When that empties
      * the oldest bucket the account's age falls back to the
      * floor of the oldest bucket still carrying money, so an
      * account owing nothing but disputed money is not charged.
       2160-EXCLUDE-DISPUTES.
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
               DISPLAY 'CUSTFEES: ' WS-DST-ERROR-MSG
           END-IF
           IF WS-DST-OPEN-AMOUNT NOT > 0
               GO TO 2160-EXIT
           END-IF

           ADD 1                  TO WS-DISPUTED-COUNT
           ADD WS-DST-OPEN-AMOUNT TO WS-DISPUTED-AMOUNT
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

      * The register bucket is the oldest bucket carrying money; the
      * charge is priced bucket by bucket and the rate shown is the
      * blended rate actually applied to the whole balance.
       2200-ASSESS-CHARGE.
           EVALUATE TRUE
               WHEN WS-DAYS-OLD < 60
                   MOVE '30-59'        TO FW-AGE-BUCKET
               WHEN WS-DAYS-OLD < 90
                   MOVE '60-89'        TO FW-AGE-BUCKET
               WHEN OTHER
                   MOVE '90-PLUS'      TO FW-AGE-BUCKET
           END-EVALUATE

           MOVE 'N' TO WS-SIZE-ERROR-SW
           COMPUTE WS-CHARGE-30 ROUNDED =
               WS-OIA-BUCKET-AMT (2) * WS-FEE-RATE-30
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SIZE-ERROR-SW
           END-COMPUTE
           COMPUTE WS-CHARGE-60 ROUNDED =
               WS-OIA-BUCKET-AMT (3) * WS-FEE-RATE-60
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SIZE-ERROR-SW
           END-COMPUTE
           COMPUTE WS-CHARGE-90 ROUNDED =
               WS-OIA-BUCKET-AMT (4) * WS-FEE-RATE-90
               ON SIZE ERROR
                   MOVE 'Y' TO WS-SIZE-ERROR-SW
           END-COMPUTE
           IF NOT WS-SIZE-ERROR
               COMPUTE WS-FEE-CHARGE =
                   WS-CHARGE-30 + WS-CHARGE-60 + WS-CHARGE-90
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-COMPUTE
           END-IF
           IF NOT WS-SIZE-ERROR
               IF WS-FEE-CHARGE NOT > 0
                   GO TO 2200-EXIT
               END-IF
               COMPUTE WS-FEE-RATE ROUNDED =
                   WS-FEE-CHARGE / CUST-BALANCE
                   ON SIZE ERROR
                       MOVE 'Y' TO WS-SIZE-ERROR-SW
               END-COMPUTE
           END-IF
           IF NOT WS-SIZE-ERROR
               COMPUTE FW-NEW-BALANCE =
                   CUST-BALANCE + WS-FEE-CHARGE
           ADD 1 TO WS-ASSESSED-COUNT
           ADD WS-FEE-CHARGE TO WS-TOTAL-CHARGES

           ADD WS-CHARGE-30 TO WS-FEE-30-CHARGES
           ADD WS-CHARGE-60 TO WS-FEE-60-CHARGES
           ADD WS-CHARGE-90 TO WS-FEE-90-CHARGES
           EVALUATE FW-AGE-BUCKET
               WHEN '30-59'
                   ADD 1 TO WS-FEE-30-COUNT
               WHEN '60-89'
                   ADD 1 TO WS-FEE-60-COUNT
               WHEN OTHER
                   ADD 1 TO WS-FEE-90-COUNT
           END-EVALUATE.
       2200-EXIT.
           EXIT.
       2250-EXIT.
           EXIT.

      * Pass one to the end of the master, then the services' files
      * are closed and the priced work file is checkpointed - from
      * here on a failure restarts into pass two.
       2900-PRICE-CHARGES.
           PERFORM 2000-PRICE-ONE-CUSTOMER
               UNTIL WS-NO-MORE-RECORDS

           CLOSE CUSTOMER-FILE
           CLOSE FEE-WORK-FILE
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

           MOVE 'P' TO WS-CKPT-TYPE
           MOVE 0   TO WS-CKPT-EXPECT-BALANCE
           PERFORM 3400-WRITE-CHECKPOINT.
       2900-EXIT.
           EXIT.

      * Pass two - the master is closed, so each CUSTMGMT call can
      * take its own I-O on the file. Every posting goes through the
      * normal update path: CUSTVAL edits the record and the audit
      * trail gets its before/after images.
      * Without the work file nothing is posted and no completion is
      * recorded, so the checkpoint still stands for the rerun.
       3000-POST-CHARGES.
           OPEN INPUT FEE-WORK-FILE
           IF NOT WS-WORK-OK
               DISPLAY 'CUSTFEES: FAILED TO REOPEN FEE WORK FILE'
               CLOSE REGISTER-FILE
               CLOSE CHECKPOINT-FILE
               GOBACK
           END-IF

           PERFORM 3100-POST-ONE-CHARGE
       3000-EXIT.
           EXIT.

      * Charges up to the restart position were settled by the
      * failed run and are only counted.
       3100-POST-ONE-CHARGE.
           READ FEE-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-POST-POSITION
                   IF WS-POST-POSITION <= WS-RESTART-POSITION
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM 3150-SETTLE-ONE-CHARGE
                   END-IF
           END-READ.
       3100-EXIT.
           EXIT.

      * Each charge is checkpointed just before its posting and again
      * once its register line is out. On a restart the master is
      * asked first - the account may have moved since pricing.
       3150-SETTLE-ONE-CHARGE.
           MOVE 'N' TO WS-MASTER-CHECK-SW
           IF WS-RESTARTED
               PERFORM 3160-CHECK-MASTER
           END-IF

           IF WS-MASTER-UNCHECKED
              OR WS-MASTER-CURRENT
               MOVE 'B'            TO WS-CKPT-TYPE
               MOVE FW-NEW-BALANCE TO WS-CKPT-EXPECT-BALANCE
               PERFORM 3400-WRITE-CHECKPOINT
               PERFORM 3200-CALL-CUSTMGMT
           END-IF
           PERFORM 3300-WRITE-REGISTER-LINE

           MOVE 'D' TO WS-CKPT-TYPE
           MOVE 0   TO WS-CKPT-EXPECT-BALANCE
           PERFORM 3400-WRITE-CHECKPOINT.
       3150-EXIT.
           EXIT.

      * The charge the failed run was posting when it stopped - if
      * the master already carries the new balance it went through
      * and is counted as posted. A charge CUSTMGMT held leaves the
      * balance alone, so an in-doubt hold is driven again. Any
      * other balance than the one priced means a payment or other
      * posting landed after pricing: the charge and the record it
      * would write are stale and are not posted. A master that
      * cannot be read is not posted over blind either.
       3160-CHECK-MASTER.
           MOVE 'I'        TO WS-CM-TRANS-TYPE
           MOVE FW-CUST-ID TO WS-CM-CUST-ID
           MOVE SPACES     TO WS-CM-CUST-DATA
           MOVE 0          TO WS-CM-CUST-BAL
           MOVE 0          TO WS-CM-CUST-PHONE-COUNT
           MOVE 0          TO WS-CM-RETURN-CODE
           MOVE SPACES     TO WS-CM-ERROR-MSG
           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG
           EVALUATE TRUE
               WHEN WS-CM-RETURN-CODE NOT = 0
                   MOVE 'F' TO WS-MASTER-CHECK-SW
                   ADD 1 TO WS-FAILED-COUNT
               WHEN WS-POST-POSITION = WS-INDOUBT-POSITION
                AND WS-CM-CUST-BAL = FW-NEW-BALANCE
                   MOVE 'R' TO WS-MASTER-CHECK-SW
                   ADD 1 TO WS-POSTED-COUNT
                   ADD FW-FEE-CHARGE TO WS-POSTED-CHARGES
               WHEN WS-CM-CUST-BAL NOT = FW-OLD-BALANCE
                   MOVE 'S' TO WS-MASTER-CHECK-SW
                   ADD 1 TO WS-STALE-COUNT
               WHEN OTHER
                   MOVE 'C' TO WS-MASTER-CHECK-SW
           END-EVALUATE.
       3160-EXIT.
           EXIT.

      * Fee updates post with their own transaction type 'F' - the
      * same update path, edits and hold check as a 'U', but the
      * audit trail marks the charge as a fee assessment so the
      * CUSTGLJ feed can post it to finance-charge income instead
      * of lumping it with maintenance. A restarted charge the master
      * vouched for posts on the record the inquiry just returned.
       3200-CALL-CUSTMGMT.
           MOVE 'F'              TO WS-CM-TRANS-TYPE
           MOVE FW-CUST-ID       TO WS-CM-CUST-ID
           IF NOT WS-MASTER-CURRENT
               PERFORM 3210-STAGE-FROM-WORK-FILE
           END-IF
           MOVE FW-NEW-BALANCE   TO WS-CM-CUST-BAL
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

           EVALUATE TRUE
               WHEN WS-CM-RETURN-CODE = 0
       3200-EXIT.
           EXIT.

       3210-STAGE-FROM-WORK-FILE.
           MOVE FW-CUST-NAME     TO WS-CM-CUST-NAME
           MOVE FW-CUST-ADDR     TO WS-CM-CUST-ADDR
           MOVE FW-CUST-CITY     TO WS-CM-CUST-CITY
           MOVE FW-CUST-STATE    TO WS-CM-CUST-STATE
           MOVE FW-CUST-ZIP      TO WS-CM-CUST-ZIP
           MOVE FW-CUST-STATUS   TO WS-CM-CUST-STATUS
           MOVE FW-CUST-LIMIT    TO WS-CM-CUST-LIMIT
           MOVE FW-PHONE-COUNT   TO WS-CM-CUST-PHONE-COUNT
           PERFORM 3250-STAGE-ONE-PHONE
               VARYING WS-PHONE-IX FROM 1 BY 1
               UNTIL WS-PHONE-IX > FW-PHONE-COUNT.
       3210-EXIT.
           EXIT.

       3250-STAGE-ONE-PHONE.
           MOVE FW-PHONE-TYPE (WS-PHONE-IX)
               TO WS-CM-PHONE-TYPE (WS-PHONE-IX)
           MOVE FW-FEE-CHARGE     TO DTL-CHARGE
           MOVE FW-NEW-BALANCE    TO DTL-NEW-BALANCE
           MOVE WS-CM-RETURN-CODE TO DTL-POST-RC
           EVALUATE TRUE
               WHEN WS-STALE
                   MOVE 'STALE - NOT POSTED'  TO DTL-POST-MSG
               WHEN WS-CM-RETURN-CODE NOT = 0
                   MOVE WS-CM-ERROR-MSG (1:30) TO DTL-POST-MSG
               WHEN WS-RECOVERED
                   MOVE 'POSTED PRIOR RUN'    TO DTL-POST-MSG
               WHEN OTHER
                   MOVE 'POSTED'              TO DTL-POST-MSG
           END-EVALUATE
           WRITE REGISTER-LINE FROM DTL-LINE.
       3300-EXIT.
           EXIT.

      * One checkpoint record - the work-file record reached and
      * every control total at that point. Written around each
      * charge rather than every so many records: each charge moves
      * money, so a rerun may not repeat even one.
       3400-WRITE-CHECKPOINT.
           ACCEPT WS-NOW FROM TIME
           MOVE SPACES                 TO CUST-POSTING-CHECKPOINT
           MOVE 'CUSTFEES'             TO PCK-JOB-NAME
           MOVE WS-RUN-KEY             TO PCK-RUN-KEY
           MOVE WS-CKPT-TYPE           TO PCK-TYPE
           MOVE WS-POST-POSITION       TO PCK-POSITION
           IF PCK-BEFORE-POST
              OR PCK-SETTLED
               MOVE FW-CUST-ID         TO PCK-CUST-ID
           END-IF
           MOVE WS-CKPT-EXPECT-BALANCE TO PCK-EXPECT-BALANCE
           MOVE WS-TODAY               TO PCK-TIMESTAMP (1:8)
           MOVE WS-NOW                 TO PCK-TIMESTAMP (9:6)
           MOVE WS-READ-COUNT          TO PCK-FEE-READ-COUNT
           MOVE WS-ASSESSED-COUNT      TO PCK-FEE-ASSESS-COUNT
           MOVE WS-TOTAL-CHARGES       TO PCK-FEE-TOTAL-CHARGES
           MOVE WS-FEE-30-COUNT        TO PCK-FEE-30-COUNT
           MOVE WS-FEE-30-CHARGES      TO PCK-FEE-30-CHARGES
           MOVE WS-FEE-60-COUNT        TO PCK-FEE-60-COUNT
           MOVE WS-FEE-60-CHARGES      TO PCK-FEE-60-CHARGES
           MOVE WS-FEE-90-COUNT        TO PCK-FEE-90-COUNT
           MOVE WS-FEE-90-CHARGES      TO PCK-FEE-90-CHARGES
           MOVE WS-DISPUTED-COUNT      TO PCK-FEE-DISP-COUNT
           MOVE WS-DISPUTED-AMOUNT     TO PCK-FEE-DISP-AMOUNT
           MOVE WS-POSTED-COUNT        TO PCK-FEE-POSTED-COUNT
           MOVE WS-POSTED-CHARGES      TO PCK-FEE-POSTED-CHARGES
           MOVE WS-HELD-COUNT          TO PCK-FEE-HELD-COUNT
           MOVE WS-FAILED-COUNT        TO PCK-FEE-FAILED-COUNT
           MOVE WS-STALE-COUNT         TO PCK-FEE-STALE-COUNT
           WRITE CUST-POSTING-CHECKPOINT
           IF NOT WS-CKPT-OK
               DISPLAY 'CUSTFEES: CHECKPOINT WRITE FAILED AT CHARGE '
                       WS-POST-POSITION
           END-IF.
       3400-EXIT.
           EXIT.

       4000-WRITE-CONTROL-TOTALS.
           WRITE REGISTER-LINE FROM SPACES

           IF WS-RESTARTED
               MOVE 'RESTARTED - SKIPPED:'    TO SUB-LABEL
               MOVE WS-SKIPPED-COUNT          TO SUB-COUNT
               MOVE 0                         TO SUB-CHARGES
               WRITE REGISTER-LINE FROM SUB-LINE
               WRITE REGISTER-LINE FROM SPACES
           END-IF

           MOVE '30-59 DAY CHARGES:'      TO SUB-LABEL
           MOVE WS-FEE-30-COUNT           TO SUB-COUNT
           MOVE WS-FEE-30-CHARGES         TO SUB-CHARGES
           MOVE 'POSTINGS FAILED:'        TO SUB-LABEL
           MOVE WS-FAILED-COUNT           TO SUB-COUNT
           MOVE 0                         TO SUB-CHARGES
           WRITE REGISTER-LINE FROM SUB-LINE

           MOVE 'STALE - NOT POSTED:'     TO SUB-LABEL
           MOVE WS-STALE-COUNT            TO SUB-COUNT
           MOVE 0                         TO SUB-CHARGES
           WRITE REGISTER-LINE FROM SUB-LINE

           WRITE REGISTER-LINE FROM SPACES
           MOVE WS-DISPUTED-COUNT         TO DSP-TOTAL-COUNT
           MOVE WS-DISPUTED-AMOUNT        TO DSP-TOTAL-AMOUNT
           WRITE REGISTER-LINE FROM DSP-TOTAL-LINE.
       4000-EXIT.
           EXIT.

      * The completion checkpoint goes down only once the register
      * carries its control totals - a failure before this point
      * reruns into the totals, never past them.
       5000-TERMINATE.
           MOVE 'C' TO WS-CKPT-TYPE
           MOVE 0   TO WS-CKPT-EXPECT-BALANCE
           PERFORM 3400-WRITE-CHECKPOINT
           CLOSE CHECKPOINT-FILE
           CLOSE REGISTER-FILE
           PERFORM 5100-RECORD-COMPLETION
           DISPLAY 'CUSTFEES: ' WS-POSTED-COUNT ' CHARGES POSTED, '
                   WS-FAILED-COUNT ' FAILED'
           IF WS-RESTARTED
               DISPLAY 'CUSTFEES: RESTARTED - ' WS-SKIPPED-COUNT
                       ' CHARGES ALREADY APPLIED, SKIPPED'
               DISPLAY 'CUSTFEES: ' WS-STALE-COUNT
                       ' CHARGES STALE SINCE PRICING, NOT POSTED'
           END-IF.
       5000-EXIT.
           EXIT.

      * A run that picked up after a failure reports its completion
      * as 'R', so CUST.CYCLE.CTL shows the assessment finished on a
      * restart.
       5100-RECORD-COMPLETION.
           IF WS-RESTARTED
               MOVE 'R'           TO WS-CYC-FUNCTION
           ELSE
               MOVE 'E'           TO WS-CYC-FUNCTION
           END-IF
           MOVE WS-READ-COUNT     TO WS-CYC-IN-COUNT
           MOVE WS-POSTED-COUNT   TO WS-CYC-OUT-COUNT
           MOVE WS-POSTED-CHARGES TO WS-CYC-CONTROL-AMT
