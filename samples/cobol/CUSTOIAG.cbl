      ******************************************************************
      * PROGRAM-ID: CUSTOIAG
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-09-02
      * PURPOSE: Open-Item Aging Service - called once per customer
      *          by the programs that age receivables (CUSTAGE,
      *          CUSTSTMT, CUSTFEES, CUSTCRED) the way CUSTVAL is
      *          called for edits, so every one of them buckets a
      *          balance the same way. Function 'A' reads the
      *          customer's open items on CUST.OPEN.ITEMS and spreads
      *          the balance passed in across CURRENT/30/60/90-plus
      *          by days past each item's due date; function 'C'
      *          closes the file at the end of the caller's run.
      *          The balance passed in always wins: whatever part of
      *          it the open items do not explain (a finance charge,
      *          a hand adjustment, a payment held for approval) is
      *          reconciled in - an unexplained debit ages current,
      *          an unexplained credit and any open credit memos
      *          relieve the oldest buckets first - so the buckets
      *          always foot to the balance the caller prints. A
      *          customer with no open items (an account from before
      *          the billing feed, or no open-item file at all) is
      *          aged the old way, the whole balance off
      *          CUST-LAST-UPDATE. The oldest bucket still carrying
      *          money, and the days past due that put it there,
      *          come back for the callers that select or price on
      *          the single worst age.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOIAG.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPEN-ITEM-FILE
               ASSIGN TO 'CUST.OPEN.ITEMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPI-KEY
               FILE STATUS IS WS-OPI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
           COPY CUST-OPI.

       WORKING-STORAGE SECTION.
       01  WS-OPI-STATUS               PIC X(2).
           88 WS-OPI-OK                VALUE '00' '02'.
           88 WS-OPI-EOF               VALUE '10'.
           88 WS-OPI-NO-FILE           VALUE '35'.

      * The open-item file stays open from the first aging call to
      * the caller's close call - the callers age every customer on
      * the master, and an open/close per customer would cost more
      * than the aging. 'U' means the open was tried and the file is
      * not there (or would not open), so the rest of the run ages
      * the old way without trying again.
       01  WS-FILE-STATE-SW            PIC X(1) VALUE 'N'.
           88 WS-FILE-NOT-OPENED       VALUE 'N'.
           88 WS-FILE-OPEN             VALUE 'Y'.
           88 WS-FILE-UNAVAILABLE      VALUE 'U'.

       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-ERROR-MSG                PIC X(80) VALUE SPACES.

       01  WS-AS-OF-DAYS               PIC 9(9) COMP.
       01  WS-DUE-DAYS                 PIC 9(9) COMP.
       01  WS-DAYS-PAST-DUE            PIC S9(7) COMP.
       01  WS-BUCKET-IX                PIC 9(1) COMP.

       01  WS-SCAN-DONE-SW             PIC X(1).
           88 WS-SCAN-DONE             VALUE 'Y'.

      * Running figures for the customer being aged - the item
      * total is what the open items explain, the credit pool is
      * everything that relieves the oldest debt first.
       01  WS-ITEM-TOTAL               PIC S9(9)V99 COMP-3.
       01  WS-CREDIT-POOL              PIC S9(9)V99 COMP-3.
       01  WS-UNEXPLAINED              PIC S9(9)V99 COMP-3.
       01  WS-RELIEF                   PIC S9(9)V99 COMP-3.

      * Worst days past due seen per bucket, so the oldest bucket
      * can hand back a day count that really falls inside it.
       01  WS-BUCKET-DAYS-TABLE.
           05 WS-BUCKET-DAYS           PIC S9(5) COMP OCCURS 4 TIMES.

       LINKAGE SECTION.
       01  LS-OIA-REQUEST.
           05 LS-OIA-FUNCTION          PIC X(1).
              88 LS-OIA-AGE            VALUE 'A'.
              88 LS-OIA-CLOSE          VALUE 'C'.
           05 LS-OIA-CUST-ID           PIC X(10).
           05 LS-OIA-AS-OF             PIC 9(8).
           05 LS-OIA-BALANCE           PIC S9(7)V99 COMP-3.
           05 LS-OIA-LAST-UPDATE       PIC 9(8).

      * Bucket 1 is CURRENT, 2 is 30-59, 3 is 60-89, 4 is 90-PLUS -
      * the same four columns every aging report already prints.
       01  LS-OIA-RESULT.
           05 LS-OIA-ITEM-COUNT        PIC 9(4).
           05 LS-OIA-AGED-BY           PIC X(1).
              88 LS-OIA-BY-ITEMS       VALUE 'I'.
              88 LS-OIA-BY-LAST-UPDATE VALUE 'L'.
           05 LS-OIA-OLDEST-DAYS       PIC S9(5).
           05 LS-OIA-OLDEST-IX         PIC 9(1).
           05 LS-OIA-BUCKET-AMT        PIC S9(9)V99 COMP-3
                                       OCCURS 4 TIMES.

       01  LS-RETURN-CODE              PIC 9(4).
       01  LS-ERROR-MSG                PIC X(80).

       PROCEDURE DIVISION USING LS-OIA-REQUEST
                                 LS-OIA-RESULT
                                 LS-RETURN-CODE
                                 LS-ERROR-MSG.

       0000-MAIN.
           MOVE 0      TO WS-RETURN-CODE
           MOVE SPACES TO WS-ERROR-MSG

           EVALUATE TRUE
               WHEN LS-OIA-AGE
                   PERFORM 2000-AGE-ONE-CUSTOMER THRU 2000-EXIT
               WHEN LS-OIA-CLOSE
                   IF WS-FILE-OPEN
                       CLOSE OPEN-ITEM-FILE
                   END-IF
                   MOVE 'N' TO WS-FILE-STATE-SW
               WHEN OTHER
                   MOVE 'INVALID AGING FUNCTION' TO WS-ERROR-MSG
                   MOVE 9302 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           MOVE WS-ERROR-MSG   TO LS-ERROR-MSG
           GOBACK.

       1000-OPEN-ITEM-FILE.
           OPEN INPUT OPEN-ITEM-FILE
           IF WS-OPI-OK
               MOVE 'Y' TO WS-FILE-STATE-SW
           ELSE
               MOVE 'U' TO WS-FILE-STATE-SW
               IF NOT WS-OPI-NO-FILE
                   MOVE 'FAILED TO OPEN OPEN-ITEM FILE'
                       TO WS-ERROR-MSG
                   MOVE 9301 TO WS-RETURN-CODE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       2000-AGE-ONE-CUSTOMER.
           MOVE 0   TO LS-OIA-ITEM-COUNT
           MOVE 0   TO LS-OIA-OLDEST-DAYS
           MOVE 1   TO LS-OIA-OLDEST-IX
           MOVE 0   TO LS-OIA-BUCKET-AMT (1)
                       LS-OIA-BUCKET-AMT (2)
                       LS-OIA-BUCKET-AMT (3)
                       LS-OIA-BUCKET-AMT (4)
           MOVE 0   TO WS-BUCKET-DAYS (1)
                       WS-BUCKET-DAYS (2)
                       WS-BUCKET-DAYS (3)
                       WS-BUCKET-DAYS (4)
           MOVE 0   TO WS-ITEM-TOTAL
           MOVE 0   TO WS-CREDIT-POOL

           COMPUTE WS-AS-OF-DAYS =
               FUNCTION INTEGER-OF-DATE(LS-OIA-AS-OF)

           IF WS-FILE-NOT-OPENED
               PERFORM 1000-OPEN-ITEM-FILE THRU 1000-EXIT
           END-IF
           IF WS-FILE-OPEN
               PERFORM 2100-COLLECT-OPEN-ITEMS THRU 2100-EXIT
           END-IF

           IF LS-OIA-ITEM-COUNT = 0
               PERFORM 2500-AGE-BY-LAST-UPDATE THRU 2500-EXIT
               GO TO 2000-EXIT
           END-IF

           MOVE 'I' TO LS-OIA-AGED-BY
           PERFORM 2300-RECONCILE-TO-BALANCE THRU 2300-EXIT
           PERFORM 2400-FIND-OLDEST-BUCKET THRU 2400-EXIT.
       2000-EXIT.
           EXIT.

      * The customer's items sit together in key order - START at
      * the customer's first possible key and read forward until
      * the customer changes.
       2100-COLLECT-OPEN-ITEMS.
           MOVE LS-OIA-CUST-ID TO OPI-CUST-ID
           MOVE LOW-VALUES     TO OPI-DOC-NUMBER
           MOVE 'N' TO WS-SCAN-DONE-SW
           START OPEN-ITEM-FILE KEY IS >= OPI-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 2110-COLLECT-ONE-ITEM
               UNTIL WS-SCAN-DONE.
       2100-EXIT.
           EXIT.

       2110-COLLECT-ONE-ITEM.
           READ OPEN-ITEM-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF OPI-CUST-ID = LS-OIA-CUST-ID
                       PERFORM 2200-BUCKET-ONE-ITEM THRU 2200-EXIT
                   ELSE
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   END-IF
           END-READ.
       2110-EXIT.
           EXIT.

      * An open debit lands in the bucket its days past due select;
      * a document not yet due is current. An open credit memo is
      * not aged - it joins the pool that relieves the oldest debt.
      * A document dated after the as-of date is not yet in the
      * balance being aged and is passed over.
       2200-BUCKET-ONE-ITEM.
           IF NOT OPI-OPEN
              OR OPI-OPEN-AMOUNT = 0
              OR OPI-DOC-DATE > LS-OIA-AS-OF
               GO TO 2200-EXIT
           END-IF

           ADD 1               TO LS-OIA-ITEM-COUNT
           ADD OPI-OPEN-AMOUNT TO WS-ITEM-TOTAL

           IF OPI-OPEN-AMOUNT < 0
               SUBTRACT OPI-OPEN-AMOUNT FROM WS-CREDIT-POOL
               GO TO 2200-EXIT
           END-IF

           COMPUTE WS-DUE-DAYS =
               FUNCTION INTEGER-OF-DATE(OPI-DUE-DATE)
           COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-DAYS - WS-DUE-DAYS
           PERFORM 2250-SELECT-BUCKET

           ADD OPI-OPEN-AMOUNT TO LS-OIA-BUCKET-AMT (WS-BUCKET-IX)
           IF WS-DAYS-PAST-DUE > WS-BUCKET-DAYS (WS-BUCKET-IX)
               MOVE WS-DAYS-PAST-DUE TO WS-BUCKET-DAYS (WS-BUCKET-IX)
           END-IF.
       2200-EXIT.
           EXIT.

       2250-SELECT-BUCKET.
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE < 30
                   MOVE 1 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE < 60
                   MOVE 2 TO WS-BUCKET-IX
               WHEN WS-DAYS-PAST-DUE < 90
                   MOVE 3 TO WS-BUCKET-IX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IX
           END-EVALUATE.
       2250-EXIT.
           EXIT.

      * Tie the buckets to the balance. An unexplained debit is new
      * money (a finance charge, an adjustment) and ages current;
      * an unexplained credit (a payment not applied to an item)
      * joins the credit pool. The pool then relieves the buckets
      * oldest first; a pool bigger than the debt leaves a credit
      * balance, shown as a negative current amount.
       2300-RECONCILE-TO-BALANCE.
           COMPUTE WS-UNEXPLAINED = LS-OIA-BALANCE - WS-ITEM-TOTAL
           IF WS-UNEXPLAINED > 0
               ADD WS-UNEXPLAINED TO LS-OIA-BUCKET-AMT (1)
           ELSE
               SUBTRACT WS-UNEXPLAINED FROM WS-CREDIT-POOL
           END-IF

           PERFORM 2350-RELIEVE-ONE-BUCKET
               VARYING WS-BUCKET-IX FROM 4 BY -1
               UNTIL WS-BUCKET-IX < 1
                  OR WS-CREDIT-POOL = 0

           IF WS-CREDIT-POOL > 0
               SUBTRACT WS-CREDIT-POOL FROM LS-OIA-BUCKET-AMT (1)
           END-IF.
       2300-EXIT.
           EXIT.

       2350-RELIEVE-ONE-BUCKET.
           IF LS-OIA-BUCKET-AMT (WS-BUCKET-IX) > 0
               IF WS-CREDIT-POOL < LS-OIA-BUCKET-AMT (WS-BUCKET-IX)
                   MOVE WS-CREDIT-POOL TO WS-RELIEF
               ELSE
                   MOVE LS-OIA-BUCKET-AMT (WS-BUCKET-IX) TO WS-RELIEF
               END-IF
               SUBTRACT WS-RELIEF FROM LS-OIA-BUCKET-AMT (WS-BUCKET-IX)
               SUBTRACT WS-RELIEF FROM WS-CREDIT-POOL
           END-IF.
       2350-EXIT.
           EXIT.

      * The oldest bucket still carrying money after the credits -
      * an account with nothing owing is current.
       2400-FIND-OLDEST-BUCKET.
           MOVE 1 TO LS-OIA-OLDEST-IX
           PERFORM 2410-CHECK-ONE-BUCKET
               VARYING WS-BUCKET-IX FROM 2 BY 1
               UNTIL WS-BUCKET-IX > 4
           MOVE WS-BUCKET-DAYS (LS-OIA-OLDEST-IX)
               TO LS-OIA-OLDEST-DAYS.
       2400-EXIT.
           EXIT.

       2410-CHECK-ONE-BUCKET.
           IF LS-OIA-BUCKET-AMT (WS-BUCKET-IX) > 0
               MOVE WS-BUCKET-IX TO LS-OIA-OLDEST-IX
           END-IF.
       2410-EXIT.
           EXIT.

      * No open items - the whole balance in one bucket by days
      * since CUST-LAST-UPDATE, exactly as the callers aged it
      * before the subledger existed. A record with no usable date
      * stamp ages current rather than failing the caller's run.
       2500-AGE-BY-LAST-UPDATE.
           MOVE 'L' TO LS-OIA-AGED-BY
           IF LS-OIA-LAST-UPDATE NUMERIC
              AND LS-OIA-LAST-UPDATE > 0
               COMPUTE WS-DUE-DAYS =
                   FUNCTION INTEGER-OF-DATE(LS-OIA-LAST-UPDATE)
               COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-DAYS - WS-DUE-DAYS
           ELSE
               MOVE 0 TO WS-DAYS-PAST-DUE
           END-IF
           PERFORM 2250-SELECT-BUCKET

           MOVE LS-OIA-BALANCE   TO LS-OIA-BUCKET-AMT (WS-BUCKET-IX)
           MOVE WS-BUCKET-IX     TO LS-OIA-OLDEST-IX
           MOVE WS-DAYS-PAST-DUE TO LS-OIA-OLDEST-DAYS.
       2500-EXIT.
           EXIT.
