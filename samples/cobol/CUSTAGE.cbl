      * DATE-WRITTEN: 2026-08-08
      * PURPOSE: Customer Balance Aging and GL Reconciliation Report -
      *          reads the customer master file sequentially, ages
      *          each customer's balance into CURRENT/30/60/90-plus
      *          day buckets, and totals balances
      *          by CUST-STATUS so the total can be tied back to the
      *          general ledger control account for customer
      *          receivables. Companion to CUSTRPT, which lists detail
      *          sees each relationship's whole exposure at once
      *          and the subtotal ties to CUSTSTMT's consolidated
      *          statement.
      *          Aging is by open item: the CUSTOIAG service spreads
      *          each balance across the buckets by the due dates of
      *          the customer's open invoices on CUST.OPEN.ITEMS, so
      *          one balance can sit in several buckets and the
      *          bucket balances split accordingly. The customer
      *          counts and the detail line's bucket follow the
      *          oldest bucket still owing. A customer with no open
      *          items is aged off CUST-LAST-UPDATE as it always was.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAGE.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-DAYS                PIC 9(9) COMP VALUE 0.
       01  WS-DAYS-OLD                   PIC S9(7) COMP.

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

      * Aging buckets - a customer is counted once, in its oldest
      * bucket; the balances carry each bucket's share of every
      * customer's balance, so they foot to the grand total.
       01  WS-AGE-TOTALS.
           05 WS-CURRENT-COUNT          PIC 9(7) COMP VALUE 0.
           05 WS-CURRENT-BALANCE        PIC S9(9)V99 COMP-3 VALUE 0.
       2100-EXIT.
           EXIT.

      * Aging comes from the open-item service - the oldest bucket's
      * days past due stand in for the old days-since-update figure,
      * so every test on WS-DAYS-OLD still picks the worst age.
       2150-COMPUTE-AGE.
           MOVE 'A'                    TO WS-OIA-FUNCTION
           MOVE WRK-CUST-ID            TO WS-OIA-CUST-ID
           MOVE WS-TODAY               TO WS-OIA-AS-OF
           MOVE WRK-CUST-BALANCE       TO WS-OIA-BALANCE
           MOVE WRK-CUST-LAST-UPDATE   TO WS-OIA-LAST-UPDATE
           MOVE 0                      TO WS-OIA-RETURN-CODE
           MOVE SPACES                 TO WS-OIA-ERROR-MSG
           CALL 'CUSTOIAG' USING WS-OIA-REQUEST
                                 WS-OIA-RESULT
                                 WS-OIA-RETURN-CODE
                                 WS-OIA-ERROR-MSG
           MOVE WS-OIA-OLDEST-DAYS TO WS-DAYS-OLD.
       2150-EXIT.
           EXIT.

           EVALUATE TRUE
               WHEN WS-DAYS-OLD < 30
                   ADD 1 TO WS-CURRENT-COUNT
               WHEN WS-DAYS-OLD < 60
                   ADD 1 TO WS-AGE-30-COUNT
               WHEN WS-DAYS-OLD < 90
                   ADD 1 TO WS-AGE-60-COUNT
               WHEN OTHER
                   ADD 1 TO WS-AGE-90-COUNT
           END-EVALUATE
           ADD WS-OIA-BUCKET-AMT (1) TO WS-CURRENT-BALANCE
           ADD WS-OIA-BUCKET-AMT (2) TO WS-AGE-30-BALANCE
           ADD WS-OIA-BUCKET-AMT (3) TO WS-AGE-60-BALANCE
           ADD WS-OIA-BUCKET-AMT (4) TO WS-AGE-90-BALANCE.
       2400-EXIT.
           EXIT.

           EXIT.

      * A customer linked as a member adds its balance to its
      * parent's rollup entry, split across the same aging buckets
      * the summary used - the rollup always ties to the detail.
      * A customer that is itself a parent with members folds its
      * own balance into its entry too - the alternate-key probe -
      * so the relationship's whole exposure shows here and the

           ADD 1                TO WS-PAR-MEMBERS (WS-PARENT-IX)
           ADD WRK-CUST-BALANCE TO WS-PAR-BALANCE (WS-PARENT-IX)
           ADD WS-OIA-BUCKET-AMT (1) TO WS-PAR-CURRENT (WS-PARENT-IX)
           ADD WS-OIA-BUCKET-AMT (2) TO WS-PAR-AGE-30 (WS-PARENT-IX)
           ADD WS-OIA-BUCKET-AMT (3) TO WS-PAR-AGE-60 (WS-PARENT-IX)
           ADD WS-OIA-BUCKET-AMT (4) TO WS-PAR-AGE-90 (WS-PARENT-IX).
       2600-EXIT.
           EXIT.


       4000-TERMINATE.
           PERFORM 4100-CLOSE-INPUT-FILE
           MOVE 'C' TO WS-OIA-FUNCTION
           CALL 'CUSTOIAG' USING WS-OIA-REQUEST
                                 WS-OIA-RESULT
                                 WS-OIA-RETURN-CODE
                                 WS-OIA-ERROR-MSG
           IF WS-HIER-PRESENT
               CLOSE HIER-FILE
           END-IF
