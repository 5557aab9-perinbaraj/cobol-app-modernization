      *          statement page per selected active customer: a
      *          name/address block positioned for a window envelope,
      *          the CUST-BALANCE, an aging line using the same
      *          CURRENT/30/60/90-day open-item bucketing CUSTAGE
      *          gets from CUSTOIAG, and a tear-off remittance stub
      *          carrying the CUST-ID. A parameter card selects the
      *          cut: all actives, only actives with a balance, or
      *          only actives aged 60 days and over, so collections
      *          remittance stub for the whole relationship.
      *          Customers outside any hierarchy still get their own
      *          statement in the same run.
      *          The aging line spreads the balance across the
      *          buckets by the due dates of the customer's open
      *          invoices, and the aged-60 cut selects a customer
      *          whose oldest unpaid money is 60 days past due - a
      *          customer with no open items is aged off
      *          CUST-LAST-UPDATE as before.
      *          A customer whose mail has come back undeliverable
      *          (CUST-BAD-ADDRESS, set by CUSTMGMT's returned-mail
      *          transaction) is held off the mailing until the
      *          address is corrected - so is a whole consolidated
      *          statement whose parent's address is flagged. Held
      *          statements are counted, with their balance, on the
      *          control page so the mailing house total still ties.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSTMT.

       01  WS-STATEMENT-COUNT          PIC 9(7) COMP VALUE 0.
       01  WS-TOTAL-BALANCE            PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-BADADDR-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-BADADDR-BALANCE          PIC S9(9)V99 COMP-3 VALUE 0.
       01  WS-PARENT-FOUND-SW          PIC X(1).
           88 WS-PARENT-FOUND          VALUE 'Y'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-TODAY-DAYS               PIC 9(9) COMP VALUE 0.
       01  WS-DAYS-OLD                 PIC S9(7) COMP.

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

       01  WS-CITY-LEN                 PIC 9(2) COMP.

      * Run-control interface mirror - CUSTCYCL records this job's
               IF WS-SEL-ALL-ACTIVES
                OR (WS-SEL-WITH-BALANCE AND CUST-BALANCE NOT = 0)
                OR (WS-SEL-AGED-60-PLUS AND WS-DAYS-OLD >= 60)
                   PERFORM 2190-PRINT-OR-HOLD
               END-IF
               IF WS-SEL-CONSOLIDATED
                   PERFORM 2700-ROUTE-CONSOLIDATED THRU 2700-EXIT
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

      * Returned mail - nothing goes to an address the post office
      * has already sent back; the statement is counted as held.
       2190-PRINT-OR-HOLD.
           IF CUST-BAD-ADDRESS
               ADD 1 TO WS-BADADDR-COUNT
               ADD CUST-BALANCE TO WS-BADADDR-BALANCE
           ELSE
               PERFORM 2200-PRINT-STATEMENT
           END-IF.
       2190-EXIT.
           EXIT.

      * One statement per page - the page is padded to a fixed
      * length so every statement starts at the top of a physical
      * form and the address block always sits behind the window.
       2265-EXIT.
           EXIT.

      * Each bucket prints its share of the balance exactly as
      * CUSTOIAG split it for CUSTAGE, so the statement line always
      * ties to the aging report's treatment of the same customer
      * and the four amounts foot to the balance printed above.
       2300-PRINT-AGING-LINES.
           WRITE STATEMENT-LINE FROM AGE-HDG-LINE
           ADD 1 TO WS-LINE-COUNT

           MOVE WS-OIA-BUCKET-AMT (1) TO AGE-CURRENT-AMT
           MOVE WS-OIA-BUCKET-AMT (2) TO AGE-30-AMT
           MOVE WS-OIA-BUCKET-AMT (3) TO AGE-60-AMT
           MOVE WS-OIA-BUCKET-AMT (4) TO AGE-90-AMT

           WRITE STATEMENT-LINE FROM AGE-AMT-LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-HIER-OK
               PERFORM 2750-STORE-MEMBER-ROW THRU 2750-EXIT
           ELSE
               PERFORM 2190-PRINT-OR-HOLD
           END-IF.
       2700-EXIT.
           EXIT.

       2750-STORE-MEMBER-ROW.
           IF WS-MEMBER-COUNT >= 2000
               PERFORM 2190-PRINT-OR-HOLD
               GO TO 2750-EXIT
           END-IF
           ADD 1 TO WS-MEMBER-COUNT
               MOVE WS-CONS-STMT-COUNT      TO CTL-COUNT
               MOVE 0                       TO CTL-AMOUNT
               WRITE STATEMENT-LINE FROM CTL-LINE
           END-IF

           IF WS-BADADDR-COUNT > 0
               MOVE 'HELD - BAD ADDRESS:'   TO CTL-LABEL
               MOVE WS-BADADDR-COUNT        TO CTL-COUNT
               MOVE WS-BADADDR-BALANCE      TO CTL-AMOUNT
               WRITE STATEMENT-LINE FROM CTL-LINE
           END-IF.
       3000-EXIT.
           EXIT.
           MOVE 0 TO WS-CONS-TOTAL
           MOVE 0 TO WS-LINE-COUNT

      * The parent's master record carries the billing address the
      * envelope window shows. A parent purged since it was linked
      * still gets its statement built - flagged, not lost. A parent
      * whose address is flagged bad holds the whole relationship.
           MOVE WS-CONS-PARENT-ID TO CUST-ID
           READ CUSTOMER-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-SUCCESS
               MOVE 'Y' TO WS-PARENT-FOUND-SW
           ELSE
               MOVE 'N' TO WS-PARENT-FOUND-SW
           END-IF
           IF WS-PARENT-FOUND
              AND CUST-BAD-ADDRESS
               PERFORM 3650-HOLD-ONE-MEMBER
                   VARYING WS-MEMBER-SCAN FROM WS-MEMBER-SUB BY 1
                   UNTIL WS-MEMBER-SCAN > WS-MEMBER-COUNT
               ADD 1 TO WS-BADADDR-COUNT
               ADD WS-CONS-TOTAL TO WS-BADADDR-BALANCE
               GO TO 3550-EXIT
           END-IF

           MOVE WS-TODAY TO STMT-DATE
           WRITE STATEMENT-LINE FROM STMT-HEADING
           ADD 1 TO WS-LINE-COUNT

           PERFORM 2210-SPACE-ONE-LINE 4 TIMES

           IF WS-PARENT-FOUND
               PERFORM 2250-PRINT-ADDRESS-BLOCK
           ELSE
               MOVE WS-CONS-PARENT-ID TO CNA-PARENT-ID
       3600-EXIT.
           EXIT.

       3650-HOLD-ONE-MEMBER.
           IF WS-MEM-PRINTED-SW (WS-MEMBER-SCAN) NOT = 'Y'
              AND WS-MEM-PARENT-ID (WS-MEMBER-SCAN)
                  = WS-CONS-PARENT-ID
               ADD WS-MEM-BALANCE (WS-MEMBER-SCAN) TO WS-CONS-TOTAL
               MOVE 'Y' TO WS-MEM-PRINTED-SW (WS-MEMBER-SCAN)
           END-IF.
       3650-EXIT.
           EXIT.

       4000-TERMINATE.
           CLOSE CUSTOMER-FILE
           IF WS-HIER-PRESENT
               CLOSE HIER-FILE
           END-IF
           CLOSE STATEMENT-FILE
           MOVE 'C' TO WS-OIA-FUNCTION
           CALL 'CUSTOIAG' USING WS-OIA-REQUEST
                                 WS-OIA-RESULT
                                 WS-OIA-RETURN-CODE
                                 WS-OIA-ERROR-MSG
           PERFORM 4100-RECORD-COMPLETION
           DISPLAY 'CUSTSTMT: ' WS-STATEMENT-COUNT
                   ' STATEMENTS PRINTED'.
