      *          customer carrying a credit limit whose balance has
      *          used 80 percent of it or more: customer, limit,
      *          balance, percent used, and the same aging bucket
      *          CUSTAGE computes - the oldest open-item bucket
      *          still carrying money, from CUSTOIAG - so the
      *          over-limit and near-limit accounts can be worked
      *          before they go bad rather than after. Customers
      *          with no limit in force (zero, or a record written
      *          before the field existed) are outside the report's
      *          business. Totals carry the over-limit and
      *          near-limit counts and balances. Exposure is the
      *          balance less any amount under open customer dispute
      *          (from CUSTDSPT): the percent used and the over/near
      *          standing are measured on it, and the disputed
      *          amount prints beside the balance. Disputes are
      *          always read as they stand today, in snapshot runs
      *          too - the dispute file keeps no history to match a
      *          past snapshot.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCRED.

       01  WS-TODAY                     PIC 9(8).
       01  WS-TODAY-DAYS                PIC 9(9) COMP VALUE 0.
       01  WS-DAYS-OLD                  PIC S9(7) COMP.

      * The near-limit threshold - balances at this percentage of
      * it, so credit control gets ahead of the breach.
       01  WS-NEAR-LIMIT-PCT            PIC 9(3) VALUE 80.
       01  WS-PCT-USED                  PIC S9(5)V9 COMP-3.
       01  WS-EXPOSURE                  PIC S9(9)V99 COMP-3.
       01  WS-DISPUTED-COUNT            PIC 9(7) COMP VALUE 0.
       01  WS-DISPUTED-AMOUNT           PIC S9(9)V99 COMP-3 VALUE 0.

      * Open-dispute interface mirror - CUSTDSPT totals what each
      * customer has under open dispute on CUST.DISPUTE.FILE; that
      * money is not credit exposure.
       01  WS-DST-REQUEST.
           05 WS-DST-FUNCTION          PIC X(1).
           05 WS-DST-CUST-ID           PIC X(10).
           05 WS-DST-BALANCE           PIC S9(7)V99 COMP-3.

       01  WS-DST-RESULT.
           05 WS-DST-OPEN-COUNT        PIC 9(4).
           05 WS-DST-OPEN-AMOUNT       PIC S9(9)V99 COMP-3.

       01  WS-DST-RETURN-CODE          PIC 9(4).
       01  WS-DST-ERROR-MSG            PIC X(80).

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

       01  HDG-LINE-1.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(13) VALUE 'BALANCE'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(13) VALUE 'DISPUTED'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(08) VALUE 'PCT USED'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 FILLER                    PIC X(10) VALUE 'AGE BUCKET'.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DTL-BALANCE                PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DTL-DISPUTED               PIC Z,ZZZ,ZZ9.99-.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DTL-PCT-USED               PIC ZZ,ZZ9.9.
           05 FILLER                    PIC X(02) VALUE SPACES.
           05 DTL-AGE-BUCKET             PIC X(10).
           05 FILLER                    PIC X(10) VALUE '   BALANCE'.
           05 SUB-BALANCE                PIC Z,ZZZ,ZZ9.99-.

       01  DSP-TOTAL-LINE.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 FILLER                    PIC X(26)
              VALUE 'DISPUTED ON WORKLIST:'.
           05 DSP-TOTAL-COUNT            PIC ZZZ,ZZ9.
           05 FILLER                    PIC X(10) VALUE '  DISPUTED'.
           05 DSP-TOTAL-AMOUNT           PIC Z,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.

       0000-MAIN.
      * A customer makes the worklist when a limit is in force and
      * the balance has used the near-limit percentage of it or
      * more. The NUMERIC guard passes records written before the
      * limit field existed as carrying no limit. The percentage is
      * of exposure - the balance less what is under open dispute.
       2000-PROCESS-RECORDS.
           IF WRK-CUST-CREDIT-LIMIT NUMERIC
              AND WRK-CUST-CREDIT-LIMIT > 0
               ADD 1 TO WS-LIMITED-COUNT
               PERFORM 2050-COMPUTE-EXPOSURE THRU 2050-EXIT
               COMPUTE WS-PCT-USED ROUNDED =
                   WS-EXPOSURE * 100 / WRK-CUST-CREDIT-LIMIT
               IF WS-PCT-USED >= WS-NEAR-LIMIT-PCT
                   PERFORM 2200-REPORT-ONE-EXPOSURE
               END-IF
       2000-EXIT.
           EXIT.

       2050-COMPUTE-EXPOSURE.
           MOVE 'T'                    TO WS-DST-FUNCTION
           MOVE WRK-CUST-ID            TO WS-DST-CUST-ID
           MOVE WRK-CUST-BALANCE       TO WS-DST-BALANCE
           MOVE 0                      TO WS-DST-RETURN-CODE
           MOVE SPACES                 TO WS-DST-ERROR-MSG
           CALL 'CUSTDSPT' USING WS-DST-REQUEST
                                 WS-DST-RESULT
                                 WS-DST-RETURN-CODE
                                 WS-DST-ERROR-MSG
           IF WS-DST-RETURN-CODE NOT = 0
               DISPLAY 'CUSTCRED: ' WS-DST-ERROR-MSG
           END-IF
           COMPUTE WS-EXPOSURE =
               WRK-CUST-BALANCE - WS-DST-OPEN-AMOUNT.
       2050-EXIT.
           EXIT.

      * Both input modes land the customer in CUST-WORK-REC, which
      * all the report logic reads from - the convention CUSTRPT and
      * CUSTAGE established.
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

           MOVE WRK-CUST-NAME         TO DTL-CUST-NAME
           MOVE WRK-CUST-CREDIT-LIMIT TO DTL-LIMIT
           MOVE WRK-CUST-BALANCE      TO DTL-BALANCE
           MOVE WS-DST-OPEN-AMOUNT    TO DTL-DISPUTED
           MOVE WS-PCT-USED           TO DTL-PCT-USED
           IF WS-DST-OPEN-AMOUNT > 0
               ADD 1                  TO WS-DISPUTED-COUNT
               ADD WS-DST-OPEN-AMOUNT TO WS-DISPUTED-AMOUNT
           END-IF

           EVALUATE TRUE
               WHEN WS-DAYS-OLD < 30
                   MOVE '90-PLUS'  TO DTL-AGE-BUCKET
           END-EVALUATE

           IF WS-EXPOSURE > WRK-CUST-CREDIT-LIMIT
               MOVE 'OVER'      TO DTL-STANDING
               ADD 1                TO WS-OVER-COUNT
               ADD WRK-CUST-BALANCE TO WS-OVER-BALANCE
           MOVE 'NEAR LIMIT (80 PCT +):'   TO SUB-LABEL
           MOVE WS-NEAR-COUNT              TO SUB-COUNT
           MOVE WS-NEAR-BALANCE            TO SUB-BALANCE
           WRITE REPORT-LINE FROM SUB-LINE

           MOVE WS-DISPUTED-COUNT          TO DSP-TOTAL-COUNT
           MOVE WS-DISPUTED-AMOUNT         TO DSP-TOTAL-AMOUNT
           WRITE REPORT-LINE FROM DSP-TOTAL-LINE.
       3000-EXIT.
           EXIT.

       4000-TERMINATE.
           PERFORM 4100-CLOSE-INPUT-FILE
           CLOSE REPORT-FILE
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
           DISPLAY 'CUSTCRED: ' WS-OVER-COUNT ' OVER LIMIT, '
                   WS-NEAR-COUNT ' NEAR LIMIT'.
       4000-EXIT.
