      ******************************************************************
      * PROGRAM-ID: CUSTDSPT
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: Open Dispute Total Service - called once per
      *          customer, the way CUSTOIAG is, by the programs that
      *          must leave disputed money alone (CUSTFEES finance
      *          charges, CUSTCRED exposure, CUSTDUNN dunning), so
      *          each of them takes the same figure off the balance.
      *          Function 'T' reads the customer's disputes on
      *          CUST.DISPUTE.FILE and returns the count and total
      *          amount still open; function 'C' closes the file at
      *          the end of the caller's run. A customer with no
      *          disputes, or no dispute file at all, has nothing
      *          disputed. The total is never more than the balance
      *          passed in - a balance already paid or credited down
      *          below the disputed amount has nothing left to hold.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDSPT.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE
               ASSIGN TO 'CUST.DISPUTE.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY CUST-DSP.

       WORKING-STORAGE SECTION.
       01  WS-DSP-STATUS               PIC X(2).
           88 WS-DSP-OK                VALUE '00' '02'.
           88 WS-DSP-NO-FILE           VALUE '35'.

      * The dispute file stays open from the first call to the
      * caller's close call, as CUSTOIAG keeps the open items. 'U'
      * means the open was tried and the file is not there (or would
      * not open), so the rest of the run finds nothing disputed
      * without trying again.
       01  WS-FILE-STATE-SW            PIC X(1) VALUE 'N'.
           88 WS-FILE-NOT-OPENED       VALUE 'N'.
           88 WS-FILE-OPEN             VALUE 'Y'.
           88 WS-FILE-UNAVAILABLE      VALUE 'U'.

       01  WS-RETURN-CODE              PIC 9(4) VALUE 0.
       01  WS-ERROR-MSG                PIC X(80) VALUE SPACES.

       01  WS-SCAN-DONE-SW             PIC X(1).
           88 WS-SCAN-DONE             VALUE 'Y'.

       LINKAGE SECTION.
       01  LS-DST-REQUEST.
           05 LS-DST-FUNCTION          PIC X(1).
              88 LS-DST-TOTAL          VALUE 'T'.
              88 LS-DST-CLOSE          VALUE 'C'.
           05 LS-DST-CUST-ID           PIC X(10).
           05 LS-DST-BALANCE           PIC S9(7)V99 COMP-3.

       01  LS-DST-RESULT.
           05 LS-DST-OPEN-COUNT        PIC 9(4).
           05 LS-DST-OPEN-AMOUNT       PIC S9(9)V99 COMP-3.

       01  LS-RETURN-CODE              PIC 9(4).
       01  LS-ERROR-MSG                PIC X(80).

       PROCEDURE DIVISION USING LS-DST-REQUEST
                                 LS-DST-RESULT
                                 LS-RETURN-CODE
                                 LS-ERROR-MSG.

       0000-MAIN.
           MOVE 0      TO WS-RETURN-CODE
           MOVE SPACES TO WS-ERROR-MSG

           EVALUATE TRUE
               WHEN LS-DST-TOTAL
                   PERFORM 2000-TOTAL-ONE-CUSTOMER THRU 2000-EXIT
               WHEN LS-DST-CLOSE
                   IF WS-FILE-OPEN
                       CLOSE DISPUTE-FILE
                   END-IF
                   MOVE 'N' TO WS-FILE-STATE-SW
               WHEN OTHER
                   MOVE 'INVALID DISPUTE FUNCTION' TO WS-ERROR-MSG
                   MOVE 9402 TO WS-RETURN-CODE
           END-EVALUATE

           MOVE WS-RETURN-CODE TO LS-RETURN-CODE
           MOVE WS-ERROR-MSG   TO LS-ERROR-MSG
           GOBACK.

       1000-OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-OK
               MOVE 'Y' TO WS-FILE-STATE-SW
           ELSE
               MOVE 'U' TO WS-FILE-STATE-SW
               IF NOT WS-DSP-NO-FILE
                   MOVE 'FAILED TO OPEN DISPUTE FILE'
                       TO WS-ERROR-MSG
                   MOVE 9401 TO WS-RETURN-CODE
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       2000-TOTAL-ONE-CUSTOMER.
           MOVE 0 TO LS-DST-OPEN-COUNT
           MOVE 0 TO LS-DST-OPEN-AMOUNT

           IF WS-FILE-NOT-OPENED
               PERFORM 1000-OPEN-DISPUTE-FILE THRU 1000-EXIT
           END-IF
           IF NOT WS-FILE-OPEN
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-COLLECT-DISPUTES THRU 2100-EXIT

           IF LS-DST-OPEN-AMOUNT > LS-DST-BALANCE
               IF LS-DST-BALANCE > 0
                   MOVE LS-DST-BALANCE TO LS-DST-OPEN-AMOUNT
               ELSE
                   MOVE 0 TO LS-DST-OPEN-AMOUNT
               END-IF
           END-IF.
       2000-EXIT.
           EXIT.

      * The customer's disputes sit together in key order - START
      * at the customer's first possible key and read forward until
      * the customer changes.
       2100-COLLECT-DISPUTES.
           MOVE LS-DST-CUST-ID TO DSP-CUST-ID
           MOVE 0              TO DSP-NUMBER
           MOVE 'N' TO WS-SCAN-DONE-SW
           START DISPUTE-FILE KEY IS >= DSP-KEY
               INVALID KEY MOVE 'Y' TO WS-SCAN-DONE-SW
           END-START
           PERFORM 2110-COLLECT-ONE-DISPUTE
               UNTIL WS-SCAN-DONE.
       2100-EXIT.
           EXIT.

       2110-COLLECT-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SCAN-DONE-SW
               NOT AT END
                   IF DSP-CUST-ID = LS-DST-CUST-ID
                       IF DSP-OPEN
                           ADD 1          TO LS-DST-OPEN-COUNT
                           ADD DSP-AMOUNT TO LS-DST-OPEN-AMOUNT
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-SCAN-DONE-SW
                   END-IF
           END-READ.
       2110-EXIT.
           EXIT.
