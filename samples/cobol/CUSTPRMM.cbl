      *          applied card writes a record to CUST.PARM.AUDIT -
      *          who changed what rate to what, effective when - and
      *          the register lists applied and rejected cards.
      *          The user on each card must hold the parameter
      *          maintenance authority on CUST.USER.AUTH; CUSTAUTH
      *          clears it card by card, and a card from anyone else
      *          is rejected and logged as a security violation.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPRMM.
       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW                      PIC 9(6).

      * User-authority interface mirror - see CUSTAUTH.
       01  WS-AUT-REQUEST.
           05 WS-AUT-FUNCTION          PIC X(1).
           05 WS-AUT-USER-ID           PIC X(8).
           05 WS-AUT-PROGRAM           PIC X(8).
           05 WS-AUT-AUTHORITY         PIC X(1).
           05 WS-AUT-CUST-ID           PIC X(10).
           05 WS-AUT-AMOUNT            PIC S9(9)V99 COMP-3.
           05 WS-AUT-REASON-CODE       PIC 9(4).
           05 WS-AUT-REASON-TEXT       PIC X(40).
       01  WS-AUT-RETURN-CODE          PIC 9(4).
       01  WS-AUT-ERROR-MSG            PIC X(80).

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(34)

      * An auditable change needs a complete card - a named rate, a
      * real effective date, a numeric value on an add, and the user
      * making the change, who must be entitled to make it.
       2200-EDIT-CARD.
           IF NOT CRD-ADD AND NOT CRD-DELETE
               MOVE 'INVALID FUNCTION' TO WS-REJECT-REASON
           END-IF
           IF CRD-USER = SPACES
               MOVE 'USER ID REQUIRED' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF

           MOVE 'C'        TO WS-AUT-FUNCTION
           MOVE CRD-USER   TO WS-AUT-USER-ID
           MOVE 'CUSTPRMM' TO WS-AUT-PROGRAM
           MOVE 'P'        TO WS-AUT-AUTHORITY
           MOVE SPACES     TO WS-AUT-CUST-ID
           MOVE 0          TO WS-AUT-AMOUNT
           MOVE 0          TO WS-AUT-REASON-CODE
           MOVE SPACES     TO WS-AUT-REASON-TEXT
           MOVE 0          TO WS-AUT-RETURN-CODE
           MOVE SPACES     TO WS-AUT-ERROR-MSG
           CALL 'CUSTAUTH' USING WS-AUT-REQUEST
                                 WS-AUT-RETURN-CODE
                                 WS-AUT-ERROR-MSG
           IF WS-AUT-RETURN-CODE NOT = 0
               MOVE 'USER NOT AUTHORIZED' TO WS-REJECT-REASON
           END-IF.
       2200-EXIT.
           EXIT.
