      *            L                              - list pending
      *            A timestamp cust-id user       - approve one item
      *            R timestamp cust-id user       - reject one item
      *          A decision is cleared through CUSTAUTH first: the
      *          deciding user must hold the approval authority, may
      *          not approve a change they requested themselves, and
      *          may not approve a balance swing (or, for a delete,
      *          a standing balance) above their ceiling. Each
      *          refusal is reported here and logged by CUSTAUTH as
      *          a security violation. The approver's id goes on to
      *          CUSTMGMT with the approved type, which clears it
      *          again before applying.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAPPR.
       01  WS-CM-RETURN-CODE           PIC 9(4).
       01  WS-CM-ERROR-MSG             PIC X(80).

      * Mirrors CUSTMGMT's LS-AUTH-REQUEST group - the approver.
       01  WS-CM-AUTH-REQUEST.
           05 WS-CM-AUTH-USER-ID       PIC X(8).

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

      * Decoded before image - fixed mirror of CUST-REC, the same
      * decode approach CUSTAUDR uses on the audit images.
       01  WS-BEFORE-REC.
           05 FILLER                   PIC X(13) VALUE 'BAL REQUESTED'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'ST B->R'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'REQ BY'.

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-STATUS-BEFORE        PIC X(01).
           05 FILLER                   PIC X(04) VALUE ' -> '.
           05 DTL-STATUS-REQUESTED     PIC X(01).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 DTL-REQUEST-USER         PIC X(08).

       01  ACT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
               MOVE PND-CUST-BAL TO DTL-BAL-REQUESTED
               MOVE PND-CUST-STATUS TO DTL-STATUS-REQUESTED
           END-IF
           MOVE PND-REQUEST-USER TO DTL-REQUEST-USER

           WRITE REPORT-LINE FROM DTL-LINE
           ADD 1 TO WS-LISTED-COUNT.
               GO TO 3000-EXIT
           END-IF

           PERFORM 3050-CHECK-DECIDER THRU 3050-EXIT
           IF WS-AUT-RETURN-CODE NOT = 0
               MOVE SPACES TO ACT-TEXT
               STRING 'DECISION REFUSED - '
                      WS-AUT-ERROR-MSG (1:50)
                   DELIMITED BY SIZE
                   INTO ACT-TEXT
               WRITE REPORT-LINE FROM ACT-LINE
               GO TO 3000-EXIT
           END-IF

           IF PARM-APPROVE-MODE
               PERFORM 3100-APPLY-HELD-CHANGE
               IF WS-CM-RETURN-CODE = 0
       3000-EXIT.
           EXIT.

      * Separation of duties - nobody approves their own change, and
      * an approval moves no more than the approver's ceiling: the
      * requested balance against the before image for an update,
      * the whole standing balance for a delete. A rejection needs
      * only the approval authority.
       3050-CHECK-DECIDER.
           MOVE PND-BEFORE-IMAGE TO WS-BEFORE-REC
           MOVE PARM-USER-ID     TO WS-AUT-USER-ID
           MOVE 'CUSTAPPR'       TO WS-AUT-PROGRAM
           MOVE 'V'              TO WS-AUT-AUTHORITY
           MOVE PND-CUST-ID      TO WS-AUT-CUST-ID
           MOVE 0                TO WS-AUT-AMOUNT
           MOVE 0                TO WS-AUT-RETURN-CODE
           MOVE SPACES           TO WS-AUT-ERROR-MSG

           IF PARM-APPROVE-MODE
               IF PND-TRANS-TYPE = 'D'
                   MOVE BFR-CUST-BALANCE TO WS-AUT-AMOUNT
               ELSE
                   COMPUTE WS-AUT-AMOUNT =
                       PND-CUST-BAL - BFR-CUST-BALANCE
               END-IF
               IF PARM-USER-ID = PND-REQUEST-USER
                   MOVE 'V'    TO WS-AUT-FUNCTION
                   MOVE 9505   TO WS-AUT-REASON-CODE
                   MOVE 'SELF-APPROVAL OF OWN REQUEST'
                       TO WS-AUT-REASON-TEXT
                   CALL 'CUSTAUTH' USING WS-AUT-REQUEST
                                         WS-AUT-RETURN-CODE
                                         WS-AUT-ERROR-MSG
                   GO TO 3050-EXIT
               END-IF
           END-IF

           MOVE 'C'    TO WS-AUT-FUNCTION
           MOVE 0      TO WS-AUT-REASON-CODE
           MOVE SPACES TO WS-AUT-REASON-TEXT
           CALL 'CUSTAUTH' USING WS-AUT-REQUEST
                                 WS-AUT-RETURN-CODE
                                 WS-AUT-ERROR-MSG.
       3050-EXIT.
           EXIT.

       3100-APPLY-HELD-CHANGE.
           IF PND-TRANS-TYPE = 'D'
               MOVE 'X' TO WS-CM-TRANS-TYPE
               UNTIL WS-PHONE-IX > WS-CM-CUST-PHONE-COUNT
           MOVE 0      TO WS-CM-RETURN-CODE
           MOVE SPACES TO WS-CM-ERROR-MSG
           MOVE PARM-USER-ID TO WS-CM-AUTH-USER-ID

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
       3100-EXIT.
           EXIT.

