      ******************************************************************
      * PROGRAM-ID: CUSTAUTH
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: User Authority Check - called the way CUSTPRMR is,
      *          by every program that runs controlled work
      *          (CUSTMGMT maintenance, CUSTAPPR decisions, CUSTPRMM
      *          parameter cards, CUSTUSRM profile cards, CUSTCRRV
      *          credit limit approvals). Function
      *          'C' looks the user up on the keyed profile file
      *          CUST.USER.AUTH and answers whether the user holds
      *          the requested authority code (A U D L K M V P S Q, see
      *          CUST-USR) and, when an amount is passed, whether it
      *          is within the user's ceiling. Anything short of a
      *          clean yes is refused with a distinct return code -
      *          no user id, no profile (or no profile file at all),
      *          revoked, authority not held, above ceiling - and
      *          the refusal is written to the security violation
      *          log CUST.SECURITY.LOG before control goes back.
      *          Function 'V' logs a violation the caller detected
      *          for itself (a self-approval, maintenance of one's
      *          own profile) with the caller's reason code, so the
      *          log has exactly one writer. The check fails closed:
      *          a missing profile file refuses every request.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTAUTH.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-AUTH-FILE
               ASSIGN TO 'CUST.USER.AUTH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS USR-USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT SECURITY-LOG-FILE
               ASSIGN TO 'CUST.SECURITY.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-AUTH-FILE.
           COPY CUST-USR.

       FD  SECURITY-LOG-FILE.
           COPY CUST-SEC.

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS              PIC X(2).
           88 WS-USER-OK               VALUE '00' '02'.
           88 WS-USER-NOT-FOUND        VALUE '23'.
           88 WS-USER-NO-FILE          VALUE '35'.

       01  WS-LOG-STATUS               PIC X(2).
           88 WS-LOG-OK                VALUE '00'.

      * Authority codes in the order of the profile's flag table.
       01  WS-AUTH-CODES               PIC X(10) VALUE 'AUDLKMVPSQ'.
       01  WS-AUTH-CODE-TABLE REDEFINES WS-AUTH-CODES.
           05 WS-AUTH-CODE             PIC X(1) OCCURS 10 TIMES.
       01  WS-AUTH-IX                  PIC 9(2) COMP.
       01  WS-AUTH-POS                 PIC 9(2) COMP.

       01  WS-ABS-AMOUNT               PIC S9(9)V99 COMP-3.
       01  WS-CEILING                  PIC S9(7)V99 COMP-3.
       01  WS-LOG-DATE                 PIC 9(8).
       01  WS-LOG-TIME                 PIC 9(6).

       LINKAGE SECTION.
       01  LS-AUTH-REQUEST.
           05 LS-AUT-FUNCTION          PIC X(1).
              88 LS-AUT-CHECK          VALUE 'C'.
              88 LS-AUT-LOG-VIOLATION  VALUE 'V'.
           05 LS-AUT-USER-ID           PIC X(8).
           05 LS-AUT-PROGRAM           PIC X(8).
           05 LS-AUT-AUTHORITY         PIC X(1).
           05 LS-AUT-CUST-ID           PIC X(10).
           05 LS-AUT-AMOUNT            PIC S9(9)V99 COMP-3.
           05 LS-AUT-REASON-CODE       PIC 9(4).
           05 LS-AUT-REASON-TEXT       PIC X(40).

       01  LS-RETURN-CODE              PIC 9(4).
       01  LS-ERROR-MSG                PIC X(80).

       PROCEDURE DIVISION USING LS-AUTH-REQUEST
                                 LS-RETURN-CODE
                                 LS-ERROR-MSG.

       0000-MAIN.
           MOVE 0      TO LS-RETURN-CODE
           MOVE SPACES TO LS-ERROR-MSG
           MOVE 0      TO WS-CEILING

           EVALUATE TRUE
               WHEN LS-AUT-CHECK
                   PERFORM 1000-CHECK-AUTHORITY THRU 1000-EXIT
                   IF LS-RETURN-CODE NOT = 0
                       PERFORM 2000-WRITE-VIOLATION THRU 2000-EXIT
                   END-IF
               WHEN LS-AUT-LOG-VIOLATION
                   MOVE LS-AUT-REASON-CODE TO LS-RETURN-CODE
                   MOVE LS-AUT-REASON-TEXT TO LS-ERROR-MSG
                   PERFORM 2000-WRITE-VIOLATION THRU 2000-EXIT
               WHEN OTHER
                   MOVE 'INVALID AUTHORITY FUNCTION' TO LS-ERROR-MSG
                   MOVE 9509 TO LS-RETURN-CODE
           END-EVALUATE
           GOBACK.

      * A request is cleared only by an active profile holding the
      * authority, with the amount (either direction) inside the
      * ceiling. Each test that fails sets its own return code.
       1000-CHECK-AUTHORITY.
           IF LS-AUT-USER-ID = SPACES
               MOVE 'USER ID REQUIRED' TO LS-ERROR-MSG
               MOVE 9501 TO LS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           MOVE 0 TO WS-AUTH-POS
           PERFORM 1100-FIND-AUTH-CODE
               VARYING WS-AUTH-IX FROM 1 BY 1
               UNTIL WS-AUTH-IX > 10
                  OR WS-AUTH-POS > 0
           IF WS-AUTH-POS = 0
               MOVE 'UNKNOWN AUTHORITY CODE' TO LS-ERROR-MSG
               MOVE 9503 TO LS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           OPEN INPUT USER-AUTH-FILE
           IF WS-USER-NO-FILE
               MOVE 'NO USER AUTHORITY FILE' TO LS-ERROR-MSG
               MOVE 9501 TO LS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-USER-OK
               MOVE 'FAILED TO OPEN USER AUTHORITY FILE'
                   TO LS-ERROR-MSG
               MOVE 9501 TO LS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           MOVE LS-AUT-USER-ID TO USR-USER-ID
           READ USER-AUTH-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WS-USER-OK
               CLOSE USER-AUTH-FILE
               MOVE 'NO AUTHORITY PROFILE FOR USER' TO LS-ERROR-MSG
               MOVE 9501 TO LS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF
           CLOSE USER-AUTH-FILE

           IF USR-CEILING NUMERIC
               MOVE USR-CEILING TO WS-CEILING
           END-IF

           IF NOT USR-ACTIVE
               MOVE 'USER AUTHORITY REVOKED' TO LS-ERROR-MSG
               MOVE 9502 TO LS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           IF USR-AUTH-FLAG (WS-AUTH-POS) NOT = 'Y'
               MOVE SPACES TO LS-ERROR-MSG
               STRING 'USER NOT AUTHORIZED FOR '  DELIMITED BY SIZE
                      LS-AUT-AUTHORITY            DELIMITED BY SIZE
                   INTO LS-ERROR-MSG
               MOVE 9503 TO LS-RETURN-CODE
               GO TO 1000-EXIT
           END-IF

           MOVE LS-AUT-AMOUNT TO WS-ABS-AMOUNT
           IF WS-ABS-AMOUNT < 0
               COMPUTE WS-ABS-AMOUNT = 0 - WS-ABS-AMOUNT
           END-IF
           IF WS-ABS-AMOUNT > WS-CEILING
               MOVE 'AMOUNT EXCEEDS USER CEILING' TO LS-ERROR-MSG
               MOVE 9504 TO LS-RETURN-CODE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-FIND-AUTH-CODE.
           IF WS-AUTH-CODE (WS-AUTH-IX) = LS-AUT-AUTHORITY
               MOVE WS-AUTH-IX TO WS-AUTH-POS
           END-IF.
       1100-EXIT.
           EXIT.

      * The log is opened on demand - a clean check never touches
      * it. A log that cannot be written does not turn a refusal
      * into an approval; the refusal stands either way.
       2000-WRITE-VIOLATION.
           OPEN EXTEND SECURITY-LOG-FILE
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF
           IF NOT WS-LOG-OK
               DISPLAY 'CUSTAUTH: FAILED TO OPEN SECURITY LOG'
               GO TO 2000-EXIT
           END-IF

           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE WS-LOG-DATE        TO SEC-TIMESTAMP (1:8)
           MOVE WS-LOG-TIME        TO SEC-TIMESTAMP (9:6)
           MOVE LS-AUT-USER-ID     TO SEC-USER-ID
           MOVE LS-AUT-PROGRAM     TO SEC-PROGRAM
           MOVE LS-AUT-AUTHORITY   TO SEC-AUTHORITY
           MOVE LS-AUT-CUST-ID     TO SEC-CUST-ID
           IF LS-AUT-AMOUNT NUMERIC
               MOVE LS-AUT-AMOUNT  TO SEC-AMOUNT
           ELSE
               MOVE 0              TO SEC-AMOUNT
           END-IF
           MOVE WS-CEILING         TO SEC-CEILING
           MOVE LS-RETURN-CODE     TO SEC-REASON-CODE
           MOVE LS-ERROR-MSG (1:40) TO SEC-REASON-TEXT
           WRITE CUST-SECURITY-RECORD

           CLOSE SECURITY-LOG-FILE.
       2000-EXIT.
           EXIT.
