      ******************************************************************
      * PROGRAM-ID: CUSTUSRM
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: User Authority Maintenance - the only writer of the
      *          keyed profile file CUST.USER.AUTH that CUSTAUTH
      *          checks every controlled request against. Reads a
      *          card deck (CUSTUSRM.CARDS), one action per card:
      *            A user name codes ceiling admin - add or replace
      *                the user's profile; codes lists the
      *                authorities held (any of A U D L K M V P S Q, see
      *                CUST-USR) and the ceiling is nine digits, two
      *                implied decimals. Replacing a revoked profile
      *                reinstates it.
      *            R user .    .     .       admin - revoke the
      *                profile; it stays on file for the audit trail
      *          The admin on each card must hold an active profile
      *          with the security authority (S), and nobody may
      *          maintain their own profile; either refusal is
      *          rejected and written to the security violation log
      *          through CUSTAUTH. The one exception is the first
      *          load - while CUST.USER.AUTH is empty there is no one
      *          to hold S yet, so the opening deck is accepted as
      *          is and the register says so. Every applied card
      *          writes a before and after image of the profile to
      *          CUST.USER.AUDIT, and the register lists applied and
      *          rejected cards.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTUSRM.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARD-FILE
               ASSIGN TO 'CUSTUSRM.CARDS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.

           SELECT USER-AUTH-FILE
               ASSIGN TO 'CUST.USER.AUTH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT USERAUDIT-FILE
               ASSIGN TO 'CUST.USER.AUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO 'CUSTUSRM.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CARD-FILE.
       01  CARD-RECORD.
           05 CRD-FUNCTION             PIC X(1).
              88 CRD-ADD               VALUE 'A'.
              88 CRD-REVOKE            VALUE 'R'.
           05 FILLER                   PIC X(1).
           05 CRD-USER-ID              PIC X(8).
           05 FILLER                   PIC X(1).
           05 CRD-USER-NAME            PIC X(30).
           05 FILLER                   PIC X(1).
           05 CRD-AUTH-CODES           PIC X(10).
           05 CRD-AUTH-CODE-TABLE REDEFINES CRD-AUTH-CODES.
              10 CRD-AUTH-CODE         PIC X(1) OCCURS 10 TIMES.
           05 FILLER                   PIC X(1).
           05 CRD-CEILING              PIC 9(7)V99.
           05 FILLER                   PIC X(1).
           05 CRD-ADMIN                PIC X(8).

       FD  USER-AUTH-FILE.
           COPY CUST-USR.

       FD  USERAUDIT-FILE.
       01  USER-AUDIT-RECORD.
           05 UAU-TIMESTAMP            PIC 9(14).
           05 UAU-ADMIN                PIC X(8).
           05 UAU-FUNCTION             PIC X(1).
           05 UAU-USER-ID              PIC X(8).
           05 UAU-BEFORE-IMAGE         PIC X(100).
           05 UAU-AFTER-IMAGE          PIC X(100).

       FD  REGISTER-FILE.
       01  REGISTER-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CARD-STATUS              PIC X(2).
           88 WS-CARD-OK               VALUE '00'.
           88 WS-CARD-EOF              VALUE '10'.

       01  WS-USER-STATUS              PIC X(2).
           88 WS-USER-OK               VALUE '00' '02'.
           88 WS-USER-NO-FILE          VALUE '35'.
           88 WS-USER-REC-NOT-FOUND    VALUE '23'.
           88 WS-USER-DUPLICATE        VALUE '22'.
           88 WS-USER-END-OF-FILE      VALUE '10'.

       01  WS-AUDIT-STATUS             PIC X(2).
           88 WS-AUDIT-OK              VALUE '00'.

       01  WS-REGISTER-STATUS          PIC X(2).
           88 WS-REGISTER-OK           VALUE '00'.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-CARDS         VALUE 'Y'.

      * Set once at start-up: an empty profile file means this is
      * the opening load and there is no security administrator yet.
       01  WS-BOOTSTRAP-SWITCH         PIC X(1) VALUE 'N'.
           88 WS-BOOTSTRAP             VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(5) COMP VALUE 0.
       01  WS-APPLIED-COUNT            PIC 9(5) COMP VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(5) COMP VALUE 0.

       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.
       01  WS-BEFORE-IMAGE             PIC X(100).
       01  WS-HAD-OLD-SW               PIC X(1).
           88 WS-HAD-OLD               VALUE 'Y'.

      * Authority codes in the order of the profile's flag table.
       01  WS-AUTH-CODES               PIC X(10) VALUE 'AUDLKMVPSQ'.
       01  WS-AUTH-CODE-TABLE REDEFINES WS-AUTH-CODES.
           05 WS-AUTH-CODE             PIC X(1) OCCURS 10 TIMES.
       01  WS-AUTH-IX                  PIC 9(2) COMP.
       01  WS-AUTH-TALLY               PIC 9(2) COMP.

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
           05 FILLER                   PIC X(36)
              VALUE 'USER AUTHORITY MAINTENANCE REGISTER'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(34)
              VALUE 'OPENING LOAD - NO PROFILES ON FILE'.

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-FUNCTION             PIC X(1).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-USER-ID              PIC X(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-USER-NAME            PIC X(30).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-AUTH-CODES           PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-CEILING              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ADMIN                PIC X(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-OUTCOME              PIC X(30).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(22).
           05 SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE

           PERFORM 2000-APPLY-ONE-CARD
               UNTIL WS-NO-MORE-CARDS

           PERFORM 3000-WRITE-SUMMARY
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME

           OPEN INPUT CARD-FILE
           IF NOT WS-CARD-OK
               DISPLAY 'CUSTUSRM: FAILED TO OPEN CARD FILE'
               GOBACK
           END-IF

           OPEN I-O USER-AUTH-FILE
           IF WS-USER-NO-FILE
               OPEN OUTPUT USER-AUTH-FILE
               CLOSE USER-AUTH-FILE
               OPEN I-O USER-AUTH-FILE
           END-IF
           IF NOT WS-USER-OK
               DISPLAY 'CUSTUSRM: FAILED TO OPEN USER AUTHORITY FILE'
               CLOSE CARD-FILE
               GOBACK
           END-IF

           OPEN EXTEND USERAUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT USERAUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-OK
               DISPLAY 'CUSTUSRM: FAILED TO OPEN USER AUTHORITY AUDIT'
               CLOSE CARD-FILE
               CLOSE USER-AUTH-FILE
               GOBACK
           END-IF

           OPEN OUTPUT REGISTER-FILE
           IF NOT WS-REGISTER-OK
               DISPLAY 'CUSTUSRM: FAILED TO OPEN REGISTER FILE'
               CLOSE CARD-FILE
               CLOSE USER-AUTH-FILE
               CLOSE USERAUDIT-FILE
               GOBACK
           END-IF

           PERFORM 1100-CHECK-OPENING-LOAD

           MOVE WS-TODAY TO HDG2-DATE
           WRITE REGISTER-LINE FROM HDG-LINE-1
           WRITE REGISTER-LINE FROM HDG-LINE-2
           IF WS-BOOTSTRAP
               WRITE REGISTER-LINE FROM HDG-LINE-3
           END-IF
           WRITE REGISTER-LINE FROM SPACES

           PERFORM 2100-READ-CARD.
       1000-EXIT.
           EXIT.

      * Position at the lowest key and try for one record; finding
      * none means the file has never been loaded.
       1100-CHECK-OPENING-LOAD.
           MOVE LOW-VALUES TO USR-USER-ID
           START USER-AUTH-FILE KEY IS NOT LESS THAN USR-USER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-BOOTSTRAP-SWITCH
           END-START
           IF NOT WS-BOOTSTRAP
               READ USER-AUTH-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-BOOTSTRAP-SWITCH
               END-READ
           END-IF.
       1100-EXIT.
           EXIT.

       2000-APPLY-ONE-CARD.
           MOVE SPACES TO WS-REJECT-REASON
           PERFORM 2200-EDIT-CARD THRU 2200-EXIT

           IF WS-REJECT-REASON = SPACES
               PERFORM 2300-CHECK-ADMIN THRU 2300-EXIT
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF CRD-ADD
                   PERFORM 2400-ADD-PROFILE THRU 2400-EXIT
               ELSE
                   PERFORM 2500-REVOKE-PROFILE THRU 2500-EXIT
               END-IF
           END-IF

           PERFORM 2800-WRITE-REGISTER-LINE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF

           PERFORM 2100-READ-CARD.
       2000-EXIT.
           EXIT.

       2100-READ-CARD.
           READ CARD-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

      * A profile card needs the user it is for, the admin making
      * the change, and on an add a name, a numeric ceiling and
      * nothing but recognised authority codes.
       2200-EDIT-CARD.
           IF NOT CRD-ADD AND NOT CRD-REVOKE
               MOVE 'INVALID FUNCTION' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF CRD-USER-ID = SPACES
               MOVE 'USER ID REQUIRED' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF CRD-ADMIN = SPACES
               MOVE 'ADMIN ID REQUIRED' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF CRD-REVOKE
               GO TO 2200-EXIT
           END-IF

           IF CRD-USER-NAME = SPACES
               MOVE 'USER NAME REQUIRED' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           IF CRD-CEILING NOT NUMERIC
               MOVE 'CEILING MUST BE NUMERIC' TO WS-REJECT-REASON
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-EDIT-AUTH-CODE
               VARYING WS-AUTH-IX FROM 1 BY 1
               UNTIL WS-AUTH-IX > 10
                  OR WS-REJECT-REASON NOT = SPACES.
       2200-EXIT.
           EXIT.

       2250-EDIT-AUTH-CODE.
           IF CRD-AUTH-CODE (WS-AUTH-IX) NOT = SPACE
               MOVE 0 TO WS-AUTH-TALLY
               INSPECT WS-AUTH-CODES TALLYING WS-AUTH-TALLY
                   FOR ALL CRD-AUTH-CODE (WS-AUTH-IX)
               IF WS-AUTH-TALLY = 0
                   MOVE 'UNKNOWN AUTHORITY CODE' TO WS-REJECT-REASON
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.

      * Outside the opening load the admin must be an active profile
      * holding S, and may not touch their own profile. The admin's
      * profile is read from this run's own open file - the profile
      * file is held I-O here, so CUSTAUTH is used only to log.
       2300-CHECK-ADMIN.
           IF WS-BOOTSTRAP
               GO TO 2300-EXIT
           END-IF

           IF CRD-ADMIN = CRD-USER-ID
               MOVE 'OWN PROFILE - NOT PERMITTED' TO WS-REJECT-REASON
               MOVE 9506 TO WS-AUT-REASON-CODE
               MOVE 'MAINTENANCE OF OWN AUTHORITY PROFILE'
                   TO WS-AUT-REASON-TEXT
               PERFORM 2350-LOG-VIOLATION
               GO TO 2300-EXIT
           END-IF

           MOVE CRD-ADMIN TO USR-USER-ID
           READ USER-AUTH-FILE
               INVALID KEY CONTINUE
           END-READ
           EVALUATE TRUE
               WHEN NOT WS-USER-OK
                   MOVE 'ADMIN NOT AUTHORIZED' TO WS-REJECT-REASON
                   MOVE 9501 TO WS-AUT-REASON-CODE
                   MOVE 'NO AUTHORITY PROFILE FOR USER'
                       TO WS-AUT-REASON-TEXT
                   PERFORM 2350-LOG-VIOLATION
               WHEN NOT USR-ACTIVE
                   MOVE 'ADMIN NOT AUTHORIZED' TO WS-REJECT-REASON
                   MOVE 9502 TO WS-AUT-REASON-CODE
                   MOVE 'USER AUTHORITY REVOKED' TO WS-AUT-REASON-TEXT
                   PERFORM 2350-LOG-VIOLATION
               WHEN NOT USR-CAN-MAINTAIN-USERS
                   MOVE 'ADMIN NOT AUTHORIZED' TO WS-REJECT-REASON
                   MOVE 9503 TO WS-AUT-REASON-CODE
                   MOVE 'USER NOT AUTHORIZED FOR S'
                       TO WS-AUT-REASON-TEXT
                   PERFORM 2350-LOG-VIOLATION
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       2350-LOG-VIOLATION.
           MOVE 'V'        TO WS-AUT-FUNCTION
           MOVE CRD-ADMIN  TO WS-AUT-USER-ID
           MOVE 'CUSTUSRM' TO WS-AUT-PROGRAM
           MOVE 'S'        TO WS-AUT-AUTHORITY
           MOVE SPACES     TO WS-AUT-CUST-ID
           MOVE 0          TO WS-AUT-AMOUNT
           MOVE 0          TO WS-AUT-RETURN-CODE
           MOVE SPACES     TO WS-AUT-ERROR-MSG
           CALL 'CUSTAUTH' USING WS-AUT-REQUEST
                                 WS-AUT-RETURN-CODE
                                 WS-AUT-ERROR-MSG.
       2350-EXIT.
           EXIT.

       2400-ADD-PROFILE.
           PERFORM 2600-READ-OLD-PROFILE

           MOVE SPACES        TO CUST-USER-AUTH-RECORD
           MOVE CRD-USER-ID   TO USR-USER-ID
           MOVE CRD-USER-NAME TO USR-USER-NAME
           MOVE 'A'           TO USR-STATUS
           PERFORM 2450-SET-AUTH-FLAG
               VARYING WS-AUTH-IX FROM 1 BY 1
               UNTIL WS-AUTH-IX > 10
           MOVE CRD-CEILING   TO USR-CEILING
           MOVE CRD-ADMIN     TO USR-UPDATE-USER
           MOVE WS-TODAY      TO USR-UPDATE-DATE

           IF WS-HAD-OLD
               REWRITE CUST-USER-AUTH-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CUST-USER-AUTH-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           IF NOT WS-USER-OK
               MOVE 'PROFILE WRITE FAILED' TO WS-REJECT-REASON
               GO TO 2400-EXIT
           END-IF

           PERFORM 2700-WRITE-USER-AUDIT.
       2400-EXIT.
           EXIT.

       2450-SET-AUTH-FLAG.
           MOVE 0 TO WS-AUTH-TALLY
           INSPECT CRD-AUTH-CODES TALLYING WS-AUTH-TALLY
               FOR ALL WS-AUTH-CODE (WS-AUTH-IX)
           IF WS-AUTH-TALLY > 0
               MOVE 'Y' TO USR-AUTH-FLAG (WS-AUTH-IX)
           ELSE
               MOVE 'N' TO USR-AUTH-FLAG (WS-AUTH-IX)
           END-IF.
       2450-EXIT.
           EXIT.

       2500-REVOKE-PROFILE.
           PERFORM 2600-READ-OLD-PROFILE
           IF NOT WS-HAD-OLD
               MOVE 'NO SUCH USER PROFILE' TO WS-REJECT-REASON
               GO TO 2500-EXIT
           END-IF

           MOVE 'R'       TO USR-STATUS
           MOVE CRD-ADMIN TO USR-UPDATE-USER
           MOVE WS-TODAY  TO USR-UPDATE-DATE
           REWRITE CUST-USER-AUTH-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT WS-USER-OK
               MOVE 'PROFILE REWRITE FAILED' TO WS-REJECT-REASON
               GO TO 2500-EXIT
           END-IF

           PERFORM 2700-WRITE-USER-AUDIT.
       2500-EXIT.
           EXIT.

       2600-READ-OLD-PROFILE.
           MOVE 'N'    TO WS-HAD-OLD-SW
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE CRD-USER-ID TO USR-USER-ID
           READ USER-AUTH-FILE
               INVALID KEY CONTINUE
           END-READ
           IF WS-USER-OK
               MOVE CUST-USER-AUTH-RECORD TO WS-BEFORE-IMAGE
               MOVE 'Y' TO WS-HAD-OLD-SW
           END-IF.
       2600-EXIT.
           EXIT.

       2700-WRITE-USER-AUDIT.
           MOVE WS-TODAY        TO UAU-TIMESTAMP (1:8)
           MOVE WS-NOW          TO UAU-TIMESTAMP (9:6)
           MOVE CRD-ADMIN       TO UAU-ADMIN
           MOVE CRD-FUNCTION    TO UAU-FUNCTION
           MOVE CRD-USER-ID     TO UAU-USER-ID
           MOVE WS-BEFORE-IMAGE TO UAU-BEFORE-IMAGE
           MOVE CUST-USER-AUTH-RECORD TO UAU-AFTER-IMAGE
           WRITE USER-AUDIT-RECORD.
       2700-EXIT.
           EXIT.

       2800-WRITE-REGISTER-LINE.
           MOVE CRD-FUNCTION   TO DTL-FUNCTION
           MOVE CRD-USER-ID    TO DTL-USER-ID
           MOVE CRD-USER-NAME  TO DTL-USER-NAME
           MOVE CRD-AUTH-CODES TO DTL-AUTH-CODES
           IF CRD-CEILING NUMERIC
               MOVE CRD-CEILING TO DTL-CEILING
           ELSE
               MOVE 0 TO DTL-CEILING
           END-IF
           MOVE CRD-ADMIN      TO DTL-ADMIN
           IF WS-REJECT-REASON = SPACES
               MOVE 'APPLIED' TO DTL-OUTCOME
           ELSE
               MOVE WS-REJECT-REASON TO DTL-OUTCOME
           END-IF
           WRITE REGISTER-LINE FROM DTL-LINE.
       2800-EXIT.
           EXIT.

       3000-WRITE-SUMMARY.
           WRITE REGISTER-LINE FROM SPACES

           MOVE 'CARDS READ:'     TO SUM-LABEL
           MOVE WS-READ-COUNT     TO SUM-COUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'CARDS APPLIED:'  TO SUM-LABEL
           MOVE WS-APPLIED-COUNT  TO SUM-COUNT
           WRITE REGISTER-LINE FROM SUM-LINE

           MOVE 'CARDS REJECTED:' TO SUM-LABEL
           MOVE WS-REJECT-COUNT   TO SUM-COUNT
           WRITE REGISTER-LINE FROM SUM-LINE.
       3000-EXIT.
           EXIT.

       4000-TERMINATE.
           CLOSE CARD-FILE
           CLOSE USER-AUTH-FILE
           CLOSE USERAUDIT-FILE
           CLOSE REGISTER-FILE
           DISPLAY 'CUSTUSRM: ' WS-APPLIED-COUNT ' APPLIED, '
                   WS-REJECT-COUNT ' REJECTED'.
       4000-EXIT.
           EXIT.
