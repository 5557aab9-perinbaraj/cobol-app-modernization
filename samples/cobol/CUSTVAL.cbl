      *          written. CUSTMGMT applies that edit (return code
      *          5101) in its add and update paths, where the prior
      *          balance is in hand.
      *          Once every other edit has passed, a numeric ZIP is
      *          looked up on the postal ZIP reference file
      *          CUST.ZIP.REF (loaded by CUSTZIPL): a
      *          ZIP that lies in another state than CUST-STATE is
      *          rejected (return code 2102), and a CUST-CITY that is
      *          neither the ZIP's preferred city nor one of its
      *          other accepted names is passed with a warning -
      *          return code 0 and a message beginning 'WARNING' -
      *          since a neighbourhood or old town name still gets
      *          mail there. A ZIP not on the reference file passes
      *          with a warning too; the vendor file lags new ZIPs.
      *          The reference file is opened on the first call and
      *          stays open for the caller's run; if it is not there
      *          the cross-check is skipped and the other edits still
      *          apply.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTVAL.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIP-REF-FILE
               ASSIGN TO 'CUST.ZIP.REF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZIP-CODE
               FILE STATUS IS WS-ZIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ZIP-REF-FILE.
           COPY CUST-ZIP.

       WORKING-STORAGE SECTION.
       01  WS-VALID-STATES.
           05 FILLER               PIC X(50) VALUE
       01  WS-ZIP-NUMERIC-SW       PIC X(1) VALUE 'N'.
           88 WS-ZIP-IS-NUMERIC    VALUE 'Y'.

       01  WS-ZIP-STATUS           PIC X(2).
           88 WS-ZIP-OK            VALUE '00' '02'.
           88 WS-ZIP-NOT-FOUND     VALUE '23'.

      * The ZIP reference file stays open from the first call to the
      * end of the caller's run - CUSTPEDT and CUSTBTCH edit every
      * transaction through here. 'U' means the open was tried and
      * the file is not there, so the rest of the run skips the
      * cross-check without trying again.
       01  WS-FILE-STATE-SW        PIC X(1) VALUE 'N'.
           88 WS-FILE-NOT-OPENED   VALUE 'N'.
           88 WS-FILE-OPEN         VALUE 'Y'.
           88 WS-FILE-UNAVAILABLE  VALUE 'U'.

      * The vendor file is all upper case; the master holds whatever
      * case the CRM or the clerk keyed, so the city is folded first.
       01  WS-CITY-UPPER           PIC X(20).
       01  WS-ALT-SUB              PIC 9(2) COMP.
       01  WS-CITY-MATCH-SW        PIC X(1) VALUE 'N'.
           88 WS-CITY-MATCHES      VALUE 'Y'.

       LINKAGE SECTION.
           COPY CUST-REC REPLACING CUST-DATA BY LS-CUSTOMER-RECORD.

           IF LS-RETURN-CODE = 0
               PERFORM 4000-EDIT-BALANCE
           END-IF
      * The reference cross-check runs last: CUSTMGMT may accept a
      * 2102 as a warning, and it must not have skipped another edit.
           IF LS-RETURN-CODE = 0
               PERFORM 2500-EDIT-ZIP-CITY-STATE THRU 2500-EXIT
           END-IF

           GOBACK.

       2000-EXIT.
           EXIT.

      * Performed after every other edit, so a warning set here is
      * what LS-ERROR-MSG still holds when return code is 0.
       2500-EDIT-ZIP-CITY-STATE.
           IF WS-FILE-NOT-OPENED
               OPEN INPUT ZIP-REF-FILE
               IF WS-ZIP-OK
                   MOVE 'Y' TO WS-FILE-STATE-SW
               ELSE
                   MOVE 'U' TO WS-FILE-STATE-SW
               END-IF
           END-IF
           IF NOT WS-FILE-OPEN
               GO TO 2500-EXIT
           END-IF

           MOVE CUST-ZIP (1:5) TO ZIP-CODE
           READ ZIP-REF-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WS-ZIP-OK
               MOVE 'WARNING - ZIP NOT ON REFERENCE FILE'
                   TO LS-ERROR-MSG
               GO TO 2500-EXIT
           END-IF

           IF ZIP-STATE NOT = CUST-STATE
               STRING 'ZIP NOT IN STATE - ZIP IS ' DELIMITED BY SIZE
                      ZIP-STATE                   DELIMITED BY SIZE
                   INTO LS-ERROR-MSG
               MOVE 2102 TO LS-RETURN-CODE
               GO TO 2500-EXIT
           END-IF

           MOVE CUST-CITY TO WS-CITY-UPPER
           INSPECT WS-CITY-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'N' TO WS-CITY-MATCH-SW
           IF WS-CITY-UPPER = ZIP-CITY
               MOVE 'Y' TO WS-CITY-MATCH-SW
           END-IF
           PERFORM 2550-CHECK-ALT-CITY
               VARYING WS-ALT-SUB FROM 1 BY 1
               UNTIL WS-ALT-SUB > ZIP-ALT-COUNT
                  OR WS-ALT-SUB > 5
                  OR WS-CITY-MATCHES

           IF NOT WS-CITY-MATCHES
               STRING 'WARNING - CITY DOES NOT MATCH ZIP, '
                                                  DELIMITED BY SIZE
                      'POSTAL CITY IS '           DELIMITED BY SIZE
                      ZIP-CITY                    DELIMITED BY SIZE
                   INTO LS-ERROR-MSG
           END-IF.
       2500-EXIT.
           EXIT.

       2550-CHECK-ALT-CITY.
           IF WS-CITY-UPPER = ZIP-ALT-CITY (WS-ALT-SUB)
               MOVE 'Y' TO WS-CITY-MATCH-SW
           END-IF.
       2550-EXIT.
           EXIT.

       3000-EDIT-PHONES.
           IF CUST-PHONE-COUNT > 9
               MOVE 'INVALID CUST-PHONE-COUNT' TO LS-ERROR-MSG
