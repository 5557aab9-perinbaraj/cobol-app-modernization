      ******************************************************************
      * PROGRAM-ID: CUSTSECR
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: Daily Security Violations Report - lists for the
      *          auditors every refusal CUSTAUTH wrote to the
      *          security violation log CUST.SECURITY.LOG on one
      *          day: who asked, through which program, for which
      *          authority, against which customer, for how much
      *          against what ceiling, and why it was refused. The
      *          day's records are sorted by user and time so a run
      *          of attempts by one person reads together, with a
      *          count per user and a count per reason code at the
      *          end. The day defaults to today; a parameter card
      *          (CUSTSECR.PARM) naming a date reprints an earlier
      *          day. An empty day prints a report that says so -
      *          the auditors file a nil return too.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTSECR.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE
               ASSIGN TO 'CUSTSECR.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SECURITY-LOG-FILE
               ASSIGN TO 'CUST.SECURITY.LOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTSECR.WORK'.

           SELECT REPORT-FILE
               ASSIGN TO 'CUSTSECR.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-REPORT-DATE         PIC X(8).

       FD  SECURITY-LOG-FILE.
           COPY CUST-SEC.

      * The day's violations - by user, then in time order.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-USER-ID               PIC X(8).
           05 SW-TIMESTAMP             PIC 9(14).
           05 SW-PROGRAM               PIC X(8).
           05 SW-AUTHORITY             PIC X(1).
           05 SW-CUST-ID               PIC X(10).
           05 SW-AMOUNT                PIC S9(9)V99 COMP-3.
           05 SW-CEILING               PIC S9(7)V99 COMP-3.
           05 SW-REASON-CODE           PIC 9(4).
           05 SW-REASON-TEXT           PIC X(40).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS              PIC X(2).
           88 WS-PARM-OK               VALUE '00'.
           88 WS-PARM-NOT-FOUND        VALUE '35'.

       01  WS-LOG-STATUS               PIC X(2).
           88 WS-LOG-OK                VALUE '00'.
           88 WS-LOG-NOT-FOUND         VALUE '35'.

       01  WS-REPORT-STATUS            PIC X(2).
           88 WS-REPORT-OK             VALUE '00'.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.

       01  WS-LOG-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-LOG-RECS      VALUE 'Y'.

       01  WS-SORT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-SORTED-RECS   VALUE 'Y'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-REPORT-DATE              PIC 9(8).

       01  WS-LOG-READ-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-SELECTED-COUNT           PIC 9(7) COMP VALUE 0.
       01  WS-USER-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-USERS-LISTED             PIC 9(5) COMP VALUE 0.
       01  WS-PREV-USER-ID             PIC X(8) VALUE SPACES.
       01  WS-FIRST-SW                 PIC X(1) VALUE 'Y'.
           88 WS-FIRST-RECORD          VALUE 'Y'.

      * Counts by reason code 9501-9506; anything else lands in the
      * last slot so a new code is still counted before it is named.
       01  WS-REASON-NAMES.
           05 FILLER                   PIC X(30)
              VALUE '9501 NO PROFILE / NO USER ID'.
           05 FILLER                   PIC X(30)
              VALUE '9502 PROFILE REVOKED'.
           05 FILLER                   PIC X(30)
              VALUE '9503 AUTHORITY NOT HELD'.
           05 FILLER                   PIC X(30)
              VALUE '9504 ABOVE USER CEILING'.
           05 FILLER                   PIC X(30)
              VALUE '9505 SELF-APPROVAL'.
           05 FILLER                   PIC X(30)
              VALUE '9506 OWN PROFILE MAINTENANCE'.
           05 FILLER                   PIC X(30)
              VALUE 'OTHER'.
       01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
           05 WS-REASON-NAME           PIC X(30) OCCURS 7 TIMES.
       01  WS-REASON-COUNTS.
           05 WS-REASON-COUNT          PIC 9(7) COMP OCCURS 7 TIMES.
       01  WS-REASON-IX                PIC 9(2) COMP.

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(34)
              VALUE 'DAILY SECURITY VIOLATIONS REPORT'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(15)
              VALUE 'VIOLATIONS ON: '.
           05 HDG2-REPORT-DATE         PIC 9(8).
           05 FILLER                   PIC X(13)
              VALUE '   RUN DATE: '.
           05 HDG2-RUN-DATE            PIC 9(8).

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'USER'.
           05 FILLER                   PIC X(10) VALUE 'TIME'.
           05 FILLER                   PIC X(10) VALUE 'PROGRAM'.
           05 FILLER                   PIC X(05) VALUE 'AUTH'.
           05 FILLER                   PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER                   PIC X(16)
              VALUE '          AMOUNT'.
           05 FILLER                   PIC X(14)
              VALUE '       CEILING'.
           05 FILLER                   PIC X(07) VALUE '  CODE'.
           05 FILLER                   PIC X(40) VALUE 'REASON'.

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-USER-ID              PIC X(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-TIME                 PIC 99B99B99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-PROGRAM              PIC X(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-AUTHORITY            PIC X(1).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 DTL-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-CEILING              PIC Z,ZZZ,ZZ9.99.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-REASON-CODE          PIC 9(4).
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 DTL-REASON-TEXT          PIC X(40).

       01  USR-TOTAL-LINE.
           05 FILLER                   PIC X(11) VALUE SPACES.
           05 FILLER                   PIC X(20)
              VALUE 'VIOLATIONS FOR USER '.
           05 UTL-USER-ID              PIC X(8).
           05 FILLER                   PIC X(02) VALUE ': '.
           05 UTL-COUNT                PIC ZZZ,ZZ9.

       01  TTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TTL-TITLE                PIC X(60).

       01  RSN-LINE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 RSN-NAME                 PIC X(30).
           05 RSN-COUNT                PIC ZZZ,ZZ9.

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
           05 SUM-COUNT                PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-USER-ID
                                SW-TIMESTAMP
               INPUT PROCEDURE IS 2000-SELECT-VIOLATIONS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-VIOLATIONS
                   THRU 3000-EXIT

           PERFORM 4000-WRITE-SUMMARY
           PERFORM 5000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-REPORT-DATE
           INITIALIZE WS-REASON-COUNTS

           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'CUSTSECR: FAILED TO OPEN REPORT FILE'
               GOBACK
           END-IF

           MOVE WS-REPORT-DATE TO HDG2-REPORT-DATE
           MOVE WS-TODAY       TO HDG2-RUN-DATE
           WRITE REPORT-LINE FROM HDG-LINE-1
           WRITE REPORT-LINE FROM HDG-LINE-2
           WRITE REPORT-LINE FROM SPACES.
       1000-EXIT.
           EXIT.

      * An absent parameter file is not an error - the report is for
      * today. A card with a date reprints that day instead.
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-NOT-FOUND
               GO TO 1100-EXIT
           END-IF
           IF NOT WS-PARM-OK
               DISPLAY 'CUSTSECR: FAILED TO OPEN PARM FILE'
               GO TO 1100-EXIT
           END-IF

           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ

           IF WS-PARM-EOF-SWITCH = 'N'
               IF PARM-REPORT-DATE NUMERIC
                   MOVE PARM-REPORT-DATE TO WS-REPORT-DATE
               END-IF
           END-IF

           CLOSE PARM-FILE.
       1100-EXIT.
           EXIT.

      * No log yet means nothing has ever been refused - the sort
      * simply receives no records.
       2000-SELECT-VIOLATIONS.
           OPEN INPUT SECURITY-LOG-FILE
           IF WS-LOG-NOT-FOUND
               GO TO 2000-EXIT
           END-IF
           IF NOT WS-LOG-OK
               DISPLAY 'CUSTSECR: FAILED TO OPEN SECURITY LOG'
               GO TO 2000-EXIT
           END-IF

           PERFORM 2100-READ-LOG
           PERFORM 2200-RELEASE-ONE-VIOLATION
               UNTIL WS-NO-MORE-LOG-RECS

           CLOSE SECURITY-LOG-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-LOG.
           READ SECURITY-LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LOG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LOG-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-VIOLATION.
           IF SEC-TIMESTAMP (1:8) = WS-REPORT-DATE
               MOVE SEC-USER-ID     TO SW-USER-ID
               MOVE SEC-TIMESTAMP   TO SW-TIMESTAMP
               MOVE SEC-PROGRAM     TO SW-PROGRAM
               MOVE SEC-AUTHORITY   TO SW-AUTHORITY
               MOVE SEC-CUST-ID     TO SW-CUST-ID
               MOVE SEC-AMOUNT      TO SW-AMOUNT
               MOVE SEC-CEILING     TO SW-CEILING
               MOVE SEC-REASON-CODE TO SW-REASON-CODE
               MOVE SEC-REASON-TEXT TO SW-REASON-TEXT
               RELEASE SORT-WORK-RECORD
               ADD 1 TO WS-SELECTED-COUNT
           END-IF

           PERFORM 2100-READ-LOG.
       2200-EXIT.
           EXIT.

       3000-PRINT-VIOLATIONS.
           IF WS-SELECTED-COUNT = 0
               MOVE 'NO SECURITY VIOLATIONS LOGGED FOR THIS DATE'
                   TO TTL-TITLE
               WRITE REPORT-LINE FROM TTL-LINE
               GO TO 3000-EXIT
           END-IF

           WRITE REPORT-LINE FROM HDG-LINE-3
           WRITE REPORT-LINE FROM SPACES

           PERFORM 3100-RETURN-ONE-VIOLATION
               UNTIL WS-NO-MORE-SORTED-RECS

           PERFORM 3300-PRINT-USER-TOTAL.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-VIOLATION.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 3200-PRINT-ONE-VIOLATION
           END-RETURN.
       3100-EXIT.
           EXIT.

      * A change of user closes the previous user's block with its
      * count before the new user's first line is printed.
       3200-PRINT-ONE-VIOLATION.
           IF NOT WS-FIRST-RECORD
              AND SW-USER-ID NOT = WS-PREV-USER-ID
               PERFORM 3300-PRINT-USER-TOTAL
           END-IF
           MOVE 'N'        TO WS-FIRST-SW
           MOVE SW-USER-ID TO WS-PREV-USER-ID
           ADD 1 TO WS-USER-COUNT

           MOVE SW-USER-ID          TO DTL-USER-ID
           MOVE SW-TIMESTAMP (9:6)  TO DTL-TIME
           MOVE SW-PROGRAM          TO DTL-PROGRAM
           MOVE SW-AUTHORITY        TO DTL-AUTHORITY
           MOVE SW-CUST-ID          TO DTL-CUST-ID
           MOVE SW-AMOUNT           TO DTL-AMOUNT
           MOVE SW-CEILING          TO DTL-CEILING
           MOVE SW-REASON-CODE      TO DTL-REASON-CODE
           MOVE SW-REASON-TEXT      TO DTL-REASON-TEXT
           WRITE REPORT-LINE FROM DTL-LINE

           IF SW-REASON-CODE >= 9501 AND SW-REASON-CODE <= 9506
               COMPUTE WS-REASON-IX = SW-REASON-CODE - 9500
           ELSE
               MOVE 7 TO WS-REASON-IX
           END-IF
           ADD 1 TO WS-REASON-COUNT (WS-REASON-IX).
       3200-EXIT.
           EXIT.

       3300-PRINT-USER-TOTAL.
           MOVE WS-PREV-USER-ID TO UTL-USER-ID
           MOVE WS-USER-COUNT   TO UTL-COUNT
           WRITE REPORT-LINE FROM USR-TOTAL-LINE
           WRITE REPORT-LINE FROM SPACES
           ADD 1 TO WS-USERS-LISTED
           MOVE 0 TO WS-USER-COUNT.
       3300-EXIT.
           EXIT.

       4000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'VIOLATIONS BY REASON' TO TTL-TITLE
           WRITE REPORT-LINE FROM TTL-LINE
           PERFORM 4100-PRINT-ONE-REASON
               VARYING WS-REASON-IX FROM 1 BY 1
               UNTIL WS-REASON-IX > 7
           WRITE REPORT-LINE FROM SPACES

           MOVE 'LOG RECORDS READ:'       TO SUM-LABEL
           MOVE WS-LOG-READ-COUNT         TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'VIOLATIONS ON REPORT DATE:' TO SUM-LABEL
           MOVE WS-SELECTED-COUNT         TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'USERS WITH VIOLATIONS:'  TO SUM-LABEL
           MOVE WS-USERS-LISTED           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-REASON.
           MOVE WS-REASON-NAME (WS-REASON-IX)  TO RSN-NAME
           MOVE WS-REASON-COUNT (WS-REASON-IX) TO RSN-COUNT
           WRITE REPORT-LINE FROM RSN-LINE.
       4100-EXIT.
           EXIT.

       5000-TERMINATE.
           CLOSE REPORT-FILE
           DISPLAY 'CUSTSECR: ' WS-SELECTED-COUNT
                   ' VIOLATIONS FOR ' WS-REPORT-DATE.
       5000-EXIT.
           EXIT.
