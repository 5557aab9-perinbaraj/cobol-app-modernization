      ******************************************************************
      * PROGRAM-ID: CUSTDSPR
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: Open Disputes Aging Report - the weekly review of
      *          every dispute still open on CUST.DISPUTE.FILE.
      *          Disputes are sorted by owner, then reason code, and
      *          aged from the date they were opened into the
      *          0-30 / 31-60 / 61-90 / OVER 90 day columns, so each
      *          owner sees their own queue oldest first. Subtotals
      *          are printed for each reason within an owner and for
      *          each owner, followed by a grand total and a summary
      *          by reason across the whole book. Credited and
      *          withdrawn disputes are not listed. The optional
      *          CUSTDSPR.PARM card carries an as-of date (YYYYMMDD)
      *          to age against; without it the run date is used.
      *          Nothing is updated.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDSPR.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE
               ASSIGN TO 'CUST.DISPUTE.FILE'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DSP-KEY
               FILE STATUS IS WS-DSP-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'CUSTDSPR.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO 'CUSTDSPR.WORK'.

           SELECT REPORT-FILE
               ASSIGN TO 'CUSTDSPR.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY CUST-DSP.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-AS-OF-DATE          PIC X(8).

      * Owner, then reason, then oldest first within the reason.
       SD  SORT-WORK-FILE.
       01  SORT-WORK-RECORD.
           05 SW-OWNER                 PIC X(8).
           05 SW-REASON-CODE           PIC X(2).
           05 SW-OPENED-DATE           PIC 9(8).
           05 SW-CUST-ID               PIC X(10).
           05 SW-NUMBER                PIC 9(4).
           05 SW-DOC-NUMBER            PIC X(12).
           05 SW-DAYS-OLD              PIC 9(5).
           05 SW-BUCKET                PIC 9(1).
           05 SW-AMOUNT                PIC S9(7)V99 COMP-3.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DSP-STATUS               PIC X(2).
           88 WS-DSP-OK                VALUE '00' '02'.
           88 WS-DSP-EOF               VALUE '10'.
           88 WS-DSP-NO-FILE           VALUE '35'.

       01  WS-PARM-STATUS              PIC X(2).
           88 WS-PARM-OK               VALUE '00'.
           88 WS-PARM-NOT-FOUND        VALUE '35'.

       01  WS-REPORT-STATUS            PIC X(2).
           88 WS-REPORT-OK             VALUE '00'.

       01  WS-DSP-EOF-SWITCH           PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-DISPUTES      VALUE 'Y'.

       01  WS-PARM-EOF-SWITCH          PIC X(1) VALUE 'N'.

       01  WS-SORT-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-SORTED-RECS   VALUE 'Y'.

       01  WS-DISPUTE-FILE-SW          PIC X(1) VALUE 'N'.
           88 WS-DISPUTE-FILE-PRESENT  VALUE 'Y'.

       01  WS-TODAY                    PIC 9(8).
       01  WS-AS-OF-DATE               PIC 9(8).
       01  WS-AS-OF-DAYS               PIC 9(7).
       01  WS-OPENED-DAYS              PIC 9(7).
       01  WS-DAYS-OLD                 PIC S9(5).

       01  WS-READ-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-OPEN-COUNT               PIC 9(7) COMP VALUE 0.
       01  WS-BAD-DATE-COUNT           PIC 9(7) COMP VALUE 0.

      * Control-break holders. The first sorted record primes both.
       01  WS-FIRST-RECORD-SW          PIC X(1) VALUE 'Y'.
           88 WS-FIRST-RECORD          VALUE 'Y'.
       01  WS-PREV-OWNER               PIC X(8).
       01  WS-PREV-REASON              PIC X(2).

      * Accumulators - one row each for the reason within owner, the
      * owner and the whole run; five amount columns per row, the
      * four age buckets and the total.
       01  WS-LEVEL-TOTALS.
           05 WS-LEVEL OCCURS 3 TIMES.
              10 WS-LVL-COUNT          PIC 9(7) COMP.
              10 WS-LVL-AMOUNT         PIC S9(11)V99 COMP-3
                                       OCCURS 5 TIMES.
       01  WS-LVL-REASON               PIC 9(1) COMP VALUE 1.
       01  WS-LVL-OWNER                PIC 9(1) COMP VALUE 2.
       01  WS-LVL-GRAND                PIC 9(1) COMP VALUE 3.
       01  WS-LVL-IX                   PIC 9(1) COMP.
       01  WS-COL-IX                   PIC 9(1) COMP.

      * Reason-code summary across the book, in the order the
      * dispute record lists its codes. Row 8 holds anything not on
      * the list.
       01  WS-REASON-CODES             PIC X(16)
                                       VALUE 'PRSHDMNRDBTMOT??'.
       01  WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODES.
           05 WS-REASON-CODE           PIC X(2) OCCURS 8 TIMES.
       01  WS-REASON-NAMES.
           05 FILLER                   PIC X(20) VALUE 'PRICING'.
           05 FILLER                   PIC X(20)
              VALUE 'SHORT SHIPMENT'.
           05 FILLER                   PIC X(20) VALUE 'DAMAGED GOODS'.
           05 FILLER                   PIC X(20)
              VALUE 'GOODS NOT RECEIVED'.
           05 FILLER                   PIC X(20)
              VALUE 'DUPLICATE BILLING'.
           05 FILLER                   PIC X(20)
              VALUE 'TERMS OR DISCOUNT'.
           05 FILLER                   PIC X(20) VALUE 'OTHER'.
           05 FILLER                   PIC X(20) VALUE 'UNKNOWN REASON'.
       01  WS-REASON-NAME-TABLE REDEFINES WS-REASON-NAMES.
           05 WS-REASON-NAME           PIC X(20) OCCURS 8 TIMES.
       01  WS-REASON-TOTALS.
           05 WS-REASON-ROW OCCURS 8 TIMES.
              10 WS-RSN-COUNT          PIC 9(7) COMP.
              10 WS-RSN-AMOUNT         PIC S9(11)V99 COMP-3
                                       OCCURS 5 TIMES.
       01  WS-RSN-IX                   PIC 9(1) COMP.
       01  WS-RSN-HIT-SW               PIC X(1).
           88 WS-RSN-HIT               VALUE 'Y'.

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(40)
              VALUE 'OPEN DISPUTES AGING REPORT'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(10) VALUE 'AGED AS OF'.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 HDG2-AS-OF               PIC 9(8).

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'CUST-ID'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(04) VALUE 'DSP#'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(12) VALUE 'DOCUMENT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'OPENED'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(05) VALUE ' DAYS'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(15)
              VALUE '         0-30'.
           05 FILLER                   PIC X(15)
              VALUE '        31-60'.
           05 FILLER                   PIC X(15)
              VALUE '        61-90'.
           05 FILLER                   PIC X(15)
              VALUE '      OVER 90'.
           05 FILLER                   PIC X(15)
              VALUE '        TOTAL'.

       01  OWNER-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(07) VALUE 'OWNER: '.
           05 OWN-OWNER                PIC X(8).

       01  REASON-LINE.
           05 FILLER                   PIC X(03) VALUE SPACES.
           05 FILLER                   PIC X(08) VALUE 'REASON: '.
           05 RSL-REASON-CODE          PIC X(2).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 RSL-REASON-NAME          PIC X(20).

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-NUMBER               PIC 9(4).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-DOC-NUMBER           PIC X(12).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-OPENED-DATE          PIC 9(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-DAYS-OLD             PIC ZZZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-AMOUNT-COL           OCCURS 5 TIMES.
              10 DTL-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER                PIC X(01).

      * Shared by the reason, owner and grand total lines - the label
      * says which.
       01  TOT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 TOT-LABEL                PIC X(30).
           05 TOT-COUNT                PIC ZZZ,ZZ9.
           05 FILLER                   PIC X(12) VALUE SPACES.
           05 TOT-AMOUNT-COL           OCCURS 5 TIMES.
              10 TOT-AMOUNT            PIC ZZ,ZZZ,ZZ9.99-.
              10 FILLER                PIC X(01).

       01  SEC-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SEC-TITLE                PIC X(50).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
           05 SUM-COUNT                PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           IF WS-DISPUTE-FILE-PRESENT
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-OWNER
                                    SW-REASON-CODE
                                    SW-OPENED-DATE
                                    SW-CUST-ID
                                    SW-NUMBER
                   INPUT PROCEDURE IS 2000-RELEASE-OPEN-DISPUTES
                       THRU 2000-EXIT
                   OUTPUT PROCEDURE IS 3000-PRINT-DISPUTES
                       THRU 3000-EXIT
           END-IF

           IF WS-OPEN-COUNT = 0
               MOVE 'NO OPEN DISPUTES' TO SEC-TITLE
               WRITE REPORT-LINE FROM SEC-LINE
           ELSE
               PERFORM 4000-PRINT-REASON-SUMMARY
           END-IF

           PERFORM 5000-WRITE-SUMMARY
           PERFORM 6000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE WS-TODAY TO WS-AS-OF-DATE
           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT
           COMPUTE WS-AS-OF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)

           INITIALIZE WS-LEVEL-TOTALS
           INITIALIZE WS-REASON-TOTALS

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'CUSTDSPR: FAILED TO OPEN REPORT FILE'
               GOBACK
           END-IF
           MOVE WS-TODAY      TO HDG2-DATE
           MOVE WS-AS-OF-DATE TO HDG2-AS-OF
           WRITE REPORT-LINE FROM HDG-LINE-1
           WRITE REPORT-LINE FROM HDG-LINE-2
           WRITE REPORT-LINE FROM SPACES

      * No dispute file means no dispute has ever been opened - an
      * empty report, not a failure.
           OPEN INPUT DISPUTE-FILE
           IF WS-DSP-NO-FILE
               GO TO 1000-EXIT
           END-IF
           IF NOT WS-DSP-OK
               DISPLAY 'CUSTDSPR: FAILED TO OPEN DISPUTE FILE'
               CLOSE REPORT-FILE
               GOBACK
           END-IF
           MOVE 'Y' TO WS-DISPUTE-FILE-SW.
       1000-EXIT.
           EXIT.

      * An absent parameter file is not an error - the disputes are
      * aged as of the run date. A date that is not numeric is
      * ignored the same way.
       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-NOT-FOUND
               GO TO 1100-EXIT
           END-IF
           IF NOT WS-PARM-OK
               DISPLAY 'CUSTDSPR: FAILED TO OPEN PARM FILE'
               GO TO 1100-EXIT
           END-IF

           READ PARM-FILE
               AT END
                   MOVE 'Y' TO WS-PARM-EOF-SWITCH
           END-READ

           IF WS-PARM-EOF-SWITCH = 'N'
               IF PARM-AS-OF-DATE IS NUMERIC
                  AND PARM-AS-OF-DATE NOT = '00000000'
                   MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
               END-IF
           END-IF

           CLOSE PARM-FILE.
       1100-EXIT.
           EXIT.

       2000-RELEASE-OPEN-DISPUTES.
           PERFORM 2100-RELEASE-ONE-DISPUTE
               UNTIL WS-NO-MORE-DISPUTES.
       2000-EXIT.
           EXIT.

       2100-RELEASE-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-DSP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF DSP-OPEN
                       PERFORM 2200-AGE-ONE-DISPUTE THRU 2200-EXIT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

      * A dispute with an unreadable opened date is still money on
      * hold - it is listed in the oldest column, where someone will
      * look at it, and counted so the date can be repaired.
       2200-AGE-ONE-DISPUTE.
           MOVE DSP-OWNER          TO SW-OWNER
           MOVE DSP-REASON-CODE    TO SW-REASON-CODE
           MOVE DSP-OPENED-DATE    TO SW-OPENED-DATE
           MOVE DSP-CUST-ID        TO SW-CUST-ID
           MOVE DSP-NUMBER         TO SW-NUMBER
           MOVE DSP-DOC-NUMBER     TO SW-DOC-NUMBER
           MOVE DSP-AMOUNT         TO SW-AMOUNT

           IF DSP-OPENED-DATE IS NUMERIC
              AND DSP-OPENED-DATE > 16010100
              AND DSP-OPENED-DATE NOT > WS-AS-OF-DATE
               COMPUTE WS-OPENED-DAYS =
                   FUNCTION INTEGER-OF-DATE(DSP-OPENED-DATE)
               COMPUTE WS-DAYS-OLD = WS-AS-OF-DAYS - WS-OPENED-DAYS
           ELSE
               IF DSP-OPENED-DATE IS NUMERIC
                  AND DSP-OPENED-DATE > WS-AS-OF-DATE
                   MOVE 0 TO WS-DAYS-OLD
               ELSE
                   ADD 1 TO WS-BAD-DATE-COUNT
                   MOVE 99999 TO WS-DAYS-OLD
               END-IF
           END-IF
           MOVE WS-DAYS-OLD TO SW-DAYS-OLD

           EVALUATE TRUE
               WHEN WS-DAYS-OLD <= 30
                   MOVE 1 TO SW-BUCKET
               WHEN WS-DAYS-OLD <= 60
                   MOVE 2 TO SW-BUCKET
               WHEN WS-DAYS-OLD <= 90
                   MOVE 3 TO SW-BUCKET
               WHEN OTHER
                   MOVE 4 TO SW-BUCKET
           END-EVALUATE

           ADD 1 TO WS-OPEN-COUNT
           RELEASE SORT-WORK-RECORD.
       2200-EXIT.
           EXIT.

       3000-PRINT-DISPUTES.
           PERFORM 3100-RETURN-ONE-DISPUTE
               UNTIL WS-NO-MORE-SORTED-RECS

           IF NOT WS-FIRST-RECORD
               PERFORM 3500-REASON-BREAK
               PERFORM 3600-OWNER-BREAK
               MOVE 'GRAND TOTAL - OPEN DISPUTES:' TO TOT-LABEL
               MOVE WS-LVL-GRAND TO WS-LVL-IX
               PERFORM 3700-WRITE-TOTAL-LINE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-ONE-DISPUTE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF-SWITCH
               NOT AT END
                   PERFORM 3200-PRINT-ONE-DISPUTE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-DISPUTE.
           EVALUATE TRUE
               WHEN WS-FIRST-RECORD
                   MOVE 'N' TO WS-FIRST-RECORD-SW
                   PERFORM 3300-START-OWNER
                   PERFORM 3400-START-REASON
               WHEN SW-OWNER NOT = WS-PREV-OWNER
                   PERFORM 3500-REASON-BREAK
                   PERFORM 3600-OWNER-BREAK
                   PERFORM 3300-START-OWNER
                   PERFORM 3400-START-REASON
               WHEN SW-REASON-CODE NOT = WS-PREV-REASON
                   PERFORM 3500-REASON-BREAK
                   PERFORM 3400-START-REASON
           END-EVALUATE

           MOVE SW-CUST-ID         TO DTL-CUST-ID
           MOVE SW-NUMBER          TO DTL-NUMBER
           MOVE SW-DOC-NUMBER      TO DTL-DOC-NUMBER
           MOVE SW-OPENED-DATE     TO DTL-OPENED-DATE
           MOVE SW-DAYS-OLD        TO DTL-DAYS-OLD
           MOVE SPACES             TO DTL-AMOUNT-COL (1)
                                      DTL-AMOUNT-COL (2)
                                      DTL-AMOUNT-COL (3)
                                      DTL-AMOUNT-COL (4)
           MOVE SW-AMOUNT          TO DTL-AMOUNT (SW-BUCKET)
           MOVE SW-AMOUNT          TO DTL-AMOUNT (5)
           WRITE REPORT-LINE FROM DTL-LINE

           PERFORM 3250-ADD-TO-LEVEL
               VARYING WS-LVL-IX FROM 1 BY 1
               UNTIL WS-LVL-IX > 3
           PERFORM 3270-ADD-TO-REASON-SUMMARY.
       3200-EXIT.
           EXIT.

       3250-ADD-TO-LEVEL.
           ADD 1         TO WS-LVL-COUNT (WS-LVL-IX)
           ADD SW-AMOUNT TO WS-LVL-AMOUNT (WS-LVL-IX, SW-BUCKET)
           ADD SW-AMOUNT TO WS-LVL-AMOUNT (WS-LVL-IX, 5).
       3250-EXIT.
           EXIT.

       3270-ADD-TO-REASON-SUMMARY.
           ADD 1         TO WS-RSN-COUNT (WS-RSN-IX)
           ADD SW-AMOUNT TO WS-RSN-AMOUNT (WS-RSN-IX, SW-BUCKET)
           ADD SW-AMOUNT TO WS-RSN-AMOUNT (WS-RSN-IX, 5).
       3270-EXIT.
           EXIT.

       3300-START-OWNER.
           MOVE SW-OWNER TO WS-PREV-OWNER
           MOVE SW-OWNER TO OWN-OWNER
           IF SW-OWNER = SPACES
               MOVE '(NONE)' TO OWN-OWNER
           END-IF
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM OWNER-LINE
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM HDG-LINE-3.
       3300-EXIT.
           EXIT.

      * Finds the reason's row in the summary table as well, so each
      * detail line can be added to it without looking again.
       3400-START-REASON.
           MOVE SW-REASON-CODE TO WS-PREV-REASON
           MOVE 'N' TO WS-RSN-HIT-SW
           PERFORM 3450-MATCH-ONE-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > 7
                  OR WS-RSN-HIT
           IF WS-RSN-HIT
               SUBTRACT 1 FROM WS-RSN-IX
           ELSE
               MOVE 8 TO WS-RSN-IX
           END-IF

           MOVE SW-REASON-CODE              TO RSL-REASON-CODE
           MOVE WS-REASON-NAME (WS-RSN-IX)  TO RSL-REASON-NAME
           WRITE REPORT-LINE FROM REASON-LINE.
       3400-EXIT.
           EXIT.

       3450-MATCH-ONE-REASON.
           IF WS-REASON-CODE (WS-RSN-IX) = SW-REASON-CODE
               MOVE 'Y' TO WS-RSN-HIT-SW
           END-IF.
       3450-EXIT.
           EXIT.

       3500-REASON-BREAK.
           MOVE SPACES TO TOT-LABEL
           STRING '   REASON ' WS-PREV-REASON ' TOTAL:'
               DELIMITED BY SIZE INTO TOT-LABEL
           END-STRING
           MOVE WS-LVL-REASON TO WS-LVL-IX
           PERFORM 3700-WRITE-TOTAL-LINE
           PERFORM 3800-CLEAR-LEVEL.
       3500-EXIT.
           EXIT.

       3600-OWNER-BREAK.
           MOVE SPACES TO TOT-LABEL
           STRING 'OWNER ' OWN-OWNER ' TOTAL:'
               DELIMITED BY SIZE INTO TOT-LABEL
           END-STRING
           MOVE WS-LVL-OWNER TO WS-LVL-IX
           PERFORM 3700-WRITE-TOTAL-LINE
           PERFORM 3800-CLEAR-LEVEL.
       3600-EXIT.
           EXIT.

       3700-WRITE-TOTAL-LINE.
           MOVE WS-LVL-COUNT (WS-LVL-IX) TO TOT-COUNT
           PERFORM 3750-MOVE-ONE-TOTAL
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > 5
           WRITE REPORT-LINE FROM TOT-LINE.
       3700-EXIT.
           EXIT.

       3750-MOVE-ONE-TOTAL.
           MOVE WS-LVL-AMOUNT (WS-LVL-IX, WS-COL-IX)
               TO TOT-AMOUNT (WS-COL-IX).
       3750-EXIT.
           EXIT.

       3800-CLEAR-LEVEL.
           MOVE 0 TO WS-LVL-COUNT (WS-LVL-IX)
           PERFORM 3850-CLEAR-ONE-AMOUNT
               VARYING WS-COL-IX FROM 1 BY 1
               UNTIL WS-COL-IX > 5.
       3800-EXIT.
           EXIT.

       3850-CLEAR-ONE-AMOUNT.
           MOVE 0 TO WS-LVL-AMOUNT (WS-LVL-IX, WS-COL-IX).
       3850-EXIT.
           EXIT.

       4000-PRINT-REASON-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'OPEN DISPUTES BY REASON - ALL OWNERS' TO SEC-TITLE
           WRITE REPORT-LINE FROM SEC-LINE
           WRITE REPORT-LINE FROM SPACES
           PERFORM 4100-PRINT-ONE-REASON
               VARYING WS-RSN-IX FROM 1 BY 1
               UNTIL WS-RSN-IX > 8.
       4000-EXIT.
           EXIT.

       4100-PRINT-ONE-REASON.
           IF WS-RSN-COUNT (WS-RSN-IX) > 0
               MOVE SPACES TO TOT-LABEL
               STRING WS-REASON-CODE (WS-RSN-IX) ' '
                      WS-REASON-NAME (WS-RSN-IX)
                   DELIMITED BY SIZE INTO TOT-LABEL
               END-STRING
               MOVE WS-RSN-COUNT (WS-RSN-IX) TO TOT-COUNT
               PERFORM 4150-MOVE-ONE-REASON-TOTAL
                   VARYING WS-COL-IX FROM 1 BY 1
                   UNTIL WS-COL-IX > 5
               WRITE REPORT-LINE FROM TOT-LINE
           END-IF.
       4100-EXIT.
           EXIT.

       4150-MOVE-ONE-REASON-TOTAL.
           MOVE WS-RSN-AMOUNT (WS-RSN-IX, WS-COL-IX)
               TO TOT-AMOUNT (WS-COL-IX).
       4150-EXIT.
           EXIT.

       5000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES

           MOVE 'DISPUTE RECORDS READ:'     TO SUM-LABEL
           MOVE WS-READ-COUNT               TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'OPEN DISPUTES LISTED:'     TO SUM-LABEL
           MOVE WS-OPEN-COUNT               TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           IF WS-BAD-DATE-COUNT > 0
               MOVE 'OPENED DATE INVALID:'  TO SUM-LABEL
               MOVE WS-BAD-DATE-COUNT       TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE
           END-IF.
       5000-EXIT.
           EXIT.

       6000-TERMINATE.
           IF WS-DISPUTE-FILE-PRESENT
               CLOSE DISPUTE-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'CUSTDSPR: ' WS-OPEN-COUNT ' OPEN DISPUTES OF '
                   WS-READ-COUNT ' READ'.
       6000-EXIT.
           EXIT.
