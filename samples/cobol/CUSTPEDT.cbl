      *          CUST.TRANS.CRM, join the cycle the same way: edited
      *          with the same rules and re-sequenced after the
      *          recycles, so a CRM change rides the normal chain
      *          and its rejects recycle like anyone else's. The
      *          credit limit updates a CUSTCRRV approval run writes,
      *          presented as CUST.TRANS.CRRV, follow the CRM feed on
      *          the same terms, and so do the address corrections the
      *          CUSTZIPS scrub writes, presented as CUST.TRANS.ZIPS.
      *          A city CUSTVAL finds does not match the ZIP passes
      *          with a warning line on the report. A ZIP in another
      *          state rejects an add outright; on an update it is
      *          only a warning here, since this run cannot see
      *          whether the address on the master is changing - the
      *          posting run refuses it if it is. Returned-mail
      *          transactions (type 'G') pass straight through.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPEDT.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CRMF-STATUS.

           SELECT LIMITFEED-FILE
               ASSIGN TO 'CUST.TRANS.CRRV'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LMTF-STATUS.

           SELECT ZIPFEED-FILE
               ASSIGN TO 'CUST.TRANS.ZIPS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ZIPF-STATUS.

           SELECT CLEAN-FILE
               ASSIGN TO 'CUST.TRANS.CLEAN'
               ORGANIZATION IS SEQUENTIAL
                         ==CUST-TRANSACTION==
                             BY ==CRM-FEED-TRANSACTION==.

       FD  LIMITFEED-FILE.
           COPY CUST-TRN REPLACING LEADING ==TRN== BY ==LTF==
                         ==CUST-TRANSACTION==
                             BY ==LIMIT-FEED-TRANSACTION==.

       FD  ZIPFEED-FILE.
           COPY CUST-TRN REPLACING LEADING ==TRN== BY ==ZTF==
                         ==CUST-TRANSACTION==
                             BY ==ZIP-FEED-TRANSACTION==.

       FD  CLEAN-FILE.
           COPY CUST-TRN REPLACING LEADING ==TRN== BY ==CLN==
                         ==CUST-TRANSACTION==
           88 WS-CRMF-OK               VALUE '00'.
           88 WS-CRMF-NOT-FOUND        VALUE '35'.

       01  WS-LMTF-STATUS              PIC X(2).
           88 WS-LMTF-OK               VALUE '00'.
           88 WS-LMTF-NOT-FOUND        VALUE '35'.

       01  WS-ZIPF-STATUS              PIC X(2).
           88 WS-ZIPF-OK               VALUE '00'.
           88 WS-ZIPF-NOT-FOUND        VALUE '35'.

       01  WS-CLEAN-STATUS             PIC X(2).
           88 WS-CLEAN-OK              VALUE '00'.

       01  WS-CRMF-PRESENT-SW          PIC X(1) VALUE 'N'.
           88 WS-CRMF-PRESENT          VALUE 'Y'.

       01  WS-LMTF-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-LIMIT-FEED    VALUE 'Y'.

       01  WS-LMTF-PRESENT-SW          PIC X(1) VALUE 'N'.
           88 WS-LMTF-PRESENT          VALUE 'Y'.

       01  WS-ZIPF-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-ZIP-FEED      VALUE 'Y'.

       01  WS-ZIPF-PRESENT-SW          PIC X(1) VALUE 'N'.
           88 WS-ZIPF-PRESENT          VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(8) COMP VALUE 0.
       01  WS-CLEAN-COUNT              PIC 9(8) COMP VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(8) COMP VALUE 0.
       01  WS-CRMF-READ-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-CRMF-CLEAN-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-CRMF-REJECT-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-LMTF-READ-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-LMTF-CLEAN-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-LMTF-REJECT-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-ZIPF-READ-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-ZIPF-CLEAN-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-ZIPF-REJECT-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-WARNING-COUNT            PIC 9(8) COMP VALUE 0.

       01  WS-LAST-SEQUENCE            PIC 9(8) VALUE 0.
       01  WS-HIGH-SEQUENCE            PIC 9(8) VALUE 0.
       01  WS-WRK-TRANSACTION.
           05 WRK-SEQUENCE-NUMBER      PIC 9(8).
           05 WRK-TRANS-TYPE           PIC X(1).
              88 WRK-VALID-TRANS-TYPE  VALUE 'A' 'U' 'D' 'I' 'G'.
              88 WRK-DATA-EDIT-TYPE    VALUE 'A' 'U'.
           05 WRK-CUST-ID              PIC X(10).
           05 WRK-CUST-DATA.
              VALUE ' RESEQUENCED '.
           05 CRM-NEW-SEQ              PIC 9(8).

       01  LMT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(25)
              VALUE 'CREDIT REVIEW - OLD SEQ '.
           05 LMT-OLD-SEQ              PIC 9(8).
           05 FILLER                   PIC X(13)
              VALUE ' RESEQUENCED '.
           05 LMT-NEW-SEQ              PIC 9(8).

       01  ZIP-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(25)
              VALUE 'ADDRESS SCRUB - OLD SEQ '.
           05 ZIP-OLD-SEQ              PIC 9(8).
           05 FILLER                   PIC X(13)
              VALUE ' RESEQUENCED '.
           05 ZIP-NEW-SEQ              PIC 9(8).

      * A CUSTVAL warning - the transaction still goes to the clean
      * file, the line tells the clerk what to look at.
       01  WRN-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 WRN-SEQ-NO               PIC 9(8).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRN-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRN-TRANS-TYPE           PIC X(04).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 WRN-MESSAGE              PIC X(80).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
                   UNTIL WS-NO-MORE-CRM-FEED
           END-IF

           IF WS-LMTF-PRESENT
               PERFORM 3600-PROCESS-LIMIT-FEED THRU 3600-EXIT
                   UNTIL WS-NO-MORE-LIMIT-FEED
           END-IF

           IF WS-ZIPF-PRESENT
               PERFORM 3700-PROCESS-ZIP-FEED THRU 3700-EXIT
                   UNTIL WS-NO-MORE-ZIP-FEED
           END-IF

           PERFORM 4000-WRITE-SUMMARY
           PERFORM 5000-TERMINATE
           GOBACK.
               MOVE 'Y' TO WS-CRMF-EOF-SWITCH
           END-IF

      * So is the CUSTCRRV limit update file - it exists only in a
      * cycle that follows an approved credit review.
           OPEN INPUT LIMITFEED-FILE
           IF WS-LMTF-OK
               MOVE 'Y' TO WS-LMTF-PRESENT-SW
           ELSE
               MOVE 'Y' TO WS-LMTF-EOF-SWITCH
           END-IF

      * And the CUSTZIPS address corrections - only after a scrub.
           OPEN INPUT ZIPFEED-FILE
           IF WS-ZIPF-OK
               MOVE 'Y' TO WS-ZIPF-PRESENT-SW
           ELSE
               MOVE 'Y' TO WS-ZIPF-EOF-SWITCH
           END-IF

           OPEN OUTPUT CLEAN-FILE
           IF NOT WS-CLEAN-OK
               DISPLAY 'CUSTPEDT: FAILED TO OPEN CLEAN FILE'
           END-IF
           IF WS-CRMF-PRESENT
               CLOSE CRMFEED-FILE
           END-IF
           IF WS-LMTF-PRESENT
               CLOSE LIMITFEED-FILE
           END-IF
           IF WS-ZIPF-PRESENT
               CLOSE ZIPFEED-FILE
           END-IF.
       1900-EXIT.
           EXIT.

      * Transaction-level edits - the type must be one CUSTBTCH can
      * drive through CUSTMGMT, and add/update customer data must
      * pass the same CUSTVAL edits the posting run applies. Deletes,
      * inquiries and returned-mail flags carry no data worth
      * editing, exactly as CUSTMGMT itself only validates on add
      * and update.
       2200-EDIT-TRANSACTION.
           IF WS-REJECT-REASON NOT = 0
               GO TO 2200-EXIT
                                WS-VAL-RETURN-CODE
                                WS-VAL-ERROR-MSG

      * An update's ZIP/state finding may be the master's standing
      * address rather than a change - CUSTMGMT can tell, so it is
      * left to the posting run and only warned about here.
           IF WS-VAL-RETURN-CODE = 2102
              AND WRK-TRANS-TYPE = 'U'
               MOVE 0 TO WS-VAL-RETURN-CODE
           END-IF

           IF WS-VAL-RETURN-CODE NOT = 0
               MOVE WS-VAL-RETURN-CODE  TO WS-REJECT-REASON
               MOVE WS-VAL-ERROR-MSG (1:30)
                   TO WS-REJECT-REASON-TEXT
           ELSE
               IF WS-VAL-ERROR-MSG NOT = SPACES
                   PERFORM 2260-WRITE-WARNING-LINE
               END-IF
           END-IF.
       2250-EXIT.
           EXIT.
       2255-EXIT.
           EXIT.

       2260-WRITE-WARNING-LINE.
           MOVE WRK-SEQUENCE-NUMBER TO WRN-SEQ-NO
           MOVE WRK-CUST-ID         TO WRN-CUST-ID
           MOVE WRK-TRANS-TYPE      TO WRN-TRANS-TYPE
           MOVE WS-VAL-ERROR-MSG    TO WRN-MESSAGE
           WRITE REPORT-LINE FROM WRN-LINE
           ADD 1 TO WS-WARNING-COUNT.
       2260-EXIT.
           EXIT.

       2300-WRITE-CLEAN.
           MOVE WRK-SEQUENCE-NUMBER  TO CLN-SEQUENCE-NUMBER
           MOVE WRK-TRANS-TYPE       TO CLN-TRANS-TYPE
       3530-EXIT.
           EXIT.

      * Credit review pass - the approved CUSTCRRV limit updates are
      * edited and re-sequenced after everything above, exactly as
      * the CRM feed is. A rejected update recycles like any other.
       3600-PROCESS-LIMIT-FEED.
           PERFORM 3610-READ-LIMIT-FEED
           IF WS-NO-MORE-LIMIT-FEED
               GO TO 3600-EXIT
           END-IF

           PERFORM 3620-STAGE-LIMIT-TRANSACTION
           PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT

           IF WS-REJECT-REASON = 0
               ADD 1 TO WS-NEXT-RCYC-SEQUENCE
               MOVE LTF-SEQUENCE-NUMBER   TO LMT-OLD-SEQ
               MOVE WS-NEXT-RCYC-SEQUENCE TO LMT-NEW-SEQ
                                             WRK-SEQUENCE-NUMBER
               WRITE REPORT-LINE FROM LMT-LINE
               PERFORM 2300-WRITE-CLEAN
               ADD 1 TO WS-LMTF-CLEAN-COUNT
           ELSE
               PERFORM 2400-WRITE-REJECT
               PERFORM 2500-WRITE-REJECT-LINE
               ADD 1 TO WS-LMTF-REJECT-COUNT
           END-IF.
       3600-EXIT.
           EXIT.

       3610-READ-LIMIT-FEED.
           READ LIMITFEED-FILE
               AT END
                   MOVE 'Y' TO WS-LMTF-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-LMTF-READ-COUNT
                   IF WS-NEXT-RCYC-SEQUENCE = 0
                       MOVE WS-HIGH-SEQUENCE TO WS-NEXT-RCYC-SEQUENCE
                   END-IF
           END-READ.
       3610-EXIT.
           EXIT.

       3620-STAGE-LIMIT-TRANSACTION.
           MOVE SPACES               TO WS-WRK-TRANSACTION
           MOVE 0                    TO WS-REJECT-REASON
           MOVE SPACES               TO WS-REJECT-REASON-TEXT
           MOVE LTF-SEQUENCE-NUMBER  TO WRK-SEQUENCE-NUMBER
           MOVE LTF-TRANS-TYPE       TO WRK-TRANS-TYPE
           MOVE LTF-CUST-ID          TO WRK-CUST-ID
           MOVE LTF-CUST-NAME        TO WRK-CUST-NAME
           MOVE LTF-CUST-ADDR        TO WRK-CUST-ADDR
           MOVE LTF-CUST-CITY        TO WRK-CUST-CITY
           MOVE LTF-CUST-STATE       TO WRK-CUST-STATE
           MOVE LTF-CUST-ZIP         TO WRK-CUST-ZIP
           MOVE LTF-CUST-BAL         TO WRK-CUST-BAL
           MOVE LTF-CUST-STATUS      TO WRK-CUST-STATUS
           IF LTF-CUST-LIMIT NUMERIC
               MOVE LTF-CUST-LIMIT TO WRK-CUST-LIMIT
           ELSE
               MOVE 0 TO WRK-CUST-LIMIT
           END-IF
           MOVE LTF-CUST-PHONE-COUNT TO WRK-CUST-PHONE-COUNT
           PERFORM 3630-STAGE-ONE-LIMIT-PHONE
               VARYING WS-PHONE-IX FROM 1 BY 1
               UNTIL WS-PHONE-IX > LTF-CUST-PHONE-COUNT
                  OR WS-PHONE-IX > 9.
       3620-EXIT.
           EXIT.

       3630-STAGE-ONE-LIMIT-PHONE.
           MOVE LTF-PHONE-TYPE (WS-PHONE-IX)
               TO WRK-PHONE-TYPE (WS-PHONE-IX)
           MOVE LTF-PHONE-NUMBER (WS-PHONE-IX)
               TO WRK-PHONE-NUMBER (WS-PHONE-IX).
       3630-EXIT.
           EXIT.

      * Address scrub pass - the CUSTZIPS corrections come last, on
      * the same terms as the credit review updates.
       3700-PROCESS-ZIP-FEED.
           PERFORM 3710-READ-ZIP-FEED
           IF WS-NO-MORE-ZIP-FEED
               GO TO 3700-EXIT
           END-IF

           PERFORM 3720-STAGE-ZIP-TRANSACTION
           PERFORM 2200-EDIT-TRANSACTION THRU 2200-EXIT

           IF WS-REJECT-REASON = 0
               ADD 1 TO WS-NEXT-RCYC-SEQUENCE
               MOVE ZTF-SEQUENCE-NUMBER   TO ZIP-OLD-SEQ
               MOVE WS-NEXT-RCYC-SEQUENCE TO ZIP-NEW-SEQ
                                             WRK-SEQUENCE-NUMBER
               WRITE REPORT-LINE FROM ZIP-LINE
               PERFORM 2300-WRITE-CLEAN
               ADD 1 TO WS-ZIPF-CLEAN-COUNT
           ELSE
               PERFORM 2400-WRITE-REJECT
               PERFORM 2500-WRITE-REJECT-LINE
               ADD 1 TO WS-ZIPF-REJECT-COUNT
           END-IF.
       3700-EXIT.
           EXIT.

       3710-READ-ZIP-FEED.
           READ ZIPFEED-FILE
               AT END
                   MOVE 'Y' TO WS-ZIPF-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-ZIPF-READ-COUNT
                   IF WS-NEXT-RCYC-SEQUENCE = 0
                       MOVE WS-HIGH-SEQUENCE TO WS-NEXT-RCYC-SEQUENCE
                   END-IF
           END-READ.
       3710-EXIT.
           EXIT.

       3720-STAGE-ZIP-TRANSACTION.
           MOVE SPACES               TO WS-WRK-TRANSACTION
           MOVE 0                    TO WS-REJECT-REASON
           MOVE SPACES               TO WS-REJECT-REASON-TEXT
           MOVE ZTF-SEQUENCE-NUMBER  TO WRK-SEQUENCE-NUMBER
           MOVE ZTF-TRANS-TYPE       TO WRK-TRANS-TYPE
           MOVE ZTF-CUST-ID          TO WRK-CUST-ID
           MOVE ZTF-CUST-NAME        TO WRK-CUST-NAME
           MOVE ZTF-CUST-ADDR        TO WRK-CUST-ADDR
           MOVE ZTF-CUST-CITY        TO WRK-CUST-CITY
           MOVE ZTF-CUST-STATE       TO WRK-CUST-STATE
           MOVE ZTF-CUST-ZIP         TO WRK-CUST-ZIP
           MOVE ZTF-CUST-BAL         TO WRK-CUST-BAL
           MOVE ZTF-CUST-STATUS      TO WRK-CUST-STATUS
           IF ZTF-CUST-LIMIT NUMERIC
               MOVE ZTF-CUST-LIMIT TO WRK-CUST-LIMIT
           ELSE
               MOVE 0 TO WRK-CUST-LIMIT
           END-IF
           MOVE ZTF-CUST-PHONE-COUNT TO WRK-CUST-PHONE-COUNT
           PERFORM 3730-STAGE-ONE-ZIP-PHONE
               VARYING WS-PHONE-IX FROM 1 BY 1
               UNTIL WS-PHONE-IX > ZTF-CUST-PHONE-COUNT
                  OR WS-PHONE-IX > 9.
       3720-EXIT.
           EXIT.

       3730-STAGE-ONE-ZIP-PHONE.
           MOVE ZTF-PHONE-TYPE (WS-PHONE-IX)
               TO WRK-PHONE-TYPE (WS-PHONE-IX)
           MOVE ZTF-PHONE-NUMBER (WS-PHONE-IX)
               TO WRK-PHONE-NUMBER (WS-PHONE-IX).
       3730-EXIT.
           EXIT.

       4000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'TRANSACTIONS READ:'        TO SUM-LABEL
               MOVE 'CRM FEED REJECTED:'    TO SUM-LABEL
               MOVE WS-CRMF-REJECT-COUNT    TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE
           END-IF

           IF WS-LMTF-PRESENT
               MOVE 'LIMIT UPDATES READ:'     TO SUM-LABEL
               MOVE WS-LMTF-READ-COUNT        TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE

               MOVE 'LIMIT UPDATES ACCEPTED:' TO SUM-LABEL
               MOVE WS-LMTF-CLEAN-COUNT       TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE

               MOVE 'LIMIT UPDATES REJECTED:' TO SUM-LABEL
               MOVE WS-LMTF-REJECT-COUNT      TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE
           END-IF

           IF WS-ZIPF-PRESENT
               MOVE 'ADDRESS FIXES READ:'     TO SUM-LABEL
               MOVE WS-ZIPF-READ-COUNT        TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE

               MOVE 'ADDRESS FIXES ACCEPTED:' TO SUM-LABEL
               MOVE WS-ZIPF-CLEAN-COUNT       TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE

               MOVE 'ADDRESS FIXES REJECTED:' TO SUM-LABEL
               MOVE WS-ZIPF-REJECT-COUNT      TO SUM-COUNT
               WRITE REPORT-LINE FROM SUM-LINE
           END-IF

           MOVE 'ADDRESS WARNINGS:'           TO SUM-LABEL
           MOVE WS-WARNING-COUNT              TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.
       4000-EXIT.
           EXIT.

           IF WS-CRMF-PRESENT
               CLOSE CRMFEED-FILE
           END-IF
           IF WS-LMTF-PRESENT
               CLOSE LIMITFEED-FILE
           END-IF
           IF WS-ZIPF-PRESENT
               CLOSE ZIPFEED-FILE
           END-IF
           CLOSE CLEAN-FILE
           CLOSE REJECT-FILE
           CLOSE EDIT-REPORT
