      ******************************************************************
      * PROGRAM-ID: CUSTZIPS
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: Customer Address Scrub - checks every address on
      *          PROD.CUST.MASTER against the postal ZIP reference
      *          file CUST.ZIP.REF the way CUSTVAL checks a new one,
      *          and lists every record that fails: a ZIP that is not
      *          numeric or not on the reference file, a ZIP that
      *          lies in another state, a city that is not one of the
      *          ZIP's accepted names. Run once to clean up the
      *          addresses taken on before the cross-check existed,
      *          then after each quarterly CUSTZIPL load, since a ZIP
      *          the vendor moves puts its customers out of line.
      *          Two findings have only one sensible answer and are
      *          corrected: a state that disagrees with a ZIP and
      *          city that agree with each other takes the ZIP's
      *          state, and a blank city takes the ZIP's preferred
      *          city. Each correction is written as an update
      *          transaction (the master record as it stands, with
      *          the fix) to CUST.TRANS.ZIPS, which CUSTPEDT edits
      *          and re-sequences into the next cycle behind the
      *          other feeds, so the change reaches the master
      *          through CUSTMGMT with the usual audit record - and,
      *          being an address change, clears any bad-address
      *          flag. Everything else needs someone to look at the
      *          account and is listed for review only; the report
      *          shows the bad-address flag alongside. Run it just
      *          ahead of the cycle it feeds, as the balance the
      *          transaction carries is the balance at scrub time.
      *          An 'R' card in CUSTZIPS.PARM makes the run
      *          report-only - no corrections are written. Without
      *          the reference file there is nothing to check
      *          against, and the run stops.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTZIPS.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE
               ASSIGN TO 'PROD.CUST.MASTER'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CUST-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT ZIP-REF-FILE
               ASSIGN TO 'CUST.ZIP.REF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ZIP-CODE
               FILE STATUS IS WS-ZIP-STATUS.

           SELECT ZIP-TRANS-FILE
               ASSIGN TO 'CUST.TRANS.ZIPS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'CUSTZIPS.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'CUSTZIPS.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUST-REC REPLACING CUST-DATA BY CUSTOMER-RECORD.

       FD  ZIP-REF-FILE.
           COPY CUST-ZIP.

       FD  ZIP-TRANS-FILE.
           COPY CUST-TRN.

      * 'R' report only - list the findings, write no corrections.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-RUN-MODE            PIC X(1).
              88 PARM-REPORT-ONLY      VALUE 'R'.
           05 FILLER                   PIC X(79).

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS              PIC X(2).
           88 WS-SUCCESS               VALUE '00'.
           88 WS-EOF                   VALUE '10'.

       01  WS-ZIP-STATUS               PIC X(2).
           88 WS-ZIP-OK                VALUE '00' '02'.
           88 WS-ZIP-NOT-FOUND         VALUE '23'.

       01  WS-TRANS-STATUS             PIC X(2).
           88 WS-TRANS-OK              VALUE '00'.

       01  WS-PARM-STATUS              PIC X(2).
           88 WS-PARM-OK               VALUE '00'.
           88 WS-PARM-NOT-FOUND        VALUE '35'.

       01  WS-REPORT-STATUS            PIC X(2).
           88 WS-REPORT-OK             VALUE '00'.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-RECORDS       VALUE 'Y'.

      * 'C' writes corrections, 'R' reports only.
       01  WS-RUN-MODE                 PIC X(1) VALUE 'C'.
           88 WS-CORRECTING-RUN        VALUE 'C'.
           88 WS-REPORT-ONLY-RUN       VALUE 'R'.

       01  WS-CITY-MATCH-SW            PIC X(1).
           88 WS-CITY-MATCHES          VALUE 'Y'.

      * Outcome for the record in hand - 'C' corrected, 'R' listed
      * for review, 'F' correction could not be written, space
      * passes.
       01  WS-ACTION-SW                PIC X(1).
           88 WS-ACTION-NONE           VALUE ' '.
           88 WS-ACTION-CORRECT        VALUE 'C'.
           88 WS-ACTION-REVIEW         VALUE 'R'.
           88 WS-ACTION-WRITE-FAILED   VALUE 'F'.

       01  WS-READ-COUNT               PIC 9(8) COMP VALUE 0.
       01  WS-PASSED-COUNT             PIC 9(8) COMP VALUE 0.
       01  WS-ZIP-BAD-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-ZIP-UNKNOWN-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-STATE-FIX-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-CITY-FILL-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-WRONG-STATE-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-CITY-MISMATCH-COUNT      PIC 9(8) COMP VALUE 0.
       01  WS-BAD-ADDR-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-SENT-COUNT               PIC 9(8) COMP VALUE 0.
       01  WS-WRITE-FAILED-COUNT       PIC 9(8) COMP VALUE 0.

       01  WS-NEXT-SEQUENCE            PIC 9(8) VALUE 0.
       01  WS-TODAY                    PIC 9(8).
       01  WS-PHONE-IX                 PIC 9(3) COMP.
       01  WS-ALT-IX                   PIC 9(2) COMP.
       01  WS-CITY-UPPER               PIC X(20).

      * The corrected address for the transaction - starts as the
      * master's and takes the fix.
       01  WS-NEW-CITY                 PIC X(20).
       01  WS-NEW-STATE                PIC X(2).

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(40)
              VALUE 'CUSTOMER ADDRESS SCRUB'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 HDG2-MODE                PIC X(30).

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(12) VALUE 'CUST-ID'.
           05 FILLER                   PIC X(20) VALUE 'NAME'.
           05 FILLER                   PIC X(37)
              VALUE 'CITY                 ST  ZIP'.
           05 FILLER                   PIC X(26) VALUE 'FINDING'.
           05 FILLER                   PIC X(22) VALUE 'SUGGESTED'.
           05 FILLER                   PIC X(13) VALUE 'ACTION'.
           05 FILLER                   PIC X(03) VALUE 'ADR'.

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-CUST-ID              PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-NAME                 PIC X(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-CITY                 PIC X(20).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-STATE                PIC X(2).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ZIP                  PIC X(10).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-FINDING              PIC X(22).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-SUGGESTED            PIC X(20).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-ACTION               PIC X(12).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-ADDR-FLAG            PIC X(03).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
           05 SUM-COUNT                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-SCRUB-ONE-CUSTOMER THRU 2000-EXIT
               UNTIL WS-NO-MORE-RECORDS

           PERFORM 4000-WRITE-SUMMARY
           PERFORM 5000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD

           PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT

           OPEN INPUT ZIP-REF-FILE
           IF NOT WS-ZIP-OK
               DISPLAY 'CUSTZIPS: FAILED TO OPEN ZIP REFERENCE FILE'
               GOBACK
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF NOT WS-SUCCESS
               DISPLAY 'CUSTZIPS: FAILED TO OPEN CUSTOMER FILE'
               CLOSE ZIP-REF-FILE
               GOBACK
           END-IF

           IF WS-CORRECTING-RUN
               OPEN OUTPUT ZIP-TRANS-FILE
               IF NOT WS-TRANS-OK
                   DISPLAY 'CUSTZIPS: FAILED TO OPEN TRANSACTION FILE'
                   CLOSE ZIP-REF-FILE
                   CLOSE CUSTOMER-FILE
                   GOBACK
               END-IF
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'CUSTZIPS: FAILED TO OPEN REPORT FILE'
               CLOSE ZIP-REF-FILE
               CLOSE CUSTOMER-FILE
               IF WS-CORRECTING-RUN
                   CLOSE ZIP-TRANS-FILE
               END-IF
               GOBACK
           END-IF

           MOVE WS-TODAY TO HDG2-DATE
           IF WS-REPORT-ONLY-RUN
               MOVE 'REPORT ONLY - NO CORRECTIONS' TO HDG2-MODE
           ELSE
               MOVE 'CORRECTIONS TO CUST.TRANS.ZIPS' TO HDG2-MODE
           END-IF
           WRITE REPORT-LINE FROM HDG-LINE-1
           WRITE REPORT-LINE FROM HDG-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM HDG-LINE-3
           WRITE REPORT-LINE FROM SPACES

           PERFORM 2100-READ-CUSTOMER-REC.
       1000-EXIT.
           EXIT.

       1100-READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           IF WS-PARM-NOT-FOUND
               GO TO 1100-EXIT
           END-IF
           IF NOT WS-PARM-OK
               DISPLAY 'CUSTZIPS: FAILED TO OPEN PARM FILE'
               GO TO 1100-EXIT
           END-IF

           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-REPORT-ONLY
                       MOVE 'R' TO WS-RUN-MODE
                   END-IF
           END-READ

           CLOSE PARM-FILE.
       1100-EXIT.
           EXIT.

       2000-SCRUB-ONE-CUSTOMER.
           PERFORM 2150-CHECK-ADDRESS THRU 2150-EXIT

           IF WS-ACTION-NONE
               ADD 1 TO WS-PASSED-COUNT
           ELSE
               IF WS-ACTION-CORRECT
                  AND WS-CORRECTING-RUN
                   PERFORM 5500-WRITE-CORRECTION THRU 5500-EXIT
               END-IF
               PERFORM 3000-WRITE-DETAIL-LINE
           END-IF

           PERFORM 2100-READ-CUSTOMER-REC.
       2000-EXIT.
           EXIT.

       2100-READ-CUSTOMER-REC.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF CUST-BAD-ADDRESS
                       ADD 1 TO WS-BAD-ADDR-COUNT
                   END-IF
           END-READ.
       2100-EXIT.
           EXIT.

       2150-CHECK-ADDRESS.
           MOVE SPACE      TO WS-ACTION-SW
           MOVE CUST-CITY  TO WS-NEW-CITY
           MOVE CUST-STATE TO WS-NEW-STATE
           MOVE SPACES     TO DTL-FINDING
                              DTL-SUGGESTED

           IF CUST-ZIP (1:5) NOT NUMERIC
               MOVE 'R'               TO WS-ACTION-SW
               MOVE 'ZIP NOT NUMERIC' TO DTL-FINDING
               ADD 1 TO WS-ZIP-BAD-COUNT
               GO TO 2150-EXIT
           END-IF

           MOVE CUST-ZIP (1:5) TO ZIP-CODE
           READ ZIP-REF-FILE
               INVALID KEY CONTINUE
           END-READ
           IF NOT WS-ZIP-OK
               MOVE 'R'               TO WS-ACTION-SW
               MOVE 'ZIP NOT ON FILE' TO DTL-FINDING
               ADD 1 TO WS-ZIP-UNKNOWN-COUNT
               GO TO 2150-EXIT
           END-IF

           PERFORM 2200-MATCH-CITY THRU 2200-EXIT
           PERFORM 2300-CLASSIFY THRU 2300-EXIT.
       2150-EXIT.
           EXIT.

      * The city is folded to upper case and tried against the
      * ZIP's preferred city and each of its other accepted names.
       2200-MATCH-CITY.
           MOVE CUST-CITY TO WS-CITY-UPPER
           INSPECT WS-CITY-UPPER CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 'N' TO WS-CITY-MATCH-SW
           IF WS-CITY-UPPER = ZIP-CITY
               MOVE 'Y' TO WS-CITY-MATCH-SW
               GO TO 2200-EXIT
           END-IF
           PERFORM 2250-CHECK-ALT-CITY
               VARYING WS-ALT-IX FROM 1 BY 1
               UNTIL WS-ALT-IX > ZIP-ALT-COUNT
                  OR WS-ALT-IX > 5
                  OR WS-CITY-MATCHES.
       2200-EXIT.
           EXIT.

       2250-CHECK-ALT-CITY.
           IF WS-CITY-UPPER = ZIP-ALT-CITY (WS-ALT-IX)
               MOVE 'Y' TO WS-CITY-MATCH-SW
           END-IF.
       2250-EXIT.
           EXIT.

      * ZIP and city agreeing outvote the state; a ZIP alone does
      * not outvote a state and city - the ZIP may be the typo.
       2300-CLASSIFY.
           EVALUATE TRUE
               WHEN CUST-STATE = ZIP-STATE
                AND WS-CITY-MATCHES
                   CONTINUE
               WHEN CUST-STATE = ZIP-STATE
                AND CUST-CITY = SPACES
                   MOVE 'C'                   TO WS-ACTION-SW
                   MOVE 'CITY MISSING'        TO DTL-FINDING
                   MOVE ZIP-CITY              TO DTL-SUGGESTED
                                                 WS-NEW-CITY
                   ADD 1 TO WS-CITY-FILL-COUNT
               WHEN CUST-STATE = ZIP-STATE
                   MOVE 'R'                   TO WS-ACTION-SW
                   MOVE 'CITY NOT NAME FOR ZIP' TO DTL-FINDING
                   MOVE ZIP-CITY              TO DTL-SUGGESTED
                   ADD 1 TO WS-CITY-MISMATCH-COUNT
               WHEN WS-CITY-MATCHES
                   MOVE 'C'                   TO WS-ACTION-SW
                   MOVE 'STATE WRONG FOR ZIP' TO DTL-FINDING
                   MOVE ZIP-STATE             TO DTL-SUGGESTED
                                                 WS-NEW-STATE
                   ADD 1 TO WS-STATE-FIX-COUNT
               WHEN OTHER
                   MOVE 'R'                   TO WS-ACTION-SW
                   MOVE 'ZIP NOT IN STATE'    TO DTL-FINDING
                   STRING ZIP-STATE           DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          ZIP-CITY            DELIMITED BY SIZE
                       INTO DTL-SUGGESTED
                   ADD 1 TO WS-WRONG-STATE-COUNT
           END-EVALUATE.
       2300-EXIT.
           EXIT.

       3000-WRITE-DETAIL-LINE.
           MOVE CUST-ID         TO DTL-CUST-ID
           MOVE CUST-NAME       TO DTL-NAME
           MOVE CUST-CITY       TO DTL-CITY
           MOVE CUST-STATE      TO DTL-STATE
           MOVE CUST-ZIP        TO DTL-ZIP
           EVALUATE TRUE
               WHEN WS-ACTION-WRITE-FAILED
                   MOVE 'WRITE FAILED' TO DTL-ACTION
               WHEN WS-ACTION-REVIEW
                   MOVE 'REVIEW'    TO DTL-ACTION
               WHEN WS-CORRECTING-RUN
                   MOVE 'CORRECTED' TO DTL-ACTION
               WHEN OTHER
                   MOVE 'CAN FIX'   TO DTL-ACTION
           END-EVALUATE
           IF CUST-BAD-ADDRESS
               MOVE 'BAD'       TO DTL-ADDR-FLAG
           ELSE
               MOVE SPACES      TO DTL-ADDR-FLAG
           END-IF
           WRITE REPORT-LINE FROM DTL-LINE.
       3000-EXIT.
           EXIT.

       4000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'CUSTOMERS READ:'           TO SUM-LABEL
           MOVE WS-READ-COUNT               TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'ADDRESSES PASSED:'         TO SUM-LABEL
           MOVE WS-PASSED-COUNT             TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'STATE CORRECTED FROM ZIP:' TO SUM-LABEL
           MOVE WS-STATE-FIX-COUNT          TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'CITY FILLED FROM ZIP:'     TO SUM-LABEL
           MOVE WS-CITY-FILL-COUNT          TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'REVIEW - ZIP NOT IN STATE:' TO SUM-LABEL
           MOVE WS-WRONG-STATE-COUNT        TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'REVIEW - CITY MISMATCH:'   TO SUM-LABEL
           MOVE WS-CITY-MISMATCH-COUNT      TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'REVIEW - ZIP NOT ON FILE:' TO SUM-LABEL
           MOVE WS-ZIP-UNKNOWN-COUNT        TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'REVIEW - ZIP NOT NUMERIC:' TO SUM-LABEL
           MOVE WS-ZIP-BAD-COUNT            TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'FLAGGED BAD ADDRESS:'      TO SUM-LABEL
           MOVE WS-BAD-ADDR-COUNT           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'CORRECTIONS WRITTEN:'      TO SUM-LABEL
           MOVE WS-SENT-COUNT               TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'CORRECTION WRITES FAILED:' TO SUM-LABEL
           MOVE WS-WRITE-FAILED-COUNT       TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.
       4000-EXIT.
           EXIT.

       5000-TERMINATE.
           CLOSE ZIP-REF-FILE
           CLOSE CUSTOMER-FILE
           IF WS-CORRECTING-RUN
               CLOSE ZIP-TRANS-FILE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY 'CUSTZIPS: ' WS-READ-COUNT ' CHECKED, '
                   WS-SENT-COUNT ' CORRECTIONS WRITTEN'.
       5000-EXIT.
           EXIT.

      * One update transaction per corrected customer - the master
      * record as read, with the corrected city or state. A write
      * that fails is listed as such and taken back out of the
      * corrected count it was found under.
       5500-WRITE-CORRECTION.
           ADD 1 TO WS-NEXT-SEQUENCE
           MOVE WS-NEXT-SEQUENCE       TO TRN-SEQUENCE-NUMBER
           MOVE 'U'                    TO TRN-TRANS-TYPE
           MOVE CUST-ID                TO TRN-CUST-ID
           MOVE CUST-NAME              TO TRN-CUST-NAME
           MOVE CUST-ADDR              TO TRN-CUST-ADDR
           MOVE WS-NEW-CITY            TO TRN-CUST-CITY
           MOVE WS-NEW-STATE           TO TRN-CUST-STATE
           MOVE CUST-ZIP               TO TRN-CUST-ZIP
           MOVE CUST-BALANCE           TO TRN-CUST-BAL
           MOVE CUST-STATUS            TO TRN-CUST-STATUS
           IF CUST-CREDIT-LIMIT NUMERIC
               MOVE CUST-CREDIT-LIMIT  TO TRN-CUST-LIMIT
           ELSE
               MOVE 0                  TO TRN-CUST-LIMIT
           END-IF
           MOVE CUST-PHONE-COUNT       TO TRN-CUST-PHONE-COUNT
           PERFORM 5550-COPY-ONE-PHONE
               VARYING WS-PHONE-IX FROM 1 BY 1
               UNTIL WS-PHONE-IX > TRN-CUST-PHONE-COUNT
           WRITE CUST-TRANSACTION
           IF WS-TRANS-OK
               ADD 1 TO WS-SENT-COUNT
           ELSE
               DISPLAY 'CUSTZIPS: CORRECTION WRITE FAILED '
                       CUST-ID ' STATUS ' WS-TRANS-STATUS
               MOVE 'F' TO WS-ACTION-SW
               ADD 1 TO WS-WRITE-FAILED-COUNT
               IF WS-NEW-STATE NOT = CUST-STATE
                   SUBTRACT 1 FROM WS-STATE-FIX-COUNT
               ELSE
                   SUBTRACT 1 FROM WS-CITY-FILL-COUNT
               END-IF
           END-IF.
       5500-EXIT.
           EXIT.

       5550-COPY-ONE-PHONE.
           MOVE PHONE-TYPE (WS-PHONE-IX)
               TO TRN-PHONE-TYPE (WS-PHONE-IX)
           MOVE PHONE-NUMBER (WS-PHONE-IX)
               TO TRN-PHONE-NUMBER (WS-PHONE-IX).
       5550-EXIT.
           EXIT.
