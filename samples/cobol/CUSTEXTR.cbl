      *          earliest record also scans the keyed history archive
      *          CUST.AUDIT.HIST so an old window still finds its
      *          deletes and reinstates.
      *          The delta also sends an 'E' erase record for every
      *          CUSTPRIV erase notice on CUST.ERASE.NOTICE stamped in
      *          the window, so the CRM purges its own copy of an
      *          erased customer's personal data. The erase count
      *          follows the hash total on the trailer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTEXTR.
               RECORD KEY IS AUH-KEY
               FILE STATUS IS WS-HISTORY-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO 'CUST.ERASE.NOTICE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

           SELECT PARM-FILE
               ASSIGN TO 'CUSTEXTR.PARM'
               ORGANIZATION IS LINE SEQUENTIAL
       FD  HISTORY-FILE.
           COPY CUST-AUH.

       FD  NOTICE-FILE.
           COPY CUST-ERN.

       FD  PARM-FILE.
       01  PARM-RECORD.
           05 PARM-RUN-MODE            PIC X(1).
           88 WS-HISTORY-EOF           VALUE '10'.
           88 WS-HISTORY-NOT-FOUND     VALUE '35'.

       01  WS-NOTICE-STATUS            PIC X(2).
           88 WS-NOTICE-OK             VALUE '00'.
           88 WS-NOTICE-NOT-FOUND      VALUE '35'.

       01  WS-PARM-STATUS              PIC X(2).
           88 WS-PARM-OK               VALUE '00'.
           88 WS-PARM-NOT-FOUND        VALUE '35'.
       01  WS-HIST-EOF-SWITCH          PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-HIST-RECS     VALUE 'Y'.

       01  WS-NOTICE-EOF-SWITCH        PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-NOTICES       VALUE 'Y'.

      * Earliest audit date seen on the current file - when the
      * delta window starts before it, the deletes for the window's
      * older days have been rolled to the history archive and that
       01  WS-READ-COUNT               PIC 9(8) COMP VALUE 0.
       01  WS-CUST-OUT-COUNT           PIC 9(8) COMP VALUE 0.
       01  WS-DELETE-OUT-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-ERASE-OUT-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-HASH-TOTAL               PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-TODAY                    PIC 9(8).

           IF WS-DELTA-EXTRACT
               PERFORM 3000-EXTRACT-DELETES THRU 3000-EXIT
               PERFORM 3800-EXTRACT-ERASURES THRU 3800-EXIT
           END-IF

           PERFORM 3500-WRITE-TRAILER
       3700-EXIT.
           EXIT.

      * Erase notices - CUSTPRIV appends one per erased customer, and
      * every notice stamped inside the window goes out as an 'E'
      * record after the deletes, so a customer deleted and erased
      * on the same day reaches the CRM in that order. An absent
      * notice file just means nobody has ever been erased.
       3800-EXTRACT-ERASURES.
           OPEN INPUT NOTICE-FILE
           IF WS-NOTICE-NOT-FOUND
               GO TO 3800-EXIT
           END-IF
           IF NOT WS-NOTICE-OK
               DISPLAY 'CUSTEXTR: FAILED TO OPEN ERASE NOTICE FILE'
               GO TO 3800-EXIT
           END-IF

           PERFORM 3900-SCAN-ONE-NOTICE
               UNTIL WS-NO-MORE-NOTICES

           CLOSE NOTICE-FILE.
       3800-EXIT.
           EXIT.

       3900-SCAN-ONE-NOTICE.
           READ NOTICE-FILE
               AT END
                   MOVE 'Y' TO WS-NOTICE-EOF-SWITCH
               NOT AT END
                   IF ERN-ERASE-STAMP (1:8) >= WS-FROM-DATE
                      AND ERN-ERASE-STAMP (1:8) <= WS-THRU-DATE
                       PERFORM 3950-WRITE-ERASE-RECORD
                   END-IF
           END-READ.
       3900-EXIT.
           EXIT.

       3950-WRITE-ERASE-RECORD.
           MOVE SPACES TO WS-OUT-LINE
           STRING 'E'                        DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  FUNCTION TRIM(ERN-CUST-ID) DELIMITED BY SIZE
                  '|'                        DELIMITED BY SIZE
                  ERN-ERASE-STAMP            DELIMITED BY SIZE
               INTO WS-OUT-LINE
           WRITE EXTRACT-RECORD FROM WS-OUT-LINE
           ADD 1 TO WS-ERASE-OUT-COUNT.
       3950-EXIT.
           EXIT.

      * Trailer record - customer record count, delete record count
      * and the CUST-BALANCE hash total, the three figures the
      * receiving side balances the feed against, followed by the
      * erase record count.
       3500-WRITE-TRAILER.
           MOVE SPACES TO WS-OUT-LINE
           MOVE WS-HASH-TOTAL TO WS-EXT-HASH
           STRING WS-EXT-COUNT '|' WS-EXT-HASH DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           MOVE WS-ERASE-OUT-COUNT TO WS-EXT-COUNT
           STRING '|' WS-EXT-COUNT DELIMITED BY SIZE
               INTO WS-OUT-LINE
               WITH POINTER WS-OUT-PTR
           WRITE EXTRACT-RECORD FROM WS-OUT-LINE.
       3500-EXIT.
           EXIT.
           CLOSE EXTRACT-FILE
           PERFORM 4100-RECORD-COMPLETION
           DISPLAY 'CUSTEXTR: ' WS-CUST-OUT-COUNT ' CUSTOMERS, '
                   WS-DELETE-OUT-COUNT ' DELETES, '
                   WS-ERASE-OUT-COUNT ' ERASURES EXTRACTED'.
       4000-EXIT.
           EXIT.

