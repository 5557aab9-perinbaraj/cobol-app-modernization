              10 AUDB-PHONE-TYPE       PIC X(1).
              10 AUDB-PHONE-NUMBER     PIC X(15).
           05 AUDB-CUST-CREDIT-LIMIT   PIC S9(7)V99 COMP-3.
           05 AUDB-CUST-ADDR-FLAG      PIC X(1).
           05 FILLER                   PIC X(17).

       01  WS-AFTER-REC.
           05 AUDA-CUST-ID             PIC X(10).
              10 AUDA-PHONE-TYPE       PIC X(1).
              10 AUDA-PHONE-NUMBER     PIC X(15).
           05 AUDA-CUST-CREDIT-LIMIT   PIC S9(7)V99 COMP-3.
           05 AUDA-CUST-ADDR-FLAG      PIC X(1).
           05 FILLER                   PIC X(17).

      * Decoded hierarchy images for link/unlink audit records -
      * the images carry the CUST-HIE relationship record, not a
           05 HIA-LINK-DATE            PIC 9(8).
           05 HIA-LINK-USER            PIC X(8).

      * Decoded dispute images for dispute open/withdraw records -
      * the images carry the CUST-DSP dispute record, so they get
      * their own mirror like the hierarchy images.
       01  WS-DISP-BEFORE-REC.
           05 DSB-CUST-ID              PIC X(10).
           05 DSB-NUMBER               PIC 9(4).
           05 DSB-AMOUNT               PIC S9(7)V99 COMP-3.
           05 DSB-REASON-CODE          PIC X(2).
           05 DSB-DOC-NUMBER           PIC X(12).
           05 DSB-OPENED-DATE          PIC 9(8).
           05 DSB-OPENED-BY            PIC X(8).
           05 DSB-OWNER                PIC X(8).
           05 DSB-STATUS               PIC X(1).

       01  WS-DISP-AFTER-REC.
           05 DSA-CUST-ID              PIC X(10).
           05 DSA-NUMBER               PIC 9(4).
           05 DSA-AMOUNT               PIC S9(7)V99 COMP-3.
           05 DSA-REASON-CODE          PIC X(2).
           05 DSA-DOC-NUMBER           PIC X(12).
           05 DSA-OPENED-DATE          PIC 9(8).
           05 DSA-OPENED-BY            PIC X(8).
           05 DSA-OWNER                PIC X(8).
           05 DSA-STATUS               PIC X(1).

       01  WS-EDIT-BALANCE             PIC Z,ZZZ,ZZ9.99-.
       01  WS-PHONE-IX                 PIC 9(3) COMP.
       01  WS-PHONE-LIMIT              PIC 9(3) COMP.
                   MOVE 'LINK'       TO AHL-TRANS-TYPE
               WHEN 'K'
                   MOVE 'UNLINK'     TO AHL-TRANS-TYPE
               WHEN 'O'
                   MOVE 'BILLING'    TO AHL-TRANS-TYPE
               WHEN 'Q'
                   MOVE 'DISPUTE'    TO AHL-TRANS-TYPE
               WHEN 'C'
                   MOVE 'DSP CREDIT' TO AHL-TRANS-TYPE
               WHEN 'W'
                   MOVE 'DSP WITHDR' TO AHL-TRANS-TYPE
               WHEN OTHER
                   MOVE AUD-TRANS-TYPE TO AHL-TRANS-TYPE
           END-EVALUATE
                   PERFORM 3800-LIST-ADDED-FIELDS
               WHEN AUD-TRANS-TYPE = 'L' OR AUD-TRANS-TYPE = 'K'
                   PERFORM 3700-LIST-HIER-CHANGE
               WHEN AUD-TRANS-TYPE = 'Q' OR AUD-TRANS-TYPE = 'W'
                   PERFORM 3750-LIST-DISPUTE-CHANGE THRU 3750-EXIT
               WHEN OTHER
                   PERFORM 3000-COMPARE-IMAGES
           END-EVALUATE
               PERFORM 3200-WRITE-CHANGE-LINE
           END-IF

      * Only 'Y' is a bad address - older images carry a space there.
           IF AUDB-CUST-ADDR-FLAG = 'Y'
               MOVE 'BAD ADDRESS'          TO WS-CHG-BEFORE
           ELSE
               MOVE 'OK'                   TO WS-CHG-BEFORE
           END-IF
           IF AUDA-CUST-ADDR-FLAG = 'Y'
               MOVE 'BAD ADDRESS'          TO WS-CHG-AFTER
           ELSE
               MOVE 'OK'                   TO WS-CHG-AFTER
           END-IF
           IF WS-CHG-BEFORE NOT = WS-CHG-AFTER
               MOVE 'CUST-ADDR-FLAG:'      TO WS-CHG-FIELD-NAME
               PERFORM 3200-WRITE-CHANGE-LINE
           END-IF

           PERFORM 3300-SET-PHONE-LIMIT
           PERFORM 3400-COMPARE-ONE-PHONE
               VARYING WS-PHONE-IX FROM 1 BY 1
       3700-EXIT.
           EXIT.

      * A dispute open or withdrawal carries the CUST-DSP dispute
      * record in its images - the block shows the dispute's status
      * move, and for a new dispute what was disputed and who owns
      * it. A dispute credit memo carries customer images and is
      * compared like any other balance change.
       3750-LIST-DISPUTE-CHANGE.
           MOVE AUD-BEFORE-IMAGE (1:58) TO WS-DISP-BEFORE-REC
           MOVE AUD-AFTER-IMAGE (1:58)  TO WS-DISP-AFTER-REC

           MOVE 'DISPUTE-NUMBER:'  TO WS-CHG-FIELD-NAME
           MOVE SPACES             TO WS-CHG-BEFORE
           MOVE DSA-NUMBER         TO WS-CHG-AFTER
           PERFORM 3200-WRITE-CHANGE-LINE

           MOVE 'DISPUTE-STATUS:'  TO WS-CHG-FIELD-NAME
           IF WS-DISP-BEFORE-REC = SPACES
               MOVE '*NEW*'        TO WS-CHG-BEFORE
           ELSE
               MOVE DSB-STATUS     TO WS-CHG-BEFORE
           END-IF
           MOVE DSA-STATUS         TO WS-CHG-AFTER
           PERFORM 3200-WRITE-CHANGE-LINE

           IF WS-DISP-BEFORE-REC NOT = SPACES
               GO TO 3750-EXIT
           END-IF

           MOVE 'DISPUTED-AMOUNT:' TO WS-CHG-FIELD-NAME
           MOVE '*NEW*'            TO WS-CHG-BEFORE
           MOVE DSA-AMOUNT         TO WS-EDIT-BALANCE
           MOVE WS-EDIT-BALANCE    TO WS-CHG-AFTER
           PERFORM 3200-WRITE-CHANGE-LINE

           MOVE 'REASON-CODE:'     TO WS-CHG-FIELD-NAME
           MOVE '*NEW*'            TO WS-CHG-BEFORE
           MOVE DSA-REASON-CODE    TO WS-CHG-AFTER
           PERFORM 3200-WRITE-CHANGE-LINE

           MOVE 'OWNER:'           TO WS-CHG-FIELD-NAME
           MOVE '*NEW*'            TO WS-CHG-BEFORE
           MOVE DSA-OWNER          TO WS-CHG-AFTER
           PERFORM 3200-WRITE-CHANGE-LINE.
       3750-EXIT.
           EXIT.

      * An add carries no before-image - the block lists the new
      * record's values, the mirror of the delete block.
       3800-LIST-ADDED-FIELDS.
