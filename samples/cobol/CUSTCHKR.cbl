
      * Hierarchy link/unlink records ('L'/'K') carry a CUST-HIE
      * relationship record - or spaces - in their images, not a
      * customer image, and they never touch the master; dispute
      * open/withdraw records ('Q'/'W') carry a CUST-DSP dispute
      * record the same way. They stay out of the sort so a link
      * late in the day cannot become a customer's "final state"
      * and wreck the compare with an invalid packed balance.
       2100-RELEASE-ONE-AUDIT-REC.
           READ AUDIT-FILE
               AT END
                   ADD 1 TO WS-AUDIT-REC-COUNT
                   IF AUD-TRANS-TYPE NOT = 'L'
                      AND AUD-TRANS-TYPE NOT = 'K'
                      AND AUD-TRANS-TYPE NOT = 'Q'
                      AND AUD-TRANS-TYPE NOT = 'W'
                       MOVE AUD-CUST-ID     TO CW-CUST-ID
                       MOVE AUD-TIMESTAMP   TO CW-TIMESTAMP
                       MOVE WS-AUDIT-REC-COUNT TO CW-RELEASE-SEQ
