      * Window and customer-list filter shared by the current-file
      * pass and the history pass, which decodes its records into
      * the same AUD- fields first. Hierarchy link/unlink records
      * ('L'/'K') carry CUST-HIE images, and dispute open/withdraw
      * records ('Q'/'W') CUST-DSP images; neither touches the master -
      * released into the stream they would break every chain they
      * sit in and, in forward mode, rebuild a master record from a
      * relationship image - so they stay out of the recovery.
       2120-SELECT-AND-RELEASE.
           IF AUD-TRANS-TYPE = 'L' OR AUD-TRANS-TYPE = 'K'
              OR AUD-TRANS-TYPE = 'Q' OR AUD-TRANS-TYPE = 'W'
               GO TO 2120-EXIT
           END-IF
           MOVE AUD-TIMESTAMP TO WS-AUDIT-TS-X
