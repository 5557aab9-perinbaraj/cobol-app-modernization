      *          every WS-CHECKPOINT-INTERVAL records so a job that
      *          abends partway through a large file can be restarted
      *          from the checkpoint instead of reprocessing
      *          transactions that already applied. Every transaction
      *          posts under the CUSTBTCH authority profile on
      *          CUST.USER.AUTH, so that profile's authorities and
      *          ceiling bound what a transaction file can do.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTBTCH.
       01  WS-CM-RETURN-CODE           PIC 9(4).
       01  WS-CM-ERROR-MSG             PIC X(80).

      * Mirrors CUSTMGMT's LS-AUTH-REQUEST group - this job posts
      * under its own authority profile on CUST.USER.AUTH.
       01  WS-CM-AUTH-REQUEST.
           05 WS-CM-AUTH-USER-ID       PIC X(8) VALUE 'CUSTBTCH'.

      * Run-control interface mirror - CUSTCYCL records this job's
      * start and completion on CUST.CYCLE.CTL and refuses the start
      * until CUSTPEDT has completed for the cycle.
           CALL 'CUSTMGMT' USING WS-CM-REQUEST
                                 WS-CM-RETURN-CODE
                                 WS-CM-ERROR-MSG
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 OMITTED
                                 WS-CM-AUTH-REQUEST

           IF WS-CM-RETURN-CODE = 0
               ADD 1 TO WS-APPLIED-COUNT
           CLOSE CHECKPOINT-FILE
           CLOSE CONTROL-REPORT
           PERFORM 4100-RECORD-COMPLETION
           DISPLAY 'CUSTBTCH: ' WS-APPLIED-COUNT
                   ' TRANSACTIONS APPLIED'.
       4000-EXIT.
           EXIT.

