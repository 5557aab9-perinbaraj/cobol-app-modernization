      *          requested change so a supervisor can see both sides
      *          before approving (which re-drives the change through
      *          CUSTMGMT's normal path) or rejecting. Keyed by
      *          capture timestamp plus customer id. The requesting
      *          user is kept so the requester cannot approve it.
      * USED BY: CUSTMGMT, CUSTAPPR, CUSTPRIV
      ******************************************************************
       01  CUST-PENDING-RECORD.
           05 PND-KEY.
              10 PND-PHONE-NUMBER  PIC X(15).
           05 PND-DECISION-USER    PIC X(8).
           05 PND-DECISION-DATE    PIC 9(8).
           05 PND-REQUEST-USER     PIC X(8).
