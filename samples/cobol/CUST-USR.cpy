      ******************************************************************
      * COPYBOOK: CUST-USR
      * PURPOSE: User-authority profile - one record per user id on
      *          the keyed file CUST.USER.AUTH, maintained only by
      *          CUSTUSRM cards. Each authority flag is 'Y' when the
      *          user may run that kind of work:
      *            A add customer       M promise-to-pay capture
      *            U update customer    V approve or reject held
      *            D delete customer      maintenance (CUSTAPPR)
      *            L link to a parent   P parameter maintenance
      *            K unlink from parent S user-authority maintenance
      *                                 Q customer disputes (open,
      *                                   credit memo, withdraw)
      *          The flags are in the order A U D L K M V P S Q, so the
      *          table view lines up with that code string. The
      *          ceiling caps the balance a user may move in one
      *          change or approve in one decision; zero allows no
      *          balance movement at all. A revoked profile is kept
      *          on file for the auditors, not deleted. Batch jobs
      *          that post through CUSTMGMT hold profiles under their
      *          job names.
      * USED BY: CUSTAUTH, CUSTUSRM
      ******************************************************************
       01  CUST-USER-AUTH-RECORD.
           05 USR-USER-ID          PIC X(8).
           05 USR-USER-NAME        PIC X(30).
           05 USR-STATUS           PIC X(1).
              88 USR-ACTIVE        VALUE 'A'.
              88 USR-REVOKED       VALUE 'R'.
           05 USR-AUTHORITIES.
              10 USR-AUTH-ADD      PIC X(1).
                 88 USR-CAN-ADD    VALUE 'Y'.
              10 USR-AUTH-UPDATE   PIC X(1).
                 88 USR-CAN-UPDATE VALUE 'Y'.
              10 USR-AUTH-DELETE   PIC X(1).
                 88 USR-CAN-DELETE VALUE 'Y'.
              10 USR-AUTH-LINK     PIC X(1).
                 88 USR-CAN-LINK   VALUE 'Y'.
              10 USR-AUTH-UNLINK   PIC X(1).
                 88 USR-CAN-UNLINK VALUE 'Y'.
              10 USR-AUTH-PROMISE  PIC X(1).
                 88 USR-CAN-PROMISE VALUE 'Y'.
              10 USR-AUTH-APPROVE  PIC X(1).
                 88 USR-CAN-APPROVE VALUE 'Y'.
              10 USR-AUTH-PARM     PIC X(1).
                 88 USR-CAN-MAINTAIN-PARMS VALUE 'Y'.
              10 USR-AUTH-SECURITY PIC X(1).
                 88 USR-CAN-MAINTAIN-USERS VALUE 'Y'.
              10 USR-AUTH-DISPUTE  PIC X(1).
                 88 USR-CAN-HANDLE-DISPUTES VALUE 'Y'.
           05 USR-AUTHORITY-TABLE REDEFINES USR-AUTHORITIES.
              10 USR-AUTH-FLAG     PIC X(1) OCCURS 10 TIMES.
           05 USR-CEILING          PIC S9(7)V99 COMP-3.
           05 USR-UPDATE-USER      PIC X(8).
           05 USR-UPDATE-DATE      PIC 9(8).
           05 FILLER               PIC X(30).
