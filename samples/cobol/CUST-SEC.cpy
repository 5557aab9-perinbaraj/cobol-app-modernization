      ******************************************************************
      * COPYBOOK: CUST-SEC
      * PURPOSE: Security violation log record - one record per
      *          refused request on the sequential log
      *          CUST.SECURITY.LOG, written only by CUSTAUTH (the
      *          programs that refuse work call it to log) and
      *          listed daily for the auditors by CUSTSECR. Carries
      *          who asked, through which program, for which
      *          authority, against which customer and for how much.
      *          Reason codes:
      *            9501 no profile on CUST.USER.AUTH (or no user id)
      *            9502 profile revoked
      *            9503 authority not held
      *            9504 amount above the user's ceiling
      *            9505 self-approval of a held change
      *            9506 maintenance of the user's own profile
      * USED BY: CUSTAUTH, CUSTSECR
      ******************************************************************
       01  CUST-SECURITY-RECORD.
           05 SEC-TIMESTAMP        PIC 9(14).
           05 SEC-USER-ID          PIC X(8).
           05 SEC-PROGRAM          PIC X(8).
           05 SEC-AUTHORITY        PIC X(1).
           05 SEC-CUST-ID          PIC X(10).
           05 SEC-AMOUNT           PIC S9(9)V99 COMP-3.
           05 SEC-CEILING          PIC S9(7)V99 COMP-3.
           05 SEC-REASON-CODE      PIC 9(4).
              88 SEC-NO-PROFILE    VALUE 9501.
              88 SEC-REVOKED       VALUE 9502.
              88 SEC-NOT-HELD      VALUE 9503.
              88 SEC-OVER-CEILING  VALUE 9504.
              88 SEC-SELF-APPROVAL VALUE 9505.
              88 SEC-SELF-MAINT    VALUE 9506.
           05 SEC-REASON-TEXT      PIC X(40).
