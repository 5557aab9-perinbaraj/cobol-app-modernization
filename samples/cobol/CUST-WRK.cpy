      *          against the fixed audit-image mirror never
      *          subscripts the FD record's variable phone table
      *          past its current size.
      * USED BY: CUSTRPT, CUSTAGE, CUSTMTCH, CUSTCHKR, CUSTKPI
      ******************************************************************
       01  CUST-WORK-REC.
           05 WRK-CUST-ID          PIC X(10).
