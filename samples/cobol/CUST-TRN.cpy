      * PURPOSE: Customer master transaction record layout - one
      *          add/update/delete/inquiry request per record, as fed
      *          to CUSTMGMT by a batch driver.
      * USED BY: CUSTBTCH, CUSTZIPS
      ******************************************************************
       01  CUST-TRANSACTION.
           05 TRN-SEQUENCE-NUMBER PIC 9(8).
