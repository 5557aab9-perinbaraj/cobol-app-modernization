      *          an empty before image, a delete an empty after
      *          image), so the trail accounts for every balance
      *          that ever entered or left the master.
      * USED BY: CUSTMGMT, CUSTPRIV, CUSTKPI
      ******************************************************************
       01  CUST-AUDIT-RECORD.
           05 AUD-TIMESTAMP        PIC 9(14).
