      *          them; CUSTPURG carries them to the notes archive
      *          when the customer is archived and CUSTREIN brings
      *          them back on reinstate.
      * USED BY: CUSTMGMT, CUSTPURG, CUSTREIN, CUSTDUNN, CUSTPRIV
      ******************************************************************
       01  CUST-NOTE-RECORD.
           05 NTE-KEY.
