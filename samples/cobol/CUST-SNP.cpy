      *          programs decode it the same way. Reports run against
      *          this file see one consistent picture of the master
      *          and stay out of the online update path.
      * USED BY: CUSTSNAP, CUSTRPT, CUSTAGE, CUSTMTCH, CUSTKPI
      ******************************************************************
       01  CUST-SNAPSHOT-RECORD.
           05 SNP-CUST-ID          PIC X(10).
