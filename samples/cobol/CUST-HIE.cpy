      *          reports and statements can walk a parent's members.
      *          Maintained through CUSTMGMT link/unlink transactions,
      *          stamped with who linked it and when.
      * USED BY: CUSTMGMT, CUSTRPT, CUSTAGE, CUSTSTMT, CUSTKPI
      ******************************************************************
       01  CUST-HIER-RECORD.
           05 HIE-MEMBER-ID        PIC X(10).
