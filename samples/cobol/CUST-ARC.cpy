      *          purged customer back intact. The image field holds
      *          the full CUST-REC layout, the same convention as
      *          the audit trail's before/after images.
      * USED BY: CUSTPURG, CUSTREIN, CUSTPRIV
      ******************************************************************
       01  CUST-ARCHIVE-RECORD.
           05 ARC-CUST-ID          PIC X(10).
