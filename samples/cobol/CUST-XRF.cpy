      *          as part of the feed itself: an 'X' row on the CRM
      *          change file adds or repoints a mapping, stamped with
      *          the date it was taken.
      * USED BY: CUSTIMPT, CUSTPRIV
      ******************************************************************
       01  CUST-XREF-RECORD.
           05 XRF-CRM-ACCT         PIC X(12).
