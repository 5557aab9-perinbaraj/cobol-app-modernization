      *          fields carry the AUD- layout unchanged, so the
      *          report and extract programs decode history exactly
      *          as they decode the current trail.
      * USED BY: CUSTROLL, CUSTAUDR, CUSTEXTR, CUSTPRIV, CUSTKPI
      ******************************************************************
       01  CUST-AUDIT-HIST-RECORD.
           05 AUH-KEY.
