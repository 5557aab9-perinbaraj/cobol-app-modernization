      *          and carrying the CUST-BALANCE at capture so the
      *          CUSTPTPM monitor can measure what was actually paid
      *          against what was promised once the date passes.
      * USED BY: CUSTMGMT, CUSTPTPM, CUSTDUNN, CUSTCRRV, CUSTPRIV,
      *          CUSTKPI
      ******************************************************************
       01  CUST-PROMISE-RECORD.
           05 PTP-KEY.
