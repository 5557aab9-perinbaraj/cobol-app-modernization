      *          cash desk can work it the next morning. The original
      *          lockbox fields ride along intact so the payment can
      *          be re-driven once the cause is cleared.
      * USED BY: CUSTPAY, CUSTRFND
      ******************************************************************
       01  CUST-SUSPENSE-RECORD.
           05 SUS-REASON-CODE      PIC 9(4).
           05 SUS-CUST-ID          PIC X(10).
           05 SUS-BANK-REF         PIC X(12).
           05 SUS-AMOUNT           PIC S9(7)V99 COMP-3.
           05 SUS-INVOICE-NO       PIC X(12).
