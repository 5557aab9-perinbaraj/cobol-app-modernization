      *          stub, plus a 'T' trailer carrying the bank's total
      *          for the deposit so the posting run can prove that
      *          posted plus suspense ties to what the bank took in.
      *          The invoice number the customer wrote on the stub,
      *          when there is one, tells CUSTPAY which open item the
      *          cash pays; a blank one means oldest item first.
      * USED BY: CUSTPAY
      ******************************************************************
       01  CUST-LOCKBOX-RECORD.
           05 LBX-CUST-ID          PIC X(10).
           05 LBX-BANK-REF         PIC X(12).
           05 LBX-AMOUNT           PIC S9(7)V99 COMP-3.
           05 LBX-INVOICE-NO       PIC X(12).
