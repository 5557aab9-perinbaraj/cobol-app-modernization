      ******************************************************************
      * COPYBOOK: CUST-OPI
      * PURPOSE: Open-item subledger record - one record per billing
      *          document (invoice or credit memo) on the keyed file
      *          CUST.OPEN.ITEMS, keyed by customer and document
      *          number. Posted through CUSTMGMT's billing type 'O'
      *          by the CUSTBILL feed, so every document also moves
      *          CUST-BALANCE under an audit record. CUSTPAY works
      *          the open amount down as lockbox cash is applied,
      *          and CUSTOIAG ages what is left by due date for the
      *          aging, statement, fee and credit programs. Amounts
      *          are signed the way they move the balance: an
      *          invoice is positive, a credit memo negative.
      * USED BY: CUSTMGMT, CUSTPAY, CUSTOIAG
      ******************************************************************
       01  CUST-OPEN-ITEM-RECORD.
           05 OPI-KEY.
              10 OPI-CUST-ID       PIC X(10).
              10 OPI-DOC-NUMBER    PIC X(12).
           05 OPI-DOC-TYPE         PIC X(1).
              88 OPI-INVOICE       VALUE 'I'.
              88 OPI-CREDIT-MEMO   VALUE 'C'.
           05 OPI-DOC-DATE         PIC 9(8).
           05 OPI-DUE-DATE         PIC 9(8).
           05 OPI-ORIG-AMOUNT      PIC S9(7)V99 COMP-3.
           05 OPI-OPEN-AMOUNT      PIC S9(7)V99 COMP-3.
           05 OPI-STATUS           PIC X(1).
              88 OPI-OPEN          VALUE 'O'.
              88 OPI-CLOSED        VALUE 'C'.
           05 OPI-LAST-ACTIVITY    PIC 9(8).
