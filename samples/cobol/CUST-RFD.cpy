      ******************************************************************
      * COPYBOOK: CUST-RFD
      * PURPOSE: Overpayment refund record - one per overpayment
      *          CUSTPAY parked on CUST.PAY.SUSP (reason 9104), keyed
      *          by customer, deposit date and bank reference, the
      *          fields that identify a lockbox item. CUSTRFND
      *          registers the item on first sight, holds it for the
      *          refund hold period, then sends it to Accounts
      *          Payable and stamps the refund date CUSTGLJ journals
      *          from. The owner's name and last known address are
      *          kept current from the master while the customer is
      *          on file, so an item that outlives its customer can
      *          still be reported to the right state as unclaimed
      *          property.
      * USED BY: CUSTRFND, CUSTGLJ, CUSTPRIV
      ******************************************************************
       01  CUST-REFUND-RECORD.
           05 RFD-KEY.
              10 RFD-CUST-ID       PIC X(10).
              10 RFD-DEPOSIT-DATE  PIC 9(8).
              10 RFD-BANK-REF      PIC X(12).
           05 RFD-AMOUNT           PIC S9(7)V99 COMP-3.
           05 RFD-INVOICE-NO       PIC X(12).
      * H held - inside the hold period, or refused a refund for the
      *   reason in RFD-HOLD-REASON; R refunded - request sent to AP,
      *   cheque not yet cashed; C cashed; W withdrawn - the cash
      *   desk applied the money instead; E reported as unclaimed
      *   property.
           05 RFD-STATUS           PIC X(1).
              88 RFD-HELD          VALUE 'H'.
              88 RFD-REFUNDED      VALUE 'R'.
              88 RFD-CASHED        VALUE 'C'.
              88 RFD-WITHDRAWN     VALUE 'W'.
              88 RFD-ESCHEATED     VALUE 'E'.
              88 RFD-DORMANT-CANDIDATE VALUE 'H' 'R'.
           05 RFD-REGISTERED-DATE  PIC 9(8).
           05 RFD-REFUND-DATE      PIC 9(8).
           05 RFD-CLOSED-DATE      PIC 9(8).
           05 RFD-HOLD-REASON      PIC X(20).
           05 RFD-OWNER-NAME       PIC X(30).
           05 RFD-OWNER-ADDR       PIC X(40).
           05 RFD-OWNER-CITY       PIC X(20).
           05 RFD-OWNER-STATE      PIC X(2).
           05 RFD-OWNER-ZIP        PIC X(10).
           05 FILLER               PIC X(20).
