      ******************************************************************
      * COPYBOOK: CUST-DSP
      * PURPOSE: Customer dispute record - one record per amount a
      *          customer has disputed on a bill, on the keyed file
      *          CUST.DISPUTE.FILE, keyed by customer and a dispute
      *          number within the customer. Opened through
      *          CUSTMGMT's dispute type 'Q' with the usual audit
      *          record, and closed the same way - by a dispute
      *          credit memo (type 'C') that moves CUST-BALANCE, or
      *          by withdrawal (type 'W') when the customer accepts
      *          the charge. While a dispute is open its amount is
      *          left out of finance charges (CUSTFEES), credit
      *          exposure (CUSTCRED) and dunning (CUSTDUNN); the
      *          CUSTDSPT service totals it for them. Reason codes:
      *            PR pricing            NR goods not received
      *            SH short shipment     DB duplicate billing
      *            DM damaged goods      TM terms or discount
      *            OT other
      * USED BY: CUSTMGMT, CUSTDSPT, CUSTDSPR
      ******************************************************************
       01  CUST-DISPUTE-RECORD.
           05 DSP-KEY.
              10 DSP-CUST-ID       PIC X(10).
              10 DSP-NUMBER        PIC 9(4).
           05 DSP-AMOUNT           PIC S9(7)V99 COMP-3.
           05 DSP-REASON-CODE      PIC X(2).
              88 DSP-VALID-REASON  VALUE 'PR' 'SH' 'DM' 'NR' 'DB'
                                         'TM' 'OT'.
           05 DSP-DOC-NUMBER       PIC X(12).
           05 DSP-OPENED-DATE      PIC 9(8).
           05 DSP-OPENED-BY        PIC X(8).
           05 DSP-OWNER            PIC X(8).
           05 DSP-STATUS           PIC X(1).
              88 DSP-OPEN          VALUE 'O'.
              88 DSP-CREDITED      VALUE 'C'.
              88 DSP-WITHDRAWN     VALUE 'W'.
           05 DSP-RESOLVED-DATE    PIC 9(8).
           05 DSP-RESOLVED-BY      PIC X(8).
           05 DSP-CREDIT-AMOUNT    PIC S9(7)V99 COMP-3.
           05 FILLER               PIC X(20).
