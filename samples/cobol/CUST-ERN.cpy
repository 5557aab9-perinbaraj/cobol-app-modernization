      ******************************************************************
      * COPYBOOK: CUST-ERN
      * PURPOSE: Erase notice record - one per customer whose personal
      *          data CUSTPRIV has erased, appended to the sequential
      *          file CUST.ERASE.NOTICE. The nightly CUSTEXTR delta
      *          sends every notice stamped inside its window to the
      *          CRM as an 'E' interface record so the downstream copy
      *          of the customer is purged too. The file is kept as
      *          the standing record of every erasure taken.
      * USED BY: CUSTPRIV, CUSTEXTR
      ******************************************************************
       01  CUST-ERASE-NOTICE-RECORD.
           05 ERN-CUST-ID          PIC X(10).
           05 ERN-ERASE-STAMP      PIC 9(14).
           05 ERN-REQUEST-USER     PIC X(8).
           05 ERN-REQUEST-REF      PIC X(20).
           05 ERN-XREF-COUNT       PIC 9(4).
           05 FILLER               PIC X(24).
