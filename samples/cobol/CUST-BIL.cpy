      ******************************************************************
      * COPYBOOK: CUST-BIL
      * PURPOSE: Inbound billing-interface record - one 'D' record
      *          per invoice or credit memo raised by the billing
      *          system, plus a 'T' trailer carrying the billing
      *          system's own document count and net total so the
      *          posting run can prove that posted plus rejected
      *          ties to what billing sent. Amounts arrive unsigned;
      *          the document type says which way they move the
      *          balance.
      * USED BY: CUSTBILL
      ******************************************************************
       01  CUST-BILLING-RECORD.
           05 BIL-RECORD-TYPE      PIC X(1).
              88 BIL-DOCUMENT      VALUE 'D'.
              88 BIL-TRAILER       VALUE 'T'.
           05 BIL-DOCUMENT-DATA.
              10 BIL-CUST-ID       PIC X(10).
              10 BIL-DOC-NUMBER    PIC X(12).
              10 BIL-DOC-TYPE      PIC X(1).
                 88 BIL-INVOICE     VALUE 'I'.
                 88 BIL-CREDIT-MEMO VALUE 'C'.
              10 BIL-DOC-DATE      PIC 9(8).
              10 BIL-DUE-DATE      PIC 9(8).
              10 BIL-AMOUNT        PIC S9(7)V99 COMP-3.
           05 BIL-TRAILER-DATA REDEFINES BIL-DOCUMENT-DATA.
              10 BIL-TRL-DOC-COUNT PIC 9(8).
              10 BIL-TRL-NET-TOTAL PIC S9(11)V99 COMP-3.
              10 FILLER            PIC X(29).
