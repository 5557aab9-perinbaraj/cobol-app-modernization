      ******************************************************************
      * COPYBOOK: CUST-ZIP
      * PURPOSE: ZIP code reference record - one per five-digit ZIP on
      *          the keyed file CUST.ZIP.REF, loaded by CUSTZIPL from
      *          the postal vendor's quarterly city/state file. Holds
      *          the state the ZIP lies in, the vendor's preferred
      *          city name for it and up to five other city names the
      *          vendor accepts for mail to the ZIP, so an address in
      *          a neighbourhood or an old town name still matches.
      *          ZIP-LOAD-STAMP is the run that last confirmed the
      *          ZIP from a vendor file - a ZIP the latest complete
      *          file no longer carries is retired by the same run.
      * USED BY: CUSTZIPL, CUSTVAL, CUSTZIPS
      ******************************************************************
       01  CUST-ZIP-RECORD.
           05 ZIP-CODE                 PIC X(5).
           05 ZIP-STATE                PIC X(2).
           05 ZIP-CITY                 PIC X(20).
      * S standard, P post office boxes only, U unique (one large
      *   mailer), M military.
           05 ZIP-TYPE                 PIC X(1).
              88 ZIP-STANDARD          VALUE 'S'.
              88 ZIP-PO-BOX            VALUE 'P'.
              88 ZIP-UNIQUE            VALUE 'U'.
              88 ZIP-MILITARY          VALUE 'M'.
           05 ZIP-ALT-COUNT            PIC 9(1).
           05 ZIP-ALT-CITY             PIC X(20) OCCURS 5 TIMES.
           05 ZIP-RELEASE-DATE         PIC 9(8).
           05 ZIP-LOAD-STAMP           PIC 9(14).
           05 FILLER                   PIC X(19).
