      ******************************************************************
      * COPYBOOK: CUST-REC
      * PURPOSE: Customer master record layout
      * USED BY: CUSTMGMT, CUSTINQ, CUSTUPD, CUSTDEL, CUSTRPT,
      *          CUSTVAL, CUSTSTMT, CUSTDUNN, CUSTZIPS
      ******************************************************************
       01  CUST-DATA.
           05 CUST-ID             PIC X(10).
      * existed, which callers must guard with a NUMERIC test)
      * means no limit is in force.
           05 CUST-CREDIT-LIMIT   PIC S9(7)V99 COMP-3.
      * Bad-address flag, also from the old FILLER - 'Y' once the
      * post office has returned mail as undeliverable (transaction
      * type 'G'). Statements and dunning letters are held while it
      * is set; any change to the address, city, state or ZIP clears
      * it. Anything other than 'Y' (older records carry a space)
      * means the address is good.
           05 CUST-ADDR-FLAG      PIC X(1).
              88 CUST-BAD-ADDRESS VALUE 'Y'.
           05 FILLER              PIC X(17).
