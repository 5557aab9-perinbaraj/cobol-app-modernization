      ******************************************************************
      * COPYBOOK: CUST-PCK
      * PURPOSE: Money-posting restart checkpoint - one record per
      *          posting step, appended to the job's own sequential
      *          checkpoint file (CUST.PAY.CKPT for CUSTPAY,
      *          CUST.FEES.CKPT for CUSTFEES) the way CUSTBTCH keeps
      *          CUST.TRANS.CKPT. Each record carries the input record
      *          number reached and every running control total at
      *          that point, so a rerun after a failure can skip what
      *          was already applied and still prove its control
      *          totals across the whole run. The record types:
      *            P  pricing pass finished, work file complete
      *               (CUSTFEES only - a rerun posts from that file
      *               and never prices again)
      *            B  about to post record PCK-POSITION - the totals
      *               are those before it, and PCK-EXPECT-BALANCE is
      *               the balance the master carries if the posting
      *               lands, so a rerun can tell whether a posting
      *               caught between B and D went through
      *            D  record PCK-POSITION settled, totals include it
      *            C  run complete, control totals written
      *          The last record on the file is the restart position;
      *          a clean start empties the file.
      * USED BY: CUSTPAY, CUSTFEES
      ******************************************************************
       01  CUST-POSTING-CHECKPOINT.
           05 PCK-JOB-NAME             PIC X(8).
           05 PCK-RUN-KEY              PIC X(20).
           05 PCK-TYPE                 PIC X(1).
              88 PCK-PRICED            VALUE 'P'.
              88 PCK-BEFORE-POST       VALUE 'B'.
              88 PCK-SETTLED           VALUE 'D'.
              88 PCK-RUN-COMPLETE      VALUE 'C'.
           05 PCK-POSITION             PIC 9(8).
           05 PCK-CUST-ID              PIC X(10).
           05 PCK-EXPECT-BALANCE       PIC S9(9)V99 COMP-3.
           05 PCK-TIMESTAMP            PIC 9(14).
           05 PCK-TOTALS               PIC X(100).
      * Lockbox posting totals - CUSTPAY.
           05 PCK-PAY-TOTALS REDEFINES PCK-TOTALS.
              10 PCK-PAY-POSTED-COUNT  PIC 9(7).
              10 PCK-PAY-POSTED-TOTAL  PIC S9(9)V99 COMP-3.
              10 PCK-PAY-SUSP-COUNT    PIC 9(7).
              10 PCK-PAY-SUSP-TOTAL    PIC S9(9)V99 COMP-3.
              10 PCK-PAY-BANK-TOTAL    PIC S9(9)V99 COMP-3.
              10 PCK-PAY-TRAILER-SW    PIC X(1).
              10 PCK-PAY-APPLIED-TOTAL PIC S9(9)V99 COMP-3.
              10 PCK-PAY-UNAPPL-TOTAL  PIC S9(9)V99 COMP-3.
              10 PCK-PAY-CLOSED-COUNT  PIC 9(7).
              10 FILLER                PIC X(48).
      * Finance-charge totals - CUSTFEES, pricing pass and posting
      * pass together.
           05 PCK-FEE-TOTALS REDEFINES PCK-TOTALS.
              10 PCK-FEE-READ-COUNT    PIC 9(7).
              10 PCK-FEE-ASSESS-COUNT  PIC 9(7).
              10 PCK-FEE-TOTAL-CHARGES PIC S9(9)V99 COMP-3.
              10 PCK-FEE-30-COUNT      PIC 9(7).
              10 PCK-FEE-30-CHARGES    PIC S9(9)V99 COMP-3.
              10 PCK-FEE-60-COUNT      PIC 9(7).
              10 PCK-FEE-60-CHARGES    PIC S9(9)V99 COMP-3.
              10 PCK-FEE-90-COUNT      PIC 9(7).
              10 PCK-FEE-90-CHARGES    PIC S9(9)V99 COMP-3.
              10 PCK-FEE-DISP-COUNT    PIC 9(7).
              10 PCK-FEE-DISP-AMOUNT   PIC S9(9)V99 COMP-3.
              10 PCK-FEE-POSTED-COUNT  PIC 9(7).
              10 PCK-FEE-POSTED-CHARGES PIC S9(9)V99 COMP-3.
              10 PCK-FEE-HELD-COUNT    PIC 9(7).
              10 PCK-FEE-FAILED-COUNT  PIC 9(7).
              10 FILLER                PIC X(1).
      * CUSTFEES restart charges left unposted because the master
      * moved after pricing - spaces on checkpoints written before
      * the field was carved out of the trailing filler.
           05 PCK-FEE-STALE-COUNT      PIC 9(7).
           05 FILLER                   PIC X(6).
