      *          cycle or a once-per-window job already ran. An
      *          operator override (CUSTCYCR) marks a completed
      *          record 'O', which permits exactly one re-run and
      *          names who allowed it. A completion reported by a
      *          run that picked up after a failure (CUSTCYCL
      *          function 'R') is marked restarted.
      * USED BY: CUSTCYCL, CUSTCYCR
      ******************************************************************
       01  CUST-CYCLE-RECORD.
           05 CYC-OUT-COUNT        PIC 9(8).
           05 CYC-CONTROL-AMT      PIC S9(11)V99 COMP-3.
           05 CYC-OVERRIDE-USER    PIC X(8).
           05 CYC-RESTART-SW       PIC X(1).
              88 CYC-RESTARTED     VALUE 'Y'.
