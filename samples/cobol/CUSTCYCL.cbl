      * DATE-WRITTEN: 2026-09-02
      * PURPOSE: Nightly Cycle Run-Control - called by every batch
      *          program in the chain (CUSTSNAP, CUSTPEDT, CUSTBTCH,
      *          CUSTEXTR, CUSTFEES, CUSTSTMT, CUSTDUNN) the way
      *          CUSTVAL is called for edits. Function 'S' at startup
      *          checks the keyed cycle-control file CUST.CYCLE.CTL
      *          and refuses the run (distinct return codes) when the
      *          job's prerequisite has not completed for the cycle,
      *          or a once-per-window job already completed its window
      *          and no operator override is on file; a clean check
      *          records the start. Function 'E' at completion records
      *          the end timestamp, the input window and the job's
      *          control counts. The prerequisite chain and the
      *          once-per-window rules live in the table below:
      *            CUSTSNAP  (no prerequisite)
      *            CUSTPEDT  after CUSTSNAP        same cycle date
      *            CUSTBTCH  after CUSTPEDT        same cycle date
      *            CUSTFEES  after CUSTBTCH        once per month
      *            CUSTSTMT  after CUSTFEES (month) once per month
      *            CUSTGLJ   after CUSTBTCH        once per cycle date
      *            CUSTDUNN  after CUSTBTCH        once per cycle date
      *          A job not in the table is recorded but never
      *          refused, so a new job can adopt the ledger before
      *          its rules are settled. An operator override
      *          (CUSTCYCR mode 'O') marks a completed record 'O',
      *          which lets the once-per-window check pass exactly
      *          once - the re-run's own start puts it back to 'S'.
      *          Function 'R' records a completion exactly as 'E'
      *          does, for a run that restarted from its checkpoint
      *          after a failure (CUSTPAY, CUSTFEES); the record is
      *          marked restarted so the sign-off sees that the
      *          control counts span more than one run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCYCL.
           05 FILLER  PIC X(19) VALUE 'CUSTFEESCUSTBTCHYYN'.
           05 FILLER  PIC X(19) VALUE 'CUSTSTMTCUSTFEESYYY'.
           05 FILLER  PIC X(19) VALUE 'CUSTGLJ CUSTBTCHYNN'.
           05 FILLER  PIC X(19) VALUE 'CUSTDUNNCUSTBTCHYNN'.
           05 FILLER  PIC X(19) VALUE SPACES.
       01  WS-JOB-RULE-TABLE REDEFINES WS-JOB-RULES.
           05 WS-JOB-RULE OCCURS 9 TIMES.
              10 WS-RULE-ONCE-SW      PIC X(1).
              10 WS-RULE-MONTHLY-SW   PIC X(1).
              10 WS-RULE-PRQ-MON-SW   PIC X(1).
       01  WS-JOB-RULE-COUNT           PIC 9(2) COMP VALUE 8.

       01  WS-RULE-SUB                 PIC 9(2) COMP.
       01  WS-RULE-FOUND-SW            PIC X(1) VALUE 'N'.
       01  LS-CYCLE-REQUEST.
           05 LS-CYC-FUNCTION          PIC X(1).
              88 LS-CYC-START          VALUE 'S'.
              88 LS-CYC-END            VALUE 'E' 'R'.
              88 LS-CYC-RESTART-END    VALUE 'R'.
           05 LS-CYC-JOB-NAME          PIC X(8).
           05 LS-CYC-CYCLE-DATE        PIC 9(8).
           05 LS-CYC-WINDOW-FROM       PIC X(8).
               MOVE LS-CYC-WINDOW-FROM TO CYC-WINDOW-FROM
               MOVE LS-CYC-WINDOW-THRU TO CYC-WINDOW-THRU
               MOVE SPACES   TO CYC-OVERRIDE-USER
               MOVE 'N'      TO CYC-RESTART-SW
               REWRITE CUST-CYCLE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE 0                  TO CYC-OUT-COUNT
               MOVE 0                  TO CYC-CONTROL-AMT
               MOVE SPACES             TO CYC-OVERRIDE-USER
               MOVE 'N'                TO CYC-RESTART-SW
               WRITE CUST-CYCLE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE LS-CYC-IN-COUNT    TO CYC-IN-COUNT
               MOVE LS-CYC-OUT-COUNT   TO CYC-OUT-COUNT
               MOVE LS-CYC-CONTROL-AMT TO CYC-CONTROL-AMT
               PERFORM 3100-SET-RESTART-FLAG
               REWRITE CUST-CYCLE-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               MOVE LS-CYC-OUT-COUNT   TO CYC-OUT-COUNT
               MOVE LS-CYC-CONTROL-AMT TO CYC-CONTROL-AMT
               MOVE SPACES             TO CYC-OVERRIDE-USER
               PERFORM 3100-SET-RESTART-FLAG
               WRITE CUST-CYCLE-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SET-RESTART-FLAG.
           IF LS-CYC-RESTART-END
               MOVE 'Y' TO CYC-RESTART-SW
           ELSE
               MOVE 'N' TO CYC-RESTART-SW
           END-IF.
       3100-EXIT.
           EXIT.
