      *          The report walks the chain in run order and shows
      *          each job's status, start and end times, input
      *          window and control counts for the cycle date.
      *          A completion reported by a run restarted from its
      *          checkpoint is marked RESTARTED, so the sign-off
      *          knows its counts span more than one run. CUSTPAY,
      *          which posts the lockbox deposit outside the chain,
      *          is reported after it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCYCR.

      * The chain in run order - the report prints one line per job
      * whether or not it has run, so a missing step is a visible
      * hole, not a missing line. CUSTPAY follows the chain - it runs
      * when the deposit arrives, not in the chain's order.
       01  WS-CHAIN-JOBS.
           05 FILLER                   PIC X(8) VALUE 'CUSTSNAP'.
           05 FILLER                   PIC X(8) VALUE 'CUSTPEDT'.
           05 FILLER                   PIC X(8) VALUE 'CUSTFEES'.
           05 FILLER                   PIC X(8) VALUE 'CUSTSTMT'.
           05 FILLER                   PIC X(8) VALUE 'CUSTGLJ'.
           05 FILLER                   PIC X(8) VALUE 'CUSTDUNN'.
           05 FILLER                   PIC X(8) VALUE 'CUSTPAY'.
       01  WS-CHAIN-TABLE REDEFINES WS-CHAIN-JOBS.
           05 WS-CHAIN-JOB             PIC X(8) OCCURS 9 TIMES.
       01  WS-CHAIN-JOB-COUNT          PIC 9(2) COMP VALUE 9.
       01  WS-CHAIN-SUB                PIC 9(2) COMP.

       01  HDG-LINE-1.
           05 FILLER                   PIC X(09) VALUE 'OUT-COUNT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(15) VALUE 'CONTROL AMOUNT'.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 FILLER                   PIC X(09) VALUE 'RUN'.

       01  DTL-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 DTL-OUT-COUNT            PIC ZZZZ,ZZ9.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-CONTROL-AMT          PIC ZZZ,ZZZ,ZZ9.99-.
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 DTL-RESTART              PIC X(09).

       01  ACT-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
               MOVE CYC-IN-COUNT         TO DTL-IN-COUNT
               MOVE CYC-OUT-COUNT        TO DTL-OUT-COUNT
               MOVE CYC-CONTROL-AMT      TO DTL-CONTROL-AMT
               IF CYC-RESTARTED
                   MOVE 'RESTARTED'      TO DTL-RESTART
               ELSE
                   MOVE SPACES           TO DTL-RESTART
               END-IF
           ELSE
               MOVE 'NOT RUN'            TO DTL-STATUS
               MOVE SPACES               TO DTL-START-TIME
                                            DTL-END-TIME
                                            DTL-WINDOW-FROM
                                            DTL-WINDOW-THRU
                                            DTL-RESTART
               MOVE 0                    TO DTL-IN-COUNT
                                            DTL-OUT-COUNT
                                            DTL-CONTROL-AMT
