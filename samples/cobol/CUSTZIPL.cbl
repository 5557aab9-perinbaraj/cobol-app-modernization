      ******************************************************************
      * PROGRAM-ID: CUSTZIPL
      * AUTHOR: MIGRATION SAMPLE
      * DATE-WRITTEN: 2026-10-15
      * PURPOSE: ZIP Code Reference Load - brings the keyed ZIP
      *          reference file CUST.ZIP.REF up to the postal
      *          vendor's quarterly city/state release, presented as
      *          CUST.ZIP.VENDOR: a header carrying the release date,
      *          one detail row per ZIP and city name, and a trailer
      *          carrying the detail count. The row marked preferred
      *          sets the ZIP's state and city; rows marked
      *          acceptable are kept as the ZIP's other city names
      *          (up to five); names the vendor marks not acceptable
      *          for mail are skipped. A ZIP already on file is
      *          replaced from the new release - a ZIP that moves to
      *          another state is listed, since every customer on it
      *          now fails the cross-check - and each ZIP the release
      *          confirms is stamped with this run. Only a release
      *          whose trailer proves it complete retires the ZIPs it
      *          no longer carries; a short or damaged file still
      *          loads what it has but retires nothing. Rows after
      *          the trailer are rejected, not loaded. CUSTVAL reads
      *          the file to cross-check every address CUSTMGMT and
      *          CUSTPEDT edit, and CUSTZIPS scrubs the master
      *          against it after each load.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTZIPL.
       AUTHOR. MIGRATION-SAMPLE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-FILE
               ASSIGN TO 'CUST.ZIP.VENDOR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VENDOR-STATUS.

      * DYNAMIC access - the load reads and writes by ZIP, then the
      * retirement sweep reads the whole file front to back.
           SELECT ZIP-REF-FILE
               ASSIGN TO 'CUST.ZIP.REF'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ZIP-CODE
               FILE STATUS IS WS-ZIP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO 'CUSTZIPL.PRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Vendor release layout - H header, D detail, T trailer. City
      * names come at the vendor's full 28 characters and are cut to
      * the master's 20 on load.
       FD  VENDOR-FILE.
       01  VENDOR-RECORD.
           05 VND-RECORD-TYPE          PIC X(1).
              88 VND-HEADER            VALUE 'H'.
              88 VND-DETAIL            VALUE 'D'.
              88 VND-TRAILER           VALUE 'T'.
           05 VND-DATA                 PIC X(79).
           05 VND-HEADER-DATA REDEFINES VND-DATA.
              10 VND-RELEASE-DATE      PIC 9(8).
              10 FILLER                PIC X(71).
           05 VND-DETAIL-DATA REDEFINES VND-DATA.
              10 VND-ZIP               PIC X(5).
              10 VND-CITY              PIC X(28).
              10 VND-STATE             PIC X(2).
      * P preferred city for the ZIP, A acceptable, N not acceptable.
              10 VND-NAME-TYPE         PIC X(1).
                 88 VND-PREFERRED      VALUE 'P'.
                 88 VND-ACCEPTABLE     VALUE 'A'.
                 88 VND-NOT-ACCEPTABLE VALUE 'N'.
              10 VND-ZIP-TYPE          PIC X(1).
              10 FILLER                PIC X(42).
           05 VND-TRAILER-DATA REDEFINES VND-DATA.
              10 VND-DETAIL-COUNT      PIC 9(8).
              10 FILLER                PIC X(71).

       FD  ZIP-REF-FILE.
           COPY CUST-ZIP.

       FD  REPORT-FILE.
       01  REPORT-LINE                 PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-VENDOR-STATUS            PIC X(2).
           88 WS-VENDOR-OK             VALUE '00'.

       01  WS-ZIP-STATUS               PIC X(2).
           88 WS-ZIP-OK                VALUE '00' '02'.
           88 WS-ZIP-EOF               VALUE '10'.
           88 WS-ZIP-NOT-FOUND         VALUE '23'.
           88 WS-ZIP-NO-FILE           VALUE '35'.

       01  WS-REPORT-STATUS            PIC X(2).
           88 WS-REPORT-OK             VALUE '00'.

       01  WS-EOF-SWITCH               PIC X(1) VALUE 'N'.
           88 WS-NO-MORE-VENDOR-ROWS   VALUE 'Y'.

       01  WS-SWEEP-DONE-SW            PIC X(1) VALUE 'N'.
           88 WS-SWEEP-DONE            VALUE 'Y'.

       01  WS-TRAILER-SW               PIC X(1) VALUE 'N'.
           88 WS-TRAILER-SEEN          VALUE 'Y'.
      * The trailer's detail count, kept as it is read - the record
      * area is gone by end of file.
       01  WS-TRAILER-COUNT-SW         PIC X(1) VALUE 'N'.
           88 WS-TRAILER-COUNT-OK      VALUE 'Y'.
       01  WS-TRAILER-COUNT            PIC 9(8) VALUE 0.

       01  WS-ALT-FOUND-SW             PIC X(1).
           88 WS-ALT-FOUND             VALUE 'Y'.

       01  WS-READ-COUNT               PIC 9(8) COMP VALUE 0.
       01  WS-DETAIL-COUNT             PIC 9(8) COMP VALUE 0.
       01  WS-REJECT-COUNT             PIC 9(8) COMP VALUE 0.
       01  WS-SKIPPED-NAME-COUNT       PIC 9(8) COMP VALUE 0.
       01  WS-ZIP-LOADED-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-ZIP-ADDED-COUNT          PIC 9(8) COMP VALUE 0.
       01  WS-STATE-MOVED-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-CITY-CHANGED-COUNT       PIC 9(8) COMP VALUE 0.
       01  WS-ALT-LOADED-COUNT         PIC 9(8) COMP VALUE 0.
       01  WS-ALT-DROPPED-COUNT        PIC 9(8) COMP VALUE 0.
       01  WS-RETIRED-COUNT            PIC 9(8) COMP VALUE 0.
       01  WS-PROMOTED-COUNT           PIC 9(8) COMP VALUE 0.

       01  WS-TODAY                    PIC 9(8).
       01  WS-NOW                      PIC 9(8).
       01  WS-RELEASE-DATE             PIC 9(8) VALUE 0.

      * This run's stamp - a ZIP carrying it was confirmed by the
      * release now loading, one carrying an older stamp was not.
       01  WS-RUN-STAMP                PIC 9(14).
       01  WS-RUN-STAMP-X REDEFINES WS-RUN-STAMP.
           05 WS-RUN-DATE              PIC 9(8).
           05 WS-RUN-TIME              PIC 9(6).

       01  WS-ALT-IX                   PIC 9(2) COMP.
       01  WS-VND-CITY-20              PIC X(20).
       01  WS-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  HDG-LINE-1.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(40)
              VALUE 'ZIP CODE REFERENCE LOAD'.

       01  HDG-LINE-2.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(10) VALUE 'RUN DATE: '.
           05 HDG2-DATE                PIC 9(8).
           05 FILLER                   PIC X(04) VALUE SPACES.
           05 FILLER                   PIC X(17)
              VALUE 'VENDOR RELEASE: '.
           05 HDG2-RELEASE             PIC 9(8).

       01  HDG-LINE-3.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 FILLER                   PIC X(07) VALUE 'ZIP'.
           05 FILLER                   PIC X(20) VALUE 'EXCEPTION'.
           05 FILLER                   PIC X(60) VALUE 'DETAIL'.

       01  EXC-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 EXC-ZIP                  PIC X(5).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-TYPE                 PIC X(18).
           05 FILLER                   PIC X(02) VALUE SPACES.
           05 EXC-DETAIL               PIC X(60).

       01  MSG-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 MSG-TEXT                 PIC X(80).

       01  SUM-LINE.
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 SUM-LABEL                PIC X(30).
           05 SUM-COUNT                PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       0000-MAIN.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT

           PERFORM 2000-LOAD-ONE-ROW THRU 2000-EXIT
               UNTIL WS-NO-MORE-VENDOR-ROWS

           PERFORM 3000-CHECK-RELEASE-COMPLETE THRU 3000-EXIT
           PERFORM 4000-WRITE-SUMMARY
           PERFORM 5000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW   FROM TIME
           MOVE WS-TODAY      TO WS-RUN-DATE
           MOVE WS-NOW (1:6)  TO WS-RUN-TIME

           OPEN INPUT VENDOR-FILE
           IF NOT WS-VENDOR-OK
               DISPLAY 'CUSTZIPL: FAILED TO OPEN VENDOR ZIP FILE'
               GOBACK
           END-IF

           OPEN I-O ZIP-REF-FILE
           IF WS-ZIP-NO-FILE
               OPEN OUTPUT ZIP-REF-FILE
               CLOSE ZIP-REF-FILE
               OPEN I-O ZIP-REF-FILE
           END-IF
           IF NOT WS-ZIP-OK
               DISPLAY 'CUSTZIPL: FAILED TO OPEN ZIP REFERENCE FILE'
               CLOSE VENDOR-FILE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-OK
               DISPLAY 'CUSTZIPL: FAILED TO OPEN REPORT FILE'
               CLOSE VENDOR-FILE
               CLOSE ZIP-REF-FILE
               GOBACK
           END-IF

      * The release must open with its header - a file without one
      * is not the vendor's release, and nothing is loaded from it.
           PERFORM 2100-READ-VENDOR-ROW
           IF WS-NO-MORE-VENDOR-ROWS
              OR NOT VND-HEADER
              OR VND-RELEASE-DATE NOT NUMERIC
               MOVE WS-TODAY TO HDG2-DATE
               MOVE 0        TO HDG2-RELEASE
               WRITE REPORT-LINE FROM HDG-LINE-1
               WRITE REPORT-LINE FROM HDG-LINE-2
               WRITE REPORT-LINE FROM SPACES
               MOVE 'NO RELEASE HEADER - VENDOR FILE NOT LOADED'
                   TO MSG-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
               DISPLAY 'CUSTZIPL: NO RELEASE HEADER ON VENDOR FILE'
               PERFORM 5000-TERMINATE
               GOBACK
           END-IF
           MOVE VND-RELEASE-DATE TO WS-RELEASE-DATE

           MOVE WS-TODAY        TO HDG2-DATE
           MOVE WS-RELEASE-DATE TO HDG2-RELEASE
           WRITE REPORT-LINE FROM HDG-LINE-1
           WRITE REPORT-LINE FROM HDG-LINE-2
           WRITE REPORT-LINE FROM SPACES
           WRITE REPORT-LINE FROM HDG-LINE-3
           WRITE REPORT-LINE FROM SPACES

           PERFORM 2100-READ-VENDOR-ROW.
       1000-EXIT.
           EXIT.

      * The trailer closes the release - anything after it is not
      * part of what the trailer counted.
       2000-LOAD-ONE-ROW.
           EVALUATE TRUE
               WHEN WS-TRAILER-SEEN
                   MOVE 'ROW AFTER TRAILER'   TO WS-REJECT-REASON
                   PERFORM 2900-REPORT-REJECT
               WHEN VND-DETAIL
                   ADD 1 TO WS-DETAIL-COUNT
                   PERFORM 2200-LOAD-DETAIL THRU 2200-EXIT
               WHEN VND-TRAILER
                   MOVE 'Y' TO WS-TRAILER-SW
                   IF VND-DETAIL-COUNT NUMERIC
                       MOVE 'Y'              TO WS-TRAILER-COUNT-SW
                       MOVE VND-DETAIL-COUNT TO WS-TRAILER-COUNT
                   END-IF
               WHEN OTHER
                   MOVE 'UNKNOWN RECORD TYPE' TO WS-REJECT-REASON
                   PERFORM 2900-REPORT-REJECT
           END-EVALUATE

           PERFORM 2100-READ-VENDOR-ROW.
       2000-EXIT.
           EXIT.

       2100-READ-VENDOR-ROW.
           READ VENDOR-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
           END-READ.
       2100-EXIT.
           EXIT.

       2200-LOAD-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON
           EVALUATE TRUE
               WHEN VND-ZIP NOT NUMERIC
                   MOVE 'ZIP NOT NUMERIC'      TO WS-REJECT-REASON
               WHEN VND-STATE NOT ALPHABETIC-UPPER
                 OR VND-STATE = SPACES
                   MOVE 'STATE MISSING'        TO WS-REJECT-REASON
               WHEN VND-CITY = SPACES
                   MOVE 'CITY MISSING'         TO WS-REJECT-REASON
               WHEN NOT VND-PREFERRED
                AND NOT VND-ACCEPTABLE
                AND NOT VND-NOT-ACCEPTABLE
                   MOVE 'UNKNOWN CITY NAME TYPE' TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 2900-REPORT-REJECT
               GO TO 2200-EXIT
           END-IF

           IF VND-NOT-ACCEPTABLE
               ADD 1 TO WS-SKIPPED-NAME-COUNT
               GO TO 2200-EXIT
           END-IF

           MOVE VND-CITY (1:20) TO WS-VND-CITY-20
           MOVE VND-ZIP         TO ZIP-CODE
           READ ZIP-REF-FILE
               INVALID KEY CONTINUE
           END-READ

           EVALUATE TRUE
               WHEN WS-ZIP-NOT-FOUND
                   PERFORM 2300-ADD-NEW-ZIP THRU 2300-EXIT
               WHEN WS-ZIP-OK
                   PERFORM 2400-UPDATE-ZIP THRU 2400-EXIT
               WHEN OTHER
                   MOVE 'ZIP READ FAILED' TO WS-REJECT-REASON
                   PERFORM 2900-REPORT-REJECT
           END-EVALUATE.
       2200-EXIT.
           EXIT.

      * A ZIP new to the file. A release can list an acceptable name
      * ahead of the preferred one, so a ZIP first seen on an
      * acceptable row starts with no preferred city; its preferred
      * row fills it later in the run.
       2300-ADD-NEW-ZIP.
           MOVE SPACES          TO CUST-ZIP-RECORD
           MOVE VND-ZIP         TO ZIP-CODE
           MOVE VND-STATE       TO ZIP-STATE
           MOVE 0               TO ZIP-ALT-COUNT
           PERFORM 2450-SET-ZIP-TYPE
           IF VND-PREFERRED
               MOVE WS-VND-CITY-20 TO ZIP-CITY
           ELSE
               MOVE 1              TO ZIP-ALT-COUNT
               MOVE WS-VND-CITY-20 TO ZIP-ALT-CITY (1)
               ADD 1 TO WS-ALT-LOADED-COUNT
           END-IF
           MOVE WS-RELEASE-DATE TO ZIP-RELEASE-DATE
           MOVE WS-RUN-STAMP    TO ZIP-LOAD-STAMP

           WRITE CUST-ZIP-RECORD
               INVALID KEY CONTINUE
           END-WRITE
           IF WS-ZIP-OK
               ADD 1 TO WS-ZIP-ADDED-COUNT
               ADD 1 TO WS-ZIP-LOADED-COUNT
           ELSE
               MOVE 'ZIP WRITE FAILED' TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
           END-IF.
       2300-EXIT.
           EXIT.

      * A ZIP already on file. The first row of this release to
      * reach it starts its city names afresh, so a name the vendor
      * has dropped does not linger; later rows in the same run add
      * to what the first one set.
       2400-UPDATE-ZIP.
           IF ZIP-LOAD-STAMP NOT = WS-RUN-STAMP
               ADD 1 TO WS-ZIP-LOADED-COUNT
               MOVE 0 TO ZIP-ALT-COUNT
               MOVE SPACES TO ZIP-ALT-CITY (1) ZIP-ALT-CITY (2)
                              ZIP-ALT-CITY (3) ZIP-ALT-CITY (4)
                              ZIP-ALT-CITY (5)
           END-IF

           IF VND-PREFERRED
               IF ZIP-STATE NOT = VND-STATE
                   ADD 1 TO WS-STATE-MOVED-COUNT
                   PERFORM 2950-REPORT-STATE-MOVE
               ELSE
                   IF ZIP-CITY NOT = WS-VND-CITY-20
                      AND ZIP-CITY NOT = SPACES
                       ADD 1 TO WS-CITY-CHANGED-COUNT
                   END-IF
               END-IF
               MOVE VND-STATE       TO ZIP-STATE
               MOVE WS-VND-CITY-20  TO ZIP-CITY
               PERFORM 2450-SET-ZIP-TYPE
           ELSE
               PERFORM 2500-ADD-ALTERNATE-CITY THRU 2500-EXIT
           END-IF

           MOVE WS-RELEASE-DATE TO ZIP-RELEASE-DATE
           MOVE WS-RUN-STAMP    TO ZIP-LOAD-STAMP
           REWRITE CUST-ZIP-RECORD
               INVALID KEY CONTINUE
           END-REWRITE
           IF NOT WS-ZIP-OK
               MOVE 'ZIP REWRITE FAILED' TO WS-REJECT-REASON
               PERFORM 2900-REPORT-REJECT
           END-IF.
       2400-EXIT.
           EXIT.

       2450-SET-ZIP-TYPE.
           IF VND-ZIP-TYPE = 'S' OR 'P' OR 'U' OR 'M'
               MOVE VND-ZIP-TYPE TO ZIP-TYPE
           ELSE
               MOVE 'S' TO ZIP-TYPE
           END-IF.
       2450-EXIT.
           EXIT.

      * Acceptable names beyond the five the record holds are
      * counted and dropped - the preferred name and the first five
      * others cover every ZIP in practice.
       2500-ADD-ALTERNATE-CITY.
           IF WS-VND-CITY-20 = ZIP-CITY
               GO TO 2500-EXIT
           END-IF
           MOVE 'N' TO WS-ALT-FOUND-SW
           PERFORM 2550-CHECK-ONE-ALTERNATE
               VARYING WS-ALT-IX FROM 1 BY 1
               UNTIL WS-ALT-IX > ZIP-ALT-COUNT
                  OR WS-ALT-FOUND
           IF WS-ALT-FOUND
               GO TO 2500-EXIT
           END-IF
           IF ZIP-ALT-COUNT >= 5
               ADD 1 TO WS-ALT-DROPPED-COUNT
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO ZIP-ALT-COUNT
           MOVE WS-VND-CITY-20 TO ZIP-ALT-CITY (ZIP-ALT-COUNT)
           ADD 1 TO WS-ALT-LOADED-COUNT.
       2500-EXIT.
           EXIT.

       2550-CHECK-ONE-ALTERNATE.
           IF ZIP-ALT-CITY (WS-ALT-IX) = WS-VND-CITY-20
               MOVE 'Y' TO WS-ALT-FOUND-SW
           END-IF.
       2550-EXIT.
           EXIT.

       2900-REPORT-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE VND-ZIP          TO EXC-ZIP
           MOVE 'ROW REJECTED'   TO EXC-TYPE
           MOVE SPACES           TO EXC-DETAIL
           STRING WS-REJECT-REASON DELIMITED BY '  '
                  ' - ROW '        DELIMITED BY SIZE
                  VENDOR-RECORD (1:40) DELIMITED BY SIZE
               INTO EXC-DETAIL
           WRITE REPORT-LINE FROM EXC-LINE.
       2900-EXIT.
           EXIT.

       2950-REPORT-STATE-MOVE.
           MOVE ZIP-CODE         TO EXC-ZIP
           MOVE 'STATE CHANGED'  TO EXC-TYPE
           MOVE SPACES           TO EXC-DETAIL
           STRING 'WAS '         DELIMITED BY SIZE
                  ZIP-STATE      DELIMITED BY SIZE
                  ' NOW '        DELIMITED BY SIZE
                  VND-STATE      DELIMITED BY SIZE
                  ' - CUSTOMERS ON THIS ZIP NEED REVIEW'
                                 DELIMITED BY SIZE
               INTO EXC-DETAIL
           WRITE REPORT-LINE FROM EXC-LINE.
       2950-EXIT.
           EXIT.

      * The trailer's count must match the detail rows read before
      * the release is taken as complete. Only then are ZIPs the
      * release did not confirm retired.
       3000-CHECK-RELEASE-COMPLETE.
           WRITE REPORT-LINE FROM SPACES
           IF NOT WS-TRAILER-SEEN
               MOVE 'NO TRAILER - RELEASE INCOMPLETE, NO ZIPS RETIRED'
                   TO MSG-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
               GO TO 3000-EXIT
           END-IF
           IF NOT WS-TRAILER-COUNT-OK
              OR WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               MOVE 'TRAILER COUNT MISMATCH - NO ZIPS RETIRED'
                   TO MSG-TEXT
               WRITE REPORT-LINE FROM MSG-LINE
               GO TO 3000-EXIT
           END-IF

           MOVE LOW-VALUES TO ZIP-CODE
           START ZIP-REF-FILE KEY IS >= ZIP-CODE
               INVALID KEY MOVE 'Y' TO WS-SWEEP-DONE-SW
           END-START
           PERFORM 3100-SWEEP-ONE-ZIP THRU 3100-EXIT
               UNTIL WS-SWEEP-DONE.
       3000-EXIT.
           EXIT.

      * A ZIP this release did not confirm is retired. A ZIP the
      * release gave only acceptable names takes its first one as
      * the preferred city, so the cross-check always has one.
       3100-SWEEP-ONE-ZIP.
           READ ZIP-REF-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-SWEEP-DONE-SW
                   GO TO 3100-EXIT
           END-READ

           IF ZIP-LOAD-STAMP NOT = WS-RUN-STAMP
               MOVE ZIP-CODE         TO EXC-ZIP
               MOVE 'ZIP RETIRED'    TO EXC-TYPE
               MOVE SPACES           TO EXC-DETAIL
               STRING ZIP-CITY       DELIMITED BY '  '
                      ' '            DELIMITED BY SIZE
                      ZIP-STATE      DELIMITED BY SIZE
                      ' - NOT IN THIS RELEASE' DELIMITED BY SIZE
                   INTO EXC-DETAIL
               DELETE ZIP-REF-FILE
                   INVALID KEY CONTINUE
               END-DELETE
               IF WS-ZIP-OK
                   ADD 1 TO WS-RETIRED-COUNT
                   WRITE REPORT-LINE FROM EXC-LINE
               END-IF
               GO TO 3100-EXIT
           END-IF

           IF ZIP-CITY = SPACES
              AND ZIP-ALT-COUNT > 0
               MOVE ZIP-ALT-CITY (1) TO ZIP-CITY
               REWRITE CUST-ZIP-RECORD
                   INVALID KEY CONTINUE
               END-REWRITE
               ADD 1 TO WS-PROMOTED-COUNT
               MOVE ZIP-CODE         TO EXC-ZIP
               MOVE 'NO PREFERRED CITY' TO EXC-TYPE
               MOVE SPACES           TO EXC-DETAIL
               STRING 'USING '       DELIMITED BY SIZE
                      ZIP-CITY       DELIMITED BY '  '
                   INTO EXC-DETAIL
               WRITE REPORT-LINE FROM EXC-LINE
           END-IF.
       3100-EXIT.
           EXIT.

       4000-WRITE-SUMMARY.
           WRITE REPORT-LINE FROM SPACES
           MOVE 'VENDOR ROWS READ:'         TO SUM-LABEL
           MOVE WS-READ-COUNT               TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'DETAIL ROWS:'              TO SUM-LABEL
           MOVE WS-DETAIL-COUNT             TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'ROWS REJECTED:'            TO SUM-LABEL
           MOVE WS-REJECT-COUNT             TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'NON-MAILING NAMES SKIPPED:' TO SUM-LABEL
           MOVE WS-SKIPPED-NAME-COUNT       TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'ZIPS LOADED:'              TO SUM-LABEL
           MOVE WS-ZIP-LOADED-COUNT         TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE '  OF WHICH NEW:'           TO SUM-LABEL
           MOVE WS-ZIP-ADDED-COUNT          TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE '  STATE CHANGED:'          TO SUM-LABEL
           MOVE WS-STATE-MOVED-COUNT        TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE '  PREFERRED CITY CHANGED:' TO SUM-LABEL
           MOVE WS-CITY-CHANGED-COUNT       TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'OTHER CITY NAMES LOADED:'  TO SUM-LABEL
           MOVE WS-ALT-LOADED-COUNT         TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'OTHER CITY NAMES DROPPED:' TO SUM-LABEL
           MOVE WS-ALT-DROPPED-COUNT        TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'NO PREFERRED CITY:'        TO SUM-LABEL
           MOVE WS-PROMOTED-COUNT           TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE

           MOVE 'ZIPS RETIRED:'             TO SUM-LABEL
           MOVE WS-RETIRED-COUNT            TO SUM-COUNT
           WRITE REPORT-LINE FROM SUM-LINE.
       4000-EXIT.
           EXIT.

       5000-TERMINATE.
           CLOSE VENDOR-FILE
           CLOSE ZIP-REF-FILE
           CLOSE REPORT-FILE
           DISPLAY 'CUSTZIPL: ' WS-ZIP-LOADED-COUNT ' ZIPS LOADED, '
                   WS-RETIRED-COUNT ' RETIRED'.
       5000-EXIT.
           EXIT.
