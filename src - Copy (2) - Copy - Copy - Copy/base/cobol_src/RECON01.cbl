      * not RESP-checked through EIBRESP-TOSTRING, so CICS saw the     *
      * failure but it never reached the log - this job is what finds *
      * those silent failures.                                        *
      *                                                                *
      * Synthetic alert drills (ERRLOG-DRILL, see DRILL01) are logged  *
      * under whatever program the operator named, so one would pass   *
      * for that program's own logging and hide a silent failure -     *
      * they are left out, and counted on the last line.               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               'SILENT FAILURES FOUND'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT-GRAND-TOTAL   PIC ZZZZ9.
       01  WS-DRILL-COUNT                  PIC 9(05) COMP VALUE 0.
       01  RPT-DRILL-LINE.
           05  FILLER            PIC X(26) VALUE
               'DRILL RECORDS LEFT OUT'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT-DRILL-COUNT   PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           MOVE SPACES               TO RUNCTL-END-TIME.
           MOVE ZERO                 TO RUNCTL-RECORD-COUNT.
           MOVE LOW-VALUES           TO RUNCTL-CHECKPOINT-KEY.
           MOVE ZERO                 TO RUNCTL-RESTART-COUNT.
           IF WS-RUNCTL-STATUS = '23'
               MOVE 'RECON01 '       TO RUNCTL-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RUNCTL-BUSINESS-DATE
               GO TO 2000-SORT-INPUT-EXIT
           END-IF.
           IF ERRLOG-LOG-DATE = WS-RECON-DATE
              AND ERRLOG-DRILL
               ADD 1 TO WS-DRILL-COUNT
           END-IF.
           IF ERRLOG-LOG-DATE = WS-RECON-DATE
              AND NOT ERRLOG-DRILL
               MOVE ERRLOG-PROGRAM-ID       TO SORT-PROGRAM-ID
               MOVE ERRLOG-LOG-DATE         TO SORT-LOG-DATE
               RELEASE SORT-REC
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
           IF WS-DRILL-COUNT > 0
               MOVE WS-DRILL-COUNT TO RPT-DRILL-COUNT
               WRITE REPORT-LINE FROM RPT-DRILL-LINE
           END-IF.
           CLOSE ERRLOG-FILE.
           CLOSE STATS-FILE.
           CLOSE REPORT-FILE.
