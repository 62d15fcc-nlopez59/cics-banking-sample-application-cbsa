      * than one SORT in a job. The PARMIN card carries the month     *
      * (YYYYMM) so ERRLOG records and stray extract records outside  *
      * it are left out of the scorecard.                             *
      *                                                                *
      * Synthetic alert drills (ERRLOG-DRILL, see DRILL01) are not the *
      * named program's errors and are left out of its rate; the      *
      * month's drill count is noted at the end of the report.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-SORTS-EOF-SW                 PIC X(01) VALUE 'N'.
           88  SORTS-EOF                        VALUE 'Y'.
       01  WS-MONTH                        PIC X(06).
       01  WS-DRILL-COUNT                  PIC 9(07) COMP VALUE 0.
       01  RPT-DRILL-LINE.
           05  FILLER            PIC X(22) VALUE
               'DRILL RECORDS LEFT OUT'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT-DRILL-COUNT   PIC ZZZ,ZZ9.
       01  WS-SCORE-TABLE.
           05  WS-SCORE-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-TBL-IDX.
               GO TO 2000-SORT-INPUT-EXIT
           END-IF.
           IF ERRLOG-LOG-DATE(1:6) = WS-MONTH
              AND ERRLOG-DRILL
               ADD 1 TO WS-DRILL-COUNT
           END-IF.
           IF ERRLOG-LOG-DATE(1:6) = WS-MONTH
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
