      * not survive to perform EIBRESP-TOSTRING - so without this      *
      * section the worst incidents of the day would be the only ones  *
      * missing from the morning standup.                              *
      *                                                                *
      * Synthetic alert drills (ERRLOG-DRILL, see DRILL01) are not     *
      * errors and are left out of the counts; how many were left out  *
      * is shown under the error grand total.                          *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  FILLER            PIC X(18) VALUE 'GRAND TOTAL ERRORS'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  RPT-GRAND-TOTAL   PIC ZZZ,ZZZ,ZZ9.
       01  WS-DRILL-COUNT                  PIC 9(07) COMP VALUE 0.
       01  RPT-DRILL-LINE.
           05  FILLER            PIC X(22) VALUE
               'DRILL RECORDS LEFT OUT'.
           05  FILLER            PIC X(07) VALUE SPACES.
           05  RPT-DRILL-COUNT   PIC ZZZ,ZZ9.
       01  WS-ABENDLOG-STATUS              PIC X(02).
       01  WS-ABENDLOG-EOF-SW              PIC X(01) VALUE 'N'.
           88  ABENDLOG-EOF                     VALUE 'Y'.
           MOVE SPACES               TO RUNCTL-END-TIME.
           MOVE ZERO                 TO RUNCTL-RECORD-COUNT.
           MOVE LOW-VALUES           TO RUNCTL-CHECKPOINT-KEY.
           MOVE ZERO                 TO RUNCTL-RESTART-COUNT.
           IF WS-RUNCTL-STATUS = '23'
               MOVE 'ERRRPT01'       TO RUNCTL-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RUNCTL-BUSINESS-DATE
           IF ERRLOG-EOF
               GO TO 2000-SORT-INPUT-EXIT
           END-IF.
           IF ERRLOG-DRILL
               ADD 1 TO WS-DRILL-COUNT
               PERFORM 2100-READ-ERRLOG THRU 2100-READ-ERRLOG-EXIT
               GO TO 2010-SORT-INPUT-LOOP
           END-IF.
           MOVE ERRLOG-LOG-DATE         TO SORT-LOG-DATE.
           MOVE ERRLOG-PROGRAM-ID       TO SORT-PROGRAM-ID.
           MOVE ERRLOG-RESP-STRING      TO SORT-RESP-STRING.
       3500-SECTION-BREAK.
           MOVE WS-GRAND-TOTAL TO RPT-GRAND-TOTAL.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-DRILL-COUNT > 0
               MOVE WS-DRILL-COUNT TO RPT-DRILL-COUNT
               WRITE REPORT-LINE FROM RPT-DRILL-LINE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
