      * history every night, and an audit request for old errors       *
      * means a file that no longer fits its allocation. The archive   *
      * generations are that audit trail instead.                      *
      *                                                                *
      * Synthetic alert drill records (ERRLOG-DRILL, see DRILL01) are  *
      * archived and purged with everything else - the archive is the  *
      * complete trail - and the run's drill count is shown under the  *
      * total so the figure above is not mistaken for all errors.      *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-BREAK-LOG-DATE               PIC X(08).
       01  WS-COUNT                        PIC 9(07) COMP.
       01  WS-GRAND-TOTAL                  PIC 9(09) COMP.
       01  WS-DRILL-COUNT                  PIC 9(07) COMP VALUE 0.
       01  WS-HEADING-1.
           05  FILLER            PIC X(19) VALUE 'ERRARC01 - ERRLOG '.
           05  FILLER            PIC X(17) VALUE 'ARCHIVE AND PURGE'.
           05  FILLER            PIC X(22) VALUE
               'TOTAL ARCHIVED/PURGED'.
           05  RPT-GRAND-TOTAL   PIC ZZZ,ZZZ,ZZ9.
       01  RPT-DRILL-LINE.
           05  FILLER            PIC X(22) VALUE
               'DRILL RECORDS IN TOTAL'.
           05  FILLER            PIC X(04) VALUE SPACES.
           05  RPT-DRILL-COUNT   PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
      * ENDED means the date is done and the rerun must do nothing, a
      * checkpoint key means a prior run died mid-pass and this one
      * resumes after the last committed key, so no record is ever
      * landed on an archive generation twice. Each resumed run adds
      * one to RUNCTL-RESTART-COUNT, for RUNTRD01 to report.
       1200-RUNCTL-START.
           OPEN I-O RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
           IF NOT RESTART-RUN
               MOVE ZERO       TO RUNCTL-RECORD-COUNT
               MOVE LOW-VALUES TO RUNCTL-CHECKPOINT-KEY
               MOVE ZERO       TO RUNCTL-RESTART-COUNT
           ELSE
               ADD 1 TO RUNCTL-RESTART-COUNT
           END-IF.
           IF WS-RUNCTL-STATUS = '23'
               MOVE 'ERRARC01'       TO RUNCTL-JOB-NAME
           PERFORM 2200-ARCHIVE-RECORD THRU 2200-ARCHIVE-RECORD-EXIT.
           PERFORM 2300-PURGE-RECORD THRU 2300-PURGE-RECORD-EXIT.
           ADD 1 TO WS-COUNT.
           IF ERRLOG-DRILL
               ADD 1 TO WS-DRILL-COUNT
           END-IF.
           ADD 1 TO WS-CHECKPOINT-CTR.
           IF WS-CHECKPOINT-CTR >= WS-CHECKPOINT-INTERVAL
               PERFORM 2600-TAKE-CHECKPOINT
       9000-TERMINATE.
           MOVE WS-GRAND-TOTAL TO RPT-GRAND-TOTAL.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-DRILL-COUNT > 0
               MOVE WS-DRILL-COUNT TO RPT-DRILL-COUNT
               WRITE REPORT-LINE FROM RPT-DRILL-LINE
           END-IF.
           CLOSE ERRLOG-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.
