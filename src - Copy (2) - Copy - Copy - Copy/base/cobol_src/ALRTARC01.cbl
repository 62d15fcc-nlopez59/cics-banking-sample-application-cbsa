      * was never escalated is left on the file and counted on the     *
      * run report: purging it would silently drop an alert nobody     *
      * has dealt with.                                                *
      *                                                                *
      * An alert drill (ALERTF-DRILL, see DRILL01) is not an alert     *
      * anyone has to deal with: past the cut-off it is archived and   *
      * purged whatever its state, its DRILLF record having kept the   *
      * evidence of whether it was answered, and the drills archived   *
      * are counted on their own line.                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-COUNT                        PIC 9(07) COMP.
       01  WS-GRAND-TOTAL                  PIC 9(09) COMP.
       01  WS-LEFT-COUNT                   PIC 9(09) COMP.
       01  WS-DRILL-COUNT                  PIC 9(09) COMP VALUE 0.
       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'ALRTARC01 - ALERTF '.
           05  FILLER            PIC X(17) VALUE 'ARCHIVE AND PURGE'.
           05  FILLER            PIC X(22) VALUE
               'LEFT ON FILE (OUTSTG) '.
           05  RPT-LEFT-TOTAL    PIC ZZZ,ZZZ,ZZ9.
       01  RPT-DRILL-LINE.
           05  FILLER            PIC X(22) VALUE
               'DRILLS IN TOTAL       '.
           05  RPT-DRILL-TOTAL   PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
      * ENDED means the date is done and the rerun must do nothing, a
      * checkpoint key means a prior run died mid-pass and this one
      * resumes after the last committed key, so no alert is ever
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
               MOVE 'ALRTARC1'       TO RUNCTL-JOB-NAME
      * is, and the run report says how many such stragglers exist.
           IF ALERTF-OUTSTANDING
              AND ALERTF-NOT-ESCALATED
              AND NOT ALERTF-DRILL
               ADD 1 TO WS-LEFT-COUNT
               PERFORM 2100-READ-ALERTF THRU 2100-READ-ALERTF-EXIT
               GO TO 2010-ARCHIVE-PURGE-LOOP
           PERFORM 2200-ARCHIVE-RECORD THRU 2200-ARCHIVE-RECORD-EXIT.
           PERFORM 2300-PURGE-RECORD THRU 2300-PURGE-RECORD-EXIT.
           ADD 1 TO WS-COUNT.
           IF ALERTF-DRILL
               ADD 1 TO WS-DRILL-COUNT
           END-IF.
           ADD 1 TO WS-CHECKPOINT-CTR.
           IF WS-CHECKPOINT-CTR >= WS-CHECKPOINT-INTERVAL
               PERFORM 2600-TAKE-CHECKPOINT
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE WS-LEFT-COUNT TO RPT-LEFT-TOTAL.
           WRITE REPORT-LINE FROM RPT-LEFT-LINE.
           IF WS-DRILL-COUNT > 0
               MOVE WS-DRILL-COUNT TO RPT-DRILL-TOTAL
               WRITE REPORT-LINE FROM RPT-DRILL-LINE
           END-IF.
           CLOSE ALERTF-FILE.
           CLOSE ARCHIVE-FILE.
           CLOSE REPORT-FILE.
