      * they are reported, so the calendar does not silt up with       *
      * history - suppression itself never depends on this purge, the  *
      * online date/time comparison fails safe on its own.             *
      *                                                                *
      * Each purged window is first written, unchanged, to the window  *
      * history on MNTHOUT - a new generation every run, the same way  *
      * ERRARC01 archives before it deletes. OUTRPT01 reads those      *
      * generations to tell a planned outage in a past month from an   *
      * unplanned one after the window itself has left the calendar.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNTCAL-KEY
               FILE STATUS IS WS-MNTCAL-STATUS.
           SELECT MNTHIST-FILE ASSIGN TO MNTHOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTHIST-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       FILE SECTION.
       FD  MNTCAL-FILE.
           COPY MNTCAL.
      * the window history - purged MNTCAL records in the live layout.
       FD  MNTHIST-FILE.
       01  MNTHIST-RECORD                  PIC X(43).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE          PIC X(08).
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-MNTCAL-STATUS                PIC X(02).
       01  WS-MNTHIST-STATUS               PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-RUNCTL-STATUS                PIC X(02).
       01  WS-BUSINESS-DATE                PIC X(08).
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT MNTHIST-FILE.
           IF WS-MNTHIST-STATUS NOT = '00'
               MOVE 'OPEN MNTHIST-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-MNTHIST-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE.
           MOVE SPACES               TO RUNCTL-END-TIME.
           MOVE ZERO                 TO RUNCTL-RECORD-COUNT.
           MOVE LOW-VALUES           TO RUNCTL-CHECKPOINT-KEY.
           MOVE ZERO                 TO RUNCTL-RESTART-COUNT.
           IF WS-RUNCTL-STATUS = '23'
               MOVE 'MNTRPT01'       TO RUNCTL-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RUNCTL-BUSINESS-DATE
       2100-READ-MNTCAL-EXIT.
           EXIT.
      *
      * history first - a window deleted without its history record
      * would turn a planned outage into an unplanned one on the
      * monthly availability report.
       2200-PURGE-WINDOW.
           WRITE MNTHIST-RECORD FROM MNTCAL-RECORD.
           IF WS-MNTHIST-STATUS NOT = '00'
               MOVE 'WRITE MNTHIST-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-MNTHIST-STATUS
                   TO WS-ABEND-MESSAGE(35:2)
               GO TO 9999-ABEND
           END-IF.
           DELETE MNTCAL-FILE RECORD.
           IF WS-MNTCAL-STATUS NOT = '00'
               MOVE 'DELETE MNTCAL-FILE FAILED, STATUS '
           MOVE WS-PURGED-COUNT     TO RPT-PURGED.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE MNTCAL-FILE.
           CLOSE MNTHIST-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
