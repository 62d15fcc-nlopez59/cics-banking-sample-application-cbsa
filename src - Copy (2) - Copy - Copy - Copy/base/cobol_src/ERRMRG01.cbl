      *                                                                *
      * A region that produced no extract (DD not allocated, file      *
      * status 35 on OPEN) is noted on the report and skipped - the    *
      * shop does not always run every AOR every day. A missing        *
      * extract is then checked against the region heartbeats on       *
      * HRTBEAT: if the region registered against that DD stopped      *
      * beating on the business date, or is still silent from before   *
      * it, a warning goes on the report under the skip line - a       *
      * region that was down is a different morning from one that      *
      * simply was not run.                                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT HRTBEAT-FILE ASSIGN TO HRTBEAT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HRTBEAT-KEY
               FILE STATUS IS WS-HRTBEAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           05  FILLER                      PIC X(72).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  HRTBEAT-FILE.
           COPY HRTBEAT.
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CONSOL-STATUS                PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-RUNCTL-STATUS                PIC X(02).
       01  WS-HRTBEAT-STATUS               PIC X(02).
       01  WS-HRTBEAT-EOF-SW               PIC X(01).
           88  HRTBEAT-EOF                      VALUE 'Y'.
       01  WS-EXTRACT-DD                   PIC X(08).
       01  WS-BUSINESS-DATE                PIC X(08).
       01  WS-CURRENT-DATE                 PIC X(08).
       01  WS-CURRENT-TIME                 PIC X(08).
           05  WS-SKIP-SUB       PIC 9(01).
           05  FILLER            PIC X(26) VALUE
               ' NOT PRESENT THIS RUN'.
       01  WS-SILENT-LINE.
           05  FILLER            PIC X(15) VALUE '  ** WARNING - '.
           05  WS-SILENT-APPLID  PIC X(08).
           05  FILLER            PIC X(25) VALUE
               ' ALSO SILENT - LAST BEAT '.
           05  WS-SILENT-DATE    PIC X(08).
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WS-SILENT-TIME    PIC X(06).
       01  WS-NO-HRTBEAT-LINE.
           05  FILLER            PIC X(31) VALUE
               '  HRTBEAT NOT AVAILABLE, STATUS'.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  WS-NO-HRTBEAT-STATUS
                                 PIC X(02).
           05  FILLER            PIC X(26) VALUE
               ' - HEARTBEAT NOT CHECKED'.
       01  RPT-DETAIL-LINE.
           05  RPT-LOG-DATE                PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           MOVE SPACES               TO RUNCTL-END-TIME.
           MOVE ZERO                 TO RUNCTL-RECORD-COUNT.
           MOVE LOW-VALUES           TO RUNCTL-CHECKPOINT-KEY.
           MOVE ZERO                 TO RUNCTL-RESTART-COUNT.
           IF WS-RUNCTL-STATUS = '23'
               MOVE 'ERRMRG01'       TO RUNCTL-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RUNCTL-BUSINESS-DATE
           IF WS-ERRIN-STATUS = '35'
               MOVE WS-ERRIN-SUB TO WS-SKIP-SUB
               WRITE REPORT-LINE FROM WS-SKIP-LINE
               PERFORM 2500-SILENT-CHECK THRU 2500-SILENT-CHECK-EXIT
               SET ERRIN-EOF TO TRUE
               GO TO 2200-OPEN-ERRIN-EXIT
           END-IF.
           END-EVALUATE.
       2400-CLOSE-ERRIN-EXIT.
           EXIT.
      *
      * the heartbeat file is only a second opinion on a missing
      * extract, so one that cannot be opened is noted on the report
      * and the merge carries on - unlike the extracts themselves.
       2500-SILENT-CHECK.
           MOVE 'ERRIN'      TO WS-EXTRACT-DD.
           MOVE WS-ERRIN-SUB TO WS-EXTRACT-DD(6:1).
           OPEN INPUT HRTBEAT-FILE.
           IF WS-HRTBEAT-STATUS NOT = '00'
               MOVE WS-HRTBEAT-STATUS TO WS-NO-HRTBEAT-STATUS
               WRITE REPORT-LINE FROM WS-NO-HRTBEAT-LINE
               GO TO 2500-SILENT-CHECK-EXIT
           END-IF.
           MOVE 'N' TO WS-HRTBEAT-EOF-SW.
           PERFORM 2600-READ-HRTBEAT THRU 2600-READ-HRTBEAT-EXIT.
       2510-SILENT-CHECK-LOOP.
           IF HRTBEAT-EOF
               GO TO 2520-SILENT-CHECK-CLOSE
           END-IF.
      * silent on the business date itself, or silent since before it
      * and never heard from again - either way the region was down
      * when its extract should have been cut.
           IF HRTBEAT-EXTRACT-DD = WS-EXTRACT-DD
              AND (HRTBEAT-SILENT-DATE = WS-BUSINESS-DATE
                   OR (HRTBEAT-SILENT
                       AND HRTBEAT-SILENT-DATE < WS-BUSINESS-DATE))
               MOVE HRTBEAT-APPLID    TO WS-SILENT-APPLID
               MOVE HRTBEAT-LAST-DATE TO WS-SILENT-DATE
               MOVE HRTBEAT-LAST-TIME TO WS-SILENT-TIME
               WRITE REPORT-LINE FROM WS-SILENT-LINE
           END-IF.
           PERFORM 2600-READ-HRTBEAT THRU 2600-READ-HRTBEAT-EXIT.
           GO TO 2510-SILENT-CHECK-LOOP.
       2520-SILENT-CHECK-CLOSE.
           CLOSE HRTBEAT-FILE.
       2500-SILENT-CHECK-EXIT.
           EXIT.
      *
       2600-READ-HRTBEAT.
           READ HRTBEAT-FILE
               AT END
                   SET HRTBEAT-EOF TO TRUE
           END-READ.
           IF WS-HRTBEAT-STATUS NOT = '00'
              AND WS-HRTBEAT-STATUS NOT = '10'
               MOVE WS-HRTBEAT-STATUS TO WS-NO-HRTBEAT-STATUS
               WRITE REPORT-LINE FROM WS-NO-HRTBEAT-LINE
               SET HRTBEAT-EOF TO TRUE
           END-IF.
       2600-READ-HRTBEAT-EXIT.
           EXIT.
      *
       3000-SORT-OUTPUT.
           PERFORM 3100-RETURN-SORT-REC THRU 3100-RETURN-SORT-REC-EXIT.
