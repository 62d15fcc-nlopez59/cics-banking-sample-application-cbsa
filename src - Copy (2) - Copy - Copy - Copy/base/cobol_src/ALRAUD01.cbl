       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALRAUD01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * ALRAUD01 is the overnight audit of the alert pipeline. Every   *
      * CRITICAL the subsystem logs is meant to reach the ALERTF       *
      * store through RATEMON01, or to be held back on purpose - and   *
      * afterwards a storm-suppressed repeat, an occurrence inside a   *
      * MNTCAL window and an ALERTF write that failed all look the     *
      * same: no alert. This job proves which one it was.              *
      *                                                                *
      * For the business date on PARMIN it takes every ERRLOG record   *
      * EIBRESP-SEVERITY-SET (copybook RESPSEV) classes as CRITICAL    *
      * and every ABENDLOG record - ABNDLOG01 raises all abends as     *
      * CRITICAL, with the abend code as the resource - and, in the    *
      * order they happened, accounts for each one as:                 *
      *                                                                *
      *   ALERTED           - the ALERTF record the occurrence itself  *
      *                       raised is on file (same key, same        *
      *                       program and resource).                   *
      *   STORM-SUPPRESSED  - an alert for the same program/resource   *
      *                       pair was raised inside RATEMON01's quiet *
      *                       interval before it.                      *
      *   WINDOW-SUPPRESSED - it fell inside a MNTCAL window for its   *
      *                       resource or its program.                 *
      *   UNACCOUNTED       - none of these: RATEMON01 should have     *
      *                       written an alert and there is none.      *
      *                                                                *
      * The storm decision is replayed the way RATEMON01 makes it: the *
      * quiet interval runs from the last time the pair was let        *
      * through, whether that produced an alert or was then held back  *
      * by a window, so a repeat just after a window closes is still   *
      * a storm repeat and not a false UNACCOUNTED.                    *
      *                                                                *
      * Synthetic alert drills (ERRLOG-DRILL, see DRILL01) are left    *
      * out of the replay: RATEMON01 takes them past storm suppression *
      * in both directions, so they neither open nor close a quiet     *
      * interval, and DRLRPT01 accounts for each drill's own path. An  *
      * escalated drill alert is still checked against the feed below. *
      *                                                                *
      * The second half checks the escalation side. Every CRITICAL     *
      * alert for the business date that ESCAL01 marked escalated      *
      * should have left an UNACKED entry on the monitoring feed;      *
      * SYSMONIN is the feed's own dataset (the shared SYSMON          *
      * destination and every team destination on ALRTOWN,            *
      * concatenated, covering the business date and the day after),   *
      * and an escalated alert with no entry there is listed. A feed   *
      * dataset that is not allocated is noted and that check skipped. *
      *                                                                *
      * Any UNACCOUNTED occurrence ends the job with return code 4, so *
      * the scheduler makes someone look; the run is still booked out  *
      * on RUNCTL as ended, because the audit itself completed.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRLOG-FILE ASSIGN TO ERRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ERRLOG-KEY
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT ABENDLOG-FILE ASSIGN TO ABENDLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ABENDLOG-KEY
               FILE STATUS IS WS-ABENDLOG-STATUS.
           SELECT ALERTF-FILE ASSIGN TO ALERTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALERTF-KEY
               FILE STATUS IS WS-ALERTF-STATUS.
           SELECT MNTCAL-FILE ASSIGN TO MNTCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNTCAL-KEY
               FILE STATUS IS WS-MNTCAL-STATUS.
           SELECT SYSMON-FILE ASSIGN TO SYSMONIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SYSMON-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ERRLOG-FILE.
           COPY ERRLOG.
       FD  ABENDLOG-FILE.
           COPY ABENDLOG.
       FD  ALERTF-FILE.
           COPY ALERTF.
       FD  MNTCAL-FILE.
           COPY MNTCAL.
       FD  SYSMON-FILE.
           COPY SYSMONQR.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-KEY.
               10  SORT-ABSTIME            PIC S9(15) COMP-3.
               10  SORT-TASKNO             PIC 9(07).
           05  SORT-SOURCE                 PIC X(08).
           05  SORT-LOG-DATE               PIC X(08).
           05  SORT-LOG-TIME               PIC X(06).
           05  SORT-PROGRAM-ID             PIC X(08).
           05  SORT-RESOURCE-NAME          PIC X(08).
           05  SORT-RESP-STRING            PIC X(40).
           05  SORT-APPLID                 PIC X(08).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE          PIC X(08).
           05  FILLER                      PIC X(72).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
           COPY RESPCTX.
       01  WS-ERRLOG-STATUS                PIC X(02).
       01  WS-ABENDLOG-STATUS              PIC X(02).
       01  WS-ALERTF-STATUS                PIC X(02).
       01  WS-MNTCAL-STATUS                PIC X(02).
       01  WS-SYSMON-STATUS                PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-RUNCTL-STATUS                PIC X(02).
       01  WS-BUSINESS-DATE                PIC X(08).
       01  WS-CURRENT-DATE                 PIC X(08).
       01  WS-CURRENT-TIME                 PIC X(08).
       01  WS-ABEND-MESSAGE                PIC X(40).
       01  WS-ERRLOG-EOF-SW                PIC X(01) VALUE 'N'.
           88  ERRLOG-EOF                       VALUE 'Y'.
       01  WS-ABENDLOG-EOF-SW              PIC X(01) VALUE 'N'.
           88  ABENDLOG-EOF                     VALUE 'Y'.
       01  WS-ALERTF-EOF-SW                PIC X(01) VALUE 'N'.
           88  ALERTF-EOF                       VALUE 'Y'.
       01  WS-MNTCAL-EOF-SW                PIC X(01) VALUE 'N'.
           88  MNTCAL-EOF                       VALUE 'Y'.
       01  WS-SYSMON-EOF-SW                PIC X(01) VALUE 'N'.
           88  SYSMON-EOF                       VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  SORT-EOF                         VALUE 'Y'.
      * RATEMON01's quiet interval - ten minutes. The two must agree,
      * or every repeat near the edge is reported the wrong way.
       01  WS-QUIET-MS                     PIC S9(09) COMP
                                                  VALUE 600000.
       01  WS-SCAN-KEY.
           05  WS-SCAN-ABSTIME             PIC S9(15) COMP-3.
           05  WS-SCAN-TASKNO              PIC 9(07).
       01  WS-OWN-ALERT-SW                 PIC X(01).
           88  WS-OWN-ALERT-FOUND               VALUE 'Y'.
       01  WS-PRIOR-ALERT-SW               PIC X(01).
           88  WS-PRIOR-ALERT-FOUND             VALUE 'Y'.
       01  WS-WINDOW-SW                    PIC X(01).
           88  WS-WINDOW-SUPPRESSED             VALUE 'Y'.
       01  WS-MNT-ENTITY                   PIC X(08).
       01  WS-MNT-NOW                      PIC X(14).
       01  WS-MNT-START                    PIC X(14).
       01  WS-MNT-END                      PIC X(14).
      * the last time each program/resource pair was let through the
      * storm check this run - RATEMON01's ALRTSUP-LAST-ALERT, rebuilt
      * from the day's own occurrences. A pair past the end of the
      * table is judged on the ALERTF evidence alone.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 500 TIMES.
               10  WS-PAIR-PROGRAM-ID      PIC X(08).
               10  WS-PAIR-RESOURCE-NAME   PIC X(08).
               10  WS-PAIR-LAST-PASS       PIC S9(15) COMP-3.
       01  WS-PAIR-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-PAIR-MAX                     PIC 9(04) COMP VALUE 500.
       01  WS-PAIR-SUB                     PIC 9(04) COMP.
       01  WS-PAIR-FOUND-SW                PIC X(01).
           88  WS-PAIR-FOUND                    VALUE 'Y'.
      * the UNACKED entries ESCAL01 left on the monitoring feed, as
      * many as fit - RECON01's table-with-overflow shape.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 2000 TIMES.
               10  WS-FEED-PROGRAM-ID      PIC X(08).
               10  WS-FEED-LOG-DATE        PIC X(08).
               10  WS-FEED-LOG-TIME        PIC X(06).
               10  WS-FEED-RESP-STRING     PIC X(32).
       01  WS-FEED-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-FEED-MAX                     PIC 9(04) COMP VALUE 2000.
       01  WS-FEED-SUB                     PIC 9(04) COMP.
       01  WS-FEED-OVERFLOW-SW             PIC X(01) VALUE 'N'.
           88  FEED-TABLE-OVERFLOW              VALUE 'Y'.
       01  WS-FEED-ABSENT-SW               PIC X(01) VALUE 'N'.
           88  FEED-ABSENT                      VALUE 'Y'.
       01  WS-FEED-FOUND-SW                PIC X(01).
           88  WS-FEED-FOUND                    VALUE 'Y'.
      * class and source of the occurrence in hand - subscripts into
      * the count table below.
       01  WS-CLASS-SUB                    PIC 9(01).
       01  WS-SOURCE-SUB                   PIC 9(01).
       01  WS-CLASS-NAME-LIST.
           05  FILLER            PIC X(17) VALUE 'ALERTED'.
           05  FILLER            PIC X(17) VALUE 'STORM-SUPPRESSED'.
           05  FILLER            PIC X(17) VALUE 'WINDOW-SUPPRESSED'.
           05  FILLER            PIC X(17) VALUE 'UNACCOUNTED'.
       01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAME-LIST.
           05  WS-CLASS-NAME OCCURS 4 TIMES PIC X(17).
       01  WS-CLASS-COUNT-TABLE.
           05  WS-CLASS-COUNTS OCCURS 4 TIMES.
               10  WS-CLASS-ERRLOG-COUNT   PIC 9(07) COMP.
               10  WS-CLASS-ABEND-COUNT    PIC 9(07) COMP.
       01  WS-EVENT-COUNT                  PIC 9(09) COMP VALUE 0.
       01  WS-UNACCOUNTED-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-ESCALATED-COUNT              PIC 9(07) COMP VALUE 0.
       01  WS-NO-EVIDENCE-COUNT            PIC 9(07) COMP VALUE 0.
       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'ALRAUD01 - ALERT PIP'.
           05  FILLER            PIC X(11) VALUE 'ELINE AUDIT'.
       01  WS-HEADING-2.
           05  FILLER            PIC X(14) VALUE 'BUSINESS DATE '.
           05  RPT-BUSINESS-DATE PIC X(08).
       01  WS-HEADING-3.
           05  FILLER            PIC X(07) VALUE 'TIME   '.
           05  FILLER            PIC X(09) VALUE 'SOURCE   '.
           05  FILLER            PIC X(09) VALUE 'PROGRAM  '.
           05  FILLER            PIC X(09) VALUE 'RESOURCE '.
           05  FILLER            PIC X(20) VALUE 'RESP-STRING/ABEND'.
           05  FILLER            PIC X(09) VALUE 'APPLID   '.
           05  FILLER            PIC X(12) VALUE 'ACCOUNTED AS'.
       01  RPT-DETAIL-LINE.
           05  RPT-LOG-TIME                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SOURCE                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RESOURCE-NAME           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RESP-STRING             PIC X(19).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-APPLID                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-CLASS                   PIC X(17).
       01  RPT-NONE-LINE.
           05  FILLER            PIC X(40) VALUE
               'NO CRITICAL OCCURRENCES ON THIS DATE'.
       01  RPT-SUMMARY-HEADING.
           05  FILLER            PIC X(20) VALUE 'ACCOUNTED AS'.
           05  FILLER            PIC X(10) VALUE '    ERRLOG'.
           05  FILLER            PIC X(10) VALUE '  ABENDLOG'.
       01  RPT-SUMMARY-LINE.
           05  RPT-SUM-CLASS               PIC X(20).
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  RPT-SUM-ERRLOG              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  RPT-SUM-ABEND               PIC ZZZ,ZZ9.
       01  RPT-ESC-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'ESCALATED ALERTS WIT'.
           05  FILLER            PIC X(20) VALUE 'H NO UNACKED ENTRY O'.
           05  FILLER            PIC X(19) VALUE 'N THE MONITORING FE'.
           05  FILLER            PIC X(02) VALUE 'ED'.
       01  RPT-ESC-HEADING-2.
           05  FILLER            PIC X(09) VALUE 'DATE     '.
           05  FILLER            PIC X(07) VALUE 'TIME   '.
           05  FILLER            PIC X(09) VALUE 'PROGRAM  '.
           05  FILLER            PIC X(09) VALUE 'RESOURCE '.
           05  FILLER            PIC X(09) VALUE 'TEAM     '.
           05  FILLER            PIC X(11) VALUE 'RESP-STRING'.
       01  RPT-ESC-LINE.
           05  RPT-ESC-LOG-DATE            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ESC-LOG-TIME            PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ESC-PROGRAM-ID          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ESC-RESOURCE-NAME       PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ESC-TEAM-CODE           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ESC-RESP-STRING         PIC X(36).
       01  RPT-FEED-ABSENT-LINE.
           05  FILLER            PIC X(20) VALUE 'SYSMONIN NOT PRESENT'.
           05  FILLER            PIC X(20) VALUE ' - ESCALATION EVIDEN'.
           05  FILLER            PIC X(15) VALUE 'CE NOT CHECKED'.
       01  RPT-FEED-OVERFLOW-LINE.
           05  FILLER            PIC X(20) VALUE 'FEED EVIDENCE TABLE '.
           05  FILLER            PIC X(20) VALUE 'FULL - ENTRIES PAST '.
           05  FILLER            PIC X(20) VALUE '2000 NOT LOADED, LIS'.
           05  FILLER            PIC X(19) VALUE 'T MAY OVERSTATE'.
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(30).
           05  RPT-COUNT-VALUE             PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1200-RUNCTL-START THRU 1200-RUNCTL-START-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-ABSTIME
                                SORT-TASKNO
               INPUT PROCEDURE IS 2000-SORT-INPUT
                                  THRU 2000-SORT-INPUT-EXIT
               OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
                                   THRU 3000-SORT-OUTPUT-EXIT.
           PERFORM 4000-PRINT-SUMMARY THRU 4000-PRINT-SUMMARY-EXIT.
           PERFORM 5000-LOAD-FEED THRU 5000-LOAD-FEED-EXIT.
           PERFORM 6000-ESCALATION-CHECK
               THRU 6000-ESCALATION-CHECK-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           PERFORM 9100-RUNCTL-END THRU 9100-RUNCTL-END-EXIT.
           IF WS-UNACCOUNTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'OPEN PARM-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-PARM-STATUS
                   TO WS-ABEND-MESSAGE(31:2)
               GO TO 9999-ABEND
           END-IF.
           READ PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'READ PARM-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-PARM-STATUS
                   TO WS-ABEND-MESSAGE(31:2)
               GO TO 9999-ABEND
           END-IF.
           IF PARM-BUSINESS-DATE IS NOT NUMERIC
               MOVE 'PARMIN BUSINESS DATE NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE PARM-FILE.
           OPEN INPUT ERRLOG-FILE.
           IF WS-ERRLOG-STATUS NOT = '00'
               MOVE 'OPEN ERRLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRLOG-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN INPUT ABENDLOG-FILE.
           IF WS-ABENDLOG-STATUS NOT = '00'
               MOVE 'OPEN ABENDLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ABENDLOG-STATUS
                   TO WS-ABEND-MESSAGE(35:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN INPUT ALERTF-FILE.
           IF WS-ALERTF-STATUS NOT = '00'
               MOVE 'OPEN ALERTF-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ALERTF-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN INPUT MNTCAL-FILE.
           IF WS-MNTCAL-STATUS NOT = '00'
               MOVE 'OPEN MNTCAL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-MNTCAL-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
           MOVE 1 TO WS-CLASS-SUB.
       1010-CLEAR-CLASS-LOOP.
           IF WS-CLASS-SUB > 4
               GO TO 1000-INITIALIZE-EXIT
           END-IF.
           MOVE ZERO TO WS-CLASS-ERRLOG-COUNT(WS-CLASS-SUB).
           MOVE ZERO TO WS-CLASS-ABEND-COUNT(WS-CLASS-SUB).
           ADD 1 TO WS-CLASS-SUB.
           GO TO 1010-CLEAR-CLASS-LOOP.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      * book this run in on RUNCTL, the same start/end pair every
      * chain job writes.
       1200-RUNCTL-START.
           OPEN I-O RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'OPEN RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           MOVE 'ALRAUD01'        TO RUNCTL-JOB-NAME.
           MOVE WS-BUSINESS-DATE  TO RUNCTL-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           SET RUNCTL-STARTED TO TRUE.
           MOVE WS-CURRENT-DATE      TO RUNCTL-START-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO RUNCTL-START-TIME.
           MOVE SPACES               TO RUNCTL-END-DATE.
           MOVE SPACES               TO RUNCTL-END-TIME.
           MOVE ZERO                 TO RUNCTL-RECORD-COUNT.
           MOVE LOW-VALUES           TO RUNCTL-CHECKPOINT-KEY.
           MOVE ZERO                 TO RUNCTL-RESTART-COUNT.
           IF WS-RUNCTL-STATUS = '23'
               MOVE 'ALRAUD01'       TO RUNCTL-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RUNCTL-BUSINESS-DATE
               WRITE RUNCTL-RECORD
           ELSE
               REWRITE RUNCTL-RECORD
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'WRITE RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
       1200-RUNCTL-START-EXIT.
           EXIT.
      *
      * the business date's CRITICAL occurrences from both logs, put
      * into the order they happened - the storm decision depends on
      * what went before, so ERRLOG and ABENDLOG are interleaved on
      * the store clock value their keys lead with.
       2000-SORT-INPUT.
           PERFORM 2100-READ-ERRLOG THRU 2100-READ-ERRLOG-EXIT.
       2010-SORT-INPUT-ERRLOG.
           IF ERRLOG-EOF
               GO TO 2020-SORT-INPUT-ABENDLOG
           END-IF.
           IF ERRLOG-LOG-DATE = WS-BUSINESS-DATE
              AND NOT ERRLOG-DRILL
               MOVE ERRLOG-RESP-STRING TO EIBRESP-STRING
               PERFORM EIBRESP-SEVERITY-SET
                   THRU EIBRESP-SEVERITY-SET-EXIT
               IF EIBRESP-SEVERITY-CODE = 'CRITICAL'
                   MOVE ERRLOG-KEY-ABSTIME   TO SORT-ABSTIME
                   MOVE ERRLOG-KEY-TASKNO    TO SORT-TASKNO
                   MOVE 'ERRLOG'             TO SORT-SOURCE
                   MOVE ERRLOG-LOG-DATE      TO SORT-LOG-DATE
                   MOVE ERRLOG-LOG-TIME      TO SORT-LOG-TIME
                   MOVE ERRLOG-PROGRAM-ID    TO SORT-PROGRAM-ID
                   MOVE ERRLOG-RESOURCE-NAME TO SORT-RESOURCE-NAME
                   MOVE ERRLOG-RESP-STRING   TO SORT-RESP-STRING
                   MOVE ERRLOG-APPLID        TO SORT-APPLID
                   RELEASE SORT-REC
               END-IF
           END-IF.
           PERFORM 2100-READ-ERRLOG THRU 2100-READ-ERRLOG-EXIT.
           GO TO 2010-SORT-INPUT-ERRLOG.
       2020-SORT-INPUT-ABENDLOG.
           PERFORM 2200-READ-ABENDLOG THRU 2200-READ-ABENDLOG-EXIT.
       2030-SORT-INPUT-ABENDLOG-LOOP.
           IF ABENDLOG-EOF
               GO TO 2000-SORT-INPUT-EXIT
           END-IF.
      * ABNDLOG01 hands RATEMON01 the abend code as the resource, so
      * that is the pair the storm check and the alert were keyed on.
           IF ABENDLOG-LOG-DATE = WS-BUSINESS-DATE
               MOVE ABENDLOG-KEY-ABSTIME    TO SORT-ABSTIME
               MOVE ABENDLOG-KEY-TASKNO     TO SORT-TASKNO
               MOVE 'ABENDLOG'              TO SORT-SOURCE
               MOVE ABENDLOG-LOG-DATE       TO SORT-LOG-DATE
               MOVE ABENDLOG-LOG-TIME       TO SORT-LOG-TIME
               MOVE ABENDLOG-PROGRAM-ID     TO SORT-PROGRAM-ID
               MOVE ABENDLOG-ABEND-CODE     TO SORT-RESOURCE-NAME
               MOVE SPACES                  TO SORT-RESP-STRING
               STRING 'ABEND ' ABENDLOG-ABEND-CODE
                   DELIMITED BY SIZE INTO SORT-RESP-STRING
               MOVE ABENDLOG-APPLID         TO SORT-APPLID
               RELEASE SORT-REC
           END-IF.
           PERFORM 2200-READ-ABENDLOG THRU 2200-READ-ABENDLOG-EXIT.
           GO TO 2030-SORT-INPUT-ABENDLOG-LOOP.
       2000-SORT-INPUT-EXIT.
           EXIT.
      *
       2100-READ-ERRLOG.
           READ ERRLOG-FILE NEXT RECORD
               AT END
                   SET ERRLOG-EOF TO TRUE
           END-READ.
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '10'
               MOVE 'READ ERRLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRLOG-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
       2100-READ-ERRLOG-EXIT.
           EXIT.
      *
       2200-READ-ABENDLOG.
           READ ABENDLOG-FILE NEXT RECORD
               AT END
                   SET ABENDLOG-EOF TO TRUE
           END-READ.
           IF WS-ABENDLOG-STATUS NOT = '00'
              AND WS-ABENDLOG-STATUS NOT = '10'
               MOVE 'READ ABENDLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ABENDLOG-STATUS
                   TO WS-ABEND-MESSAGE(35:2)
               GO TO 9999-ABEND
           END-IF.
       2200-READ-ABENDLOG-EXIT.
           EXIT.
      *
       3000-SORT-OUTPUT.
           PERFORM 3100-RETURN-SORT-REC THRU 3100-RETURN-SORT-REC-EXIT.
           IF SORT-EOF
               WRITE REPORT-LINE FROM RPT-NONE-LINE
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
       3010-SORT-OUTPUT-LOOP.
           IF SORT-EOF
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
           ADD 1 TO WS-EVENT-COUNT.
           PERFORM 3200-CLASSIFY THRU 3200-CLASSIFY-EXIT.
           PERFORM 3800-WRITE-DETAIL THRU 3800-WRITE-DETAIL-EXIT.
           PERFORM 3100-RETURN-SORT-REC THRU 3100-RETURN-SORT-REC-EXIT.
           GO TO 3010-SORT-OUTPUT-LOOP.
       3000-SORT-OUTPUT-EXIT.
           EXIT.
      *
       3100-RETURN-SORT-REC.
           RETURN SORT-WORK-FILE RECORD
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       3100-RETURN-SORT-REC-EXIT.
           EXIT.
      *
      * the occurrence's own alert settles it outright. Failing that,
      * a pair let through inside the quiet interval - on this run's
      * replay or, for the first occurrences after midnight, on the
      * ALERTF evidence - makes it a storm repeat. Anything else was
      * let through the storm check, so RATEMON01 went on to the
      * window check and the ALERTF write; the pair's quiet interval
      * restarts here whichever way that went, as ALRTSUP's does.
       3200-CLASSIFY.
           PERFORM 3300-ALERTF-SCAN THRU 3300-ALERTF-SCAN-EXIT.
           PERFORM 3400-PAIR-LOOKUP THRU 3400-PAIR-LOOKUP-EXIT.
           IF WS-OWN-ALERT-FOUND
               MOVE 1 TO WS-CLASS-SUB
               PERFORM 3500-PAIR-PASS THRU 3500-PAIR-PASS-EXIT
               GO TO 3200-CLASSIFY-EXIT
           END-IF.
           IF WS-PRIOR-ALERT-FOUND
               MOVE 2 TO WS-CLASS-SUB
               GO TO 3200-CLASSIFY-EXIT
           END-IF.
           IF WS-PAIR-FOUND
              AND SORT-ABSTIME - WS-PAIR-LAST-PASS(WS-PAIR-SUB)
                  < WS-QUIET-MS
               MOVE 2 TO WS-CLASS-SUB
               GO TO 3200-CLASSIFY-EXIT
           END-IF.
           PERFORM 3500-PAIR-PASS THRU 3500-PAIR-PASS-EXIT.
           PERFORM 3600-WINDOW-CHECK THRU 3600-WINDOW-CHECK-EXIT.
           IF WS-WINDOW-SUPPRESSED
               MOVE 3 TO WS-CLASS-SUB
           ELSE
               MOVE 4 TO WS-CLASS-SUB
           END-IF.
       3200-CLASSIFY-EXIT.
           EXIT.
      *
      * ALERTF's key leads with the store clock value, and RATEMON01
      * keys each alert on the abstime and task of the occurrence that
      * raised it - so one keyed browse from a quiet interval before
      * the occurrence up to the occurrence itself finds both its own
      * alert and any earlier one for the same pair.
       3300-ALERTF-SCAN.
           MOVE 'N' TO WS-OWN-ALERT-SW.
           MOVE 'N' TO WS-PRIOR-ALERT-SW.
           MOVE 'N' TO WS-ALERTF-EOF-SW.
           COMPUTE WS-SCAN-ABSTIME = SORT-ABSTIME - WS-QUIET-MS.
           MOVE ZERO TO WS-SCAN-TASKNO.
           MOVE WS-SCAN-KEY TO ALERTF-KEY.
           START ALERTF-FILE KEY IS NOT LESS THAN ALERTF-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           EVALUATE WS-ALERTF-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   GO TO 3300-ALERTF-SCAN-EXIT
               WHEN OTHER
                   MOVE 'START ALERTF-FILE FAILED, STATUS '
                       TO WS-ABEND-MESSAGE
                   MOVE WS-ALERTF-STATUS
                       TO WS-ABEND-MESSAGE(34:2)
                   GO TO 9999-ABEND
           END-EVALUATE.
       3310-ALERTF-SCAN-LOOP.
           PERFORM 3350-READ-ALERTF THRU 3350-READ-ALERTF-EXIT.
           IF ALERTF-EOF
               GO TO 3300-ALERTF-SCAN-EXIT
           END-IF.
           IF ALERTF-KEY-ABSTIME > SORT-ABSTIME
               GO TO 3300-ALERTF-SCAN-EXIT
           END-IF.
           IF ALERTF-PROGRAM-ID NOT = SORT-PROGRAM-ID
              OR ALERTF-RESOURCE-NAME NOT = SORT-RESOURCE-NAME
              OR ALERTF-SEVERITY-CODE NOT = 'CRITICAL'
              OR ALERTF-DRILL
               GO TO 3310-ALERTF-SCAN-LOOP
           END-IF.
           IF ALERTF-KEY-ABSTIME = SORT-ABSTIME
              AND ALERTF-KEY-TASKNO = SORT-TASKNO
               MOVE 'Y' TO WS-OWN-ALERT-SW
           ELSE
               MOVE 'Y' TO WS-PRIOR-ALERT-SW
           END-IF.
           GO TO 3310-ALERTF-SCAN-LOOP.
       3300-ALERTF-SCAN-EXIT.
           EXIT.
      *
       3350-READ-ALERTF.
           READ ALERTF-FILE NEXT RECORD
               AT END
                   SET ALERTF-EOF TO TRUE
           END-READ.
           IF WS-ALERTF-STATUS NOT = '00'
              AND WS-ALERTF-STATUS NOT = '10'
               MOVE 'READ ALERTF-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ALERTF-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
       3350-READ-ALERTF-EXIT.
           EXIT.
      *
       3400-PAIR-LOOKUP.
           MOVE 'N' TO WS-PAIR-FOUND-SW.
           MOVE 1 TO WS-PAIR-SUB.
       3410-PAIR-LOOKUP-LOOP.
           IF WS-PAIR-SUB > WS-PAIR-COUNT
               GO TO 3400-PAIR-LOOKUP-EXIT
           END-IF.
           IF WS-PAIR-PROGRAM-ID(WS-PAIR-SUB) = SORT-PROGRAM-ID
              AND WS-PAIR-RESOURCE-NAME(WS-PAIR-SUB)
                  = SORT-RESOURCE-NAME
               MOVE 'Y' TO WS-PAIR-FOUND-SW
               GO TO 3400-PAIR-LOOKUP-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-SUB.
           GO TO 3410-PAIR-LOOKUP-LOOP.
       3400-PAIR-LOOKUP-EXIT.
           EXIT.
      *
      * the pair was let through the storm check at this occurrence -
      * remember when, adding the pair if there is still room.
       3500-PAIR-PASS.
           IF NOT WS-PAIR-FOUND
               IF WS-PAIR-COUNT >= WS-PAIR-MAX
                   GO TO 3500-PAIR-PASS-EXIT
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT      TO WS-PAIR-SUB
               MOVE SORT-PROGRAM-ID
                   TO WS-PAIR-PROGRAM-ID(WS-PAIR-SUB)
               MOVE SORT-RESOURCE-NAME
                   TO WS-PAIR-RESOURCE-NAME(WS-PAIR-SUB)
               MOVE 'Y' TO WS-PAIR-FOUND-SW
           END-IF.
           MOVE SORT-ABSTIME TO WS-PAIR-LAST-PASS(WS-PAIR-SUB).
       3500-PAIR-PASS-EXIT.
           EXIT.
      *
      * the MNTCAL window check, the same order and the same inclusive
      * end RATEMON01's 3000-WINDOW-CHECK applies - resource first,
      * then program - against the occurrence's own date and time.
      * MNTRPT01 only purges windows that ended before the business
      * date, so every window that could cover it is still on file.
       3600-WINDOW-CHECK.
           MOVE 'N' TO WS-WINDOW-SW.
           MOVE SORT-LOG-DATE      TO WS-MNT-NOW(1:8).
           MOVE SORT-LOG-TIME      TO WS-MNT-NOW(9:6).
           MOVE SORT-RESOURCE-NAME TO WS-MNT-ENTITY.
           PERFORM 3700-SCAN-ENTITY THRU 3700-SCAN-ENTITY-EXIT.
           IF WS-WINDOW-SUPPRESSED
               GO TO 3600-WINDOW-CHECK-EXIT
           END-IF.
           MOVE SORT-PROGRAM-ID    TO WS-MNT-ENTITY.
           PERFORM 3700-SCAN-ENTITY THRU 3700-SCAN-ENTITY-EXIT.
       3600-WINDOW-CHECK-EXIT.
           EXIT.
      *
       3700-SCAN-ENTITY.
           IF WS-MNT-ENTITY = SPACES
               GO TO 3700-SCAN-ENTITY-EXIT
           END-IF.
           MOVE LOW-VALUES    TO MNTCAL-KEY.
           MOVE WS-MNT-ENTITY TO MNTCAL-RESOURCE-ID.
           MOVE 'N' TO WS-MNTCAL-EOF-SW.
           START MNTCAL-FILE KEY IS NOT LESS THAN MNTCAL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           EVALUATE WS-MNTCAL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   GO TO 3700-SCAN-ENTITY-EXIT
               WHEN OTHER
                   MOVE 'START MNTCAL-FILE FAILED, STATUS '
                       TO WS-ABEND-MESSAGE
                   MOVE WS-MNTCAL-STATUS
                       TO WS-ABEND-MESSAGE(34:2)
                   GO TO 9999-ABEND
           END-EVALUATE.
       3710-SCAN-ENTITY-LOOP.
           READ MNTCAL-FILE NEXT RECORD
               AT END
                   SET MNTCAL-EOF TO TRUE
           END-READ.
           IF WS-MNTCAL-STATUS NOT = '00'
              AND WS-MNTCAL-STATUS NOT = '10'
               MOVE 'READ MNTCAL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-MNTCAL-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           IF MNTCAL-EOF
               GO TO 3700-SCAN-ENTITY-EXIT
           END-IF.
           IF MNTCAL-RESOURCE-ID NOT = WS-MNT-ENTITY
               GO TO 3700-SCAN-ENTITY-EXIT
           END-IF.
           MOVE MNTCAL-START-DATE TO WS-MNT-START(1:8).
           MOVE MNTCAL-START-TIME TO WS-MNT-START(9:6).
           IF WS-MNT-START > WS-MNT-NOW
               GO TO 3700-SCAN-ENTITY-EXIT
           END-IF.
           MOVE MNTCAL-END-DATE TO WS-MNT-END(1:8).
           MOVE MNTCAL-END-TIME TO WS-MNT-END(9:6).
           IF WS-MNT-NOW <= WS-MNT-END
               SET WS-WINDOW-SUPPRESSED TO TRUE
               GO TO 3700-SCAN-ENTITY-EXIT
           END-IF.
           GO TO 3710-SCAN-ENTITY-LOOP.
       3700-SCAN-ENTITY-EXIT.
           EXIT.
      *
       3800-WRITE-DETAIL.
           IF SORT-SOURCE = 'ERRLOG'
               MOVE 1 TO WS-SOURCE-SUB
               ADD 1 TO WS-CLASS-ERRLOG-COUNT(WS-CLASS-SUB)
           ELSE
               MOVE 2 TO WS-SOURCE-SUB
               ADD 1 TO WS-CLASS-ABEND-COUNT(WS-CLASS-SUB)
           END-IF.
           IF WS-CLASS-SUB = 4
               ADD 1 TO WS-UNACCOUNTED-COUNT
           END-IF.
           MOVE SORT-LOG-TIME             TO RPT-LOG-TIME.
           MOVE SORT-SOURCE               TO RPT-SOURCE.
           MOVE SORT-PROGRAM-ID           TO RPT-PROGRAM-ID.
           MOVE SORT-RESOURCE-NAME        TO RPT-RESOURCE-NAME.
           MOVE SORT-RESP-STRING          TO RPT-RESP-STRING.
           MOVE SORT-APPLID               TO RPT-APPLID.
           MOVE WS-CLASS-NAME(WS-CLASS-SUB) TO RPT-CLASS.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
       3800-WRITE-DETAIL-EXIT.
           EXIT.
      *
       4000-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-SUMMARY-HEADING.
           MOVE 1 TO WS-CLASS-SUB.
       4010-PRINT-SUMMARY-LOOP.
           IF WS-CLASS-SUB > 4
               GO TO 4000-PRINT-SUMMARY-EXIT
           END-IF.
           MOVE WS-CLASS-NAME(WS-CLASS-SUB)     TO RPT-SUM-CLASS.
           MOVE WS-CLASS-ERRLOG-COUNT(WS-CLASS-SUB) TO RPT-SUM-ERRLOG.
           MOVE WS-CLASS-ABEND-COUNT(WS-CLASS-SUB)  TO RPT-SUM-ABEND.
           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE.
           ADD 1 TO WS-CLASS-SUB.
           GO TO 4010-PRINT-SUMMARY-LOOP.
       4000-PRINT-SUMMARY-EXIT.
           EXIT.
      *
      * the UNACKED entries ESCAL01 wrote - anything else on the feed
      * is the real-time copy RATEMON01 sends, which is not what
      * proves a human was paged.
       5000-LOAD-FEED.
           OPEN INPUT SYSMON-FILE.
           IF WS-SYSMON-STATUS = '35'
               SET FEED-ABSENT TO TRUE
               GO TO 5000-LOAD-FEED-EXIT
           END-IF.
           IF WS-SYSMON-STATUS NOT = '00'
               MOVE 'OPEN SYSMON-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-SYSMON-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
       5010-LOAD-FEED-LOOP.
           READ SYSMON-FILE
               AT END
                   SET SYSMON-EOF TO TRUE
           END-READ.
           IF WS-SYSMON-STATUS NOT = '00'
              AND WS-SYSMON-STATUS NOT = '10'
               MOVE 'READ SYSMON-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-SYSMON-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           IF SYSMON-EOF
               GO TO 5020-LOAD-FEED-CLOSE
           END-IF.
           IF SYSMON-RESP-STRING(1:8) NOT = 'UNACKED '
               GO TO 5010-LOAD-FEED-LOOP
           END-IF.
           IF WS-FEED-COUNT >= WS-FEED-MAX
               SET FEED-TABLE-OVERFLOW TO TRUE
               GO TO 5020-LOAD-FEED-CLOSE
           END-IF.
           ADD 1 TO WS-FEED-COUNT.
           MOVE SYSMON-PROGRAM-ID  TO WS-FEED-PROGRAM-ID(WS-FEED-COUNT).
           MOVE SYSMON-LOG-DATE    TO WS-FEED-LOG-DATE(WS-FEED-COUNT).
           MOVE SYSMON-LOG-TIME    TO WS-FEED-LOG-TIME(WS-FEED-COUNT).
           MOVE SYSMON-RESP-STRING(9:32)
               TO WS-FEED-RESP-STRING(WS-FEED-COUNT).
           GO TO 5010-LOAD-FEED-LOOP.
       5020-LOAD-FEED-CLOSE.
           CLOSE SYSMON-FILE.
       5000-LOAD-FEED-EXIT.
           EXIT.
      *
      * every CRITICAL alert for the business date marked escalated
      * must match an UNACKED feed entry - ESCAL01 carries the alert's
      * program, log date/time and the first 32 bytes of its
      * resp-string onto the feed, so those are what identify it.
       6000-ESCALATION-CHECK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM RPT-ESC-HEADING-1.
           IF FEED-ABSENT
               WRITE REPORT-LINE FROM RPT-FEED-ABSENT-LINE
               GO TO 6000-ESCALATION-CHECK-EXIT
           END-IF.
           IF FEED-TABLE-OVERFLOW
               WRITE REPORT-LINE FROM RPT-FEED-OVERFLOW-LINE
           END-IF.
           WRITE REPORT-LINE FROM RPT-ESC-HEADING-2.
           MOVE 'N' TO WS-ALERTF-EOF-SW.
           MOVE LOW-VALUES TO ALERTF-KEY.
           START ALERTF-FILE KEY IS NOT LESS THAN ALERTF-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           EVALUATE WS-ALERTF-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   GO TO 6020-ESCALATION-CHECK-TOTALS
               WHEN OTHER
                   MOVE 'START ALERTF-FILE FAILED, STATUS '
                       TO WS-ABEND-MESSAGE
                   MOVE WS-ALERTF-STATUS
                       TO WS-ABEND-MESSAGE(34:2)
                   GO TO 9999-ABEND
           END-EVALUATE.
       6010-ESCALATION-CHECK-LOOP.
           PERFORM 3350-READ-ALERTF THRU 3350-READ-ALERTF-EXIT.
           IF ALERTF-EOF
               GO TO 6020-ESCALATION-CHECK-TOTALS
           END-IF.
           IF ALERTF-LOG-DATE NOT = WS-BUSINESS-DATE
              OR ALERTF-SEVERITY-CODE NOT = 'CRITICAL'
              OR NOT ALERTF-ESCALATED
               GO TO 6010-ESCALATION-CHECK-LOOP
           END-IF.
           ADD 1 TO WS-ESCALATED-COUNT.
           PERFORM 6100-FEED-LOOKUP THRU 6100-FEED-LOOKUP-EXIT.
           IF NOT WS-FEED-FOUND
               ADD 1 TO WS-NO-EVIDENCE-COUNT
               MOVE ALERTF-LOG-DATE      TO RPT-ESC-LOG-DATE
               MOVE ALERTF-LOG-TIME      TO RPT-ESC-LOG-TIME
               MOVE ALERTF-PROGRAM-ID    TO RPT-ESC-PROGRAM-ID
               MOVE ALERTF-RESOURCE-NAME TO RPT-ESC-RESOURCE-NAME
               MOVE ALERTF-TEAM-CODE     TO RPT-ESC-TEAM-CODE
               MOVE ALERTF-RESP-STRING   TO RPT-ESC-RESP-STRING
               WRITE REPORT-LINE FROM RPT-ESC-LINE
           END-IF.
           GO TO 6010-ESCALATION-CHECK-LOOP.
       6020-ESCALATION-CHECK-TOTALS.
           MOVE 'ESCALATED ALERTS CHECKED'   TO RPT-COUNT-LABEL.
           MOVE WS-ESCALATED-COUNT           TO RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE 'WITH NO FEED EVIDENCE'      TO RPT-COUNT-LABEL.
           MOVE WS-NO-EVIDENCE-COUNT         TO RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
       6000-ESCALATION-CHECK-EXIT.
           EXIT.
      *
       6100-FEED-LOOKUP.
           MOVE 'N' TO WS-FEED-FOUND-SW.
           MOVE 1 TO WS-FEED-SUB.
       6110-FEED-LOOKUP-LOOP.
           IF WS-FEED-SUB > WS-FEED-COUNT
               GO TO 6100-FEED-LOOKUP-EXIT
           END-IF.
           IF WS-FEED-PROGRAM-ID(WS-FEED-SUB) = ALERTF-PROGRAM-ID
              AND WS-FEED-LOG-DATE(WS-FEED-SUB) = ALERTF-LOG-DATE
              AND WS-FEED-LOG-TIME(WS-FEED-SUB) = ALERTF-LOG-TIME
              AND WS-FEED-RESP-STRING(WS-FEED-SUB)
                  = ALERTF-RESP-STRING(1:32)
               MOVE 'Y' TO WS-FEED-FOUND-SW
               GO TO 6100-FEED-LOOKUP-EXIT
           END-IF.
           ADD 1 TO WS-FEED-SUB.
           GO TO 6110-FEED-LOOKUP-LOOP.
       6100-FEED-LOOKUP-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CRITICAL OCCURRENCES AUDITED' TO RPT-COUNT-LABEL.
           MOVE WS-EVENT-COUNT                 TO RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE 'UNACCOUNTED'                  TO RPT-COUNT-LABEL.
           MOVE WS-UNACCOUNTED-COUNT           TO RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           CLOSE ERRLOG-FILE.
           CLOSE ABENDLOG-FILE.
           CLOSE ALERTF-FILE.
           CLOSE MNTCAL-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
      *
       9100-RUNCTL-END.
           MOVE 'ALRAUD01'        TO RUNCTL-JOB-NAME.
           MOVE WS-BUSINESS-DATE  TO RUNCTL-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'RE-READ RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(36:2)
               GO TO 9999-ABEND
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           SET RUNCTL-ENDED TO TRUE.
           MOVE WS-CURRENT-DATE      TO RUNCTL-END-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO RUNCTL-END-TIME.
           MOVE WS-EVENT-COUNT       TO RUNCTL-RECORD-COUNT.
           REWRITE RUNCTL-RECORD.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'REWRITE RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(36:2)
               GO TO 9999-ABEND
           END-IF.
           CLOSE RUNCTL-FILE.
       9100-RUNCTL-END-EXIT.
           EXIT.
      *
      * an unexpected file status means the audit cannot vouch for
      * the day - it abends rather than print a clean bill over a
      * partial read.
       9999-ABEND.
           DISPLAY 'ALRAUD01 ABEND: ' WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
           COPY RESPSEV.
