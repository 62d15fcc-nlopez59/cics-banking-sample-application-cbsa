      *   one summarized alert is raised for that window. A program    *
      *   suddenly logging 500 NOTFND an hour - usually a bad code     *
      *   push - used to raise nothing at all.                         *
      *                                                                *
      * DRILL - a synthetic alert drill from DRILL01. It is CRITICAL   *
      *   but skips storm suppression both ways: a drill must not be   *
      *   swallowed by a real outage's quiet interval, and must not    *
      *   open one that would swallow the real alert behind it. Every  *
      *   other step - the window check, ALERTF, team routing and the  *
      *   SYSMON feed - is the real one, and each stage reached is     *
      *   stamped on the drill's DRILLF record.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           COPY ERRTHR.
           COPY MNTCAL.
           COPY SYSMONCA.
           COPY DRILLF.
           COPY DRILLCA.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-ALERTF-RESP                 PIC S9(08) COMP.
       01  WS-OWN-RESP                    PIC S9(08) COMP.
       01  WS-INTERVAL-MS                 PIC S9(09) COMP.
       01  WS-ALERT-RESP-STRING           PIC X(40).
       01  WS-ALERT-SEVERITY              PIC X(08).
       01  WS-DRILL-SW                    PIC X(01) VALUE 'N'.
           88  WS-DRILL                        VALUE 'Y'.
       01  WS-RATE-TEXT.
           05  FILLER                      PIC X(05) VALUE 'RATE '.
           05  WS-RATE-RESP                PIC X(19).
           COPY RATEMONCA.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF RATEMON-CA-RESP-STRING = 'DRILL'
               SET WS-DRILL TO TRUE
               MOVE RATEMON-CA-ABSTIME    TO DRILL-STG-KEY-ABSTIME
               MOVE EIBTASKN              TO DRILL-STG-KEY-TASKNO
               PERFORM 5000-RAISE-CRITICAL
                   THRU 5000-RAISE-CRITICAL-EXIT
               GOBACK
           END-IF.
           IF RATEMON-CA-SEVERITY-CODE = 'CRITICAL'
               PERFORM 1000-SUPPRESS-CHECK
                   THRU 1000-SUPPRESS-CHECK-EXIT
       5000-RAISE-CRITICAL.
           PERFORM 3000-WINDOW-CHECK THRU 3000-WINDOW-CHECK-EXIT.
           IF WS-WINDOW-SUPPRESSED
               IF WS-DRILL
                   SET DRILL-STG-WINDOW TO TRUE
                   PERFORM DRILL-STAGE-SET THRU DRILL-STAGE-SET-EXIT
               END-IF
               GO TO 5000-RAISE-CRITICAL-EXIT
           END-IF.
           MOVE RATEMON-CA-RESP-STRING    TO WS-ALERT-RESP-STRING.
      * ALERTF is the durable alert store behind ALERT01 - a failure
      * to land an alert is not allowed to stop the chain that is
      * logging the original error from returning control.
           IF WS-DRILL
              AND WS-ALERTF-RESP = DFHRESP(NORMAL)
               SET DRILL-STG-ALERTF TO TRUE
               MOVE WS-TEAM-CODE          TO DRILL-STG-TEAM
               PERFORM DRILL-STAGE-SET THRU DRILL-STAGE-SET-EXIT
           END-IF.
       6000-WRITE-ALERTF-EXIT.
           EXIT.
      *
      * routing belongs to the escalation path, where a human is
      * being paged.
           MOVE SPACES                    TO SYSMON-CA-FEED-DEST.
           MOVE SPACES                    TO SYSMON-CA-FEED-RESULT.
           EXEC CICS LINK
               PROGRAM('SYSMON01')
               COMMAREA(SYSMON-LINK-AREA)
      * SYSMON01 owns the boundary to the external monitoring feed;
      * a problem there is no more fatal here than an ALERTF write
      * failure is to 6000-WRITE-ALERTF above.
           IF WS-DRILL
               SET DRILL-STG-FEED TO TRUE
               MOVE SYSMON-CA-FEED-RESULT TO DRILL-STG-RESULT
               PERFORM DRILL-STAGE-SET THRU DRILL-STAGE-SET-EXIT
           END-IF.
       7000-EXTERNAL-FEED-EXIT.
           EXIT.
      *
           COPY DRILLSTG.
