      * ALRTMAP screen used to mean a NOSPACE alert could age out of   *
      * the ten-line window unseen - this path does not need a human   *
      * watching the screen at all.                                    *
      *                                                                *
      * An unacknowledged alert drill (ALERTF-DRILL) is escalated the  *
      * same as any other - proving the page reaches the team is the   *
      * point of the drill - and the escalation, its destination and   *
      * whether the feed queue took it are stamped on the drill's      *
      * DRILLF record.                                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           COPY ALRTOWN.
           COPY MNTCAL.
           COPY SYSMONCA.
           COPY DRILLF.
           COPY DRILLCA.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-OWN-RESP                    PIC S9(08) COMP.
       01  WS-TEAM-CODE                   PIC X(08).
           MOVE WS-FEED-RESP-STRING     TO SYSMON-CA-RESP-STRING.
           PERFORM 4000-ROUTE-LOOKUP THRU 4000-ROUTE-LOOKUP-EXIT.
           MOVE WS-FEED-DEST            TO SYSMON-CA-FEED-DEST.
           MOVE SPACES                  TO SYSMON-CA-FEED-RESULT.
           EXEC CICS LINK
               PROGRAM('SYSMON01')
               COMMAREA(SYSMON-LINK-AREA)
               FILE('ALERTF')
               FROM(ALERTF-RECORD)
           END-EXEC.
           IF ALERTF-DRILL
               MOVE ALERTF-KEY              TO DRILL-STG-KEY
               SET DRILL-STG-ESCAL          TO TRUE
               MOVE WS-FEED-DEST            TO DRILL-STG-TEAM
               IF WS-FEED-DEST = SPACES
                   MOVE 'SYSMON'            TO DRILL-STG-TEAM
               END-IF
               MOVE SYSMON-CA-FEED-RESULT   TO DRILL-STG-RESULT
               PERFORM DRILL-STAGE-SET THRU DRILL-STAGE-SET-EXIT
           END-IF.
       2100-ESCALATE-ONE-EXIT.
           EXIT.
      *
           END-IF.
       4100-TEAM-LOOKUP-EXIT.
           EXIT.
      *
           COPY DRILLSTG.
