      *   REPLAYQ - how many entries are still PENDING and how many    *
      *             days old the oldest of them is.                    *
      *   SECLOG  - incident count since midnight.                     *
      *   HRTBEAT - a line per registered region: its last heartbeat,  *
      *             the activity that beat reported, and whether it is *
      *             beating, late, or already alerted as silent.       *
      *                                                                *
      * ENTER rebuilds every figure from the files; PF3 ends the       *
      * transaction. The screen is display-only, so nothing travels    *
      * between tasks - each ENTER is a fresh read of the world.       *
      *                                                                *
      * The screen needs the INQUIRY role on the OPRROLE file; without *
      * it the refusal is shown in place of the figures, logged as a   *
      * NOTAUTH to ERRLOG and SECLOG, and the transaction ends.        *
      *                                                                *
      * ERRLOG and SECLOG keys lead with the store clock value, so     *
      * both counts are keyed browses started at a computed midnight   *
      * abstime, not walks of either file's unpurged history.          *
           COPY ERRLOG.
           COPY REPLAYQ.
           COPY SECLOG.
           COPY HRTBEAT.
           COPY OPRROLE.
           COPY ROLECA.
           COPY RESPCTX.
           COPY ERRLOGCA.
           COPY SECLOGCA.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-TODAY-START                 PIC S9(15) COMP-3.
           05  WS-SEC-BROWSE-ABSTIME       PIC S9(15) COMP-3.
           05  WS-SEC-BROWSE-TASKNO       PIC 9(07).
       01  WS-RPLY-BROWSE-KEY             PIC X(25).
       01  WS-BEAT-BROWSE-KEY             PIC X(08).
       01  WS-TD-INFO                     PIC 9(07) COMP VALUE 0.
       01  WS-TD-WARN                     PIC 9(07) COMP VALUE 0.
       01  WS-TD-CRIT                     PIC 9(07) COMP VALUE 0.
       01  WS-PENDING-COUNT               PIC 9(07) COMP VALUE 0.
       01  WS-SEC-COUNT                   PIC 9(07) COMP VALUE 0.
       01  WS-OLDEST-PENDING-DATE         PIC X(08).
      * the heartbeat lines - eight regions fit the screen; any more
      * are counted onto the last line instead of shown.
       01  WS-RGN-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-RGN-MORE                    PIC 9(04) COMP VALUE 0.
       01  WS-RGN-TABLE.
           05  WS-RGN-LINE OCCURS 8 TIMES PIC X(60).
       01  WS-BEAT-INTERVAL-MS            PIC S9(09) COMP.
       01  WS-BEAT-MISSED                 PIC S9(09) COMP.
       01  WS-AGE-DAYS                    PIC S9(09) COMP.
       01  WS-TODAY-SERIAL                PIC S9(09) COMP.
      * YYYYMMDD-to-day-count work area for the oldest-PENDING age -
           05  FILLER                      PIC X(33) VALUE
               'SECLOG INCIDENTS SINCE MIDNIGHT  '.
           05  WS-SEC-DETAIL-COUNT         PIC ZZZ,ZZ9.
       01  WS-RGN-DETAIL.
           05  WS-RGN-APPLID               PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RGN-DATE                 PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-RGN-TIME                 PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RGN-ERRLOG               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RGN-DROPS                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-RGN-STATUS               PIC X(14).
       01  WS-RGN-MISSED-TEXT.
           05  FILLER                      PIC X(07) VALUE 'MISSED '.
           05  WS-RGN-MISSED               PIC ZZZ9.
       01  WS-RGN-MORE-DETAIL.
           05  FILLER                      PIC X(02) VALUE '+ '.
           05  WS-RGN-MORE-COUNT           PIC ZZZ9.
           05  FILLER                      PIC X(28) VALUE
               ' MORE REGIONS NOT SHOWN HERE'.
       01  WS-MSG-DETAIL.
           05  FILLER                      PIC X(13) VALUE
               'REFRESHED AT '.
               END-EXEC
               GOBACK
           END-IF.
           MOVE 'HLTH01' TO ROLE-CHECK-PROGRAM-ID.
           SET ROLE-CHECK-INQUIRY TO TRUE.
           PERFORM OPERATOR-ROLE-CHECK THRU OPERATOR-ROLE-CHECK-EXIT.
           IF NOT ROLE-GRANTED
               MOVE LOW-VALUES     TO HLTHMAPO
               MOVE ROLE-CHECK-MSG TO HLMSGO
               EXEC CICS SEND MAP('HLTHMAP')
                   MAPSET('HLTHSET')
                   FROM(HLTHMAPO)
                   ERASE
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
               GOBACK
           END-IF.
           PERFORM 1000-SET-CLOCKS THRU 1000-SET-CLOCKS-EXIT.
           PERFORM 2000-COUNT-ERRLOG THRU 2000-COUNT-ERRLOG-EXIT.
           PERFORM 3000-COUNT-REPLAYQ THRU 3000-COUNT-REPLAYQ-EXIT.
           PERFORM 4000-COUNT-SECLOG THRU 4000-COUNT-SECLOG-EXIT.
           PERFORM 4500-READ-HEARTBEATS
               THRU 4500-READ-HEARTBEATS-EXIT.
           PERFORM 5000-BUILD-SCREEN THRU 5000-BUILD-SCREEN-EXIT.
           EXEC CICS SEND MAP('HLTHMAP')
               MAPSET('HLTHSET')
           END-EXEC.
       4000-COUNT-SECLOG-EXIT.
           EXIT.
      *
      * one line per region registered on HRTBEAT, in APPLID order:
      * when it last beat, the ERRLOG and dropped-event counts that
      * beat reported for its interval, and how it stands now - the
      * same overdue arithmetic HBMON01 alerts on, so a region shows
      * MISSED here before the alert and SILENT once it has gone.
       4500-READ-HEARTBEATS.
           MOVE SPACES     TO WS-RGN-TABLE.
           MOVE LOW-VALUES TO WS-BEAT-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('HRTBEAT')
               RIDFLD(WS-BEAT-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4500-READ-HEARTBEATS-EXIT
           END-IF.
       4510-READ-HEARTBEATS-LOOP.
           EXEC CICS READNEXT
               FILE('HRTBEAT')
               INTO(HRTBEAT-RECORD)
               RIDFLD(WS-BEAT-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4520-READ-HEARTBEATS-ENDBR
           END-IF.
           IF WS-RGN-COUNT >= 8
               ADD 1 TO WS-RGN-MORE
               GO TO 4510-READ-HEARTBEATS-LOOP
           END-IF.
           ADD 1 TO WS-RGN-COUNT.
           PERFORM 4600-FORMAT-REGION THRU 4600-FORMAT-REGION-EXIT.
           MOVE WS-RGN-DETAIL TO WS-RGN-LINE(WS-RGN-COUNT).
           GO TO 4510-READ-HEARTBEATS-LOOP.
       4520-READ-HEARTBEATS-ENDBR.
           EXEC CICS ENDBR
               FILE('HRTBEAT')
           END-EXEC.
      * the eighth line gives way to the overflow count - the regions
      * missing from the screen are the thing to know about.
           IF WS-RGN-MORE > 0
               ADD 1 TO WS-RGN-MORE
               MOVE WS-RGN-MORE        TO WS-RGN-MORE-COUNT
               MOVE WS-RGN-MORE-DETAIL TO WS-RGN-LINE(8)
           END-IF.
       4500-READ-HEARTBEATS-EXIT.
           EXIT.
      *
       4600-FORMAT-REGION.
           MOVE HRTBEAT-APPLID TO WS-RGN-APPLID.
           IF HRTBEAT-LAST-ABSTIME IS NOT NUMERIC
              OR HRTBEAT-LAST-ABSTIME = 0
               MOVE SPACES          TO WS-RGN-DATE
               MOVE SPACES          TO WS-RGN-TIME
               MOVE ZERO            TO WS-RGN-ERRLOG
               MOVE ZERO            TO WS-RGN-DROPS
               MOVE 'NO BEAT YET'   TO WS-RGN-STATUS
               GO TO 4600-FORMAT-REGION-EXIT
           END-IF.
           MOVE HRTBEAT-LAST-DATE    TO WS-RGN-DATE.
           MOVE HRTBEAT-LAST-TIME    TO WS-RGN-TIME.
           MOVE HRTBEAT-ERRLOG-COUNT TO WS-RGN-ERRLOG.
           MOVE HRTBEAT-DROP-COUNT   TO WS-RGN-DROPS.
           IF HRTBEAT-SILENT
               MOVE 'SILENT'        TO WS-RGN-STATUS
               GO TO 4600-FORMAT-REGION-EXIT
           END-IF.
      * five minutes is what HBEAT01 beats to with no interval set.
           MOVE 300 TO WS-BEAT-INTERVAL-MS.
           IF HRTBEAT-INTERVAL-SECS IS NUMERIC
              AND HRTBEAT-INTERVAL-SECS > 0
               MOVE HRTBEAT-INTERVAL-SECS TO WS-BEAT-INTERVAL-MS
           END-IF.
           MULTIPLY 1000 BY WS-BEAT-INTERVAL-MS.
           COMPUTE WS-BEAT-MISSED =
               (WS-ABSTIME - HRTBEAT-LAST-ABSTIME)
                   / WS-BEAT-INTERVAL-MS.
           IF WS-BEAT-MISSED < 1
               MOVE 'OK'            TO WS-RGN-STATUS
           ELSE
               MOVE WS-BEAT-MISSED     TO WS-RGN-MISSED
               MOVE WS-RGN-MISSED-TEXT TO WS-RGN-STATUS
           END-IF.
       4600-FORMAT-REGION-EXIT.
           EXIT.
      *
       5000-BUILD-SCREEN.
           MOVE LOW-VALUES TO HLTHMAPO.
           END-IF.
           MOVE WS-SEC-COUNT   TO WS-SEC-DETAIL-COUNT.
           MOVE WS-SEC-DETAIL  TO HLSECO.
           IF WS-RGN-COUNT = 0
               MOVE 'NO REGIONS REGISTERED FOR HEARTBEAT'
                   TO WS-RGN-LINE(1)
           END-IF.
           MOVE WS-RGN-LINE(1) TO HLRGN1O.
           MOVE WS-RGN-LINE(2) TO HLRGN2O.
           MOVE WS-RGN-LINE(3) TO HLRGN3O.
           MOVE WS-RGN-LINE(4) TO HLRGN4O.
           MOVE WS-RGN-LINE(5) TO HLRGN5O.
           MOVE WS-RGN-LINE(6) TO HLRGN6O.
           MOVE WS-RGN-LINE(7) TO HLRGN7O.
           MOVE WS-RGN-LINE(8) TO HLRGN8O.
           MOVE WS-TIME-NOW    TO WS-MSG-TIME.
           MOVE WS-MSG-DETAIL  TO HLMSGO.
       5000-BUILD-SCREEN-EXIT.
           EXIT.
      *
           COPY RESPSEV.
           COPY ROLECHK.
           COPY RESPSTR.
           COPY RESPLOG.
           COPY RESPSEC.
