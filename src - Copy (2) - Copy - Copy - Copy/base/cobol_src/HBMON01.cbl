       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBMON01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * HBMON01 watches the region heartbeats. It runs under           *
      * transaction HBMN in the owning region - started once at CICS   *
      * startup (PLT) or by an operator - and re-arms itself every     *
      * minute with EXEC CICS START INTERVAL, the same way ESCAL01     *
      * does. Each sweep browses HRTBEAT and works out, for every      *
      * registered APPLID, how many of its beats are overdue. A        *
      * region that has missed its HRTBEAT-MISS-LIMIT is marked        *
      * silent and a CRITICAL is raised for it through RATEMON01,      *
      * with the APPLID as the resource name - so a silent region is   *
      * storm-suppressed, routed to its owning team off ALRTOWN and    *
      * held back by a listed MNTCAL window for that APPLID exactly    *
      * like any other CRITICAL, and ESCAL01 pages it if nobody        *
      * acknowledges it.                                               *
      *                                                                *
      * An AOR that has died writes nothing to ERRLOG, so the ERRLOG   *
      * side of the alert path cannot see it - this is the only        *
      * place the silence itself is noticed. One alert per silence:    *
      * the silent switch stays set until HBEAT01 in the region beats  *
      * again.                                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY HRTBEAT.
           COPY RATEMONCA.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-ALERT-ABSTIME               PIC S9(15) COMP-3.
       01  WS-NOW-DATE                    PIC X(08).
       01  WS-NOW-TIME                    PIC X(06).
      * the sweep runs every minute - no region should beat faster
      * than that, or a single late sweep would count as misses.
       01  WS-REARM-INTERVAL              PIC S9(07) COMP-3 VALUE 100.
      * the same defaults HBEAT01 beats to when a registration carries
      * no usable interval, and three missed beats before an alert.
       01  WS-DEFAULT-SECS                PIC 9(05) VALUE 300.
       01  WS-DEFAULT-MISS-LIMIT          PIC 9(02) VALUE 3.
       01  WS-INTERVAL-MS                 PIC S9(09) COMP.
       01  WS-MISS-LIMIT                  PIC 9(02).
       01  WS-MISSED-BEATS                PIC S9(09) COMP.
       01  WS-OVERDUE-SW                  PIC X(01).
           88  WS-OVERDUE                      VALUE 'Y'.
       01  WS-BROWSE-KEY                  PIC X(08).
       01  WS-KEY-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-KEY-SUB                     PIC 9(04) COMP.
      * fifty silent regions in one sweep is headroom, not a limit -
      * any left over are still not marked silent, so the next sweep
      * picks them up.
       01  WS-KEY-TABLE.
           05  WS-KEY-SAVE OCCURS 50 TIMES PIC X(08).
       01  WS-ALERT-RESP-STRING           PIC X(40).
       LINKAGE SECTION.
       01  DFHCOMMAREA                    PIC X(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
      * re-arm first, for ESCAL01's reason - the watcher of last
      * resort must never be the thing that stops.
           EXEC CICS START
               TRANSID('HBMN')
               INTERVAL(WS-REARM-INTERVAL)
               RESP(WS-RESP)
           END-EXEC.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.
           MOVE WS-ABSTIME TO WS-ALERT-ABSTIME.
           PERFORM 1000-SWEEP-REGIONS THRU 1000-SWEEP-REGIONS-EXIT.
           PERFORM 2000-ALERT-KEYS THRU 2000-ALERT-KEYS-EXIT.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *
      * collect the keys first, alert after ENDBR - the same reason
      * ESCAL01 saves its keys off the ALERTF browse.
       1000-SWEEP-REGIONS.
           MOVE 0 TO WS-KEY-COUNT.
           MOVE LOW-VALUES TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('HRTBEAT')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1000-SWEEP-REGIONS-EXIT
           END-IF.
       1010-SWEEP-REGIONS-LOOP.
           IF WS-KEY-COUNT >= 50
               GO TO 1020-SWEEP-REGIONS-ENDBR
           END-IF.
           EXEC CICS READNEXT
               FILE('HRTBEAT')
               INTO(HRTBEAT-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1020-SWEEP-REGIONS-ENDBR
           END-IF.
           PERFORM 3000-OVERDUE-CHECK THRU 3000-OVERDUE-CHECK-EXIT.
           IF WS-OVERDUE
               ADD 1 TO WS-KEY-COUNT
               MOVE HRTBEAT-APPLID TO WS-KEY-SAVE(WS-KEY-COUNT)
           END-IF.
           GO TO 1010-SWEEP-REGIONS-LOOP.
       1020-SWEEP-REGIONS-ENDBR.
           EXEC CICS ENDBR
               FILE('HRTBEAT')
           END-EXEC.
       1000-SWEEP-REGIONS-EXIT.
           EXIT.
      *
       2000-ALERT-KEYS.
           MOVE 1 TO WS-KEY-SUB.
       2010-ALERT-KEYS-LOOP.
           IF WS-KEY-SUB > WS-KEY-COUNT
               GO TO 2000-ALERT-KEYS-EXIT
           END-IF.
           PERFORM 2100-ALERT-ONE THRU 2100-ALERT-ONE-EXIT.
           ADD 1 TO WS-KEY-SUB.
           GO TO 2010-ALERT-KEYS-LOOP.
       2000-ALERT-KEYS-EXIT.
           EXIT.
      *
       2100-ALERT-ONE.
           MOVE WS-KEY-SAVE(WS-KEY-SUB) TO HRTBEAT-APPLID.
           EXEC CICS READ
               FILE('HRTBEAT')
               INTO(HRTBEAT-RECORD)
               RIDFLD(HRTBEAT-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2100-ALERT-ONE-EXIT
           END-IF.
      * the region may have beaten between the sweep and this read.
           PERFORM 3000-OVERDUE-CHECK THRU 3000-OVERDUE-CHECK-EXIT.
           IF NOT WS-OVERDUE
               EXEC CICS UNLOCK
                   FILE('HRTBEAT')
               END-EXEC
               GO TO 2100-ALERT-ONE-EXIT
           END-IF.
           SET HRTBEAT-SILENT TO TRUE.
           MOVE WS-NOW-DATE TO HRTBEAT-SILENT-DATE.
           MOVE WS-NOW-TIME TO HRTBEAT-SILENT-TIME.
           EXEC CICS REWRITE
               FILE('HRTBEAT')
               FROM(HRTBEAT-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2100-ALERT-ONE-EXIT
           END-IF.
           PERFORM 4000-RAISE-ALERT THRU 4000-RAISE-ALERT-EXIT.
       2100-ALERT-ONE-EXIT.
           EXIT.
      *
      * a region is overdue once the time since its last beat covers
      * its miss limit in whole intervals. A registered region that
      * has never beaten at all is overdue from the first sweep - it
      * was registered because it is meant to be running. A region
      * already marked silent has had its alert.
       3000-OVERDUE-CHECK.
           MOVE 'N' TO WS-OVERDUE-SW.
           IF HRTBEAT-SILENT
               GO TO 3000-OVERDUE-CHECK-EXIT
           END-IF.
           MOVE WS-DEFAULT-MISS-LIMIT TO WS-MISS-LIMIT.
           IF HRTBEAT-MISS-LIMIT IS NUMERIC
              AND HRTBEAT-MISS-LIMIT > 0
               MOVE HRTBEAT-MISS-LIMIT TO WS-MISS-LIMIT
           END-IF.
           IF HRTBEAT-LAST-ABSTIME IS NOT NUMERIC
              OR HRTBEAT-LAST-ABSTIME = 0
               MOVE 'Y' TO WS-OVERDUE-SW
               GO TO 3000-OVERDUE-CHECK-EXIT
           END-IF.
           COMPUTE WS-INTERVAL-MS = WS-DEFAULT-SECS * 1000.
           IF HRTBEAT-INTERVAL-SECS IS NUMERIC
              AND HRTBEAT-INTERVAL-SECS > 0
               COMPUTE WS-INTERVAL-MS = HRTBEAT-INTERVAL-SECS * 1000
           END-IF.
           COMPUTE WS-MISSED-BEATS =
               (WS-ABSTIME - HRTBEAT-LAST-ABSTIME) / WS-INTERVAL-MS.
           IF WS-MISSED-BEATS >= WS-MISS-LIMIT
               MOVE 'Y' TO WS-OVERDUE-SW
           END-IF.
       3000-OVERDUE-CHECK-EXIT.
           EXIT.
      *
      * RATEMON01 writes the ALERTF record keyed on the abstime passed
      * and this task's number, so two silent regions in one sweep
      * must not share an abstime or the second would be a duplicate
      * key and lost.
       4000-RAISE-ALERT.
           MOVE SPACES TO WS-ALERT-RESP-STRING.
           IF HRTBEAT-LAST-ABSTIME IS NOT NUMERIC
              OR HRTBEAT-LAST-ABSTIME = 0
               MOVE 'NO HEARTBEAT RECEIVED' TO WS-ALERT-RESP-STRING
           ELSE
               STRING 'NO HEARTBEAT SINCE ' HRTBEAT-LAST-DATE
                      ' ' HRTBEAT-LAST-TIME
                   DELIMITED BY SIZE INTO WS-ALERT-RESP-STRING
           END-IF.
           MOVE 'HBMON01'               TO RATEMON-CA-PROGRAM-ID.
           MOVE EIBTRNID                TO RATEMON-CA-TRANSACTION-ID.
           MOVE HRTBEAT-APPLID          TO RATEMON-CA-RESOURCE-NAME.
           MOVE WS-ALERT-RESP-STRING    TO RATEMON-CA-RESP-STRING.
           MOVE 'CRITICAL'              TO RATEMON-CA-SEVERITY-CODE.
           MOVE WS-NOW-DATE             TO RATEMON-CA-LOG-DATE.
           MOVE WS-NOW-TIME             TO RATEMON-CA-LOG-TIME.
           MOVE WS-ALERT-ABSTIME        TO RATEMON-CA-ABSTIME.
           ADD 1 TO WS-ALERT-ABSTIME.
           EXEC CICS LINK
               PROGRAM('RATEMON01')
               COMMAREA(RATEMON-LINK-AREA)
               LENGTH(LENGTH OF RATEMON-LINK-AREA)
           END-EXEC.
       4000-RAISE-ALERT-EXIT.
           EXIT.
