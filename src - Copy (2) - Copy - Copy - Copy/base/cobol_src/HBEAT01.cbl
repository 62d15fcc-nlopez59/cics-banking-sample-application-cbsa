       IDENTIFICATION DIVISION.
       PROGRAM-ID. HBEAT01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * HBEAT01 is the region heartbeat. It runs under transaction     *
      * HBET in every AOR - started once at CICS startup (PLT) or by   *
      * an operator - and re-arms itself with EXEC CICS START          *
      * INTERVAL the same way ESCAL01 does. Each time round it         *
      * rewrites the region's own record on the HRTBEAT file in the    *
      * owning region: the time of this beat, how many ERRLOG records  *
      * this region has written since the last one, and how many      *
      * events its log writers dropped to the SPILL queue in the same  *
      * time (the DROPCT account, see SPILL01).                        *
      *                                                                *
      * The beat proves more than that the region is up: the ERRLOG   *
      * count is taken by reading ERRLOG here, so a region whose       *
      * ERRLOG is closed or whose log writers are all spilling shows   *
      * it on the beat itself. HBMON01 in the owning region watches    *
      * the records and raises the alert when a region stops beating.  *
      *                                                                *
      * A region with no HRTBEAT record is not registered; HBEAT01     *
      * writes nothing for it but keeps re-arming, so registering a    *
      * region with IDCAMS REPRO takes effect on its next beat with    *
      * no restart.                                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY HRTBEAT.
           COPY ERRLOG.
           COPY DROPCT.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-APPLID                      PIC X(08).
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-NOW-DATE                    PIC X(08).
       01  WS-NOW-TIME                    PIC X(06).
      * five minutes between beats when the region is not registered
      * or its record carries no usable interval.
       01  WS-DEFAULT-SECS                PIC 9(05) VALUE 300.
       01  WS-INTERVAL-SECS               PIC 9(05).
       01  WS-INTERVAL-MS                 PIC S9(09) COMP.
       01  WS-REARM-INTERVAL              PIC S9(07) COMP-3.
       01  WS-REARM-HH                    PIC 9(02).
       01  WS-REARM-MM                    PIC 9(02).
       01  WS-REARM-SS                    PIC 9(02).
       01  WS-REARM-REM                   PIC 9(05).
       01  WS-REGISTERED-SW               PIC X(01).
           88  WS-REGISTERED                   VALUE 'Y'.
       01  WS-ERR-BROWSE-KEY.
           05  WS-ERR-BROWSE-ABSTIME       PIC S9(15) COMP-3.
           05  WS-ERR-BROWSE-TASKNO       PIC 9(07).
       01  WS-DROP-BROWSE-KEY             PIC X(16).
       01  WS-ERRLOG-COUNT                PIC 9(07) COMP.
       01  WS-DROP-TOTAL                  PIC 9(07) COMP.
       01  WS-DROP-COUNT                  PIC 9(07) COMP.
       LINKAGE SECTION.
       01  DFHCOMMAREA                    PIC X(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           EXEC CICS ASSIGN
               APPLID(WS-APPLID)
           END-EXEC.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.
           PERFORM 1000-READ-REGISTRATION
               THRU 1000-READ-REGISTRATION-EXIT.
      * re-arm before any counting, for ESCAL01's reason - a START
      * without PROTECT stands even if this task later abends, so a
      * bad record or an unreadable file costs one beat, never the
      * heartbeat itself. A silent heartbeat is the alarm, so losing
      * the chain would page someone for a region that is fine.
           PERFORM 1100-REARM THRU 1100-REARM-EXIT.
           IF NOT WS-REGISTERED
               GO TO 0900-RETURN
           END-IF.
           PERFORM 2000-COUNT-ERRLOG THRU 2000-COUNT-ERRLOG-EXIT.
           PERFORM 3000-COUNT-DROPCT THRU 3000-COUNT-DROPCT-EXIT.
           PERFORM 4000-WRITE-BEAT THRU 4000-WRITE-BEAT-EXIT.
       0900-RETURN.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *
       1000-READ-REGISTRATION.
           MOVE 'N'             TO WS-REGISTERED-SW.
           MOVE WS-DEFAULT-SECS TO WS-INTERVAL-SECS.
           MOVE WS-APPLID       TO HRTBEAT-APPLID.
           EXEC CICS READ
               FILE('HRTBEAT')
               INTO(HRTBEAT-RECORD)
               RIDFLD(HRTBEAT-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1000-READ-REGISTRATION-EXIT
           END-IF.
           MOVE 'Y' TO WS-REGISTERED-SW.
           IF HRTBEAT-INTERVAL-SECS IS NUMERIC
              AND HRTBEAT-INTERVAL-SECS > 0
               MOVE HRTBEAT-INTERVAL-SECS TO WS-INTERVAL-SECS
           END-IF.
       1000-READ-REGISTRATION-EXIT.
           EXIT.
      *
      * INTERVAL is hhmmss, not seconds.
       1100-REARM.
           DIVIDE WS-INTERVAL-SECS BY 3600
               GIVING WS-REARM-HH REMAINDER WS-REARM-REM.
           DIVIDE WS-REARM-REM BY 60
               GIVING WS-REARM-MM REMAINDER WS-REARM-SS.
           COMPUTE WS-REARM-INTERVAL = WS-REARM-HH * 10000
                                     + WS-REARM-MM * 100
                                     + WS-REARM-SS.
           EXEC CICS START
               TRANSID('HBET')
               INTERVAL(WS-REARM-INTERVAL)
               RESP(WS-RESP)
           END-EXEC.
       1100-REARM-EXIT.
           EXIT.
      *
      * ERRLOG's key leads with the store clock value, so the records
      * since the last beat are a browse from that beat's abstime. A
      * first beat, or one after a long outage, counts back one
      * interval only - the beat reports an interval's activity, not
      * the file's history.
       2000-COUNT-ERRLOG.
           MOVE ZERO TO WS-ERRLOG-COUNT.
           COMPUTE WS-INTERVAL-MS = WS-INTERVAL-SECS * 1000.
           COMPUTE WS-ERR-BROWSE-ABSTIME = WS-ABSTIME - WS-INTERVAL-MS.
           IF HRTBEAT-LAST-ABSTIME IS NUMERIC
              AND HRTBEAT-LAST-ABSTIME > WS-ERR-BROWSE-ABSTIME
               MOVE HRTBEAT-LAST-ABSTIME TO WS-ERR-BROWSE-ABSTIME
           END-IF.
           MOVE ZERO TO WS-ERR-BROWSE-TASKNO.
           EXEC CICS STARTBR
               FILE('ERRLOG')
               RIDFLD(WS-ERR-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2000-COUNT-ERRLOG-EXIT
           END-IF.
       2010-COUNT-ERRLOG-LOOP.
           EXEC CICS READNEXT
               FILE('ERRLOG')
               INTO(ERRLOG-RECORD)
               RIDFLD(WS-ERR-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 2020-COUNT-ERRLOG-ENDBR
           END-IF.
      * anything written after this task read the clock belongs to
      * the next beat.
           IF ERRLOG-KEY-ABSTIME > WS-ABSTIME
               GO TO 2020-COUNT-ERRLOG-ENDBR
           END-IF.
           ADD 1 TO WS-ERRLOG-COUNT.
           GO TO 2010-COUNT-ERRLOG-LOOP.
       2020-COUNT-ERRLOG-ENDBR.
           EXEC CICS ENDBR
               FILE('ERRLOG')
           END-EXEC.
       2000-COUNT-ERRLOG-EXIT.
           EXIT.
      *
      * DROPCT holds one running count per log file per day, so the
      * day's total across every file less the total at the last beat
      * is this interval's drops. The first beat of a day starts from
      * nothing.
       3000-COUNT-DROPCT.
           MOVE ZERO       TO WS-DROP-TOTAL.
           MOVE LOW-VALUES TO WS-DROP-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('DROPCT')
               RIDFLD(WS-DROP-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3030-COUNT-DROPCT-DELTA
           END-IF.
       3010-COUNT-DROPCT-LOOP.
           EXEC CICS READNEXT
               FILE('DROPCT')
               INTO(DROPCT-RECORD)
               RIDFLD(WS-DROP-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3020-COUNT-DROPCT-ENDBR
           END-IF.
           IF DROPCT-LOG-DATE = WS-NOW-DATE
               ADD DROPCT-DROP-COUNT TO WS-DROP-TOTAL
           END-IF.
           GO TO 3010-COUNT-DROPCT-LOOP.
       3020-COUNT-DROPCT-ENDBR.
           EXEC CICS ENDBR
               FILE('DROPCT')
           END-EXEC.
       3030-COUNT-DROPCT-DELTA.
           MOVE WS-DROP-TOTAL TO WS-DROP-COUNT.
           IF HRTBEAT-DROP-DAY-DATE = WS-NOW-DATE
              AND HRTBEAT-DROP-DAY-TOTAL IS NUMERIC
              AND HRTBEAT-DROP-DAY-TOTAL NOT > WS-DROP-TOTAL
               COMPUTE WS-DROP-COUNT =
                   WS-DROP-TOTAL - HRTBEAT-DROP-DAY-TOTAL
           END-IF.
       3000-COUNT-DROPCT-EXIT.
           EXIT.
      *
      * re-read for update only now, so the lock on the shared file
      * is never held across the browses above. The registration
      * fields come back as the operators last loaded them and are
      * rewritten untouched.
       4000-WRITE-BEAT.
           MOVE WS-APPLID TO HRTBEAT-APPLID.
           EXEC CICS READ
               FILE('HRTBEAT')
               INTO(HRTBEAT-RECORD)
               RIDFLD(HRTBEAT-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 4000-WRITE-BEAT-EXIT
           END-IF.
           MOVE WS-ABSTIME       TO HRTBEAT-LAST-ABSTIME.
           MOVE WS-NOW-DATE      TO HRTBEAT-LAST-DATE.
           MOVE WS-NOW-TIME      TO HRTBEAT-LAST-TIME.
           MOVE WS-ERRLOG-COUNT  TO HRTBEAT-ERRLOG-COUNT.
           MOVE WS-DROP-COUNT    TO HRTBEAT-DROP-COUNT.
           MOVE WS-NOW-DATE      TO HRTBEAT-DROP-DAY-DATE.
           MOVE WS-DROP-TOTAL    TO HRTBEAT-DROP-DAY-TOTAL.
      * beating again - HBMON01 may raise a fresh alert the next time
      * the region falls silent. The silent date stays for ERRMRG01.
           SET HRTBEAT-BEATING   TO TRUE.
           EXEC CICS REWRITE
               FILE('HRTBEAT')
               FROM(HRTBEAT-RECORD)
               RESP(WS-RESP)
           END-EXEC.
       4000-WRITE-BEAT-EXIT.
           EXIT.
