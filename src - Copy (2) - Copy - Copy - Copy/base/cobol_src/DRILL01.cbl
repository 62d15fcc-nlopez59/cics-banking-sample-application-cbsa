       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRILL01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * DRILL01 is the synthetic alert drill transaction. The only     *
      * time anyone used to find out the alert path was broken - a     *
      * wrong feed destination on ALRTOWN, a SYSMON DCT entry pointing *
      * nowhere - was when a real outage failed to page anyone. A      *
      * drill sends a clearly marked CRITICAL down the real path on    *
      * purpose, so the break is found on a quiet afternoon instead.   *
      *                                                                *
      * The screen lists the most recent drills, newest first, with    *
      * the stages each one has reached, and takes one command a time: *
      *   DRL program resource team   inject a drill                   *
      *   LST                         refresh the list                 *
      *   END                                                          *
      * The drill is logged through EIBRESP-LOG-WRITE like any other   *
      * error, under the program and resource named and resp string    *
      * DRILL, which RESPSEV tags CRITICAL - so it goes ERRLOG01 to    *
      * RATEMON01, past the MNTCAL window check, on to ALERTF routed   *
      * by ALRTOWN and out to the SYSMON feed, exactly as the real     *
      * thing would. Nothing here acknowledges it: it sits on the      *
      * ALERT01 screen like any alert and, left alone, ESCAL01 pages   *
      * the owning team. Each stage stamps the drill's DRILLF record   *
      * as it is reached; this program adds who ran the drill and the  *
      * team they expected it to reach, and the list shows the routed  *
      * team beside it, so a routing mistake shows on the first        *
      * screen. DRLRPT01 reports the month's drills by team.           *
      *                                                                *
      * Injecting a drill pages real people, so DRL needs the          *
      * THRESHOLD-MAINT role on the OPRROLE file - the operators who   *
      * already own the alerting set-up. Without it the command is     *
      * refused and logged as a NOTAUTH to ERRLOG and SECLOG.          *
      *                                                                *
      * Pseudo-conversational, the same as THRMNT01: each screen ends  *
      * with EXEC CICS RETURN TRANSID('DRIL') rather than blocking in  *
      * a RECEIVE loop, so the task does not stay resident across the  *
      * operator's think time.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DRILLF.
           COPY OPRROLE.
           COPY ROLECA.
           COPY RESPCTX.
           COPY ERRLOGCA.
           COPY SECLOGCA.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-START-RESP                  PIC S9(08) COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-NOW-DATE                    PIC X(08).
       01  WS-NOW-TIME                    PIC X(06).
       01  WS-BROWSE-KEY.
           05  WS-BROWSE-ABSTIME           PIC S9(15) COMP-3.
           05  WS-BROWSE-TASKNO            PIC 9(07).
       01  WS-FOUND-KEY                   PIC X(15).
       01  WS-FOUND-SW                    PIC X(01).
           88  WS-DRILL-FOUND                  VALUE 'Y'.
       01  WS-READ-COUNT                  PIC 9(04) COMP.
       01  WS-LINE-COUNT                  PIC 9(04) COMP VALUE 0.
       01  WS-SCREEN-AREA.
           05  WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
       01  WS-LIST-LINE.
           05  WS-LIST-DATE                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-TIME                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-PROGRAM-ID          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-RESOURCE-NAME       PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-TEAM-CODE           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-ROUTED-TEAM         PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-ERRLOG              PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-ALERTF              PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-WINDOW              PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-FEED                PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-ESCAL               PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-ACK                 PIC X(03).
       01  WS-INPUT-AREA                   PIC X(80).
       01  WS-INPUT-LENGTH                 PIC S9(04) COMP.
       01  WS-CMD-VERB                     PIC X(04).
       01  WS-CMD-ARG1                     PIC X(15).
       01  WS-CMD-ARG2                     PIC X(15).
       01  WS-CMD-ARG3                     PIC X(15).
       01  WS-VALID-SW                     PIC X(01).
           88  WS-COMMAND-VALID                 VALUE 'Y'.
       01  WS-MSG                          PIC X(79) VALUE SPACES.
       LINKAGE SECTION.
       01  DFHCOMMAREA                    PIC X(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-SHOW-LIST THRU 1000-SHOW-LIST-EXIT
               PERFORM 8000-SEND-AND-WAIT THRU 8000-SEND-AND-WAIT-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-RECEIVE-CMD THRU 2000-RECEIVE-CMD-EXIT.
           EVALUATE WS-CMD-VERB
               WHEN 'END '
                   GO TO 9000-DONE
               WHEN 'DRL '
                   PERFORM 3000-INJECT-DRILL
                       THRU 3000-INJECT-DRILL-EXIT
               WHEN 'LST '
                   CONTINUE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE 'COMMAND MUST BE DRL, LST OR END' TO WS-MSG
           END-EVALUATE.
           PERFORM 1000-SHOW-LIST THRU 1000-SHOW-LIST-EXIT.
           PERFORM 8000-SEND-AND-WAIT THRU 8000-SEND-AND-WAIT-EXIT.
           GOBACK.
       9000-DONE.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *
      * DRILLF's key leads with the store clock value, so a browse
      * started at HIGH-VALUES and walked with READPREV hands back the
      * newest drills first, the same as ALERT01 on ALERTF.
       1000-SHOW-LIST.
           MOVE SPACES TO WS-SCREEN-AREA.
           MOVE 'DRILL01 - SYNTHETIC ALERT DRILLS' TO WS-SCREEN-LINE(1).
           MOVE 'DATE     TIME   PROGRAM  RESOURCE EXPECTED ROUTED'
               TO WS-SCREEN-LINE(2).
           MOVE 'LOG ALR WIN FED ESC ACK'
               TO WS-SCREEN-LINE(2)(53:23).
           MOVE 0 TO WS-LINE-COUNT.
           MOVE HIGH-VALUES TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('DRILLF')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-START-RESP)
           END-EXEC.
           IF WS-START-RESP NOT = DFHRESP(NORMAL)
               GO TO 1030-SHOW-LIST-FOOT
           END-IF.
       1010-SHOW-LIST-LOOP.
           IF WS-LINE-COUNT >= 16
               GO TO 1020-SHOW-LIST-ENDBR
           END-IF.
           EXEC CICS READPREV
               FILE('DRILLF')
               INTO(DRILLF-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 1020-SHOW-LIST-ENDBR
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 1100-FORMAT-LINE THRU 1100-FORMAT-LINE-EXIT.
           MOVE WS-LIST-LINE TO WS-SCREEN-LINE(WS-LINE-COUNT + 2).
           GO TO 1010-SHOW-LIST-LOOP.
       1020-SHOW-LIST-ENDBR.
           EXEC CICS ENDBR
               FILE('DRILLF')
           END-EXEC.
       1030-SHOW-LIST-FOOT.
           MOVE 'DRL PROGRAM RESOURCE TEAM, LST, END'
               TO WS-SCREEN-LINE(20).
           MOVE 'FED/ESC: OK = FEED QUEUE TOOK IT, SPL = SPILLED'
               TO WS-SCREEN-LINE(21).
           IF WS-MSG NOT = SPACES
               MOVE WS-MSG TO WS-SCREEN-LINE(22)
               MOVE SPACES TO WS-MSG
           END-IF.
       1000-SHOW-LIST-EXIT.
           EXIT.
      *
      * a stage shows YES once its date is stamped; the routed team
      * is flagged when it is not the team the operator expected.
       1100-FORMAT-LINE.
           MOVE DRILLF-DATE             TO WS-LIST-DATE.
           MOVE DRILLF-TIME             TO WS-LIST-TIME.
           MOVE DRILLF-PROGRAM-ID       TO WS-LIST-PROGRAM-ID.
           MOVE DRILLF-RESOURCE-NAME    TO WS-LIST-RESOURCE-NAME.
           MOVE DRILLF-TEAM-CODE        TO WS-LIST-TEAM-CODE.
           MOVE DRILLF-ROUTED-TEAM      TO WS-LIST-ROUTED-TEAM.
           MOVE ' - ' TO WS-LIST-ERRLOG.
           MOVE ' - ' TO WS-LIST-ALERTF.
           MOVE ' - ' TO WS-LIST-WINDOW.
           MOVE ' - ' TO WS-LIST-FEED.
           MOVE ' - ' TO WS-LIST-ESCAL.
           MOVE ' - ' TO WS-LIST-ACK.
           IF DRILLF-ERRLOG-DATE NOT = SPACES
               MOVE 'YES' TO WS-LIST-ERRLOG
           END-IF.
           IF DRILLF-ALERTF-DATE NOT = SPACES
               MOVE 'YES' TO WS-LIST-ALERTF
               IF DRILLF-ROUTED-TEAM NOT = DRILLF-TEAM-CODE
                   MOVE 'BAD' TO WS-LIST-ALERTF
               END-IF
           END-IF.
           IF DRILLF-WINDOW-DATE NOT = SPACES
               MOVE 'YES' TO WS-LIST-WINDOW
           END-IF.
           IF DRILLF-FEED-WRITTEN
               MOVE 'OK ' TO WS-LIST-FEED
           END-IF.
           IF DRILLF-FEED-SPILLED
               MOVE 'SPL' TO WS-LIST-FEED
           END-IF.
           IF DRILLF-ESCAL-WRITTEN
               MOVE 'OK ' TO WS-LIST-ESCAL
           END-IF.
           IF DRILLF-ESCAL-SPILLED
               MOVE 'SPL' TO WS-LIST-ESCAL
           END-IF.
           IF DRILLF-ACK-DATE NOT = SPACES
               MOVE 'YES' TO WS-LIST-ACK
           END-IF.
       1100-FORMAT-LINE-EXIT.
           EXIT.
      *
       2000-RECEIVE-CMD.
           MOVE SPACES TO WS-INPUT-AREA.
           MOVE LENGTH OF WS-INPUT-AREA TO WS-INPUT-LENGTH.
           EXEC CICS RECEIVE
               INTO(WS-INPUT-AREA)
               LENGTH(WS-INPUT-LENGTH)
               RESP(WS-RESP)
           END-EXEC.
           MOVE SPACES TO WS-CMD-VERB.
           MOVE SPACES TO WS-CMD-ARG1.
           MOVE SPACES TO WS-CMD-ARG2.
           MOVE SPACES TO WS-CMD-ARG3.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'END ' TO WS-CMD-VERB
               GO TO 2000-RECEIVE-CMD-EXIT
           END-IF.
           UNSTRING WS-INPUT-AREA
               DELIMITED BY ALL ' '
               INTO WS-CMD-VERB
                    WS-CMD-ARG1
                    WS-CMD-ARG2
                    WS-CMD-ARG3
           END-UNSTRING.
       2000-RECEIVE-CMD-EXIT.
           EXIT.
      *
      * checked before the command is validated, the same as THRMNT01,
      * so a refused operator learns nothing more than that they may
      * not do it.
       3000-INJECT-DRILL.
           MOVE 'DRILL01' TO ROLE-CHECK-PROGRAM-ID.
           SET ROLE-CHECK-THRESHOLD-MAINT TO TRUE.
           PERFORM OPERATOR-ROLE-CHECK THRU OPERATOR-ROLE-CHECK-EXIT.
           IF NOT ROLE-GRANTED
               MOVE ROLE-CHECK-MSG TO WS-MSG
               GO TO 3000-INJECT-DRILL-EXIT
           END-IF.
           PERFORM 6000-VALIDATE-COMMAND
               THRU 6000-VALIDATE-COMMAND-EXIT.
           IF NOT WS-COMMAND-VALID
               GO TO 3000-INJECT-DRILL-EXIT
           END-IF.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.
      * the drill itself - down the same road every logged error
      * takes. Everything from here to the SYSMON feed happens inside
      * this LINK, in this task.
           MOVE WS-CMD-ARG1(1:8)      TO EIBRESP-CTX-PROGRAM-ID.
           MOVE EIBTRNID              TO EIBRESP-CTX-TRANSACTION-ID.
           MOVE WS-CMD-ARG2(1:8)      TO EIBRESP-CTX-RESOURCE-NAME.
           MOVE 'DRILL'               TO EIBRESP-STRING.
           PERFORM EIBRESP-LOG-WRITE THRU EIBRESP-LOG-WRITE-EXIT.
           PERFORM 3100-FIND-DRILL THRU 3100-FIND-DRILL-EXIT.
           IF WS-DRILL-FOUND
               PERFORM 3200-COMPLETE-DRILL
                   THRU 3200-COMPLETE-DRILL-EXIT
           ELSE
               PERFORM 3300-RECORD-LOST-DRILL
                   THRU 3300-RECORD-LOST-DRILL-EXIT
           END-IF.
       3000-INJECT-DRILL-EXIT.
           EXIT.
      *
      * ERRLOG01 keys the drill on its own store clock value, taken
      * after ours, and this task's number - so the drill's DRILLF
      * record is the first at or after our clock value carrying our
      * task number. Another task's drill can only sit in between if
      * two were run in the same instant; twenty reads is plenty.
       3100-FIND-DRILL.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 0 TO WS-READ-COUNT.
           MOVE WS-ABSTIME TO WS-BROWSE-ABSTIME.
           MOVE 0          TO WS-BROWSE-TASKNO.
           EXEC CICS STARTBR
               FILE('DRILLF')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-START-RESP)
           END-EXEC.
           IF WS-START-RESP NOT = DFHRESP(NORMAL)
               GO TO 3100-FIND-DRILL-EXIT
           END-IF.
       3110-FIND-DRILL-LOOP.
           IF WS-READ-COUNT >= 20
               GO TO 3120-FIND-DRILL-ENDBR
           END-IF.
           EXEC CICS READNEXT
               FILE('DRILLF')
               INTO(DRILLF-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               GO TO 3120-FIND-DRILL-ENDBR
           END-IF.
           ADD 1 TO WS-READ-COUNT.
           IF DRILLF-KEY-TASKNO = EIBTASKN
               SET WS-DRILL-FOUND TO TRUE
               MOVE DRILLF-KEY TO WS-FOUND-KEY
               GO TO 3120-FIND-DRILL-ENDBR
           END-IF.
           GO TO 3110-FIND-DRILL-LOOP.
       3120-FIND-DRILL-ENDBR.
           EXEC CICS ENDBR
               FILE('DRILLF')
           END-EXEC.
       3100-FIND-DRILL-EXIT.
           EXIT.
      *
      * READ UPDATE only after ENDBR - the same save-the-key shape
      * ESCAL01 uses on ALERTF.
       3200-COMPLETE-DRILL.
           MOVE WS-FOUND-KEY TO DRILLF-KEY.
           EXEC CICS READ
               FILE('DRILLF')
               INTO(DRILLF-RECORD)
               RIDFLD(DRILLF-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DRILL INJECTED BUT DRILLF COULD NOT BE UPDATED'
                   TO WS-MSG
               GO TO 3200-COMPLETE-DRILL-EXIT
           END-IF.
           PERFORM 3400-FILL-DRILL THRU 3400-FILL-DRILL-EXIT.
           EXEC CICS REWRITE
               FILE('DRILLF')
               FROM(DRILLF-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DRILL INJECTED BUT DRILLF COULD NOT BE UPDATED'
                   TO WS-MSG
               GO TO 3200-COMPLETE-DRILL-EXIT
           END-IF.
           IF DRILLF-ALERTF-DATE = SPACES
              AND DRILLF-WINDOW-DATE = SPACES
               MOVE 'DRILL INJECTED - NO ALERT WAS RAISED' TO WS-MSG
               GO TO 3200-COMPLETE-DRILL-EXIT
           END-IF.
           IF DRILLF-WINDOW-DATE NOT = SPACES
               MOVE 'DRILL INJECTED - HELD BY A MAINTENANCE WINDOW'
                   TO WS-MSG
               GO TO 3200-COMPLETE-DRILL-EXIT
           END-IF.
           IF DRILLF-ROUTED-TEAM NOT = DRILLF-TEAM-CODE
               STRING 'DRILL INJECTED - ROUTED TO '
                          DELIMITED BY SIZE
                      DRILLF-ROUTED-TEAM DELIMITED BY SPACE
                      ' NOT '            DELIMITED BY SIZE
                      DRILLF-TEAM-CODE   DELIMITED BY SPACE
                   INTO WS-MSG
               GO TO 3200-COMPLETE-DRILL-EXIT
           END-IF.
           MOVE 'DRILL INJECTED - ALERT RAISED, AWAITING ACK'
               TO WS-MSG.
       3200-COMPLETE-DRILL-EXIT.
           EXIT.
      *
      * no stage reached at all - not even ERRLOG. The drill is still
      * recorded, under our own clock value and task number, so the
      * failure is on the list and the monthly report rather than
      * nowhere.
       3300-RECORD-LOST-DRILL.
           MOVE SPACES      TO DRILLF-RECORD.
           MOVE WS-ABSTIME  TO DRILLF-KEY-ABSTIME.
           MOVE EIBTASKN    TO DRILLF-KEY-TASKNO.
           PERFORM 3400-FILL-DRILL THRU 3400-FILL-DRILL-EXIT.
           EXEC CICS WRITE
               FILE('DRILLF')
               FROM(DRILLF-RECORD)
               RIDFLD(DRILLF-KEY)
               KEYLENGTH(LENGTH OF DRILLF-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DRILL FAILED - NOTHING REACHED, DRILLF NOT WRITTEN'
                   TO WS-MSG
               GO TO 3300-RECORD-LOST-DRILL-EXIT
           END-IF.
           MOVE 'DRILL FAILED - NO STAGE OF THE ALERT PATH REACHED'
               TO WS-MSG.
       3300-RECORD-LOST-DRILL-EXIT.
           EXIT.
      *
       3400-FILL-DRILL.
           MOVE WS-NOW-DATE           TO DRILLF-DATE.
           MOVE WS-NOW-TIME           TO DRILLF-TIME.
           MOVE EIBUSERID             TO DRILLF-USERID.
           MOVE WS-CMD-ARG1(1:8)      TO DRILLF-PROGRAM-ID.
           MOVE WS-CMD-ARG2(1:8)      TO DRILLF-RESOURCE-NAME.
           MOVE WS-CMD-ARG3(1:8)      TO DRILLF-TEAM-CODE.
       3400-FILL-DRILL-EXIT.
           EXIT.
      *
      * all three operands, each a name of eight characters at most -
      * the resource and team are what the routing is being tested on,
      * so a drill without them proves nothing.
       6000-VALIDATE-COMMAND.
           MOVE 'N' TO WS-VALID-SW.
           IF WS-CMD-ARG1 = SPACES
              OR WS-CMD-ARG2 = SPACES
              OR WS-CMD-ARG3 = SPACES
               MOVE 'DRL NEEDS A PROGRAM, A RESOURCE AND A TEAM'
                   TO WS-MSG
               GO TO 6000-VALIDATE-COMMAND-EXIT
           END-IF.
           IF WS-CMD-ARG1(9:7) NOT = SPACES
              OR WS-CMD-ARG2(9:7) NOT = SPACES
              OR WS-CMD-ARG3(9:7) NOT = SPACES
               MOVE 'PROGRAM, RESOURCE AND TEAM ARE 8 CHARACTERS MAX'
                   TO WS-MSG
               GO TO 6000-VALIDATE-COMMAND-EXIT
           END-IF.
           SET WS-COMMAND-VALID TO TRUE.
       6000-VALIDATE-COMMAND-EXIT.
           EXIT.
      *
       8000-SEND-AND-WAIT.
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
               LENGTH(LENGTH OF WS-SCREEN-AREA)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('DRIL')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       8000-SEND-AND-WAIT-EXIT.
           EXIT.
      *
           COPY ROLECHK.
           COPY RESPSTR.
           COPY RESPLOG.
           COPY RESPSEC.
