       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCD01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * INCD01 is the incident register transaction over the INCIDF    *
      * file. ALERT01 clears alerts one at a time and nothing said     *
      * which of them were the same outage, what caused it or when     *
      * service actually came back - the questions the monthly         *
      * service review asks, and used to answer from memory.           *
      *                                                                *
      * The screen lists the open incidents and takes one command a    *
      * time:                                                          *
      *   OPN cause title           open an incident                   *
      *   ALR number abstime taskno attach an ALERTF record by key     *
      *   ABN number abstime taskno attach an ABENDLOG record by key   *
      *   CAU number cause          set the cause category             *
      *   RES number text           set the resolution text            *
      *   CLS number date time      close, restored at date/time       *
      *   SHW number                show one incident                  *
      *   LST                       back to the open list              *
      *   END                                                          *
      * The cause is one of the INCIDF-CAUSE-VALID set in copybook     *
      * INCIDF. A key is the record's ABSTIME, 15 digits, and its      *
      * task number, 7 digits. Attaching an alert or abend pulls the   *
      * incident's start back to the record's log time, and an alert   *
      * already acknowledged pulls its acknowledgment back to when the *
      * alert was cleared, so INCRPT01's times are measured from the   *
      * first sign of trouble rather than from when someone got round  *
      * to opening the incident. An incident closes only with a        *
      * cause other than UNKNOWN, a resolution, and a restored time    *
      * no earlier than its start and no later than now; a closed      *
      * incident is not changed again.                                 *
      *                                                                *
      * Pseudo-conversational, the same as THRMNT01: each screen ends  *
      * with EXEC CICS RETURN TRANSID('INCD') rather than blocking in  *
      * a RECEIVE loop, so the task does not stay resident across the  *
      * operator's think time.                                         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY INCIDF.
           COPY ALERTF.
           COPY ABENDLOG.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-START-RESP                  PIC S9(08) COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-NOW-DATE                    PIC X(08).
       01  WS-NOW-TIME                    PIC X(06).
       01  WS-BROWSE-KEY                  PIC 9(07).
       01  WS-LINE-COUNT                  PIC 9(04) COMP VALUE 0.
       01  WS-SCREEN-AREA.
           05  WS-SCREEN-LINE OCCURS 22 TIMES PIC X(80).
       01  WS-LIST-LINE.
           05  WS-LIST-NUMBER              PIC 9(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-LIST-CAUSE               PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-TEAM                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-START-DATE          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-LIST-START-TIME          PIC X(06).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-LIST-TITLE               PIC X(36).
       01  WS-TITLE-LINE.
           05  FILLER                      PIC X(20) VALUE
               'INCD01 - INCIDENT '.
           05  WS-TITLE-NUMBER             PIC 9(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  WS-TITLE-STATUS             PIC X(06).
       01  WS-CAUSE-LINE.
           05  FILLER                      PIC X(06) VALUE 'CAUSE '.
           05  WS-CAUSE-CODE               PIC X(08).
           05  FILLER                      PIC X(07) VALUE '  TEAM '.
           05  WS-CAUSE-TEAM               PIC X(08).
           05  FILLER                      PIC X(11) VALUE
               '  OPENED BY'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-CAUSE-OPEN-USERID        PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-CAUSE-OPEN-DATE          PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-CAUSE-OPEN-TIME          PIC X(06).
       01  WS-TIMES-LINE.
           05  FILLER                      PIC X(06) VALUE 'START '.
           05  WS-TIMES-START-DATE         PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-TIMES-START-TIME         PIC X(06).
           05  FILLER                      PIC X(06) VALUE '  ACK '.
           05  WS-TIMES-ACK-DATE           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-TIMES-ACK-TIME           PIC X(06).
           05  FILLER                      PIC X(11) VALUE
               '  RESTORED '.
           05  WS-TIMES-RESTORED-DATE      PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-TIMES-RESTORED-TIME      PIC X(06).
       01  WS-ATTACH-LINE.
           05  WS-ATTACH-TYPE-NAME         PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ATTACH-DATE              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ATTACH-TIME              PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ATTACH-PROGRAM-ID        PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ATTACH-ABSTIME           PIC 9(15).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  WS-ATTACH-TASKNO            PIC 9(07).
       01  WS-ATTACH-SUB                   PIC 9(02) COMP.
       01  WS-INPUT-AREA                   PIC X(80).
       01  WS-INPUT-LENGTH                 PIC S9(04) COMP.
       01  WS-CMD-PTR                      PIC S9(04) COMP.
       01  WS-CMD-VERB                     PIC X(04).
       01  WS-CMD-ARG1                     PIC X(15).
       01  WS-CMD-ARG2                     PIC X(15).
       01  WS-CMD-ARG3                     PIC X(15).
       01  WS-CMD-TEXT                     PIC X(80).
       01  WS-NUM7-JUST                    PIC X(07) JUSTIFIED RIGHT.
       01  WS-NUM7                         PIC 9(07).
       01  WS-NUM15-JUST                   PIC X(15) JUSTIFIED RIGHT.
       01  WS-NUM15                        PIC 9(15).
      * the incident a command names, and the one the screen shows
      * afterwards - zero for the open list.
       01  WS-INCIDENT-NUMBER              PIC 9(07) VALUE 0.
       01  WS-SHOW-NUMBER                  PIC 9(07) VALUE 0.
       01  WS-VALID-SW                     PIC X(01).
           88  WS-COMMAND-VALID                 VALUE 'Y'.
       01  WS-LOCKED-SW                    PIC X(01).
           88  WS-INCIDENT-LOCKED               VALUE 'Y'.
      * the record being attached, whichever file it came off.
       01  WS-NEW-ATTACH-TYPE              PIC X(01).
       01  WS-NEW-ATTACH-KEY.
           05  WS-NEW-ATTACH-ABSTIME       PIC S9(15) COMP-3.
           05  WS-NEW-ATTACH-TASKNO        PIC 9(07).
       01  WS-NEW-ATTACH-PROGRAM-ID        PIC X(08).
       01  WS-NEW-ATTACH-ACK-SW            PIC X(01).
           88  WS-NEW-ATTACH-ACKED              VALUE 'Y'.
       01  WS-NEW-ATTACH-TEAM              PIC X(08).
      * date-and-time stamps laid end to end so one comparison orders
      * two points in time.
       01  WS-EVENT-STAMP.
           05  WS-EVENT-DATE               PIC X(08).
           05  WS-EVENT-TIME               PIC X(06).
       01  WS-ACK-STAMP.
           05  WS-ACK-DATE                 PIC X(08).
           05  WS-ACK-TIME                 PIC X(06).
       01  WS-INCIDENT-STAMP.
           05  WS-INCIDENT-DATE            PIC X(08).
           05  WS-INCIDENT-TIME            PIC X(06).
       01  WS-NOW-STAMP.
           05  WS-NOW-STAMP-DATE           PIC X(08).
           05  WS-NOW-STAMP-TIME           PIC X(06).
       01  WS-RESTORED-STAMP.
           05  WS-RESTORED-DATE            PIC X(08).
           05  WS-RESTORED-TIME.
               10  WS-RESTORED-HH          PIC 9(02).
               10  WS-RESTORED-MI          PIC 9(02).
               10  WS-RESTORED-SS          PIC 9(02).
       01  WS-RESTORED-DATE-CHECK.
           05  WS-RESTORED-YYYY            PIC 9(04).
           05  WS-RESTORED-MM              PIC 9(02).
           05  WS-RESTORED-DD              PIC 9(02).
       01  WS-MSG                          PIC X(79) VALUE SPACES.
       01  WS-CAUSE-LIST-MSG.
           05  FILLER                      PIC X(36) VALUE
               'CAUSE: HARDWARE CODE CHANGE CAPACITY'.
           05  FILLER                      PIC X(31) VALUE
               ' EXTERNAL DATA OPERATOR UNKNOWN'.
       LINKAGE SECTION.
       01  DFHCOMMAREA                    PIC X(01).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           IF EIBCALEN = 0
               PERFORM 1000-SHOW-SCREEN THRU 1000-SHOW-SCREEN-EXIT
               PERFORM 8000-SEND-AND-WAIT THRU 8000-SEND-AND-WAIT-EXIT
               GOBACK
           END-IF.
           PERFORM 2000-RECEIVE-CMD THRU 2000-RECEIVE-CMD-EXIT.
           EVALUATE WS-CMD-VERB
               WHEN 'END '
                   GO TO 9000-DONE
               WHEN 'OPN '
                   PERFORM 3000-OPEN-INCIDENT
                       THRU 3000-OPEN-INCIDENT-EXIT
               WHEN 'ALR '
                   PERFORM 4000-ATTACH-ALERT
                       THRU 4000-ATTACH-ALERT-EXIT
               WHEN 'ABN '
                   PERFORM 4100-ATTACH-ABEND
                       THRU 4100-ATTACH-ABEND-EXIT
               WHEN 'CAU '
                   PERFORM 5000-SET-CAUSE
                       THRU 5000-SET-CAUSE-EXIT
               WHEN 'RES '
                   PERFORM 5100-SET-RESOLUTION
                       THRU 5100-SET-RESOLUTION-EXIT
               WHEN 'CLS '
                   PERFORM 5200-CLOSE-INCIDENT
                       THRU 5200-CLOSE-INCIDENT-EXIT
               WHEN 'SHW '
                   PERFORM 6000-VALIDATE-NUMBER
                       THRU 6000-VALIDATE-NUMBER-EXIT
                   IF WS-COMMAND-VALID
                       MOVE WS-INCIDENT-NUMBER TO WS-SHOW-NUMBER
                   END-IF
               WHEN 'LST '
                   CONTINUE
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   MOVE 'COMMAND MUST BE OPN, ALR, ABN, CAU, RES, CLS,'
                       TO WS-MSG
                   MOVE 'SHW, LST OR END' TO WS-MSG(47:15)
           END-EVALUATE.
           PERFORM 1000-SHOW-SCREEN THRU 1000-SHOW-SCREEN-EXIT.
           PERFORM 8000-SEND-AND-WAIT THRU 8000-SEND-AND-WAIT-EXIT.
           GOBACK.
       9000-DONE.
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *
      * the incident a command worked on, or the open list when the
      * command named none or the incident could not be read.
       1000-SHOW-SCREEN.
           MOVE SPACES TO WS-SCREEN-AREA.
           IF WS-SHOW-NUMBER > 0
               PERFORM 1500-SHOW-INCIDENT THRU 1500-SHOW-INCIDENT-EXIT
           END-IF.
           IF WS-SHOW-NUMBER = 0
               PERFORM 1100-SHOW-LIST THRU 1100-SHOW-LIST-EXIT
           END-IF.
           MOVE 'OPN CAUSE TITLE, ALR/ABN NUM ABSTIME TASKNO,'
               TO WS-SCREEN-LINE(20).
           MOVE 'CAU NUM CAUSE' TO WS-SCREEN-LINE(20)(45:13).
           MOVE 'RES NUM TEXT, CLS NUM YYYYMMDD HHMMSS,'
               TO WS-SCREEN-LINE(21).
           MOVE 'SHW NUM, LST, END' TO WS-SCREEN-LINE(21)(39:17).
           IF WS-MSG NOT = SPACES
               MOVE WS-MSG TO WS-SCREEN-LINE(22)
               MOVE SPACES TO WS-MSG
           END-IF.
       1000-SHOW-SCREEN-EXIT.
           EXIT.
      *
      * open incidents, oldest first - a register that has grown past
      * a screenful of open incidents has a bigger problem than
      * paging.
       1100-SHOW-LIST.
           MOVE 'INCD01 - OPEN INCIDENTS' TO WS-SCREEN-LINE(1).
           MOVE 'NUMBER   CAUSE    TEAM     START            TITLE'
               TO WS-SCREEN-LINE(2).
           MOVE 0 TO WS-LINE-COUNT.
           MOVE 1 TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
               FILE('INCIDF')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-START-RESP)
           END-EXEC.
           IF WS-START-RESP = DFHRESP(NORMAL)
               PERFORM 1110-READ-NEXT THRU 1110-READ-NEXT-EXIT
               PERFORM 1120-BROWSE-LOOP THRU 1120-BROWSE-LOOP-EXIT
               EXEC CICS ENDBR
                   FILE('INCIDF')
               END-EXEC
           END-IF.
       1100-SHOW-LIST-EXIT.
           EXIT.
      *
       1110-READ-NEXT.
           EXEC CICS READNEXT
               FILE('INCIDF')
               INTO(INCIDF-RECORD)
               RIDFLD(WS-BROWSE-KEY)
               RESP(WS-RESP)
           END-EXEC.
       1110-READ-NEXT-EXIT.
           EXIT.
      *
       1120-BROWSE-LOOP.
           IF WS-RESP NOT = DFHRESP(NORMAL) OR WS-LINE-COUNT >= 16
               GO TO 1120-BROWSE-LOOP-EXIT
           END-IF.
           IF INCIDF-OPEN
               ADD 1 TO WS-LINE-COUNT
               MOVE INCIDF-NUMBER       TO WS-LIST-NUMBER
               MOVE INCIDF-CAUSE-CODE   TO WS-LIST-CAUSE
               MOVE INCIDF-TEAM-CODE    TO WS-LIST-TEAM
               MOVE INCIDF-START-DATE   TO WS-LIST-START-DATE
               MOVE INCIDF-START-TIME   TO WS-LIST-START-TIME
               MOVE INCIDF-TITLE        TO WS-LIST-TITLE
               MOVE WS-LIST-LINE TO WS-SCREEN-LINE(WS-LINE-COUNT + 2)
           END-IF.
           PERFORM 1110-READ-NEXT THRU 1110-READ-NEXT-EXIT.
           GO TO 1120-BROWSE-LOOP.
       1120-BROWSE-LOOP-EXIT.
           EXIT.
      *
       1500-SHOW-INCIDENT.
           MOVE WS-SHOW-NUMBER TO INCIDF-NUMBER.
           EXEC CICS READ
               FILE('INCIDF')
               INTO(INCIDF-RECORD)
               RIDFLD(INCIDF-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               IF WS-MSG = SPACES
                   MOVE 'INCIDENT NOT ON FILE' TO WS-MSG
               END-IF
               MOVE 0 TO WS-SHOW-NUMBER
               GO TO 1500-SHOW-INCIDENT-EXIT
           END-IF.
           MOVE INCIDF-NUMBER TO WS-TITLE-NUMBER.
           IF INCIDF-CLOSED
               MOVE 'CLOSED' TO WS-TITLE-STATUS
           ELSE
               MOVE 'OPEN  ' TO WS-TITLE-STATUS
           END-IF.
           MOVE WS-TITLE-LINE TO WS-SCREEN-LINE(1).
           MOVE INCIDF-TITLE TO WS-SCREEN-LINE(2).
           MOVE INCIDF-CAUSE-CODE       TO WS-CAUSE-CODE.
           MOVE INCIDF-TEAM-CODE        TO WS-CAUSE-TEAM.
           MOVE INCIDF-OPEN-USERID      TO WS-CAUSE-OPEN-USERID.
           MOVE INCIDF-OPEN-DATE        TO WS-CAUSE-OPEN-DATE.
           MOVE INCIDF-OPEN-TIME        TO WS-CAUSE-OPEN-TIME.
           MOVE WS-CAUSE-LINE TO WS-SCREEN-LINE(3).
           MOVE INCIDF-START-DATE       TO WS-TIMES-START-DATE.
           MOVE INCIDF-START-TIME       TO WS-TIMES-START-TIME.
           MOVE INCIDF-ACK-DATE         TO WS-TIMES-ACK-DATE.
           MOVE INCIDF-ACK-TIME         TO WS-TIMES-ACK-TIME.
           MOVE INCIDF-RESTORED-DATE    TO WS-TIMES-RESTORED-DATE.
           MOVE INCIDF-RESTORED-TIME    TO WS-TIMES-RESTORED-TIME.
           MOVE WS-TIMES-LINE TO WS-SCREEN-LINE(4).
           MOVE 'RESOLUTION' TO WS-SCREEN-LINE(5).
           MOVE INCIDF-RESOLUTION TO WS-SCREEN-LINE(5)(12:64).
           MOVE 'ATTACHED DATE     TIME   PROGRAM  ABSTIME'
               TO WS-SCREEN-LINE(7).
           MOVE 'TASKNO' TO WS-SCREEN-LINE(7)(59:6).
           MOVE 1 TO WS-ATTACH-SUB.
       1510-SHOW-ATTACH-LOOP.
           IF WS-ATTACH-SUB > INCIDF-ATTACH-COUNT
               GO TO 1500-SHOW-INCIDENT-EXIT
           END-IF.
           IF INCIDF-ATTACH-ALERT(WS-ATTACH-SUB)
               MOVE 'ALERTF  ' TO WS-ATTACH-TYPE-NAME
           ELSE
               MOVE 'ABENDLOG' TO WS-ATTACH-TYPE-NAME
           END-IF.
           MOVE INCIDF-ATTACH-DATE(WS-ATTACH-SUB)
               TO WS-ATTACH-DATE.
           MOVE INCIDF-ATTACH-TIME(WS-ATTACH-SUB)
               TO WS-ATTACH-TIME.
           MOVE INCIDF-ATTACH-PROGRAM-ID(WS-ATTACH-SUB)
               TO WS-ATTACH-PROGRAM-ID.
           MOVE INCIDF-ATTACH-ABSTIME(WS-ATTACH-SUB)
               TO WS-ATTACH-ABSTIME.
           MOVE INCIDF-ATTACH-TASKNO(WS-ATTACH-SUB)
               TO WS-ATTACH-TASKNO.
           MOVE WS-ATTACH-LINE TO WS-SCREEN-LINE(WS-ATTACH-SUB + 7).
           ADD 1 TO WS-ATTACH-SUB.
           GO TO 1510-SHOW-ATTACH-LOOP.
       1500-SHOW-INCIDENT-EXIT.
           EXIT.
      *
      * the verb and first operand by blank-delimited word; whatever
      * follows the first operand is kept whole in WS-CMD-TEXT for the
      * commands that take free text.
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
           MOVE SPACES TO WS-CMD-TEXT.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'END ' TO WS-CMD-VERB
               GO TO 2000-RECEIVE-CMD-EXIT
           END-IF.
           MOVE 1 TO WS-CMD-PTR.
           UNSTRING WS-INPUT-AREA
               DELIMITED BY ALL ' '
               INTO WS-CMD-VERB
                    WS-CMD-ARG1
               WITH POINTER WS-CMD-PTR
           END-UNSTRING.
           IF WS-CMD-PTR > LENGTH OF WS-INPUT-AREA
               GO TO 2000-RECEIVE-CMD-EXIT
           END-IF.
           MOVE WS-INPUT-AREA(WS-CMD-PTR:) TO WS-CMD-TEXT.
           UNSTRING WS-CMD-TEXT
               DELIMITED BY ALL ' '
               INTO WS-CMD-ARG2
                    WS-CMD-ARG3
           END-UNSTRING.
       2000-RECEIVE-CMD-EXIT.
           EXIT.
      *
      * the next number comes off the control record under an update
      * lock, so two operators opening at once cannot be given the
      * same one; the first incident ever opened writes the control
      * record.
       3000-OPEN-INCIDENT.
           MOVE WS-CMD-ARG1 TO INCIDF-CAUSE-CODE.
           IF NOT INCIDF-CAUSE-VALID
              OR WS-CMD-ARG1(9:7) NOT = SPACES
               MOVE WS-CAUSE-LIST-MSG TO WS-MSG
               GO TO 3000-OPEN-INCIDENT-EXIT
           END-IF.
           IF WS-CMD-TEXT = SPACES
               MOVE 'A TITLE IS REQUIRED AFTER THE CAUSE' TO WS-MSG
               GO TO 3000-OPEN-INCIDENT-EXIT
           END-IF.
           MOVE ZERO TO INCIDF-NUMBER.
           EXEC CICS READ
               FILE('INCIDF')
               INTO(INCIDF-RECORD)
               RIDFLD(INCIDF-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE SPACES TO INCIDF-RECORD
               MOVE ZERO   TO INCIDF-NUMBER
               MOVE 1      TO INCIDF-LAST-NUMBER
               EXEC CICS WRITE
                   FILE('INCIDF')
                   FROM(INCIDF-RECORD)
                   RIDFLD(INCIDF-KEY)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               IF WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO INCIDF-LAST-NUMBER
                   EXEC CICS REWRITE
                       FILE('INCIDF')
                       FROM(INCIDF-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OPN FAILED - INCIDENT NUMBER NOT AVAILABLE'
                   TO WS-MSG
               GO TO 3000-OPEN-INCIDENT-EXIT
           END-IF.
           MOVE INCIDF-LAST-NUMBER TO WS-INCIDENT-NUMBER.
           PERFORM 7000-GET-TIME THRU 7000-GET-TIME-EXIT.
           MOVE SPACES TO INCIDF-RECORD.
           MOVE WS-INCIDENT-NUMBER      TO INCIDF-NUMBER.
           SET INCIDF-OPEN TO TRUE.
           MOVE WS-CMD-ARG1             TO INCIDF-CAUSE-CODE.
           MOVE WS-CMD-TEXT             TO INCIDF-TITLE.
           MOVE EIBUSERID               TO INCIDF-OPEN-USERID.
           MOVE WS-NOW-DATE             TO INCIDF-OPEN-DATE.
           MOVE WS-NOW-TIME             TO INCIDF-OPEN-TIME.
           MOVE WS-NOW-DATE             TO INCIDF-START-DATE.
           MOVE WS-NOW-TIME             TO INCIDF-START-TIME.
           MOVE WS-NOW-DATE             TO INCIDF-ACK-DATE.
           MOVE WS-NOW-TIME             TO INCIDF-ACK-TIME.
           MOVE ZERO                    TO INCIDF-ATTACH-COUNT.
           EXEC CICS WRITE
               FILE('INCIDF')
               FROM(INCIDF-RECORD)
               RIDFLD(INCIDF-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OPN FAILED - INCIDF COULD NOT BE WRITTEN'
                   TO WS-MSG
               GO TO 3000-OPEN-INCIDENT-EXIT
           END-IF.
           MOVE WS-INCIDENT-NUMBER TO WS-SHOW-NUMBER.
           MOVE 'INCIDENT OPENED' TO WS-MSG.
       3000-OPEN-INCIDENT-EXIT.
           EXIT.
      *
       4000-ATTACH-ALERT.
           PERFORM 6100-VALIDATE-ATTACH THRU 6100-VALIDATE-ATTACH-EXIT.
           IF NOT WS-COMMAND-VALID
               GO TO 4000-ATTACH-ALERT-EXIT
           END-IF.
           MOVE WS-NEW-ATTACH-KEY TO ALERTF-KEY.
           EXEC CICS READ
               FILE('ALERTF')
               INTO(ALERTF-RECORD)
               RIDFLD(ALERTF-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'NO ALERTF RECORD WITH THAT KEY' TO WS-MSG
               GO TO 4000-ATTACH-ALERT-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ALR FAILED - ALERTF COULD NOT BE READ' TO WS-MSG
               GO TO 4000-ATTACH-ALERT-EXIT
           END-IF.
           MOVE 'A'                     TO WS-NEW-ATTACH-TYPE.
           MOVE ALERTF-LOG-DATE         TO WS-EVENT-DATE.
           MOVE ALERTF-LOG-TIME         TO WS-EVENT-TIME.
           MOVE ALERTF-PROGRAM-ID       TO WS-NEW-ATTACH-PROGRAM-ID.
           MOVE ALERTF-TEAM-CODE        TO WS-NEW-ATTACH-TEAM.
           MOVE 'N'                     TO WS-NEW-ATTACH-ACK-SW.
           IF ALERTF-ACKNOWLEDGED
               MOVE 'Y'                 TO WS-NEW-ATTACH-ACK-SW
               MOVE ALERTF-ACK-DATE     TO WS-ACK-DATE
               MOVE ALERTF-ACK-TIME     TO WS-ACK-TIME
           END-IF.
           PERFORM 4500-ADD-ATTACHMENT THRU 4500-ADD-ATTACHMENT-EXIT.
       4000-ATTACH-ALERT-EXIT.
           EXIT.
      *
       4100-ATTACH-ABEND.
           PERFORM 6100-VALIDATE-ATTACH THRU 6100-VALIDATE-ATTACH-EXIT.
           IF NOT WS-COMMAND-VALID
               GO TO 4100-ATTACH-ABEND-EXIT
           END-IF.
           MOVE WS-NEW-ATTACH-KEY TO ABENDLOG-KEY.
           EXEC CICS READ
               FILE('ABENDLOG')
               INTO(ABENDLOG-RECORD)
               RIDFLD(ABENDLOG-KEY)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'NO ABENDLOG RECORD WITH THAT KEY' TO WS-MSG
               GO TO 4100-ATTACH-ABEND-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ABN FAILED - ABENDLOG COULD NOT BE READ'
                   TO WS-MSG
               GO TO 4100-ATTACH-ABEND-EXIT
           END-IF.
           MOVE 'B'                     TO WS-NEW-ATTACH-TYPE.
           MOVE ABENDLOG-LOG-DATE       TO WS-EVENT-DATE.
           MOVE ABENDLOG-LOG-TIME       TO WS-EVENT-TIME.
           MOVE ABENDLOG-PROGRAM-ID     TO WS-NEW-ATTACH-PROGRAM-ID.
           MOVE SPACES                  TO WS-NEW-ATTACH-TEAM.
           MOVE 'N'                     TO WS-NEW-ATTACH-ACK-SW.
           PERFORM 4500-ADD-ATTACHMENT THRU 4500-ADD-ATTACHMENT-EXIT.
       4100-ATTACH-ABEND-EXIT.
           EXIT.
      *
      * the attached record's log time can pull the incident's start
      * back, an acknowledged alert's clear time can pull its
      * acknowledgment back, and the first alert with a team names
      * the incident's team.
       4500-ADD-ATTACHMENT.
           PERFORM 6200-READ-FOR-UPDATE THRU 6200-READ-FOR-UPDATE-EXIT.
           IF NOT WS-INCIDENT-LOCKED
               GO TO 4500-ADD-ATTACHMENT-EXIT
           END-IF.
           MOVE 1 TO WS-ATTACH-SUB.
       4510-DUPLICATE-LOOP.
           IF WS-ATTACH-SUB > INCIDF-ATTACH-COUNT
               GO TO 4520-ADD-ATTACHMENT-ROOM
           END-IF.
           IF INCIDF-ATTACH-TYPE(WS-ATTACH-SUB) = WS-NEW-ATTACH-TYPE
              AND INCIDF-ATTACH-KEY(WS-ATTACH-SUB) = WS-NEW-ATTACH-KEY
               EXEC CICS UNLOCK
                   FILE('INCIDF')
               END-EXEC
               MOVE 'ALREADY ATTACHED TO THIS INCIDENT' TO WS-MSG
               GO TO 4500-ADD-ATTACHMENT-EXIT
           END-IF.
           ADD 1 TO WS-ATTACH-SUB.
           GO TO 4510-DUPLICATE-LOOP.
       4520-ADD-ATTACHMENT-ROOM.
           IF INCIDF-ATTACH-COUNT >= 10
               EXEC CICS UNLOCK
                   FILE('INCIDF')
               END-EXEC
               MOVE 'INCIDENT ALREADY HAS 10 ATTACHMENTS' TO WS-MSG
               GO TO 4500-ADD-ATTACHMENT-EXIT
           END-IF.
           ADD 1 TO INCIDF-ATTACH-COUNT.
           MOVE INCIDF-ATTACH-COUNT TO WS-ATTACH-SUB.
           MOVE WS-NEW-ATTACH-TYPE
               TO INCIDF-ATTACH-TYPE(WS-ATTACH-SUB).
           MOVE WS-NEW-ATTACH-KEY
               TO INCIDF-ATTACH-KEY(WS-ATTACH-SUB).
           MOVE WS-EVENT-DATE
               TO INCIDF-ATTACH-DATE(WS-ATTACH-SUB).
           MOVE WS-EVENT-TIME
               TO INCIDF-ATTACH-TIME(WS-ATTACH-SUB).
           MOVE WS-NEW-ATTACH-PROGRAM-ID
               TO INCIDF-ATTACH-PROGRAM-ID(WS-ATTACH-SUB).
           MOVE INCIDF-START-DATE TO WS-INCIDENT-DATE.
           MOVE INCIDF-START-TIME TO WS-INCIDENT-TIME.
           IF WS-EVENT-STAMP < WS-INCIDENT-STAMP
               MOVE WS-EVENT-DATE TO INCIDF-START-DATE
               MOVE WS-EVENT-TIME TO INCIDF-START-TIME
           END-IF.
           MOVE INCIDF-ACK-DATE TO WS-INCIDENT-DATE.
           MOVE INCIDF-ACK-TIME TO WS-INCIDENT-TIME.
           IF WS-NEW-ATTACH-ACKED
              AND WS-ACK-STAMP < WS-INCIDENT-STAMP
               MOVE WS-ACK-DATE TO INCIDF-ACK-DATE
               MOVE WS-ACK-TIME TO INCIDF-ACK-TIME
           END-IF.
           IF INCIDF-TEAM-CODE = SPACES
               MOVE WS-NEW-ATTACH-TEAM TO INCIDF-TEAM-CODE
           END-IF.
           PERFORM 6300-REWRITE-INCIDENT
               THRU 6300-REWRITE-INCIDENT-EXIT.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'ATTACHED' TO WS-MSG
           END-IF.
       4500-ADD-ATTACHMENT-EXIT.
           EXIT.
      *
       5000-SET-CAUSE.
           PERFORM 6000-VALIDATE-NUMBER THRU 6000-VALIDATE-NUMBER-EXIT.
           IF NOT WS-COMMAND-VALID
               GO TO 5000-SET-CAUSE-EXIT
           END-IF.
           PERFORM 6200-READ-FOR-UPDATE THRU 6200-READ-FOR-UPDATE-EXIT.
           IF NOT WS-INCIDENT-LOCKED
               GO TO 5000-SET-CAUSE-EXIT
           END-IF.
           MOVE WS-CMD-ARG2 TO INCIDF-CAUSE-CODE.
           IF NOT INCIDF-CAUSE-VALID
              OR WS-CMD-ARG2(9:7) NOT = SPACES
               EXEC CICS UNLOCK
                   FILE('INCIDF')
               END-EXEC
               MOVE WS-CAUSE-LIST-MSG TO WS-MSG
               GO TO 5000-SET-CAUSE-EXIT
           END-IF.
           PERFORM 6300-REWRITE-INCIDENT
               THRU 6300-REWRITE-INCIDENT-EXIT.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'CAUSE SET' TO WS-MSG
           END-IF.
       5000-SET-CAUSE-EXIT.
           EXIT.
      *
       5100-SET-RESOLUTION.
           PERFORM 6000-VALIDATE-NUMBER THRU 6000-VALIDATE-NUMBER-EXIT.
           IF NOT WS-COMMAND-VALID
               GO TO 5100-SET-RESOLUTION-EXIT
           END-IF.
           IF WS-CMD-TEXT = SPACES
               MOVE 'RESOLUTION TEXT REQUIRED' TO WS-MSG
               GO TO 5100-SET-RESOLUTION-EXIT
           END-IF.
           PERFORM 6200-READ-FOR-UPDATE THRU 6200-READ-FOR-UPDATE-EXIT.
           IF NOT WS-INCIDENT-LOCKED
               GO TO 5100-SET-RESOLUTION-EXIT
           END-IF.
           MOVE WS-CMD-TEXT TO INCIDF-RESOLUTION.
           PERFORM 6300-REWRITE-INCIDENT
               THRU 6300-REWRITE-INCIDENT-EXIT.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'RESOLUTION SET' TO WS-MSG
           END-IF.
       5100-SET-RESOLUTION-EXIT.
           EXIT.
      *
       5200-CLOSE-INCIDENT.
           PERFORM 6000-VALIDATE-NUMBER THRU 6000-VALIDATE-NUMBER-EXIT.
           IF NOT WS-COMMAND-VALID
               GO TO 5200-CLOSE-INCIDENT-EXIT
           END-IF.
           MOVE 'N' TO WS-VALID-SW.
           MOVE WS-CMD-ARG2(1:8) TO WS-RESTORED-DATE.
           MOVE WS-CMD-ARG3(1:6) TO WS-RESTORED-TIME.
           MOVE WS-RESTORED-DATE TO WS-RESTORED-DATE-CHECK.
           IF WS-CMD-ARG2(9:7) NOT = SPACES
              OR WS-CMD-ARG3(7:9) NOT = SPACES
              OR WS-RESTORED-DATE-CHECK IS NOT NUMERIC
              OR WS-RESTORED-TIME IS NOT NUMERIC
               MOVE 'RESTORED DATE AND TIME MUST BE YYYYMMDD HHMMSS'
                   TO WS-MSG
               GO TO 5200-CLOSE-INCIDENT-EXIT
           END-IF.
           IF WS-RESTORED-MM < 1 OR WS-RESTORED-MM > 12
              OR WS-RESTORED-DD < 1 OR WS-RESTORED-DD > 31
              OR WS-RESTORED-HH > 23
              OR WS-RESTORED-MI > 59
              OR WS-RESTORED-SS > 59
               MOVE 'RESTORED DATE OR TIME IS NOT A VALID ONE'
                   TO WS-MSG
               GO TO 5200-CLOSE-INCIDENT-EXIT
           END-IF.
           PERFORM 6200-READ-FOR-UPDATE THRU 6200-READ-FOR-UPDATE-EXIT.
           IF NOT WS-INCIDENT-LOCKED
               GO TO 5200-CLOSE-INCIDENT-EXIT
           END-IF.
           PERFORM 7000-GET-TIME THRU 7000-GET-TIME-EXIT.
           MOVE WS-NOW-DATE TO WS-NOW-STAMP-DATE.
           MOVE WS-NOW-TIME TO WS-NOW-STAMP-TIME.
           MOVE INCIDF-START-DATE TO WS-INCIDENT-DATE.
           MOVE INCIDF-START-TIME TO WS-INCIDENT-TIME.
           EVALUATE TRUE
               WHEN INCIDF-CAUSE-UNKNOWN
                   MOVE 'SET A CAUSE OTHER THAN UNKNOWN BEFORE CLOSING'
                       TO WS-MSG
               WHEN INCIDF-RESOLUTION = SPACES
                   MOVE 'SET THE RESOLUTION BEFORE CLOSING' TO WS-MSG
               WHEN WS-RESTORED-STAMP < WS-INCIDENT-STAMP
                   MOVE 'RESTORED TIME IS BEFORE THE INCIDENT STARTED'
                       TO WS-MSG
               WHEN WS-RESTORED-STAMP > WS-NOW-STAMP
                   MOVE 'RESTORED TIME IS IN THE FUTURE' TO WS-MSG
               WHEN OTHER
                   SET WS-COMMAND-VALID TO TRUE
           END-EVALUATE.
           IF NOT WS-COMMAND-VALID
               EXEC CICS UNLOCK
                   FILE('INCIDF')
               END-EXEC
               GO TO 5200-CLOSE-INCIDENT-EXIT
           END-IF.
           SET INCIDF-CLOSED TO TRUE.
           MOVE WS-RESTORED-DATE        TO INCIDF-RESTORED-DATE.
           MOVE WS-RESTORED-TIME        TO INCIDF-RESTORED-TIME.
           MOVE EIBUSERID               TO INCIDF-CLOSE-USERID.
           MOVE WS-NOW-DATE             TO INCIDF-CLOSE-DATE.
           MOVE WS-NOW-TIME             TO INCIDF-CLOSE-TIME.
           PERFORM 6300-REWRITE-INCIDENT
               THRU 6300-REWRITE-INCIDENT-EXIT.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'INCIDENT CLOSED' TO WS-MSG
           END-IF.
       5200-CLOSE-INCIDENT-EXIT.
           EXIT.
      *
      * the incident number is the first operand of every command but
      * OPN; whatever it names is what the screen shows next, good or
      * bad, so the operator sees the incident they were working on.
       6000-VALIDATE-NUMBER.
           MOVE 'N' TO WS-VALID-SW.
           IF WS-CMD-ARG1 = SPACES
              OR WS-CMD-ARG1(8:8) NOT = SPACES
               MOVE 'INCIDENT NUMBER REQUIRED, UP TO 7 DIGITS'
                   TO WS-MSG
               GO TO 6000-VALIDATE-NUMBER-EXIT
           END-IF.
           MOVE WS-CMD-ARG1(1:7) TO WS-NUM7-JUST.
           INSPECT WS-NUM7-JUST REPLACING LEADING ' ' BY '0'.
           IF WS-NUM7-JUST IS NOT NUMERIC
               MOVE 'INCIDENT NUMBER NOT NUMERIC' TO WS-MSG
               GO TO 6000-VALIDATE-NUMBER-EXIT
           END-IF.
           MOVE WS-NUM7-JUST TO WS-NUM7.
           IF WS-NUM7 = 0
               MOVE 'INCIDENT NUMBER MUST BE GREATER THAN ZERO'
                   TO WS-MSG
               GO TO 6000-VALIDATE-NUMBER-EXIT
           END-IF.
           MOVE WS-NUM7 TO WS-INCIDENT-NUMBER.
           MOVE WS-NUM7 TO WS-SHOW-NUMBER.
           SET WS-COMMAND-VALID TO TRUE.
       6000-VALIDATE-NUMBER-EXIT.
           EXIT.
      *
      * an ALERTF or ABENDLOG key as typed: the ABSTIME, up to 15
      * digits, then the task number, up to 7.
       6100-VALIDATE-ATTACH.
           PERFORM 6000-VALIDATE-NUMBER THRU 6000-VALIDATE-NUMBER-EXIT.
           IF NOT WS-COMMAND-VALID
               GO TO 6100-VALIDATE-ATTACH-EXIT
           END-IF.
           MOVE 'N' TO WS-VALID-SW.
           MOVE WS-CMD-ARG2 TO WS-NUM15-JUST.
           INSPECT WS-NUM15-JUST REPLACING LEADING ' ' BY '0'.
           IF WS-CMD-ARG2 = SPACES
              OR WS-NUM15-JUST IS NOT NUMERIC
               MOVE 'ABSTIME MUST BE UP TO 15 DIGITS' TO WS-MSG
               GO TO 6100-VALIDATE-ATTACH-EXIT
           END-IF.
           MOVE WS-NUM15-JUST TO WS-NUM15.
           MOVE WS-NUM15 TO WS-NEW-ATTACH-ABSTIME.
           IF WS-CMD-ARG3 = SPACES
              OR WS-CMD-ARG3(8:8) NOT = SPACES
               MOVE 'TASK NUMBER MUST BE UP TO 7 DIGITS' TO WS-MSG
               GO TO 6100-VALIDATE-ATTACH-EXIT
           END-IF.
           MOVE WS-CMD-ARG3(1:7) TO WS-NUM7-JUST.
           INSPECT WS-NUM7-JUST REPLACING LEADING ' ' BY '0'.
           IF WS-NUM7-JUST IS NOT NUMERIC
               MOVE 'TASK NUMBER MUST BE UP TO 7 DIGITS' TO WS-MSG
               GO TO 6100-VALIDATE-ATTACH-EXIT
           END-IF.
           MOVE WS-NUM7-JUST TO WS-NEW-ATTACH-TASKNO.
           SET WS-COMMAND-VALID TO TRUE.
       6100-VALIDATE-ATTACH-EXIT.
           EXIT.
      *
      * the incident under update lock, open. A closed one is
      * released again at once - it is not changed after closing.
       6200-READ-FOR-UPDATE.
           MOVE 'N' TO WS-LOCKED-SW.
           MOVE WS-INCIDENT-NUMBER TO INCIDF-NUMBER.
           EXEC CICS READ
               FILE('INCIDF')
               INTO(INCIDF-RECORD)
               RIDFLD(INCIDF-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE 'INCIDENT NOT ON FILE' TO WS-MSG
               GO TO 6200-READ-FOR-UPDATE-EXIT
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'INCIDF COULD NOT BE READ' TO WS-MSG
               GO TO 6200-READ-FOR-UPDATE-EXIT
           END-IF.
           IF NOT INCIDF-OPEN
               EXEC CICS UNLOCK
                   FILE('INCIDF')
               END-EXEC
               MOVE 'INCIDENT IS CLOSED - NO FURTHER CHANGES'
                   TO WS-MSG
               GO TO 6200-READ-FOR-UPDATE-EXIT
           END-IF.
           SET WS-INCIDENT-LOCKED TO TRUE.
       6200-READ-FOR-UPDATE-EXIT.
           EXIT.
      *
       6300-REWRITE-INCIDENT.
           EXEC CICS REWRITE
               FILE('INCIDF')
               FROM(INCIDF-RECORD)
               RESP(WS-RESP)
           END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'UPDATE FAILED - INCIDF COULD NOT BE REWRITTEN'
                   TO WS-MSG
           END-IF.
       6300-REWRITE-INCIDENT-EXIT.
           EXIT.
      *
       7000-GET-TIME.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-NOW-DATE)
               TIME(WS-NOW-TIME)
           END-EXEC.
       7000-GET-TIME-EXIT.
           EXIT.
      *
       8000-SEND-AND-WAIT.
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
               LENGTH(LENGTH OF WS-SCREEN-AREA)
               ERASE
           END-EXEC.
           EXEC CICS RETURN
               TRANSID('INCD')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.
       8000-SEND-AND-WAIT-EXIT.
           EXIT.
