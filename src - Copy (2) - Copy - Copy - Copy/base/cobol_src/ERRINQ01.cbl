      * pages further back in time, a new resource name starts a new   *
      * inquiry, END (or ENTER on an empty screen) quits.              *
      *                                                                *
      * The inquiry needs the INQUIRY role on the OPRROLE file;        *
      * without it the transaction ends with the refusal on the        *
      * screen, logged as a NOTAUTH to ERRLOG and SECLOG.              *
      *                                                                *
      * Pseudo-conversational, the same as REPLAY01: the resource     *
      * name and page number travel between tasks in DFHCOMMAREA and  *
      * the browse is redone per screen, so no task sits resident     *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY ERRLOG.
           COPY OPRROLE.
           COPY ROLECA.
           COPY RESPCTX.
           COPY ERRLOGCA.
           COPY SECLOGCA.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-START-RESP                  PIC S9(08) COMP.
       01  WS-BROWSE-RID                  PIC X(08).
       01  DFHCOMMAREA                    PIC X(12).
       PROCEDURE DIVISION.
       0000-MAINLINE.
      * checked on every screen, not just the first, so a role taken
      * away mid-conversation takes effect on the next ENTER.
           MOVE 'ERRINQ01' TO ROLE-CHECK-PROGRAM-ID.
           SET ROLE-CHECK-INQUIRY TO TRUE.
           PERFORM OPERATOR-ROLE-CHECK THRU OPERATOR-ROLE-CHECK-EXIT.
           IF NOT ROLE-GRANTED
               PERFORM 0500-REFUSED THRU 0500-REFUSED-EXIT
               GO TO 9000-DONE
           END-IF.
           IF EIBCALEN = 0
               MOVE SPACES TO WS-CA-RESOURCE
               MOVE 1      TO WS-CA-PAGE
           EXEC CICS RETURN
           END-EXEC.
           GOBACK.
      *
       0500-REFUSED.
           MOVE SPACES TO WS-SCREEN-AREA.
           MOVE 'ERRINQ01 - ERRLOG HISTORY BY RESOURCE'
               TO WS-SCREEN-LINE(1).
           MOVE ROLE-CHECK-MSG TO WS-SCREEN-LINE(22).
           EXEC CICS SEND TEXT
               FROM(WS-SCREEN-AREA)
               LENGTH(LENGTH OF WS-SCREEN-AREA)
               ERASE
           END-EXEC.
       0500-REFUSED-EXIT.
           EXIT.
      *
       1000-SHOW-SCREEN.
           MOVE SPACES TO WS-SCREEN-AREA.
           END-EXEC.
       8000-SEND-AND-WAIT-EXIT.
           EXIT.
      *
           COPY ROLECHK.
           COPY RESPSTR.
           COPY RESPLOG.
           COPY RESPSEC.
