      * when on the record; ENTER with the field empty refreshes the   *
      * list; PF3 ends the transaction.                                *
      *                                                                *
      * Acknowledging needs the ACK role on the OPRROLE file (see      *
      * OPRROLE.cpy). An operator without it still sees the list, but  *
      * the ACK is refused and logged as a NOTAUTH to ERRLOG and       *
      * SECLOG.                                                        *
      *                                                                *
      * Acknowledging an alert drill (ALERTF-DRILL) also stamps who    *
      * answered it and when on the drill's DRILLF record - the        *
      * response time is what the drill is measuring.                  *
      *                                                                *
      * Pseudo-conversational, the same as REPLAY01: the keys of the   *
      * alerts on the current screen travel between tasks in           *
      * DFHCOMMAREA so the ACK line number can be turned back into a   *
           COPY ALRTMAP.
           COPY ALERTF.
           COPY ALRTOWN.
           COPY OPRROLE.
           COPY ROLECA.
           COPY RESPCTX.
           COPY ERRLOGCA.
           COPY SECLOGCA.
           COPY DRILLF.
           COPY DRILLCA.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-OWN-RESP                    PIC S9(08) COMP.
      * the signed-on operator's team off the ALRTOWN file - SPACES
                   TO WS-ACK-MSG
               GO TO 2000-RECEIVE-ACK-EXIT
           END-IF.
           MOVE 'ALERT01' TO ROLE-CHECK-PROGRAM-ID.
           SET ROLE-CHECK-ACK TO TRUE.
           PERFORM OPERATOR-ROLE-CHECK THRU OPERATOR-ROLE-CHECK-EXIT.
           IF NOT ROLE-GRANTED
               MOVE ROLE-CHECK-MSG TO WS-ACK-MSG
               GO TO 2000-RECEIVE-ACK-EXIT
           END-IF.
           PERFORM 3000-ACKNOWLEDGE THRU 3000-ACKNOWLEDGE-EXIT.
       2000-RECEIVE-ACK-EXIT.
           EXIT.
               FROM(ALERTF-RECORD)
           END-EXEC.
           MOVE 'ALERT ACKNOWLEDGED' TO WS-ACK-MSG.
           IF ALERTF-DRILL
               MOVE ALERTF-KEY        TO DRILL-STG-KEY
               SET DRILL-STG-ACK      TO TRUE
               MOVE EIBUSERID         TO DRILL-STG-USERID
               PERFORM DRILL-STAGE-SET THRU DRILL-STAGE-SET-EXIT
               MOVE 'DRILL ALERT ACKNOWLEDGED' TO WS-ACK-MSG
           END-IF.
       3000-ACKNOWLEDGE-EXIT.
           EXIT.
      *
           COPY ROLECHK.
           COPY RESPSTR.
           COPY RESPLOG.
           COPY RESPSEC.
           COPY DRILLSTG.
