      * record of who set which threshold to what and when - the       *
      * question the auditors already ask.                             *
      *                                                                *
      * ADD, CHG and DEL need the THRESHOLD-MAINT role on the OPRROLE  *
      * file; without it the command is refused and logged as a        *
      * NOTAUTH to ERRLOG and SECLOG.                                  *
      *                                                                *
      * Pseudo-conversational, the same as REPLAY01: each screen ends  *
      * with EXEC CICS RETURN TRANSID('THRM') rather than blocking in  *
      * a RECEIVE loop, so the task does not stay resident across the  *
           COPY ERRTHR.
           COPY THRAUD.
           COPY RESPTBL.
           COPY OPRROLE.
           COPY ROLECA.
           COPY RESPCTX.
           COPY ERRLOGCA.
           COPY SECLOGCA.
       01  WS-RESP                        PIC S9(08) COMP.
       01  WS-START-RESP                  PIC S9(08) COMP.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
           END-UNSTRING.
       2000-RECEIVE-CMD-EXIT.
           EXIT.
      *
      * the list is anyone's to look at; changing it needs the
      * THRESHOLD-MAINT role on OPRROLE. checked before the command
      * is validated, so a refused operator learns nothing more than
      * that they may not do it.
       2500-CHECK-ROLE.
           MOVE 'THRMNT01' TO ROLE-CHECK-PROGRAM-ID.
           SET ROLE-CHECK-THRESHOLD-MAINT TO TRUE.
           PERFORM OPERATOR-ROLE-CHECK THRU OPERATOR-ROLE-CHECK-EXIT.
           IF NOT ROLE-GRANTED
               MOVE ROLE-CHECK-MSG TO WS-MSG
           END-IF.
       2500-CHECK-ROLE-EXIT.
           EXIT.
      *
       3000-ADD-THRESHOLD.
           PERFORM 2500-CHECK-ROLE THRU 2500-CHECK-ROLE-EXIT.
           IF NOT ROLE-GRANTED
               GO TO 3000-ADD-THRESHOLD-EXIT
           END-IF.
           PERFORM 6000-VALIDATE-COMMAND
               THRU 6000-VALIDATE-COMMAND-EXIT.
           IF NOT WS-COMMAND-VALID
           EXIT.
      *
       4000-CHANGE-THRESHOLD.
           PERFORM 2500-CHECK-ROLE THRU 2500-CHECK-ROLE-EXIT.
           IF NOT ROLE-GRANTED
               GO TO 4000-CHANGE-THRESHOLD-EXIT
           END-IF.
           PERFORM 6000-VALIDATE-COMMAND
               THRU 6000-VALIDATE-COMMAND-EXIT.
           IF NOT WS-COMMAND-VALID
           EXIT.
      *
       5000-DELETE-THRESHOLD.
           PERFORM 2500-CHECK-ROLE THRU 2500-CHECK-ROLE-EXIT.
           IF NOT ROLE-GRANTED
               GO TO 5000-DELETE-THRESHOLD-EXIT
           END-IF.
      * DEL carries no limit or mins, and the resp-string is not
      * checked against the RESPTBL set - a record keyed on a string
      * the resolver no longer makes must still be deletable.
           END-EXEC.
       8000-SEND-AND-WAIT-EXIT.
           EXIT.
      *
           COPY ROLECHK.
           COPY RESPSTR.
           COPY RESPLOG.
           COPY RESPSEC.
