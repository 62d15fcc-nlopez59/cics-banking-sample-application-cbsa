      * cannot. Typing END (or just pressing ENTER with no number)    *
      * ends the transaction.                                         *
      *                                                                *
      * Marking an entry needs the REPLAY-RELEASE role on the OPRROLE  *
      * file and approving it the REPLAY-APPROVE role; a refusal is    *
      * logged as a NOTAUTH to ERRLOG and SECLOG.                      *
      *                                                                *
      * Pseudo-conversational, the same as ALERT01: each screen ends  *
      * with EXEC CICS RETURN TRANSID('RPLY') rather than blocking in  *
      * a RECEIVE loop, so the task does not stay resident across the *
       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY REPLAYQ.
           COPY OPRROLE.
           COPY ROLECA.
           COPY RESPCTX.
           COPY ERRLOGCA.
           COPY SECLOGCA.
       01  WS-START-KEY                   PIC X(25) VALUE LOW-VALUES.
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
       01  WS-RESP                        PIC S9(08) COMP.
           EXIT.
      *
       3100-MARK-RELEASE.
           SET ROLE-CHECK-REPLAY-RELEASE TO TRUE.
           PERFORM 3300-CHECK-ROLE THRU 3300-CHECK-ROLE-EXIT.
           IF NOT ROLE-GRANTED
               GO TO 3100-MARK-RELEASE-EXIT
           END-IF.
           SET REPLAYQ-AWAITING-APPROVAL TO TRUE.
           MOVE EIBUSERID TO REPLAYQ-RELEASE-USERID.
           MOVE SPACES    TO REPLAYQ-APPROVE-USERID.
           EXIT.
      *
       3200-APPROVE-RELEASE.
           SET ROLE-CHECK-REPLAY-APPROVE TO TRUE.
           PERFORM 3300-CHECK-ROLE THRU 3300-CHECK-ROLE-EXIT.
           IF NOT ROLE-GRANTED
               GO TO 3200-APPROVE-RELEASE-EXIT
           END-IF.
      * the whole point of the two steps - the approver must not be
      * the operator who asked for the release.
           IF EIBUSERID = REPLAYQ-RELEASE-USERID
           END-IF.
       3200-APPROVE-RELEASE-EXIT.
           EXIT.
      *
      * releasing and approving are separate OPRROLE roles, so the
      * two halves of the four-eyes rule can be given to different
      * people. the entry is already held by the READ UPDATE in
      * 3000-RESUBMIT; a refusal releases it, since nothing further
      * here will REWRITE it.
       3300-CHECK-ROLE.
           MOVE 'REPLAY01' TO ROLE-CHECK-PROGRAM-ID.
           PERFORM OPERATOR-ROLE-CHECK THRU OPERATOR-ROLE-CHECK-EXIT.
           IF NOT ROLE-GRANTED
               EXEC CICS UNLOCK
                   FILE('REPLAYQ')
               END-EXEC
               MOVE ROLE-CHECK-MSG TO WS-RESUBMIT-MSG
           END-IF.
       3300-CHECK-ROLE-EXIT.
           EXIT.
      *
       8000-SEND-AND-WAIT.
           MOVE WS-LINE-COUNT TO CA-LINE-COUNT.
           END-EXEC.
       8000-SEND-AND-WAIT-EXIT.
           EXIT.
      *
           COPY ROLECHK.
           COPY RESPSTR.
           COPY RESPLOG.
           COPY RESPSEC.
