      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * to use this have OPRROLE-RECORD (copy OPRROLE),
      * ROLE-CHECK-AREA (copy ROLECA), EIBRESP-CONTEXT (copy RESPCTX),
      * ERRLOG-LINK-AREA (copy ERRLOGCA) and SECLOG-LINK-AREA (copy
      * SECLOGCA) in working storage, and copybooks RESPSTR, RESPLOG
      * and RESPSEC in the PROCEDURE DIVISION alongside this one.
      * fill in ROLE-CHECK-PROGRAM-ID, SET the ROLE-CHECK- role the
      * action needs and perform OPERATOR-ROLE-CHECK before doing
      * anything the role guards; go ahead only on ROLE-GRANTED.
      *
      * a refusal is an attempt to do something the signed-on userid
      * is not allowed to do, so it goes down the same road as a CICS
      * NOTAUTH: EIBRESP-LOG-WRITE puts it on ERRLOG against resource
      * OPRROLE and EIBRESP-SECURITY-CHECK puts it on SECLOG with the
      * userid and terminal, where SECRPT01's repeat-offender scan
      * will find someone who keeps trying. if OPRROLE cannot be read
      * at all, that is an ordinary file error and is logged as one.
       OPERATOR-ROLE-CHECK.
           SET ROLE-REFUSED TO TRUE.
           MOVE SPACES    TO ROLE-CHECK-MSG.
           MOVE EIBUSERID TO OPRROLE-USERID.
           EXEC CICS READ
               FILE('OPRROLE')
               INTO(OPRROLE-RECORD)
               RIDFLD(OPRROLE-KEY)
               RESP(ROLE-CHECK-RESP)
           END-EXEC.
           IF ROLE-CHECK-RESP = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN ROLE-CHECK-ACK
                        AND OPRROLE-ACK
                       SET ROLE-GRANTED TO TRUE
                   WHEN ROLE-CHECK-THRESHOLD-MAINT
                        AND OPRROLE-THRESHOLD-MAINT
                       SET ROLE-GRANTED TO TRUE
                   WHEN ROLE-CHECK-REPLAY-RELEASE
                        AND OPRROLE-REPLAY-RELEASE
                       SET ROLE-GRANTED TO TRUE
                   WHEN ROLE-CHECK-REPLAY-APPROVE
                        AND OPRROLE-REPLAY-APPROVE
                       SET ROLE-GRANTED TO TRUE
                   WHEN ROLE-CHECK-INQUIRY
                        AND OPRROLE-INQUIRY
                       SET ROLE-GRANTED TO TRUE
               END-EVALUATE
           END-IF.
           IF ROLE-GRANTED
               GO TO OPERATOR-ROLE-CHECK-EXIT
           END-IF.
           MOVE ROLE-CHECK-PROGRAM-ID TO EIBRESP-CTX-PROGRAM-ID.
           MOVE EIBTRNID              TO EIBRESP-CTX-TRANSACTION-ID.
           MOVE 'OPRROLE'             TO EIBRESP-CTX-RESOURCE-NAME.
           IF ROLE-CHECK-RESP NOT = DFHRESP(NORMAL)
              AND ROLE-CHECK-RESP NOT = DFHRESP(NOTFND)
               SET ROLE-FILE-UNAVAILABLE TO TRUE
               PERFORM EIBRESP-TOSTRING THRU EIBRESP-TOSTRING-EXIT
               PERFORM EIBRESP-LOG-WRITE THRU EIBRESP-LOG-WRITE-EXIT
               MOVE 'OPERATOR ROLES CANNOT BE CHECKED - TRY LATER'
                   TO ROLE-CHECK-MSG
               GO TO OPERATOR-ROLE-CHECK-EXIT
           END-IF.
           MOVE 'NOTAUTH' TO EIBRESP-STRING.
           PERFORM EIBRESP-LOG-WRITE THRU EIBRESP-LOG-WRITE-EXIT.
           PERFORM EIBRESP-SECURITY-CHECK
               THRU EIBRESP-SECURITY-CHECK-EXIT.
           STRING 'NOT AUTHORIZED - '     DELIMITED BY SIZE
                  ROLE-CHECK-ROLE         DELIMITED BY SPACE
                  ' ROLE REQUIRED'        DELIMITED BY SIZE
               INTO ROLE-CHECK-MSG.
       OPERATOR-ROLE-CHECK-EXIT.
           EXIT.
