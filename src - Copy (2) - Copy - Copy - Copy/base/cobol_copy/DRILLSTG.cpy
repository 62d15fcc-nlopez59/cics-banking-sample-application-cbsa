      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * to use this have DRILLF-RECORD (copy DRILLF) and
      * DRILL-STAGE-AREA (copy DRILLCA) in working storage. fill in
      * DRILL-STAGE-AREA as DRILLCA describes and perform
      * DRILL-STAGE-SET.
      *
      * the first stage to be reached creates the DRILLF record;
      * every later one updates it. DRILLF is the drill's evidence,
      * never part of the alert path itself, so a failure here is
      * swallowed - a drill that cannot be recorded must not stop the
      * alert it is testing, and the missing stamp shows up on
      * DRLRPT01 as a stage not reached, which is the right answer
      * to look into.
       DRILL-STAGE-SET.
           EXEC CICS ASKTIME
               ABSTIME(DRILL-STG-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(DRILL-STG-ABSTIME)
               YYYYMMDD(DRILL-STG-DATE)
               TIME(DRILL-STG-TIME)
           END-EXEC.
           MOVE DRILL-STG-KEY TO DRILLF-KEY.
           EXEC CICS READ
               FILE('DRILLF')
               INTO(DRILLF-RECORD)
               RIDFLD(DRILLF-KEY)
               UPDATE
               RESP(DRILL-STG-RESP)
           END-EXEC.
           IF DRILL-STG-RESP = DFHRESP(NOTFND)
               MOVE SPACES         TO DRILLF-RECORD
               MOVE DRILL-STG-KEY  TO DRILLF-KEY
               MOVE DRILL-STG-DATE TO DRILLF-DATE
               MOVE DRILL-STG-TIME TO DRILLF-TIME
               PERFORM DRILL-STAGE-STAMP THRU DRILL-STAGE-STAMP-EXIT
               EXEC CICS WRITE
                   FILE('DRILLF')
                   FROM(DRILLF-RECORD)
                   RIDFLD(DRILLF-KEY)
                   KEYLENGTH(LENGTH OF DRILLF-KEY)
                   RESP(DRILL-STG-RESP)
               END-EXEC
               GO TO DRILL-STAGE-SET-EXIT
           END-IF.
           IF DRILL-STG-RESP NOT = DFHRESP(NORMAL)
               GO TO DRILL-STAGE-SET-EXIT
           END-IF.
           PERFORM DRILL-STAGE-STAMP THRU DRILL-STAGE-STAMP-EXIT.
           EXEC CICS REWRITE
               FILE('DRILLF')
               FROM(DRILLF-RECORD)
               RESP(DRILL-STG-RESP)
           END-EXEC.
       DRILL-STAGE-SET-EXIT.
           EXIT.
      *
       DRILL-STAGE-STAMP.
           EVALUATE TRUE
               WHEN DRILL-STG-ERRLOG
                   MOVE DRILL-STG-DATE   TO DRILLF-ERRLOG-DATE
                   MOVE DRILL-STG-TIME   TO DRILLF-ERRLOG-TIME
               WHEN DRILL-STG-ALERTF
                   MOVE DRILL-STG-DATE   TO DRILLF-ALERTF-DATE
                   MOVE DRILL-STG-TIME   TO DRILLF-ALERTF-TIME
                   MOVE DRILL-STG-TEAM   TO DRILLF-ROUTED-TEAM
               WHEN DRILL-STG-WINDOW
                   MOVE DRILL-STG-DATE   TO DRILLF-WINDOW-DATE
                   MOVE DRILL-STG-TIME   TO DRILLF-WINDOW-TIME
               WHEN DRILL-STG-FEED
                   MOVE DRILL-STG-DATE   TO DRILLF-FEED-DATE
                   MOVE DRILL-STG-TIME   TO DRILLF-FEED-TIME
                   MOVE DRILL-STG-RESULT TO DRILLF-FEED-RESULT
               WHEN DRILL-STG-ESCAL
                   MOVE DRILL-STG-DATE   TO DRILLF-ESCAL-DATE
                   MOVE DRILL-STG-TIME   TO DRILLF-ESCAL-TIME
                   MOVE DRILL-STG-TEAM   TO DRILLF-ESCAL-DEST
                   MOVE DRILL-STG-RESULT TO DRILLF-ESCAL-RESULT
               WHEN DRILL-STG-ACK
                   MOVE DRILL-STG-DATE   TO DRILLF-ACK-DATE
                   MOVE DRILL-STG-TIME   TO DRILLF-ACK-TIME
                   MOVE DRILL-STG-USERID TO DRILLF-ACK-USERID
           END-EVALUATE.
       DRILL-STAGE-STAMP-EXIT.
           EXIT.
