      * EIBRESP-LOG-WRITE) instead of coding its own WRITE FILE logic. *
      * This keeps the record layout, the key construction and the    *
      * failure handling for the log itself in exactly one place.     *
      *                                                                *
      * A synthetic alert drill (DRILL01, resp string DRILL) that      *
      * reaches ERRLOG is stamped on its DRILLF record here, under     *
      * the ERRLOG key, so the drill result shows the log was written. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
           COPY ERRLOG.
           COPY RATEMONCA.
           COPY SPILLCA.
           COPY DRILLF.
           COPY DRILLCA.
       01  EIBRESP-STRING                 PIC X(40).
       01  EIBRESP-SEVERITY-CODE          PIC X(08).
       01  WS-ABSTIME                     PIC S9(15) COMP-3.
           IF WS-ERRLOG-RESP NOT = DFHRESP(NORMAL)
               PERFORM 2000-SPILL-EVENT THRU 2000-SPILL-EVENT-EXIT
           END-IF.
           IF WS-ERRLOG-RESP = DFHRESP(NORMAL)
              AND ERRLOG-DRILL
               MOVE ERRLOG-KEY TO DRILL-STG-KEY
               SET DRILL-STG-ERRLOG TO TRUE
               PERFORM DRILL-STAGE-SET THRU DRILL-STAGE-SET-EXIT
           END-IF.
      * every record, whatever its severity, is handed to RATEMON01 -
      * that program owns the whole alert policy (CRITICAL storm
      * suppression, INFO/WARN rate thresholds off the ERRTHR file),
           EXIT.
      *
           COPY RESPSEV.
      *
           COPY DRILLSTG.
