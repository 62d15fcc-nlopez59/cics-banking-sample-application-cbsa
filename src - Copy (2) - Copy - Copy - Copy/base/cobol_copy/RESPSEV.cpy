      *            also fire the ALERTF/SYSMON path (see RATEMON01),
      *            flooding the file-outage alert and paging path
      *            with every bad password.
      * DRILL    - not a CICS condition: the resp string DRILL01 logs
      *            for a synthetic alert drill. It is tagged CRITICAL
      *            so the drill walks the same ALERTF/SYSMON path a
      *            real outage would; ERRLOG-DRILL and ALERTF-DRILL let
      *            the reports tell it apart afterwards.
       EIBRESP-SEVERITY-SET.
           MOVE 'WARN' TO EIBRESP-SEVERITY-CODE.
           EVALUATE EIBRESP-STRING
           WHEN 'DSNNOTFOUND'
           WHEN 'NOTSUPERUSER'
           WHEN 'OPENERR'
           WHEN 'DRILL'
             MOVE 'CRITICAL' TO EIBRESP-SEVERITY-CODE
           END-EVALUATE.
       EIBRESP-SEVERITY-SET-EXIT.
