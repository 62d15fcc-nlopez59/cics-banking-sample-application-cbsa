      * the complete daily book of record for reporting. It runs in   *
      * the overnight chain before the archive jobs, which refuse to  *
      * purge a date this extract has not closed out on RUNCTL.       *
      *                                                                *
      * Synthetic alert drills (see DRILL01) stay in the extract - it  *
      * is the book of record, and the trailer must balance against    *
      * the files - but their ERR and ALR details carry severity DRILL *
      * so the warehouse never counts one as a real CRITICAL. The run  *
      * report shows how many were labelled.                           *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-ABENDLOG-COUNT               PIC 9(09) COMP.
       01  WS-ALERTF-COUNT                 PIC 9(09) COMP.
       01  WS-TOTAL-COUNT                  PIC 9(09) COMP.
       01  WS-DRILL-COUNT                  PIC 9(09) COMP VALUE 0.
       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'WHEXT01 - WAREHOUSE '.
           05  FILLER            PIC X(17) VALUE 'INTERFACE EXTRACT'.
           MOVE SPACES               TO RUNCTL-END-TIME.
           MOVE ZERO                 TO RUNCTL-RECORD-COUNT.
           MOVE LOW-VALUES           TO RUNCTL-CHECKPOINT-KEY.
           MOVE ZERO                 TO RUNCTL-RESTART-COUNT.
           IF WS-RUNCTL-STATUS = '23'
               MOVE 'WHEXT01 '       TO RUNCTL-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RUNCTL-BUSINESS-DATE
               MOVE ERRLOG-RESOURCE-NAME   TO WHX-DTL-RESOURCE-NAME
               MOVE ERRLOG-RESP-STRING     TO WHX-DTL-RESP-STRING
               MOVE ERRLOG-APPLID          TO WHX-DTL-APPLID
               IF ERRLOG-DRILL
                   MOVE 'DRILL'            TO WHX-DTL-SEVERITY-CODE
                   ADD 1 TO WS-DRILL-COUNT
               END-IF
               PERFORM 8000-WRITE-WAREHOUSE
                   THRU 8000-WRITE-WAREHOUSE-EXIT
               ADD 1 TO WS-ERRLOG-COUNT
               MOVE ALERTF-SEVERITY-CODE   TO WHX-DTL-SEVERITY-CODE
               MOVE ALERTF-RESP-STRING     TO WHX-DTL-RESP-STRING
               MOVE ALERTF-TEAM-CODE       TO WHX-DTL-TEAM-CODE
               IF ALERTF-DRILL
                   MOVE 'DRILL'            TO WHX-DTL-SEVERITY-CODE
                   ADD 1 TO WS-DRILL-COUNT
               END-IF
               PERFORM 8000-WRITE-WAREHOUSE
                   THRU 8000-WRITE-WAREHOUSE-EXIT
               ADD 1 TO WS-ALERTF-COUNT
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE WS-TOTAL-COUNT    TO RPT-GRAND-TOTAL.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'DRILL   '        TO RPT-CT-SOURCE.
           MOVE WS-DRILL-COUNT    TO RPT-CT-COUNT.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           CLOSE ERRLOG-FILE.
           CLOSE SECLOG-FILE.
           IF NOT ABENDLOG-ABSENT
