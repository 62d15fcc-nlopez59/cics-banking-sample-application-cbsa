      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Working storage for DRILL-STAGE-SET (copybook DRILLSTG). Move
      * the drill's key - its ERRLOG or ALERTF key - to DRILL-STG-KEY,
      * SET the stage reached, fill in whatever that stage carries
      * (DRILL-STG-TEAM, DRILL-STG-RESULT, DRILL-STG-USERID) and
      * perform DRILL-STAGE-SET. The stage is stamped with the time
      * now.
       01  DRILL-STAGE-AREA.
           05  DRILL-STG-KEY.
               10  DRILL-STG-KEY-ABSTIME   PIC S9(15) COMP-3.
               10  DRILL-STG-KEY-TASKNO    PIC 9(07).
           05  DRILL-STG-STAGE             PIC X(01).
               88  DRILL-STG-ERRLOG                VALUE 'E'.
               88  DRILL-STG-ALERTF                VALUE 'A'.
               88  DRILL-STG-WINDOW                VALUE 'W'.
               88  DRILL-STG-FEED                  VALUE 'F'.
               88  DRILL-STG-ESCAL                 VALUE 'X'.
               88  DRILL-STG-ACK                   VALUE 'K'.
           05  DRILL-STG-TEAM              PIC X(08).
           05  DRILL-STG-RESULT            PIC X(01).
           05  DRILL-STG-USERID            PIC X(08).
           05  DRILL-STG-ABSTIME           PIC S9(15) COMP-3.
           05  DRILL-STG-DATE              PIC X(08).
           05  DRILL-STG-TIME              PIC X(06).
           05  DRILL-STG-RESP              PIC S9(08) COMP.
