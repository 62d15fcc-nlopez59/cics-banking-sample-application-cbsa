      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Record layout for the DRILLF VSAM KSDS - one record per
      * synthetic alert drill, saying which stages of the alert path
      * the drill reached and when. Key is the drill's ERRLOG key
      * (ABSTIME plus EIBTASKN of the DRILL01 task), which is also the
      * key RATEMON01 gives the drill's ALERTF record, so any stage can
      * find the record from the key it already holds.
      *
      * Each stage stamps its own date and time as it is reached,
      * through DRILL-STAGE-SET (copybook DRILLSTG); a stage whose date
      * is still SPACES was never reached.
      *   ERRLOG   ERRLOG01 wrote the drill to ERRLOG
      *   ALERTF   RATEMON01 wrote the alert; DRILLF-ROUTED-TEAM is the
      *            team ALRTOWN gave it, to set against the team the
      *            operator expected in DRILLF-TEAM-CODE
      *   WINDOW   RATEMON01 held the alert back for a MNTCAL window
      *   FEED     SYSMON01 was linked for the alert; DRILLF-FEED-
      *            RESULT says whether the feed queue took it or it was
      *            spilled to SYSMONSP
      *   ESCAL    ESCAL01 escalated the unacknowledged alert, to the
      *            destination in DRILLF-ESCAL-DEST
      *   ACK      ALERT01 acknowledged the alert
      * The drill's own date and time, operator and expectations are
      * filled in by DRILL01 once the injection returns.
      *
      * Drill records are the evidence for the on-call audit, so
      * nothing purges them; DRLRPT01 reports a month at a time.
       01  DRILLF-RECORD.
           05  DRILLF-KEY.
               10  DRILLF-KEY-ABSTIME      PIC S9(15) COMP-3.
               10  DRILLF-KEY-TASKNO       PIC 9(07).
           05  DRILLF-DATE                 PIC X(08).
           05  DRILLF-TIME                 PIC X(06).
           05  DRILLF-USERID               PIC X(08).
           05  DRILLF-PROGRAM-ID           PIC X(08).
           05  DRILLF-RESOURCE-NAME        PIC X(08).
           05  DRILLF-TEAM-CODE            PIC X(08).
           05  DRILLF-ERRLOG-DATE          PIC X(08).
           05  DRILLF-ERRLOG-TIME          PIC X(06).
           05  DRILLF-ALERTF-DATE          PIC X(08).
           05  DRILLF-ALERTF-TIME          PIC X(06).
           05  DRILLF-ROUTED-TEAM          PIC X(08).
           05  DRILLF-WINDOW-DATE          PIC X(08).
           05  DRILLF-WINDOW-TIME          PIC X(06).
           05  DRILLF-FEED-DATE            PIC X(08).
           05  DRILLF-FEED-TIME            PIC X(06).
           05  DRILLF-FEED-RESULT          PIC X(01).
               88  DRILLF-FEED-WRITTEN             VALUE 'F'.
               88  DRILLF-FEED-SPILLED             VALUE 'S'.
           05  DRILLF-ESCAL-DATE           PIC X(08).
           05  DRILLF-ESCAL-TIME           PIC X(06).
           05  DRILLF-ESCAL-DEST           PIC X(08).
           05  DRILLF-ESCAL-RESULT         PIC X(01).
               88  DRILLF-ESCAL-WRITTEN            VALUE 'F'.
               88  DRILLF-ESCAL-SPILLED            VALUE 'S'.
           05  DRILLF-ACK-DATE             PIC X(08).
           05  DRILLF-ACK-TIME             PIC X(06).
           05  DRILLF-ACK-USERID           PIC X(08).
