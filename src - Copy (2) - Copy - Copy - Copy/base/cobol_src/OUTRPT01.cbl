       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTRPT01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * OUTRPT01 is the monthly resource outage and availability       *
      * report for the service review. When a file goes NOTOPEN or     *
      * starts throwing IOERR, ERRLOG holds hundreds of separate       *
      * entries for it and none of them says how long it was down;     *
      * this job rebuilds the outages from them.                       *
      *                                                                *
      * Given a month and a gap in minutes on the PARMIN card, it      *
      * takes every ERRLOG record EIBRESP-SEVERITY-SET (copybook       *
      * RESPSEV) classes as CRITICAL that names a resource, and walks  *
      * them in time order by ERRLOG-RESOURCE-NAME. An outage opens on *
      * a resource's first CRITICAL and closes once the gap passes     *
      * with no further CRITICAL for it; it runs from its first        *
      * CRITICAL to its last, and never counts as less than a minute.  *
      * The day before the month is read too, so an outage already     *
      * running at midnight on the first opens where it really began.  *
      * CRITICALs after the month are read as well, but only to carry  *
      * on an outage still running when it ended - none opens there -  *
      * so such an outage ends where it really ended, and only its     *
      * minutes inside the month count against availability.           *
      *                                                                *
      * Any MNTCAL window for the resource that overlaps an outage     *
      * makes it PLANNED. MNTRPT01 purges windows from MNTCAL the      *
      * morning after they end, writing each one to its window         *
      * history first; the history generations for the month arrive    *
      * concatenated on MNTHIST and are read alongside the live        *
      * calendar. Without MNTHIST every outage in a past month would   *
      * be reported UNPLANNED, so its absence is said on the report.   *
      *                                                                *
      * Each outage is listed with start, end, duration, planned or    *
      * unplanned and the APPLIDs whose records it was rebuilt from,   *
      * and written to the OUTEXT extract (copybook OUTAGE) for the    *
      * service-management team. The availability section then gives   *
      * each resource that had an outage its percentage for the month, *
      * with and without the planned downtime - a resource that is not *
      * listed had none, and stood at one hundred.                     *
      *                                                                *
      * The live ERRLOG only reaches back to ERRARC01's last cut-off,  *
      * so the ERRLOG archive generations covering the month are read  *
      * from the ARCIN1E-ARCIN8E DD set, the same one-DD-per-          *
      * generation shape BASRPT01 and ARCSRC01 read - with the one     *
      * after it, when the month has been cut off since, so an outage  *
      * running at its end can be followed. A generation that is not   *
      * allocated is a NOT PRESENT line on the report.                 *
      *                                                                *
      * Run on demand for any month, like INCRPT01 and ARCSRC01; it    *
      * is not part of the overnight chain and does not book into      *
      * RUNCTL.                                                        *
      *                                                                *
      * Synthetic alert drills (ERRLOG-DRILL, see DRILL01) are logged  *
      * CRITICAL but are no outage, and are left out.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRLOG-FILE ASSIGN TO ERRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ERRLOG-KEY
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT MNTCAL-FILE ASSIGN TO MNTCAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNTCAL-KEY
               FILE STATUS IS WS-MNTCAL-STATUS.
           SELECT MNTHIST-FILE ASSIGN TO MNTHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MNTHIST-STATUS.
           SELECT ARCIN1E-FILE ASSIGN TO ARCIN1E
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.
           SELECT ARCIN2E-FILE ASSIGN TO ARCIN2E
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.
           SELECT ARCIN3E-FILE ASSIGN TO ARCIN3E
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.
           SELECT ARCIN4E-FILE ASSIGN TO ARCIN4E
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.
           SELECT ARCIN5E-FILE ASSIGN TO ARCIN5E
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.
           SELECT ARCIN6E-FILE ASSIGN TO ARCIN6E
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.
           SELECT ARCIN7E-FILE ASSIGN TO ARCIN7E
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.
           SELECT ARCIN8E-FILE ASSIGN TO ARCIN8E
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCIN-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT EXTRACT-FILE ASSIGN TO OUTEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ERRLOG-FILE.
           COPY ERRLOG.
       FD  MNTCAL-FILE.
           COPY MNTCAL.
      * MNTRPT01's window history - purged MNTCAL records, written in
      * the live layout and read into the MNTCAL record area.
       FD  MNTHIST-FILE.
       01  MNTHIST-RECORD                  PIC X(43).
      * the ERRLOG-archive DD set - fixed 97-byte records, the layout
      * ERRARC01 writes. Each record is read into the ERRLOG record
      * area and selected exactly as a live one is.
       FD  ARCIN1E-FILE.
       01  ARCIN1E-RECORD                  PIC X(97).
       FD  ARCIN2E-FILE.
       01  ARCIN2E-RECORD                  PIC X(97).
       FD  ARCIN3E-FILE.
       01  ARCIN3E-RECORD                  PIC X(97).
       FD  ARCIN4E-FILE.
       01  ARCIN4E-RECORD                  PIC X(97).
       FD  ARCIN5E-FILE.
       01  ARCIN5E-RECORD                  PIC X(97).
       FD  ARCIN6E-FILE.
       01  ARCIN6E-RECORD                  PIC X(97).
       FD  ARCIN7E-FILE.
       01  ARCIN7E-RECORD                  PIC X(97).
       FD  ARCIN8E-FILE.
       01  ARCIN8E-RECORD                  PIC X(97).
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-RESOURCE-NAME          PIC X(08).
           05  SORT-SECONDS                PIC S9(13) COMP-3.
           05  SORT-LOG-DATE               PIC X(08).
           05  SORT-LOG-TIME               PIC X(06).
           05  SORT-APPLID                 PIC X(08).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REPORT-MONTH           PIC X(06).
           05  PARM-GAP-MINUTES            PIC X(04).
           05  FILLER                      PIC X(70).
       FD  EXTRACT-FILE.
           COPY OUTAGE.
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
           COPY RESPCTX.
       01  WS-ERRLOG-STATUS                PIC X(02).
       01  WS-MNTCAL-STATUS                PIC X(02).
       01  WS-MNTHIST-STATUS               PIC X(02).
       01  WS-ARCIN-STATUS                 PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-EXTRACT-STATUS               PIC X(02).
       01  WS-ABEND-MESSAGE                PIC X(40).
       01  WS-ERRLOG-EOF-SW                PIC X(01) VALUE 'N'.
           88  ERRLOG-EOF                       VALUE 'Y'.
       01  WS-MNTCAL-EOF-SW                PIC X(01) VALUE 'N'.
           88  MNTCAL-EOF                       VALUE 'Y'.
       01  WS-MNTHIST-EOF-SW               PIC X(01) VALUE 'N'.
           88  MNTHIST-EOF                      VALUE 'Y'.
       01  WS-MNTHIST-ABSENT-SW            PIC X(01) VALUE 'N'.
           88  MNTHIST-ABSENT                   VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  SORT-EOF                         VALUE 'Y'.
       01  WS-ARCIN-EOF-SW                 PIC X(01).
           88  ARCIN-EOF                        VALUE 'Y'.
       01  WS-ARCIN-ABSENT-SW              PIC X(01).
           88  ARCIN-ABSENT                     VALUE 'Y'.
       01  WS-ARC-SUB                      PIC 9(01).
       01  WS-ARC-READ-CT                  PIC 9(07) COMP.
       01  WS-ARC-USED-CT                  PIC 9(07) COMP.
       01  WS-RELEASE-COUNT                PIC 9(09) COMP VALUE 0.
       01  WS-RELEASE-BEFORE               PIC 9(09) COMP.
       01  WS-REPORT-MONTH                 PIC X(06).
       01  WS-GAP-MINUTES                  PIC 9(04).
       01  WS-GAP-SECONDS                  PIC S9(09) COMP.
      * the month's first day, its length, and the day before it -
      * records are selected from that day on, so an outage already
      * running at the turn of the month opens where it began.
       01  WS-MONTH-FIRST-DATE.
           05  WS-MONTH-FIRST-YYYY         PIC 9(04).
           05  WS-MONTH-FIRST-MM           PIC 9(02).
           05  WS-MONTH-FIRST-DD           PIC 9(02).
       01  WS-MONTH-FIRST-X REDEFINES WS-MONTH-FIRST-DATE PIC X(08).
       01  WS-MONTH-LAST-DATE.
           05  WS-MONTH-LAST-YYYY          PIC 9(04).
           05  WS-MONTH-LAST-MM            PIC 9(02).
           05  WS-MONTH-LAST-DD            PIC 9(02).
       01  WS-MONTH-LAST-X REDEFINES WS-MONTH-LAST-DATE PIC X(08).
       01  WS-SCAN-FROM-DATE.
           05  WS-SCAN-FROM-YYYY           PIC 9(04).
           05  WS-SCAN-FROM-MM             PIC 9(02).
           05  WS-SCAN-FROM-DD             PIC 9(02).
       01  WS-SCAN-FROM-X REDEFINES WS-SCAN-FROM-DATE PIC X(08).
       01  WS-MONTH-DAYS-COUNT             PIC 9(02).
       01  WS-MONTH-FIRST-SERIAL           PIC S9(09) COMP.
       01  WS-SCAN-FROM-SERIAL             PIC S9(09) COMP.
       01  WS-MONTH-LAST-SERIAL            PIC S9(09) COMP.
       01  WS-MONTH-START-SECONDS          PIC S9(13) COMP-3.
       01  WS-MONTH-END-SECONDS            PIC S9(13) COMP-3.
       01  WS-MONTH-MINUTES                PIC 9(07) COMP.
       01  WS-MONTH-LENGTH-LIST            PIC X(24) VALUE
           '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-LENGTH-LIST.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
      * YYYYMMDD-to-day-count work area - the same 365s-plus-leap-days
      * serial BASRPT01 uses, so a difference of two serials is a
      * difference in days across month and year ends.
       01  WS-SERIAL-DATE.
           05  WS-SERIAL-YYYY              PIC 9(04).
           05  WS-SERIAL-MM                PIC 9(02).
           05  WS-SERIAL-DD                PIC 9(02).
       01  WS-SERIAL-DAYS                  PIC S9(09) COMP.
       01  WS-LEAP-4                       PIC S9(09) COMP.
       01  WS-LEAP-100                     PIC S9(09) COMP.
       01  WS-LEAP-400                     PIC S9(09) COMP.
       01  WS-LEAP-QUOT                    PIC S9(09) COMP.
       01  WS-LEAP-REM                     PIC S9(09) COMP.
       01  WS-LEAP-SW                      PIC X(01).
           88  WS-LEAP-YEAR                     VALUE 'Y'.
       01  WS-MONTH-OFFSET-TABLE           PIC X(36) VALUE
           '000031059090120151181212243273304334'.
       01  FILLER REDEFINES WS-MONTH-OFFSET-TABLE.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(03).
       01  WS-RECORD-SERIAL                PIC S9(09) COMP.
       01  WS-LAST-SERIAL-DATE             PIC X(08) VALUE SPACES.
       01  WS-TIME-OF-DAY.
           05  WS-TIME-HH                  PIC 9(02).
           05  WS-TIME-MM                  PIC 9(02).
           05  WS-TIME-SS                  PIC 9(02).
      * every window for the month, live and history - the overlap
      * test is made against this table, resource by resource.
       01  WS-WINDOW-TABLE.
           05  WS-WINDOW-ENTRY OCCURS 2000 TIMES.
               10  WS-WINDOW-RESOURCE-ID   PIC X(08).
               10  WS-WINDOW-START         PIC X(14).
               10  WS-WINDOW-END           PIC X(14).
       01  WS-WINDOW-COUNT                 PIC 9(04) COMP VALUE 0.
       01  WS-WINDOW-MAX                   PIC 9(04) COMP VALUE 2000.
       01  WS-WINDOW-SUB                   PIC 9(04) COMP.
       01  WS-WINDOW-OVERFLOW-SW           PIC X(01) VALUE 'N'.
           88  WINDOW-TABLE-OVERFLOW            VALUE 'Y'.
       01  WS-CAL-START                    PIC X(14).
       01  WS-CAL-END                      PIC X(14).
      * the outage being built.
       01  WS-OUTAGE-OPEN-SW               PIC X(01) VALUE 'N'.
           88  WS-OUTAGE-OPEN                   VALUE 'Y'.
       01  WS-OUT-RESOURCE-NAME            PIC X(08).
       01  WS-OUT-START-SECONDS            PIC S9(13) COMP-3.
       01  WS-OUT-LAST-SECONDS             PIC S9(13) COMP-3.
       01  WS-OUT-START                    PIC X(14).
       01  WS-OUT-LAST                     PIC X(14).
       01  WS-OUT-CRITICAL-COUNT           PIC 9(07) COMP.
       01  WS-OUT-APPLID-COUNT             PIC 9(03) COMP.
       01  WS-OUT-APPLID-TABLE.
           05  WS-OUT-APPLID OCCURS 8 TIMES PIC X(08).
       01  WS-APPLID-SUB                   PIC 9(03) COMP.
       01  WS-APPLID-FOUND-SW              PIC X(01).
           88  WS-APPLID-FOUND                  VALUE 'Y'.
       01  WS-CLIP-START-SECONDS           PIC S9(13) COMP-3.
       01  WS-CLIP-END-SECONDS             PIC S9(13) COMP-3.
       01  WS-DURATION-MINS                PIC 9(07) COMP.
       01  WS-MONTH-MINS                   PIC 9(07) COMP.
       01  WS-PLANNED-SW                   PIC X(01).
           88  WS-PLANNED                       VALUE 'Y'.
      * one line per resource that had an outage in the month.
       01  WS-RESOURCE-TABLE.
           05  WS-RES-ENTRY OCCURS 500 TIMES.
               10  WS-RES-NAME             PIC X(08).
               10  WS-RES-OUTAGES          PIC 9(05) COMP.
               10  WS-RES-PLANNED          PIC 9(05) COMP.
               10  WS-RES-UNPLANNED-MINS   PIC 9(07) COMP.
               10  WS-RES-PLANNED-MINS     PIC 9(07) COMP.
       01  WS-RES-COUNT                    PIC 9(04) COMP VALUE 0.
       01  WS-RES-MAX                      PIC 9(04) COMP VALUE 500.
       01  WS-RES-SUB                      PIC 9(04) COMP.
       01  WS-RES-OVERFLOW-SW              PIC X(01) VALUE 'N'.
           88  RES-TABLE-OVERFLOW               VALUE 'Y'.
       01  WS-AVAIL-PCT                    PIC 9(03)V9(03).
       01  WS-DOWN-MINS                    PIC 9(07) COMP.
       01  WS-OUTAGE-TOTAL                 PIC 9(07) COMP VALUE 0.
       01  WS-PLANNED-TOTAL                PIC 9(07) COMP VALUE 0.
       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'OUTRPT01 - RESOURCE '.
           05  FILLER            PIC X(20) VALUE 'OUTAGES AND AVAILABI'.
           05  FILLER            PIC X(04) VALUE 'LITY'.
       01  WS-HEADING-2.
           05  FILLER            PIC X(13) VALUE 'REPORT MONTH '.
           05  RPT-REPORT-MONTH  PIC X(06).
           05  FILLER            PIC X(22) VALUE
               '   OUTAGE CLOSES AFTER'.
           05  RPT-GAP-MINUTES   PIC ZZZ9.
           05  FILLER            PIC X(22) VALUE
               ' MINUTES WITH NO CRIT'.
           05  FILLER            PIC X(05) VALUE 'ICAL'.
       01  WS-HEADING-3.
           05  FILLER            PIC X(09) VALUE 'RESOURCE '.
           05  FILLER            PIC X(16) VALUE 'START          '.
           05  FILLER            PIC X(16) VALUE 'END            '.
           05  FILLER            PIC X(08) VALUE '    MINS'.
           05  FILLER            PIC X(10) VALUE ' TYPE     '.
           05  FILLER            PIC X(08) VALUE 'CRITICAL'.
       01  WS-SKIP-LINE.
           05  FILLER            PIC X(05) VALUE 'ARCIN'.
           05  WS-SKIP-SUB       PIC 9(01).
           05  FILLER            PIC X(01) VALUE 'E'.
           05  FILLER            PIC X(26) VALUE
               ' NOT PRESENT THIS RUN'.
       01  RPT-GEN-LINE.
           05  FILLER                      PIC X(05) VALUE 'ARCIN'.
           05  RPT-GEN-SUB                 PIC 9(01).
           05  FILLER                      PIC X(01) VALUE 'E'.
           05  FILLER                      PIC X(06) VALUE ' READ '.
           05  RPT-GEN-READ                PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(11) VALUE
               '  IN MONTH '.
           05  RPT-GEN-USED                PIC ZZZ,ZZ9.
       01  RPT-NO-HISTORY-LINE.
           05  FILLER            PIC X(20) VALUE 'MNTHIST NOT PRESENT '.
           05  FILLER            PIC X(20) VALUE '- ONLY WINDOWS STILL'.
           05  FILLER            PIC X(20) VALUE ' ON MNTCAL CAN MARK '.
           05  FILLER            PIC X(17) VALUE 'AN OUTAGE PLANNED'.
       01  RPT-WINDOW-OVERFLOW-LINE.
           05  FILLER            PIC X(20) VALUE 'WINDOW TABLE FULL - '.
           05  FILLER            PIC X(20) VALUE 'WINDOWS PAST 2000 NO'.
           05  FILLER            PIC X(20) VALUE 'T CHECKED FOR OVERLA'.
           05  FILLER            PIC X(01) VALUE 'P'.
       01  RPT-RES-OVERFLOW-LINE.
           05  FILLER            PIC X(20) VALUE 'RESOURCE TABLE FULL '.
           05  FILLER            PIC X(20) VALUE '- RESOURCES PAST 500'.
           05  FILLER            PIC X(20) VALUE ' LISTED ABOVE BUT NO'.
           05  FILLER            PIC X(19) VALUE 'T IN AVAILABILITY'.
       01  RPT-DETAIL-LINE.
           05  RPT-RESOURCE-NAME           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-START-DATE              PIC X(08).
           05  FILLER                      PIC X(01) VALUE '/'.
           05  RPT-START-TIME              PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-END-DATE                PIC X(08).
           05  FILLER                      PIC X(01) VALUE '/'.
           05  RPT-END-TIME                PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-DURATION                PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TYPE                    PIC X(09).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-CRITICAL                PIC ZZZ,ZZ9.
       01  RPT-APPLID-LINE.
           05  FILLER                      PIC X(09) VALUE SPACES.
           05  FILLER                      PIC X(08) VALUE 'APPLIDS '.
           05  RPT-APPLID OCCURS 6 TIMES.
               10  RPT-APPLID-NAME         PIC X(08).
               10  FILLER                  PIC X(01).
           05  RPT-APPLID-MORE             PIC X(09).
       01  RPT-MORE-TEXT.
           05  FILLER                      PIC X(01) VALUE '+'.
           05  RPT-MORE-COUNT              PIC ZZ9.
           05  FILLER                      PIC X(05) VALUE ' MORE'.
       01  RPT-NONE-LINE.
           05  FILLER            PIC X(40) VALUE
               'NO RESOURCE OUTAGES IN THE MONTH'.
       01  RPT-AVAIL-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'AVAILABILITY FOR THE'.
           05  FILLER            PIC X(20) VALUE ' MONTH - RESOURCES W'.
           05  FILLER            PIC X(20) VALUE 'ITH AN OUTAGE, OF   '.
           05  RPT-MONTH-MINUTES PIC ZZZ,ZZ9.
           05  FILLER            PIC X(08) VALUE ' MINUTES'.
       01  RPT-AVAIL-HEADING-2.
           05  FILLER            PIC X(09) VALUE 'RESOURCE '.
           05  FILLER            PIC X(08) VALUE ' OUTAGES'.
           05  FILLER            PIC X(08) VALUE ' PLANNED'.
           05  FILLER            PIC X(10) VALUE ' UNPL MINS'.
           05  FILLER            PIC X(10) VALUE ' PLAN MINS'.
           05  FILLER            PIC X(12) VALUE '  AVAIL EXCL'.
           05  FILLER            PIC X(12) VALUE '   AVAIL ALL'.
       01  RPT-AVAIL-LINE.
           05  RPT-AV-RESOURCE-NAME        PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AV-OUTAGES              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AV-PLANNED              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AV-UNPLANNED-MINS       PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AV-PLANNED-MINS         PIC Z,ZZZ,ZZ9.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  RPT-AV-PCT-EXCL             PIC ZZ9.999.
           05  FILLER                      PIC X(01) VALUE '%'.
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  RPT-AV-PCT-ALL              PIC ZZ9.999.
           05  FILLER                      PIC X(01) VALUE '%'.
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(30).
           05  RPT-COUNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1500-LOAD-WINDOWS THRU 1500-LOAD-WINDOWS-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-RESOURCE-NAME
                                SORT-SECONDS
               INPUT PROCEDURE IS 2000-SORT-INPUT
                                  THRU 2000-SORT-INPUT-EXIT
               OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
                                   THRU 3000-SORT-OUTPUT-EXIT.
           PERFORM 4000-PRINT-AVAILABILITY
               THRU 4000-PRINT-AVAILABILITY-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           STOP RUN.
      *
       1000-INITIALIZE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'OPEN PARM-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-PARM-STATUS
                   TO WS-ABEND-MESSAGE(31:2)
               GO TO 9999-ABEND
           END-IF.
           READ PARM-FILE
               AT END
                   CONTINUE
           END-READ.
           IF WS-PARM-STATUS NOT = '00'
               MOVE 'READ PARM-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-PARM-STATUS
                   TO WS-ABEND-MESSAGE(31:2)
               GO TO 9999-ABEND
           END-IF.
           IF PARM-REPORT-MONTH IS NOT NUMERIC
               MOVE 'PARMIN REPORT MONTH NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           IF PARM-REPORT-MONTH(5:2) < '01'
              OR PARM-REPORT-MONTH(5:2) > '12'
               MOVE 'PARMIN REPORT MONTH NOT A MONTH'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
      * the gap is what separates one outage from the next - a card
      * without one is an abend, never a default.
           IF PARM-GAP-MINUTES IS NOT NUMERIC
              OR PARM-GAP-MINUTES = '0000'
               MOVE 'PARMIN GAP MINUTES NOT VALID'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH.
           MOVE PARM-GAP-MINUTES  TO WS-GAP-MINUTES.
           COMPUTE WS-GAP-SECONDS = WS-GAP-MINUTES * 60.
           CLOSE PARM-FILE.
           PERFORM 1100-MONTH-BOUNDS THRU 1100-MONTH-BOUNDS-EXIT.
           OPEN INPUT ERRLOG-FILE.
           IF WS-ERRLOG-STATUS NOT = '00'
               MOVE 'OPEN ERRLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRLOG-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'OPEN EXTRACT-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-EXTRACT-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-MONTH TO RPT-REPORT-MONTH.
           MOVE WS-GAP-MINUTES  TO RPT-GAP-MINUTES.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      * the month's first and last days, the day before it, and the
      * month's span in seconds from the serial day zero.
       1100-MONTH-BOUNDS.
           MOVE WS-REPORT-MONTH TO WS-MONTH-FIRST-X(1:6).
           MOVE 1 TO WS-MONTH-FIRST-DD.
           MOVE WS-MONTH-FIRST-YYYY TO WS-SERIAL-YYYY.
           MOVE WS-MONTH-LENGTH(WS-MONTH-FIRST-MM)
               TO WS-MONTH-DAYS-COUNT.
           IF WS-MONTH-FIRST-MM = 2
               PERFORM 7100-LEAP-TEST THRU 7100-LEAP-TEST-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-MONTH-DAYS-COUNT
               END-IF
           END-IF.
           MOVE WS-MONTH-FIRST-X    TO WS-MONTH-LAST-X.
           MOVE WS-MONTH-DAYS-COUNT TO WS-MONTH-LAST-DD.
           IF WS-MONTH-FIRST-MM = 1
               COMPUTE WS-SCAN-FROM-YYYY = WS-MONTH-FIRST-YYYY - 1
               MOVE 12 TO WS-SCAN-FROM-MM
               MOVE 31 TO WS-SCAN-FROM-DD
           ELSE
               MOVE WS-MONTH-FIRST-YYYY TO WS-SCAN-FROM-YYYY
               COMPUTE WS-SCAN-FROM-MM = WS-MONTH-FIRST-MM - 1
               MOVE WS-MONTH-LENGTH(WS-SCAN-FROM-MM)
                   TO WS-SCAN-FROM-DD
               IF WS-SCAN-FROM-MM = 2
                   MOVE WS-SCAN-FROM-YYYY TO WS-SERIAL-YYYY
                   PERFORM 7100-LEAP-TEST THRU 7100-LEAP-TEST-EXIT
                   IF WS-LEAP-YEAR
                       MOVE 29 TO WS-SCAN-FROM-DD
                   END-IF
               END-IF
           END-IF.
           MOVE WS-MONTH-FIRST-X TO WS-SERIAL-DATE.
           PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT.
           MOVE WS-SERIAL-DAYS TO WS-MONTH-FIRST-SERIAL.
           COMPUTE WS-SCAN-FROM-SERIAL = WS-MONTH-FIRST-SERIAL - 1.
           COMPUTE WS-MONTH-LAST-SERIAL =
               WS-MONTH-FIRST-SERIAL + WS-MONTH-DAYS-COUNT - 1.
           COMPUTE WS-MONTH-START-SECONDS =
               WS-MONTH-FIRST-SERIAL * 86400.
           COMPUTE WS-MONTH-END-SECONDS =
               (WS-MONTH-LAST-SERIAL + 1) * 86400 - 1.
           COMPUTE WS-MONTH-MINUTES = WS-MONTH-DAYS-COUNT * 1440.
       1100-MONTH-BOUNDS-EXIT.
           EXIT.
      *
      * every window that touches the month, the day before it, or
      * the days after it an outage may still be running into, from
      * the live calendar and then from the window history.
       1500-LOAD-WINDOWS.
           OPEN INPUT MNTCAL-FILE.
           IF WS-MNTCAL-STATUS NOT = '00'
               MOVE 'OPEN MNTCAL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-MNTCAL-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
       1510-LOAD-WINDOWS-LIVE.
           READ MNTCAL-FILE NEXT RECORD
               AT END
                   SET MNTCAL-EOF TO TRUE
           END-READ.
           IF WS-MNTCAL-STATUS NOT = '00'
              AND WS-MNTCAL-STATUS NOT = '10'
               MOVE 'READ MNTCAL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-MNTCAL-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           IF MNTCAL-EOF
               CLOSE MNTCAL-FILE
               GO TO 1520-LOAD-WINDOWS-HISTORY
           END-IF.
           PERFORM 1600-ADD-WINDOW THRU 1600-ADD-WINDOW-EXIT.
           GO TO 1510-LOAD-WINDOWS-LIVE.
       1520-LOAD-WINDOWS-HISTORY.
           OPEN INPUT MNTHIST-FILE.
           IF WS-MNTHIST-STATUS = '35'
               SET MNTHIST-ABSENT TO TRUE
               WRITE REPORT-LINE FROM RPT-NO-HISTORY-LINE
               GO TO 1540-LOAD-WINDOWS-DONE
           END-IF.
           IF WS-MNTHIST-STATUS NOT = '00'
               MOVE 'OPEN MNTHIST-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-MNTHIST-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
       1530-LOAD-WINDOWS-HISTORY-LOOP.
           READ MNTHIST-FILE INTO MNTCAL-RECORD
               AT END
                   SET MNTHIST-EOF TO TRUE
           END-READ.
           IF WS-MNTHIST-STATUS NOT = '00'
              AND WS-MNTHIST-STATUS NOT = '10'
               MOVE 'READ MNTHIST-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-MNTHIST-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
           IF MNTHIST-EOF
               CLOSE MNTHIST-FILE
               GO TO 1540-LOAD-WINDOWS-DONE
           END-IF.
           PERFORM 1600-ADD-WINDOW THRU 1600-ADD-WINDOW-EXIT.
           GO TO 1530-LOAD-WINDOWS-HISTORY-LOOP.
       1540-LOAD-WINDOWS-DONE.
           IF WINDOW-TABLE-OVERFLOW
               WRITE REPORT-LINE FROM RPT-WINDOW-OVERFLOW-LINE
           END-IF.
       1500-LOAD-WINDOWS-EXIT.
           EXIT.
      *
       1600-ADD-WINDOW.
           IF MNTCAL-END-DATE < WS-SCAN-FROM-X
               GO TO 1600-ADD-WINDOW-EXIT
           END-IF.
           IF WS-WINDOW-COUNT >= WS-WINDOW-MAX
               SET WINDOW-TABLE-OVERFLOW TO TRUE
               GO TO 1600-ADD-WINDOW-EXIT
           END-IF.
           ADD 1 TO WS-WINDOW-COUNT.
           MOVE MNTCAL-RESOURCE-ID
               TO WS-WINDOW-RESOURCE-ID(WS-WINDOW-COUNT).
           MOVE MNTCAL-START-DATE TO WS-CAL-START(1:8).
           MOVE MNTCAL-START-TIME TO WS-CAL-START(9:6).
           MOVE MNTCAL-END-DATE   TO WS-CAL-END(1:8).
           MOVE MNTCAL-END-TIME   TO WS-CAL-END(9:6).
           MOVE WS-CAL-START TO WS-WINDOW-START(WS-WINDOW-COUNT).
           MOVE WS-CAL-END   TO WS-WINDOW-END(WS-WINDOW-COUNT).
       1600-ADD-WINDOW-EXIT.
           EXIT.
      *
      * the live file first, then every archive generation allocated
      * - ERRARC01 deletes what it archives, so no record is on both.
       2000-SORT-INPUT.
           PERFORM 2100-READ-ERRLOG THRU 2100-READ-ERRLOG-EXIT.
       2010-SORT-INPUT-LOOP.
           IF ERRLOG-EOF
               GO TO 2020-SORT-INPUT-ARCHIVES
           END-IF.
           PERFORM 2200-SELECT-RECORD THRU 2200-SELECT-RECORD-EXIT.
           PERFORM 2100-READ-ERRLOG THRU 2100-READ-ERRLOG-EXIT.
           GO TO 2010-SORT-INPUT-LOOP.
       2020-SORT-INPUT-ARCHIVES.
           PERFORM 2500-READ-ARCHIVES THRU 2500-READ-ARCHIVES-EXIT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
       2000-SORT-INPUT-EXIT.
           EXIT.
      *
       2100-READ-ERRLOG.
           READ ERRLOG-FILE NEXT RECORD
               AT END
                   SET ERRLOG-EOF TO TRUE
           END-READ.
           IF WS-ERRLOG-STATUS NOT = '00'
              AND WS-ERRLOG-STATUS NOT = '10'
               MOVE 'READ ERRLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRLOG-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
       2100-READ-ERRLOG-EXIT.
           EXIT.
      *
      * one record, live or archived, in the ERRLOG record area: a
      * CRITICAL against a named resource, from the day before the
      * month on, is released with its time as seconds from serial
      * day zero. Those after the month cannot be judged until they
      * are in time order, so they go to the sort as well. Records
      * arrive date-ordered, so the serial is only worked out again
      * when the date changes.
       2200-SELECT-RECORD.
           IF ERRLOG-RESOURCE-NAME = SPACES
              OR ERRLOG-LOG-DATE IS NOT NUMERIC
              OR ERRLOG-LOG-TIME IS NOT NUMERIC
              OR ERRLOG-DRILL
               GO TO 2200-SELECT-RECORD-EXIT
           END-IF.
           IF ERRLOG-LOG-DATE < WS-SCAN-FROM-X
               GO TO 2200-SELECT-RECORD-EXIT
           END-IF.
           MOVE ERRLOG-RESP-STRING TO EIBRESP-STRING.
           PERFORM EIBRESP-SEVERITY-SET
               THRU EIBRESP-SEVERITY-SET-EXIT.
           IF EIBRESP-SEVERITY-CODE NOT = 'CRITICAL'
               GO TO 2200-SELECT-RECORD-EXIT
           END-IF.
           IF ERRLOG-LOG-DATE NOT = WS-LAST-SERIAL-DATE
               MOVE ERRLOG-LOG-DATE TO WS-SERIAL-DATE
               PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT
               MOVE WS-SERIAL-DAYS  TO WS-RECORD-SERIAL
               MOVE ERRLOG-LOG-DATE TO WS-LAST-SERIAL-DATE
           END-IF.
           MOVE ERRLOG-LOG-TIME TO WS-TIME-OF-DAY.
           MOVE ERRLOG-RESOURCE-NAME TO SORT-RESOURCE-NAME.
           COMPUTE SORT-SECONDS = WS-RECORD-SERIAL * 86400
                                + WS-TIME-HH * 3600
                                + WS-TIME-MM * 60
                                + WS-TIME-SS.
           MOVE ERRLOG-LOG-DATE      TO SORT-LOG-DATE.
           MOVE ERRLOG-LOG-TIME      TO SORT-LOG-TIME.
           MOVE ERRLOG-APPLID        TO SORT-APPLID.
           RELEASE SORT-REC.
           ADD 1 TO WS-RELEASE-COUNT.
       2200-SELECT-RECORD-EXIT.
           EXIT.
      *
      * one pass per generation DD, the OPEN/READ/CLOSE driven
      * through one set of paragraphs with WS-ARC-SUB saying which
      * is current - the same shape as ARCSRC01 and BASRPT01.
       2500-READ-ARCHIVES.
           MOVE 1 TO WS-ARC-SUB.
       2510-READ-ARCHIVES-GEN.
           IF WS-ARC-SUB > 8
               GO TO 2500-READ-ARCHIVES-EXIT
           END-IF.
           MOVE 'N' TO WS-ARCIN-EOF-SW.
           MOVE 'N' TO WS-ARCIN-ABSENT-SW.
           MOVE ZERO TO WS-ARC-READ-CT.
           MOVE ZERO TO WS-ARC-USED-CT.
           PERFORM 2600-OPEN-ARCIN THRU 2600-OPEN-ARCIN-EXIT.
           IF ARCIN-ABSENT
               ADD 1 TO WS-ARC-SUB
               GO TO 2510-READ-ARCHIVES-GEN
           END-IF.
           PERFORM 2700-READ-ARCIN THRU 2700-READ-ARCIN-EXIT.
       2520-READ-ARCHIVES-LOOP.
           IF ARCIN-EOF
               PERFORM 2800-CLOSE-ARCIN THRU 2800-CLOSE-ARCIN-EXIT
               MOVE WS-ARC-SUB     TO RPT-GEN-SUB
               MOVE WS-ARC-READ-CT TO RPT-GEN-READ
               MOVE WS-ARC-USED-CT TO RPT-GEN-USED
               WRITE REPORT-LINE FROM RPT-GEN-LINE
               ADD 1 TO WS-ARC-SUB
               GO TO 2510-READ-ARCHIVES-GEN
           END-IF.
           ADD 1 TO WS-ARC-READ-CT.
           MOVE WS-RELEASE-COUNT TO WS-RELEASE-BEFORE.
           PERFORM 2200-SELECT-RECORD THRU 2200-SELECT-RECORD-EXIT.
           IF WS-RELEASE-COUNT > WS-RELEASE-BEFORE
              AND ERRLOG-LOG-DATE NOT > WS-MONTH-LAST-X
               ADD 1 TO WS-ARC-USED-CT
           END-IF.
           PERFORM 2700-READ-ARCIN THRU 2700-READ-ARCIN-EXIT.
           GO TO 2520-READ-ARCHIVES-LOOP.
       2500-READ-ARCHIVES-EXIT.
           EXIT.
      *
       2600-OPEN-ARCIN.
           EVALUATE WS-ARC-SUB
               WHEN 1 OPEN INPUT ARCIN1E-FILE
               WHEN 2 OPEN INPUT ARCIN2E-FILE
               WHEN 3 OPEN INPUT ARCIN3E-FILE
               WHEN 4 OPEN INPUT ARCIN4E-FILE
               WHEN 5 OPEN INPUT ARCIN5E-FILE
               WHEN 6 OPEN INPUT ARCIN6E-FILE
               WHEN 7 OPEN INPUT ARCIN7E-FILE
               WHEN 8 OPEN INPUT ARCIN8E-FILE
           END-EVALUATE.
           IF WS-ARCIN-STATUS = '35'
               MOVE WS-ARC-SUB TO WS-SKIP-SUB
               WRITE REPORT-LINE FROM WS-SKIP-LINE
               SET ARCIN-ABSENT TO TRUE
               GO TO 2600-OPEN-ARCIN-EXIT
           END-IF.
           IF WS-ARCIN-STATUS NOT = '00'
               MOVE 'OPEN ARCIN-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ARCIN-STATUS
                   TO WS-ABEND-MESSAGE(32:2)
               GO TO 9999-ABEND
           END-IF.
       2600-OPEN-ARCIN-EXIT.
           EXIT.
      *
       2700-READ-ARCIN.
           EVALUATE WS-ARC-SUB
               WHEN 1 READ ARCIN1E-FILE INTO ERRLOG-RECORD
                          AT END SET ARCIN-EOF TO TRUE
                      END-READ
               WHEN 2 READ ARCIN2E-FILE INTO ERRLOG-RECORD
                          AT END SET ARCIN-EOF TO TRUE
                      END-READ
               WHEN 3 READ ARCIN3E-FILE INTO ERRLOG-RECORD
                          AT END SET ARCIN-EOF TO TRUE
                      END-READ
               WHEN 4 READ ARCIN4E-FILE INTO ERRLOG-RECORD
                          AT END SET ARCIN-EOF TO TRUE
                      END-READ
               WHEN 5 READ ARCIN5E-FILE INTO ERRLOG-RECORD
                          AT END SET ARCIN-EOF TO TRUE
                      END-READ
               WHEN 6 READ ARCIN6E-FILE INTO ERRLOG-RECORD
                          AT END SET ARCIN-EOF TO TRUE
                      END-READ
               WHEN 7 READ ARCIN7E-FILE INTO ERRLOG-RECORD
                          AT END SET ARCIN-EOF TO TRUE
                      END-READ
               WHEN 8 READ ARCIN8E-FILE INTO ERRLOG-RECORD
                          AT END SET ARCIN-EOF TO TRUE
                      END-READ
           END-EVALUATE.
           IF WS-ARCIN-STATUS NOT = '00'
              AND WS-ARCIN-STATUS NOT = '10'
               MOVE 'READ ARCIN-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ARCIN-STATUS
                   TO WS-ABEND-MESSAGE(32:2)
               GO TO 9999-ABEND
           END-IF.
       2700-READ-ARCIN-EXIT.
           EXIT.
      *
       2800-CLOSE-ARCIN.
           EVALUATE WS-ARC-SUB
               WHEN 1 CLOSE ARCIN1E-FILE
               WHEN 2 CLOSE ARCIN2E-FILE
               WHEN 3 CLOSE ARCIN3E-FILE
               WHEN 4 CLOSE ARCIN4E-FILE
               WHEN 5 CLOSE ARCIN5E-FILE
               WHEN 6 CLOSE ARCIN6E-FILE
               WHEN 7 CLOSE ARCIN7E-FILE
               WHEN 8 CLOSE ARCIN8E-FILE
           END-EVALUATE.
       2800-CLOSE-ARCIN-EXIT.
           EXIT.
      *
      * a resource's CRITICALs in time order: each one either extends
      * the outage in hand or, past the gap or on a new resource,
      * closes it and opens the next. One after the month's end only
      * extends - it never opens an outage of its own.
       3000-SORT-OUTPUT.
           PERFORM 3100-RETURN-SORT-REC THRU 3100-RETURN-SORT-REC-EXIT.
       3010-SORT-OUTPUT-LOOP.
           IF SORT-EOF
               IF WS-OUTAGE-OPEN
                   PERFORM 3500-CLOSE-OUTAGE
                       THRU 3500-CLOSE-OUTAGE-EXIT
               END-IF
               IF WS-OUTAGE-TOTAL = ZERO
                   WRITE REPORT-LINE FROM RPT-NONE-LINE
               END-IF
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
           IF WS-OUTAGE-OPEN
               IF SORT-RESOURCE-NAME NOT = WS-OUT-RESOURCE-NAME
                  OR SORT-SECONDS - WS-OUT-LAST-SECONDS
                         > WS-GAP-SECONDS
                   PERFORM 3500-CLOSE-OUTAGE
                       THRU 3500-CLOSE-OUTAGE-EXIT
               END-IF
           END-IF.
           IF NOT WS-OUTAGE-OPEN
               IF SORT-SECONDS NOT > WS-MONTH-END-SECONDS
                   PERFORM 3200-OPEN-OUTAGE
                       THRU 3200-OPEN-OUTAGE-EXIT
               END-IF
               GO TO 3020-SORT-OUTPUT-NEXT
           END-IF.
           MOVE SORT-SECONDS  TO WS-OUT-LAST-SECONDS.
           MOVE SORT-LOG-DATE TO WS-OUT-LAST(1:8).
           MOVE SORT-LOG-TIME TO WS-OUT-LAST(9:6).
           ADD 1 TO WS-OUT-CRITICAL-COUNT.
           PERFORM 3300-ADD-APPLID THRU 3300-ADD-APPLID-EXIT.
       3020-SORT-OUTPUT-NEXT.
           PERFORM 3100-RETURN-SORT-REC THRU 3100-RETURN-SORT-REC-EXIT.
           GO TO 3010-SORT-OUTPUT-LOOP.
       3000-SORT-OUTPUT-EXIT.
           EXIT.
      *
       3100-RETURN-SORT-REC.
           RETURN SORT-WORK-FILE RECORD
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       3100-RETURN-SORT-REC-EXIT.
           EXIT.
      *
       3200-OPEN-OUTAGE.
           SET WS-OUTAGE-OPEN TO TRUE.
           MOVE SORT-RESOURCE-NAME TO WS-OUT-RESOURCE-NAME.
           MOVE SORT-SECONDS       TO WS-OUT-START-SECONDS.
           MOVE SORT-SECONDS       TO WS-OUT-LAST-SECONDS.
           MOVE SORT-LOG-DATE      TO WS-OUT-START(1:8).
           MOVE SORT-LOG-TIME      TO WS-OUT-START(9:6).
           MOVE WS-OUT-START       TO WS-OUT-LAST.
           MOVE 1                  TO WS-OUT-CRITICAL-COUNT.
           MOVE ZERO               TO WS-OUT-APPLID-COUNT.
           MOVE SPACES             TO WS-OUT-APPLID-TABLE.
           PERFORM 3300-ADD-APPLID THRU 3300-ADD-APPLID-EXIT.
       3200-OPEN-OUTAGE-EXIT.
           EXIT.
      *
      * the first eight APPLIDs are kept by name; past that they are
      * only counted.
       3300-ADD-APPLID.
           IF SORT-APPLID = SPACES
               GO TO 3300-ADD-APPLID-EXIT
           END-IF.
           MOVE 'N' TO WS-APPLID-FOUND-SW.
           MOVE 1 TO WS-APPLID-SUB.
       3310-ADD-APPLID-LOOP.
           IF WS-APPLID-SUB > WS-OUT-APPLID-COUNT
              OR WS-APPLID-SUB > 8
               GO TO 3320-ADD-APPLID-NEW
           END-IF.
           IF WS-OUT-APPLID(WS-APPLID-SUB) = SORT-APPLID
               GO TO 3300-ADD-APPLID-EXIT
           END-IF.
           ADD 1 TO WS-APPLID-SUB.
           GO TO 3310-ADD-APPLID-LOOP.
       3320-ADD-APPLID-NEW.
      * a region beyond the eighth cannot be told from one already
      * counted, so the count stops being exact there - it is only
      * ever used to say the list is short.
           IF WS-OUT-APPLID-COUNT >= 8
               IF WS-OUT-APPLID-COUNT = 8
                   ADD 1 TO WS-OUT-APPLID-COUNT
               END-IF
               GO TO 3300-ADD-APPLID-EXIT
           END-IF.
           ADD 1 TO WS-OUT-APPLID-COUNT.
           MOVE SORT-APPLID TO WS-OUT-APPLID(WS-OUT-APPLID-COUNT).
       3300-ADD-APPLID-EXIT.
           EXIT.
      *
      * an outage that does not reach into the month - one that ended
      * on the day before it - is dropped; the rest are listed,
      * extracted and counted against the month for the part of them
      * that fell inside it.
       3500-CLOSE-OUTAGE.
           MOVE 'N' TO WS-OUTAGE-OPEN-SW.
           IF WS-OUT-LAST-SECONDS < WS-MONTH-START-SECONDS
               GO TO 3500-CLOSE-OUTAGE-EXIT
           END-IF.
           ADD 1 TO WS-OUTAGE-TOTAL.
           COMPUTE WS-DURATION-MINS =
               (WS-OUT-LAST-SECONDS - WS-OUT-START-SECONDS + 59) / 60.
           IF WS-DURATION-MINS = ZERO
               MOVE 1 TO WS-DURATION-MINS
           END-IF.
           MOVE WS-OUT-START-SECONDS TO WS-CLIP-START-SECONDS.
           IF WS-CLIP-START-SECONDS < WS-MONTH-START-SECONDS
               MOVE WS-MONTH-START-SECONDS TO WS-CLIP-START-SECONDS
           END-IF.
           MOVE WS-OUT-LAST-SECONDS TO WS-CLIP-END-SECONDS.
           IF WS-CLIP-END-SECONDS > WS-MONTH-END-SECONDS
               MOVE WS-MONTH-END-SECONDS TO WS-CLIP-END-SECONDS
           END-IF.
           COMPUTE WS-MONTH-MINS =
               (WS-CLIP-END-SECONDS - WS-CLIP-START-SECONDS + 59) / 60.
           IF WS-MONTH-MINS = ZERO
               MOVE 1 TO WS-MONTH-MINS
           END-IF.
           PERFORM 3600-PLANNED-CHECK THRU 3600-PLANNED-CHECK-EXIT.
           PERFORM 3700-WRITE-OUTAGE THRU 3700-WRITE-OUTAGE-EXIT.
           PERFORM 3800-RESOURCE-ADD THRU 3800-RESOURCE-ADD-EXIT.
       3500-CLOSE-OUTAGE-EXIT.
           EXIT.
      *
      * any window for the resource that overlaps the outage at all -
      * starts no later than its end and ends no earlier than its
      * start - makes it planned. The first one found is recorded.
       3600-PLANNED-CHECK.
           MOVE 'N' TO WS-PLANNED-SW.
           MOVE 1 TO WS-WINDOW-SUB.
       3610-PLANNED-CHECK-LOOP.
           IF WS-WINDOW-SUB > WS-WINDOW-COUNT
               GO TO 3600-PLANNED-CHECK-EXIT
           END-IF.
           IF WS-WINDOW-RESOURCE-ID(WS-WINDOW-SUB)
                  = WS-OUT-RESOURCE-NAME
              AND WS-WINDOW-START(WS-WINDOW-SUB) NOT > WS-OUT-LAST
              AND WS-WINDOW-END(WS-WINDOW-SUB) NOT < WS-OUT-START
               SET WS-PLANNED TO TRUE
               GO TO 3600-PLANNED-CHECK-EXIT
           END-IF.
           ADD 1 TO WS-WINDOW-SUB.
           GO TO 3610-PLANNED-CHECK-LOOP.
       3600-PLANNED-CHECK-EXIT.
           EXIT.
      *
       3700-WRITE-OUTAGE.
           MOVE WS-OUT-RESOURCE-NAME  TO RPT-RESOURCE-NAME.
           MOVE WS-OUT-START(1:8)     TO RPT-START-DATE.
           MOVE WS-OUT-START(9:6)     TO RPT-START-TIME.
           MOVE WS-OUT-LAST(1:8)      TO RPT-END-DATE.
           MOVE WS-OUT-LAST(9:6)      TO RPT-END-TIME.
           MOVE WS-DURATION-MINS      TO RPT-DURATION.
           MOVE WS-OUT-CRITICAL-COUNT TO RPT-CRITICAL.
           IF WS-PLANNED
               MOVE 'PLANNED'   TO RPT-TYPE
           ELSE
               MOVE 'UNPLANNED' TO RPT-TYPE
           END-IF.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-APPLID-LINE.
           MOVE 'APPLIDS ' TO RPT-APPLID-LINE(10:8).
           MOVE 1 TO WS-APPLID-SUB.
       3710-WRITE-OUTAGE-APPLID.
           IF WS-APPLID-SUB > WS-OUT-APPLID-COUNT
              OR WS-APPLID-SUB > 6
               GO TO 3720-WRITE-OUTAGE-APPLID-DONE
           END-IF.
           MOVE WS-OUT-APPLID(WS-APPLID-SUB)
               TO RPT-APPLID-NAME(WS-APPLID-SUB).
           ADD 1 TO WS-APPLID-SUB.
           GO TO 3710-WRITE-OUTAGE-APPLID.
       3720-WRITE-OUTAGE-APPLID-DONE.
           IF WS-OUT-APPLID-COUNT > 6
               COMPUTE RPT-MORE-COUNT = WS-OUT-APPLID-COUNT - 6
               MOVE RPT-MORE-TEXT TO RPT-APPLID-MORE
           END-IF.
           IF WS-OUT-APPLID-COUNT > ZERO
               WRITE REPORT-LINE FROM RPT-APPLID-LINE
           END-IF.
           MOVE SPACES                TO OUTAGE-RECORD.
           MOVE WS-OUT-RESOURCE-NAME  TO OUTAGE-RESOURCE-NAME.
           MOVE WS-OUT-START(1:8)     TO OUTAGE-START-DATE.
           MOVE WS-OUT-START(9:6)     TO OUTAGE-START-TIME.
           MOVE WS-OUT-LAST(1:8)      TO OUTAGE-END-DATE.
           MOVE WS-OUT-LAST(9:6)      TO OUTAGE-END-TIME.
           MOVE WS-DURATION-MINS      TO OUTAGE-DURATION-MINS.
           MOVE WS-MONTH-MINS         TO OUTAGE-MONTH-MINS.
           MOVE WS-OUT-CRITICAL-COUNT TO OUTAGE-CRITICAL-COUNT.
           IF WS-PLANNED
               SET OUTAGE-PLANNED TO TRUE
               MOVE WS-WINDOW-START(WS-WINDOW-SUB)(1:8)
                   TO OUTAGE-WINDOW-START-DATE
               MOVE WS-WINDOW-START(WS-WINDOW-SUB)(9:6)
                   TO OUTAGE-WINDOW-START-TIME
           ELSE
               SET OUTAGE-UNPLANNED TO TRUE
           END-IF.
           MOVE WS-OUT-APPLID-COUNT   TO OUTAGE-APPLID-COUNT.
           MOVE 1 TO WS-APPLID-SUB.
       3730-WRITE-OUTAGE-EXTRACT.
           IF WS-APPLID-SUB > 8
               GO TO 3740-WRITE-OUTAGE-EXTRACT-DONE
           END-IF.
           MOVE WS-OUT-APPLID(WS-APPLID-SUB)
               TO OUTAGE-APPLID(WS-APPLID-SUB).
           ADD 1 TO WS-APPLID-SUB.
           GO TO 3730-WRITE-OUTAGE-EXTRACT.
       3740-WRITE-OUTAGE-EXTRACT-DONE.
           WRITE OUTAGE-RECORD.
           IF WS-EXTRACT-STATUS NOT = '00'
               MOVE 'WRITE EXTRACT-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-EXTRACT-STATUS
                   TO WS-ABEND-MESSAGE(35:2)
               GO TO 9999-ABEND
           END-IF.
       3700-WRITE-OUTAGE-EXIT.
           EXIT.
      *
      * outages arrive grouped by resource, so the resource in hand is
      * always the last entry or a new one.
       3800-RESOURCE-ADD.
           IF WS-RES-COUNT > ZERO
               IF WS-RES-NAME(WS-RES-COUNT) = WS-OUT-RESOURCE-NAME
                   GO TO 3810-RESOURCE-ADD-COUNT
               END-IF
           END-IF.
           IF WS-RES-COUNT >= WS-RES-MAX
               SET RES-TABLE-OVERFLOW TO TRUE
               GO TO 3800-RESOURCE-ADD-EXIT
           END-IF.
           ADD 1 TO WS-RES-COUNT.
           MOVE WS-OUT-RESOURCE-NAME TO WS-RES-NAME(WS-RES-COUNT).
           MOVE ZERO TO WS-RES-OUTAGES(WS-RES-COUNT).
           MOVE ZERO TO WS-RES-PLANNED(WS-RES-COUNT).
           MOVE ZERO TO WS-RES-UNPLANNED-MINS(WS-RES-COUNT).
           MOVE ZERO TO WS-RES-PLANNED-MINS(WS-RES-COUNT).
       3810-RESOURCE-ADD-COUNT.
           ADD 1 TO WS-RES-OUTAGES(WS-RES-COUNT).
           IF WS-PLANNED
               ADD 1 TO WS-PLANNED-TOTAL
               ADD 1 TO WS-RES-PLANNED(WS-RES-COUNT)
               ADD WS-MONTH-MINS TO WS-RES-PLANNED-MINS(WS-RES-COUNT)
           ELSE
               ADD WS-MONTH-MINS
                   TO WS-RES-UNPLANNED-MINS(WS-RES-COUNT)
           END-IF.
       3800-RESOURCE-ADD-EXIT.
           EXIT.
      *
      * availability excluding planned downtime is the service-level
      * figure; including it is what the users actually saw.
       4000-PRINT-AVAILABILITY.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-MONTH-MINUTES TO RPT-MONTH-MINUTES.
           WRITE REPORT-LINE FROM RPT-AVAIL-HEADING-1.
           WRITE REPORT-LINE FROM RPT-AVAIL-HEADING-2.
           MOVE 1 TO WS-RES-SUB.
       4010-PRINT-AVAILABILITY-LOOP.
           IF WS-RES-SUB > WS-RES-COUNT
               GO TO 4020-PRINT-AVAILABILITY-DONE
           END-IF.
           MOVE WS-RES-NAME(WS-RES-SUB)     TO RPT-AV-RESOURCE-NAME.
           MOVE WS-RES-OUTAGES(WS-RES-SUB)  TO RPT-AV-OUTAGES.
           MOVE WS-RES-PLANNED(WS-RES-SUB)  TO RPT-AV-PLANNED.
           MOVE WS-RES-UNPLANNED-MINS(WS-RES-SUB)
               TO RPT-AV-UNPLANNED-MINS.
           MOVE WS-RES-PLANNED-MINS(WS-RES-SUB)
               TO RPT-AV-PLANNED-MINS.
           MOVE WS-RES-UNPLANNED-MINS(WS-RES-SUB) TO WS-DOWN-MINS.
           PERFORM 4100-PERCENT THRU 4100-PERCENT-EXIT.
           MOVE WS-AVAIL-PCT TO RPT-AV-PCT-EXCL.
           COMPUTE WS-DOWN-MINS = WS-RES-UNPLANNED-MINS(WS-RES-SUB)
                                + WS-RES-PLANNED-MINS(WS-RES-SUB).
           PERFORM 4100-PERCENT THRU 4100-PERCENT-EXIT.
           MOVE WS-AVAIL-PCT TO RPT-AV-PCT-ALL.
           WRITE REPORT-LINE FROM RPT-AVAIL-LINE.
           ADD 1 TO WS-RES-SUB.
           GO TO 4010-PRINT-AVAILABILITY-LOOP.
       4020-PRINT-AVAILABILITY-DONE.
           IF RES-TABLE-OVERFLOW
               WRITE REPORT-LINE FROM RPT-RES-OVERFLOW-LINE
           END-IF.
       4000-PRINT-AVAILABILITY-EXIT.
           EXIT.
      *
      * overlapping outages are not possible for one resource, but the
      * month minutes are the floor all the same.
       4100-PERCENT.
           IF WS-DOWN-MINS > WS-MONTH-MINUTES
               MOVE WS-MONTH-MINUTES TO WS-DOWN-MINS
           END-IF.
           COMPUTE WS-AVAIL-PCT ROUNDED =
               (WS-MONTH-MINUTES - WS-DOWN-MINS) * 100
                   / WS-MONTH-MINUTES.
       4100-PERCENT-EXIT.
           EXIT.
      *
       7000-DATE-TO-DAYS.
           DIVIDE WS-SERIAL-YYYY BY 4   GIVING WS-LEAP-4.
           DIVIDE WS-SERIAL-YYYY BY 100 GIVING WS-LEAP-100.
           DIVIDE WS-SERIAL-YYYY BY 400 GIVING WS-LEAP-400.
           COMPUTE WS-SERIAL-DAYS = WS-SERIAL-YYYY * 365
                                  + WS-LEAP-4
                                  - WS-LEAP-100
                                  + WS-LEAP-400
                                  + WS-MONTH-DAYS(WS-SERIAL-MM)
                                  + WS-SERIAL-DD.
      * the leap-day count above already includes this year's 29th of
      * February; for January and February of a leap year it has not
      * happened yet, so back it out.
           IF WS-SERIAL-MM < 3
               PERFORM 7100-LEAP-TEST THRU 7100-LEAP-TEST-EXIT
               IF WS-LEAP-YEAR
                   SUBTRACT 1 FROM WS-SERIAL-DAYS
               END-IF
           END-IF.
       7000-DATE-TO-DAYS-EXIT.
           EXIT.
      *
       7100-LEAP-TEST.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-SERIAL-YYYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0
               GO TO 7100-LEAP-TEST-EXIT
           END-IF.
           DIVIDE WS-SERIAL-YYYY BY 100
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0
               MOVE 'Y' TO WS-LEAP-SW
               GO TO 7100-LEAP-TEST-EXIT
           END-IF.
           DIVIDE WS-SERIAL-YYYY BY 400
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
       7100-LEAP-TEST-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'CRITICAL RECORDS SELECTED'    TO RPT-COUNT-LABEL.
           MOVE WS-RELEASE-COUNT               TO RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE 'OUTAGES IN THE MONTH'         TO RPT-COUNT-LABEL.
           MOVE WS-OUTAGE-TOTAL                TO RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE '  OF WHICH PLANNED'           TO RPT-COUNT-LABEL.
           MOVE WS-PLANNED-TOTAL               TO RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           CLOSE ERRLOG-FILE.
           CLOSE EXTRACT-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
      *
      * an unreadable input means the month's availability cannot be
      * stated - it abends rather than report a resource up that was
      * down in a record it never read.
       9999-ABEND.
           DISPLAY 'OUTRPT01 ABEND: ' WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
           COPY RESPSEV.
