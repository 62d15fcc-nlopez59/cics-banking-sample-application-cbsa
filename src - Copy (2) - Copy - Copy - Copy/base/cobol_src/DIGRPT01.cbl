       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIGRPT01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * DIGRPT01 is the nightly per-team error digest. ERRRPT01,       *
      * SECRPT01 and the ALERTF activity are shop-wide, and every      *
      * support team was reading all of it to find its own programs.   *
      * This job splits the business date's activity by owning team -  *
      * resolved exactly as RATEMON01's 6100-TEAM-LOOKUP resolves an   *
      * alert: the ALRTOWN R entry for the resource first, the P entry *
      * for the program second, DEFAULT when neither is mapped - and   *
      * writes one digest per team.                                    *
      *                                                                *
      * Each digest carries, for its team:                             *
      *   - the business date's ERRLOG records, and how many were      *
      *     CRITICAL, against the previous day's total;                *
      *   - the business date's ABENDLOG abends (resource = abend      *
      *     code, as ABNDLOG01 hands it to RATEMON01);                 *
      *   - ALERTF alerts still OUTSTANDING, and the business date's   *
      *     alerts ESCAL01 escalated - on the team RATEMON01 stamped   *
      *     on the alert when it was raised;                           *
      *   - REPLAYQ entries still PENDING (program entry only - a      *
      *     replay entry carries no resource name);                    *
      *   - the team's top five program/resp pairs for the business    *
      *     date, each against its count the previous day.             *
      *                                                                *
      * The digests go to DIGOUT, every line led by the owning team    *
      * code so the print distribution bursts the dataset one team to  *
      * a copy. Every team named on ALRTOWN gets a digest even on a    *
      * quiet day, so a missing digest means a missing run, not a      *
      * clean night. RPTOUT carries the one-page run summary across    *
      * all teams.                                                     *
      *                                                                *
      * The previous day is read from the live ERRLOG - ERRARC01's     *
      * retention runs to ninety days, so it is always still on file   *
      * when this job runs ahead of the archives.                      *
      *                                                                *
      * Synthetic alert drills (ERRLOG-DRILL, see DRILL01) are left    *
      * out of the business date's counts, as they are from every      *
      * other ERRLOG-based report.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRLOG-FILE ASSIGN TO ERRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ERRLOG-KEY
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT ABENDLOG-FILE ASSIGN TO ABENDLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ABENDLOG-KEY
               FILE STATUS IS WS-ABENDLOG-STATUS.
           SELECT ALERTF-FILE ASSIGN TO ALERTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ALERTF-KEY
               FILE STATUS IS WS-ALERTF-STATUS.
           SELECT REPLAYQ-FILE ASSIGN TO REPLAYQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REPLAYQ-KEY
               FILE STATUS IS WS-REPLAYQ-STATUS.
           SELECT ALRTOWN-FILE ASSIGN TO ALRTOWN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALRTOWN-KEY
               FILE STATUS IS WS-ALRTOWN-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT DIGEST-FILE ASSIGN TO DIGOUT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DIGEST-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ERRLOG-FILE.
           COPY ERRLOG.
       FD  ABENDLOG-FILE.
           COPY ABENDLOG.
       FD  ALERTF-FILE.
           COPY ALERTF.
       FD  REPLAYQ-FILE.
           COPY REPLAYQ.
       FD  ALRTOWN-FILE.
           COPY ALRTOWN.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE          PIC X(08).
           05  FILLER                      PIC X(72).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
      * one digest print line, led by the team it belongs to - the
      * burst key.
       FD  DIGEST-FILE.
       01  DIGEST-RECORD.
           05  DIGEST-TEAM-CODE            PIC X(08).
           05  DIGEST-LINE                 PIC X(80).
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
           COPY RESPCTX.
       01  WS-ERRLOG-STATUS                PIC X(02).
       01  WS-ABENDLOG-STATUS              PIC X(02).
       01  WS-ALERTF-STATUS                PIC X(02).
       01  WS-REPLAYQ-STATUS               PIC X(02).
       01  WS-ALRTOWN-STATUS               PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-RUNCTL-STATUS                PIC X(02).
       01  WS-DIGEST-STATUS                PIC X(02).
       01  WS-BUSINESS-DATE                PIC X(08).
       01  WS-CURRENT-DATE                 PIC X(08).
       01  WS-CURRENT-TIME                 PIC X(08).
       01  WS-ABEND-MESSAGE                PIC X(40).
       01  WS-ERRLOG-EOF-SW                PIC X(01) VALUE 'N'.
           88  ERRLOG-EOF                       VALUE 'Y'.
       01  WS-ABENDLOG-EOF-SW              PIC X(01) VALUE 'N'.
           88  ABENDLOG-EOF                     VALUE 'Y'.
       01  WS-ALERTF-EOF-SW                PIC X(01) VALUE 'N'.
           88  ALERTF-EOF                       VALUE 'Y'.
       01  WS-REPLAYQ-EOF-SW               PIC X(01) VALUE 'N'.
           88  REPLAYQ-EOF                      VALUE 'Y'.
       01  WS-ALRTOWN-EOF-SW               PIC X(01) VALUE 'N'.
           88  ALRTOWN-EOF                      VALUE 'Y'.
      * the calendar day before the business date, worked back by
      * hand across month and year ends.
       01  WS-PRIOR-DATE.
           05  WS-PRIOR-YYYY               PIC 9(04).
           05  WS-PRIOR-MM                 PIC 9(02).
           05  WS-PRIOR-DD                 PIC 9(02).
       01  WS-PRIOR-DATE-X REDEFINES WS-PRIOR-DATE PIC X(08).
       01  WS-MONTH-LENGTH-LIST            PIC X(24) VALUE
           '312831303130313130313031'.
       01  FILLER REDEFINES WS-MONTH-LENGTH-LIST.
           05  WS-MONTH-LENGTH OCCURS 12 TIMES PIC 9(02).
       01  WS-LEAP-QUOT                    PIC S9(09) COMP.
       01  WS-LEAP-REM                     PIC S9(09) COMP.
       01  WS-LEAP-SW                      PIC X(01).
           88  WS-LEAP-YEAR                     VALUE 'Y'.
      * the team being resolved, and the entity it is resolved from.
       01  WS-LOOKUP-PROGRAM-ID            PIC X(08).
       01  WS-LOOKUP-RESOURCE-NAME         PIC X(08).
       01  WS-TEAM-CODE                    PIC X(08).
      * program/resource pairs already resolved this run - most of a
      * night's ERRLOG is a few pairs over and over, and each one
      * resolved is two ALRTOWN reads saved. A pair past the end of
      * the cache is simply resolved again every time.
       01  WS-OWNER-CACHE.
           05  WS-OWNER-ENTRY OCCURS 1000 TIMES.
               10  WS-OWNER-PROGRAM-ID     PIC X(08).
               10  WS-OWNER-RESOURCE-NAME  PIC X(08).
               10  WS-OWNER-TEAM-CODE      PIC X(08).
       01  WS-OWNER-COUNT                  PIC 9(04) COMP VALUE 0.
       01  WS-OWNER-MAX                    PIC 9(04) COMP VALUE 1000.
       01  WS-OWNER-SUB                    PIC 9(04) COMP.
      * one entry per team - DEFAULT always first. A team past the
      * end of the table is counted under DEFAULT and said so on the
      * run summary.
       01  WS-TEAM-TABLE.
           05  WS-TEAM-ENTRY OCCURS 100 TIMES.
               10  WS-TEAM-ID              PIC X(08).
               10  WS-TEAM-ERRLOG-COUNT    PIC 9(07) COMP.
               10  WS-TEAM-CRITICAL-COUNT  PIC 9(07) COMP.
               10  WS-TEAM-PRIOR-COUNT     PIC 9(07) COMP.
               10  WS-TEAM-ABEND-COUNT     PIC 9(07) COMP.
               10  WS-TEAM-OUTSTANDING     PIC 9(07) COMP.
               10  WS-TEAM-ESCALATED       PIC 9(07) COMP.
               10  WS-TEAM-PENDING         PIC 9(07) COMP.
               10  WS-TEAM-PRINTED-SW      PIC X(01).
       01  WS-TEAM-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-TEAM-MAX                     PIC 9(04) COMP VALUE 100.
       01  WS-TEAM-SUB                     PIC 9(04) COMP.
       01  WS-TEAM-SCAN                    PIC 9(04) COMP.
       01  WS-TEAM-OVERFLOW-SW             PIC X(01) VALUE 'N'.
           88  TEAM-TABLE-OVERFLOW              VALUE 'Y'.
      * program/resp pairs by team, the business date and the day
      * before side by side.
       01  WS-PAIR-TABLE.
           05  WS-PAIR-ENTRY OCCURS 5000 TIMES.
               10  WS-PAIR-TEAM-SUB        PIC 9(04) COMP.
               10  WS-PAIR-PROGRAM-ID      PIC X(08).
               10  WS-PAIR-RESP-STRING     PIC X(40).
               10  WS-PAIR-TODAY-COUNT     PIC 9(07) COMP.
               10  WS-PAIR-PRIOR-COUNT     PIC 9(07) COMP.
               10  WS-PAIR-PICKED-SW       PIC X(01).
       01  WS-PAIR-COUNT                   PIC 9(04) COMP VALUE 0.
       01  WS-PAIR-MAX                     PIC 9(04) COMP VALUE 5000.
       01  WS-PAIR-SUB                     PIC 9(04) COMP.
       01  WS-PAIR-OVERFLOW-SW             PIC X(01) VALUE 'N'.
           88  PAIR-TABLE-OVERFLOW              VALUE 'Y'.
       01  WS-PRIOR-DAY-SW                 PIC X(01).
           88  WS-PRIOR-DAY                     VALUE 'Y'.
       01  WS-TOP-RANK                     PIC 9(01).
       01  WS-BEST-SUB                     PIC 9(04) COMP.
       01  WS-BEST-COUNT                   PIC 9(07) COMP.
       01  WS-ERRLOG-TODAY-COUNT           PIC 9(09) COMP VALUE 0.
       01  WS-DIGEST-COUNT                 PIC 9(04) COMP VALUE 0.
       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'DIGRPT01 - PER-TEAM '.
           05  FILLER            PIC X(20) VALUE 'ERROR DIGEST SUMMARY'.
       01  WS-HEADING-2.
           05  FILLER            PIC X(14) VALUE 'BUSINESS DATE '.
           05  RPT-BUSINESS-DATE PIC X(08).
           05  FILLER            PIC X(16) VALUE '  PREVIOUS DAY  '.
           05  RPT-PRIOR-DATE    PIC X(08).
       01  WS-HEADING-3.
           05  FILLER            PIC X(09) VALUE 'TEAM     '.
           05  FILLER            PIC X(09) VALUE '   ERRLOG'.
           05  FILLER            PIC X(09) VALUE ' CRITICAL'.
           05  FILLER            PIC X(09) VALUE ' PREV DAY'.
           05  FILLER            PIC X(09) VALUE '   ABENDS'.
           05  FILLER            PIC X(09) VALUE '  OUTSTND'.
           05  FILLER            PIC X(09) VALUE ' ESCALATD'.
           05  FILLER            PIC X(09) VALUE '  PENDING'.
       01  RPT-SUMMARY-LINE.
           05  RPT-SUM-TEAM                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-SUM-ERRLOG              PIC Z,ZZZ,ZZ9.
           05  RPT-SUM-CRITICAL            PIC Z,ZZZ,ZZ9.
           05  RPT-SUM-PRIOR               PIC Z,ZZZ,ZZ9.
           05  RPT-SUM-ABENDS              PIC Z,ZZZ,ZZ9.
           05  RPT-SUM-OUTSTANDING         PIC Z,ZZZ,ZZ9.
           05  RPT-SUM-ESCALATED           PIC Z,ZZZ,ZZ9.
           05  RPT-SUM-PENDING             PIC Z,ZZZ,ZZ9.
       01  RPT-TEAM-OVERFLOW-LINE.
           05  FILLER            PIC X(20) VALUE 'TEAM TABLE FULL - TE'.
           05  FILLER            PIC X(20) VALUE 'AMS PAST 100 ARE COU'.
           05  FILLER            PIC X(20) VALUE 'NTED UNDER DEFAULT'.
       01  RPT-PAIR-OVERFLOW-LINE.
           05  FILLER            PIC X(20) VALUE 'PAIR TABLE FULL - PA'.
           05  FILLER            PIC X(20) VALUE 'IRS PAST 5000 ARE LE'.
           05  FILLER            PIC X(20) VALUE 'FT OFF THE TOP FIVE'.
       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL             PIC X(30).
           05  RPT-COUNT-VALUE             PIC ZZZ,ZZZ,ZZ9.
      * the digest lines, written to DIGOUT under the team's code.
       01  DIG-TITLE-LINE.
           05  FILLER            PIC X(20) VALUE 'DIGRPT01 - DAILY ERR'.
           05  FILLER            PIC X(20) VALUE 'OR DIGEST FOR TEAM  '.
           05  DIG-TITLE-TEAM    PIC X(08).
       01  DIG-DATE-LINE.
           05  FILLER            PIC X(14) VALUE 'BUSINESS DATE '.
           05  DIG-BUSINESS-DATE PIC X(08).
           05  FILLER            PIC X(16) VALUE '  PREVIOUS DAY  '.
           05  DIG-PRIOR-DATE    PIC X(08).
       01  DIG-COUNT-LINE.
           05  DIG-COUNT-LABEL             PIC X(30).
           05  DIG-COUNT-VALUE             PIC Z,ZZZ,ZZ9.
       01  DIG-ERRLOG-LINE.
           05  FILLER            PIC X(30) VALUE
               'ERRLOG ERRORS'.
           05  DIG-ERRLOG-TODAY            PIC Z,ZZZ,ZZ9.
           05  FILLER            PIC X(16) VALUE '   PREVIOUS DAY '.
           05  DIG-ERRLOG-PRIOR            PIC Z,ZZZ,ZZ9.
       01  DIG-PAIR-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'TOP PROGRAM/RESP PAI'.
           05  FILLER            PIC X(20) VALUE 'RS ON THE BUSINESS D'.
           05  FILLER            PIC X(03) VALUE 'ATE'.
       01  DIG-PAIR-HEADING-2.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(09) VALUE 'PROGRAM  '.
           05  FILLER            PIC X(41) VALUE 'RESP-STRING'.
           05  FILLER            PIC X(08) VALUE '   TODAY'.
           05  FILLER            PIC X(08) VALUE ' PREVDAY'.
           05  FILLER            PIC X(09) VALUE '   CHANGE'.
       01  DIG-PAIR-LINE.
           05  DIG-PAIR-RANK               PIC 9(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DIG-PAIR-PROGRAM-ID         PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DIG-PAIR-RESP-STRING        PIC X(40).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DIG-PAIR-TODAY              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DIG-PAIR-PRIOR              PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  DIG-PAIR-CHANGE             PIC +ZZZ,ZZ9.
       01  DIG-NO-PAIRS-LINE.
           05  FILLER            PIC X(20) VALUE '  NO ERRORS LOGGED O'.
           05  FILLER            PIC X(20) VALUE 'N THE BUSINESS DATE'.
       01  WS-CHANGE                       PIC S9(07) COMP.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1200-RUNCTL-START THRU 1200-RUNCTL-START-EXIT.
           PERFORM 2000-LOAD-TEAMS THRU 2000-LOAD-TEAMS-EXIT.
           PERFORM 3000-SCAN-ERRLOG THRU 3000-SCAN-ERRLOG-EXIT.
           PERFORM 4000-SCAN-ABENDLOG THRU 4000-SCAN-ABENDLOG-EXIT.
           PERFORM 5000-SCAN-ALERTF THRU 5000-SCAN-ALERTF-EXIT.
           PERFORM 5500-SCAN-REPLAYQ THRU 5500-SCAN-REPLAYQ-EXIT.
           PERFORM 7000-WRITE-DIGESTS THRU 7000-WRITE-DIGESTS-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           PERFORM 9100-RUNCTL-END THRU 9100-RUNCTL-END-EXIT.
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
           IF PARM-BUSINESS-DATE IS NOT NUMERIC
               MOVE 'PARMIN BUSINESS DATE NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE.
           CLOSE PARM-FILE.
           PERFORM 1100-PRIOR-DATE THRU 1100-PRIOR-DATE-EXIT.
           OPEN INPUT ERRLOG-FILE.
           IF WS-ERRLOG-STATUS NOT = '00'
               MOVE 'OPEN ERRLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRLOG-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN INPUT ABENDLOG-FILE.
           IF WS-ABENDLOG-STATUS NOT = '00'
               MOVE 'OPEN ABENDLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ABENDLOG-STATUS
                   TO WS-ABEND-MESSAGE(35:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN INPUT ALERTF-FILE.
           IF WS-ALERTF-STATUS NOT = '00'
               MOVE 'OPEN ALERTF-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ALERTF-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN INPUT REPLAYQ-FILE.
           IF WS-REPLAYQ-STATUS NOT = '00'
               MOVE 'OPEN REPLAYQ-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-REPLAYQ-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN INPUT ALRTOWN-FILE.
           IF WS-ALRTOWN-STATUS NOT = '00'
               MOVE 'OPEN ALRTOWN-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ALRTOWN-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT DIGEST-FILE.
           IF WS-DIGEST-STATUS NOT = '00'
               MOVE 'OPEN DIGEST-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-DIGEST-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE.
           MOVE WS-PRIOR-DATE-X  TO RPT-PRIOR-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
      * DEFAULT is always team one - the team everything unowned,
      * and everything past the end of the table, falls to.
           MOVE 'DEFAULT ' TO WS-TEAM-CODE.
           PERFORM 6200-TEAM-INDEX THRU 6200-TEAM-INDEX-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       1100-PRIOR-DATE.
           MOVE WS-BUSINESS-DATE TO WS-PRIOR-DATE-X.
           IF WS-PRIOR-DD > 1
               SUBTRACT 1 FROM WS-PRIOR-DD
               GO TO 1100-PRIOR-DATE-EXIT
           END-IF.
           IF WS-PRIOR-MM = 1
               SUBTRACT 1 FROM WS-PRIOR-YYYY
               MOVE 12 TO WS-PRIOR-MM
               MOVE 31 TO WS-PRIOR-DD
               GO TO 1100-PRIOR-DATE-EXIT
           END-IF.
           SUBTRACT 1 FROM WS-PRIOR-MM.
           MOVE WS-MONTH-LENGTH(WS-PRIOR-MM) TO WS-PRIOR-DD.
           IF WS-PRIOR-MM = 2
               PERFORM 1150-LEAP-TEST THRU 1150-LEAP-TEST-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-PRIOR-DD
               END-IF
           END-IF.
       1100-PRIOR-DATE-EXIT.
           EXIT.
      *
       1150-LEAP-TEST.
           MOVE 'N' TO WS-LEAP-SW.
           DIVIDE WS-PRIOR-YYYY BY 4
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0
               GO TO 1150-LEAP-TEST-EXIT
           END-IF.
           DIVIDE WS-PRIOR-YYYY BY 100
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM NOT = 0
               MOVE 'Y' TO WS-LEAP-SW
               GO TO 1150-LEAP-TEST-EXIT
           END-IF.
           DIVIDE WS-PRIOR-YYYY BY 400
               GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM.
           IF WS-LEAP-REM = 0
               MOVE 'Y' TO WS-LEAP-SW
           END-IF.
       1150-LEAP-TEST-EXIT.
           EXIT.
      *
      * book this run in on RUNCTL, the same start/end pair every
      * chain job writes.
       1200-RUNCTL-START.
           OPEN I-O RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'OPEN RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           MOVE 'DIGRPT01'        TO RUNCTL-JOB-NAME.
           MOVE WS-BUSINESS-DATE  TO RUNCTL-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           SET RUNCTL-STARTED TO TRUE.
           MOVE WS-CURRENT-DATE      TO RUNCTL-START-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO RUNCTL-START-TIME.
           MOVE SPACES               TO RUNCTL-END-DATE.
           MOVE SPACES               TO RUNCTL-END-TIME.
           MOVE ZERO                 TO RUNCTL-RECORD-COUNT.
           MOVE LOW-VALUES           TO RUNCTL-CHECKPOINT-KEY.
           MOVE ZERO                 TO RUNCTL-RESTART-COUNT.
           IF WS-RUNCTL-STATUS = '23'
               MOVE 'DIGRPT01'       TO RUNCTL-JOB-NAME
               MOVE WS-BUSINESS-DATE TO RUNCTL-BUSINESS-DATE
               WRITE RUNCTL-RECORD
           ELSE
               REWRITE RUNCTL-RECORD
           END-IF.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'WRITE RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
       1200-RUNCTL-START-EXIT.
           EXIT.
      *
      * every team ALRTOWN names, whatever the entry type, gets a
      * digest - a team with nothing to report is told so.
       2000-LOAD-TEAMS.
           MOVE LOW-VALUES TO ALRTOWN-KEY.
           START ALRTOWN-FILE KEY IS NOT LESS THAN ALRTOWN-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           EVALUATE WS-ALRTOWN-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   GO TO 2000-LOAD-TEAMS-EXIT
               WHEN OTHER
                   MOVE 'START ALRTOWN-FILE FAILED, STATUS '
                       TO WS-ABEND-MESSAGE
                   MOVE WS-ALRTOWN-STATUS
                       TO WS-ABEND-MESSAGE(35:2)
                   GO TO 9999-ABEND
           END-EVALUATE.
       2010-LOAD-TEAMS-LOOP.
           READ ALRTOWN-FILE NEXT RECORD
               AT END
                   SET ALRTOWN-EOF TO TRUE
           END-READ.
           IF WS-ALRTOWN-STATUS NOT = '00'
              AND WS-ALRTOWN-STATUS NOT = '10'
               MOVE 'READ ALRTOWN-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ALRTOWN-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
           IF ALRTOWN-EOF
               GO TO 2000-LOAD-TEAMS-EXIT
           END-IF.
           IF ALRTOWN-TEAM-ENTRY
               MOVE ALRTOWN-ENTITY-NAME TO WS-TEAM-CODE
           ELSE
               MOVE ALRTOWN-TEAM-CODE TO WS-TEAM-CODE
           END-IF.
           IF WS-TEAM-CODE NOT = SPACES
               PERFORM 6200-TEAM-INDEX THRU 6200-TEAM-INDEX-EXIT
           END-IF.
           GO TO 2010-LOAD-TEAMS-LOOP.
       2000-LOAD-TEAMS-EXIT.
           EXIT.
      *
      * the business date's records are counted in full; the day
      * before only feeds the previous-day columns.
       3000-SCAN-ERRLOG.
           PERFORM 3100-READ-ERRLOG THRU 3100-READ-ERRLOG-EXIT.
       3010-SCAN-ERRLOG-LOOP.
           IF ERRLOG-EOF
               GO TO 3000-SCAN-ERRLOG-EXIT
           END-IF.
           IF ERRLOG-LOG-DATE = WS-BUSINESS-DATE
               MOVE 'N' TO WS-PRIOR-DAY-SW
           ELSE
               IF ERRLOG-LOG-DATE = WS-PRIOR-DATE-X
                   MOVE 'Y' TO WS-PRIOR-DAY-SW
               ELSE
                   GO TO 3020-SCAN-ERRLOG-NEXT
               END-IF
           END-IF.
           IF ERRLOG-DRILL
               GO TO 3020-SCAN-ERRLOG-NEXT
           END-IF.
           MOVE ERRLOG-PROGRAM-ID    TO WS-LOOKUP-PROGRAM-ID.
           MOVE ERRLOG-RESOURCE-NAME TO WS-LOOKUP-RESOURCE-NAME.
           PERFORM 6000-RESOLVE-TEAM THRU 6000-RESOLVE-TEAM-EXIT.
           IF WS-PRIOR-DAY
               ADD 1 TO WS-TEAM-PRIOR-COUNT(WS-TEAM-SUB)
           ELSE
               ADD 1 TO WS-ERRLOG-TODAY-COUNT
               ADD 1 TO WS-TEAM-ERRLOG-COUNT(WS-TEAM-SUB)
               MOVE ERRLOG-RESP-STRING TO EIBRESP-STRING
               PERFORM EIBRESP-SEVERITY-SET
                   THRU EIBRESP-SEVERITY-SET-EXIT
               IF EIBRESP-SEVERITY-CODE = 'CRITICAL'
                   ADD 1 TO WS-TEAM-CRITICAL-COUNT(WS-TEAM-SUB)
               END-IF
           END-IF.
           PERFORM 3200-PAIR-COUNT THRU 3200-PAIR-COUNT-EXIT.
       3020-SCAN-ERRLOG-NEXT.
           PERFORM 3100-READ-ERRLOG THRU 3100-READ-ERRLOG-EXIT.
           GO TO 3010-SCAN-ERRLOG-LOOP.
       3000-SCAN-ERRLOG-EXIT.
           EXIT.
      *
       3100-READ-ERRLOG.
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
       3100-READ-ERRLOG-EXIT.
           EXIT.
      *
       3200-PAIR-COUNT.
           MOVE 1 TO WS-PAIR-SUB.
       3210-PAIR-COUNT-LOOP.
           IF WS-PAIR-SUB > WS-PAIR-COUNT
               GO TO 3220-PAIR-COUNT-ADD
           END-IF.
           IF WS-PAIR-TEAM-SUB(WS-PAIR-SUB) = WS-TEAM-SUB
              AND WS-PAIR-PROGRAM-ID(WS-PAIR-SUB) = ERRLOG-PROGRAM-ID
              AND WS-PAIR-RESP-STRING(WS-PAIR-SUB)
                  = ERRLOG-RESP-STRING
               GO TO 3230-PAIR-COUNT-BUMP
           END-IF.
           ADD 1 TO WS-PAIR-SUB.
           GO TO 3210-PAIR-COUNT-LOOP.
       3220-PAIR-COUNT-ADD.
           IF WS-PAIR-COUNT >= WS-PAIR-MAX
               SET PAIR-TABLE-OVERFLOW TO TRUE
               GO TO 3200-PAIR-COUNT-EXIT
           END-IF.
           ADD 1 TO WS-PAIR-COUNT.
           MOVE WS-PAIR-COUNT TO WS-PAIR-SUB.
           MOVE WS-TEAM-SUB        TO WS-PAIR-TEAM-SUB(WS-PAIR-SUB).
           MOVE ERRLOG-PROGRAM-ID  TO WS-PAIR-PROGRAM-ID(WS-PAIR-SUB).
           MOVE ERRLOG-RESP-STRING TO WS-PAIR-RESP-STRING(WS-PAIR-SUB).
           MOVE ZERO TO WS-PAIR-TODAY-COUNT(WS-PAIR-SUB).
           MOVE ZERO TO WS-PAIR-PRIOR-COUNT(WS-PAIR-SUB).
           MOVE 'N'  TO WS-PAIR-PICKED-SW(WS-PAIR-SUB).
       3230-PAIR-COUNT-BUMP.
           IF WS-PRIOR-DAY
               ADD 1 TO WS-PAIR-PRIOR-COUNT(WS-PAIR-SUB)
           ELSE
               ADD 1 TO WS-PAIR-TODAY-COUNT(WS-PAIR-SUB)
           END-IF.
       3200-PAIR-COUNT-EXIT.
           EXIT.
      *
      * ABNDLOG01 raises each abend with the abend code as resource,
      * so an ALRTOWN R entry for an abend code routes it.
       4000-SCAN-ABENDLOG.
           READ ABENDLOG-FILE NEXT RECORD
               AT END
                   SET ABENDLOG-EOF TO TRUE
           END-READ.
           IF WS-ABENDLOG-STATUS NOT = '00'
              AND WS-ABENDLOG-STATUS NOT = '10'
               MOVE 'READ ABENDLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ABENDLOG-STATUS
                   TO WS-ABEND-MESSAGE(35:2)
               GO TO 9999-ABEND
           END-IF.
           IF ABENDLOG-EOF
               GO TO 4000-SCAN-ABENDLOG-EXIT
           END-IF.
           IF ABENDLOG-LOG-DATE NOT = WS-BUSINESS-DATE
               GO TO 4000-SCAN-ABENDLOG
           END-IF.
           MOVE ABENDLOG-PROGRAM-ID TO WS-LOOKUP-PROGRAM-ID.
           MOVE ABENDLOG-ABEND-CODE TO WS-LOOKUP-RESOURCE-NAME.
           PERFORM 6000-RESOLVE-TEAM THRU 6000-RESOLVE-TEAM-EXIT.
           ADD 1 TO WS-TEAM-ABEND-COUNT(WS-TEAM-SUB).
           GO TO 4000-SCAN-ABENDLOG.
       4000-SCAN-ABENDLOG-EXIT.
           EXIT.
      *
      * RATEMON01 stamps the owning team on every alert it writes; an
      * alert from before ownership existed carries none and is
      * resolved the same way it would be today.
       5000-SCAN-ALERTF.
           READ ALERTF-FILE NEXT RECORD
               AT END
                   SET ALERTF-EOF TO TRUE
           END-READ.
           IF WS-ALERTF-STATUS NOT = '00'
              AND WS-ALERTF-STATUS NOT = '10'
               MOVE 'READ ALERTF-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ALERTF-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           IF ALERTF-EOF
               GO TO 5000-SCAN-ALERTF-EXIT
           END-IF.
           IF NOT ALERTF-OUTSTANDING
              AND (NOT ALERTF-ESCALATED
                   OR ALERTF-LOG-DATE NOT = WS-BUSINESS-DATE)
               GO TO 5000-SCAN-ALERTF
           END-IF.
           IF ALERTF-DRILL
               GO TO 5000-SCAN-ALERTF
           END-IF.
           IF ALERTF-TEAM-CODE = SPACES
               MOVE ALERTF-PROGRAM-ID    TO WS-LOOKUP-PROGRAM-ID
               MOVE ALERTF-RESOURCE-NAME TO WS-LOOKUP-RESOURCE-NAME
               PERFORM 6000-RESOLVE-TEAM THRU 6000-RESOLVE-TEAM-EXIT
           ELSE
               MOVE ALERTF-TEAM-CODE TO WS-TEAM-CODE
               PERFORM 6200-TEAM-INDEX THRU 6200-TEAM-INDEX-EXIT
           END-IF.
           IF ALERTF-OUTSTANDING
               ADD 1 TO WS-TEAM-OUTSTANDING(WS-TEAM-SUB)
           END-IF.
           IF ALERTF-ESCALATED
              AND ALERTF-LOG-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-TEAM-ESCALATED(WS-TEAM-SUB)
           END-IF.
           GO TO 5000-SCAN-ALERTF.
       5000-SCAN-ALERTF-EXIT.
           EXIT.
      *
       5500-SCAN-REPLAYQ.
           READ REPLAYQ-FILE NEXT RECORD
               AT END
                   SET REPLAYQ-EOF TO TRUE
           END-READ.
           IF WS-REPLAYQ-STATUS NOT = '00'
              AND WS-REPLAYQ-STATUS NOT = '10'
               MOVE 'READ REPLAYQ-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-REPLAYQ-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
           IF REPLAYQ-EOF
               GO TO 5500-SCAN-REPLAYQ-EXIT
           END-IF.
           IF NOT REPLAYQ-PENDING
               GO TO 5500-SCAN-REPLAYQ
           END-IF.
           MOVE REPLAYQ-PROGRAM-ID TO WS-LOOKUP-PROGRAM-ID.
           MOVE SPACES             TO WS-LOOKUP-RESOURCE-NAME.
           PERFORM 6000-RESOLVE-TEAM THRU 6000-RESOLVE-TEAM-EXIT.
           ADD 1 TO WS-TEAM-PENDING(WS-TEAM-SUB).
           GO TO 5500-SCAN-REPLAYQ.
       5500-SCAN-REPLAYQ-EXIT.
           EXIT.
      *
      * program/resource in WS-LOOKUP-*, team table entry out in
      * WS-TEAM-SUB - from the cache when the pair has been seen.
       6000-RESOLVE-TEAM.
           MOVE 1 TO WS-OWNER-SUB.
       6010-RESOLVE-TEAM-LOOP.
           IF WS-OWNER-SUB > WS-OWNER-COUNT
               GO TO 6020-RESOLVE-TEAM-READ
           END-IF.
           IF WS-OWNER-PROGRAM-ID(WS-OWNER-SUB) = WS-LOOKUP-PROGRAM-ID
              AND WS-OWNER-RESOURCE-NAME(WS-OWNER-SUB)
                  = WS-LOOKUP-RESOURCE-NAME
               MOVE WS-OWNER-TEAM-CODE(WS-OWNER-SUB) TO WS-TEAM-CODE
               GO TO 6030-RESOLVE-TEAM-INDEX
           END-IF.
           ADD 1 TO WS-OWNER-SUB.
           GO TO 6010-RESOLVE-TEAM-LOOP.
       6020-RESOLVE-TEAM-READ.
           PERFORM 6100-TEAM-LOOKUP THRU 6100-TEAM-LOOKUP-EXIT.
           IF WS-OWNER-COUNT < WS-OWNER-MAX
               ADD 1 TO WS-OWNER-COUNT
               MOVE WS-LOOKUP-PROGRAM-ID
                   TO WS-OWNER-PROGRAM-ID(WS-OWNER-COUNT)
               MOVE WS-LOOKUP-RESOURCE-NAME
                   TO WS-OWNER-RESOURCE-NAME(WS-OWNER-COUNT)
               MOVE WS-TEAM-CODE
                   TO WS-OWNER-TEAM-CODE(WS-OWNER-COUNT)
           END-IF.
       6030-RESOLVE-TEAM-INDEX.
           PERFORM 6200-TEAM-INDEX THRU 6200-TEAM-INDEX-EXIT.
       6000-RESOLVE-TEAM-EXIT.
           EXIT.
      *
      * RATEMON01's 6100-TEAM-LOOKUP, read for read - the resource's
      * team first, the program's team second, DEFAULT when neither
      * is mapped. A blank resource has no R entry to find.
       6100-TEAM-LOOKUP.
           MOVE 'DEFAULT ' TO WS-TEAM-CODE.
           IF WS-LOOKUP-RESOURCE-NAME = SPACES
               GO TO 6110-TEAM-LOOKUP-PROGRAM
           END-IF.
           SET ALRTOWN-RESOURCE-ENTRY TO TRUE.
           MOVE WS-LOOKUP-RESOURCE-NAME TO ALRTOWN-ENTITY-NAME.
           READ ALRTOWN-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ALRTOWN-STATUS
               WHEN '00'
                   MOVE ALRTOWN-TEAM-CODE TO WS-TEAM-CODE
                   GO TO 6100-TEAM-LOOKUP-EXIT
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'READ ALRTOWN-FILE FAILED, STATUS '
                       TO WS-ABEND-MESSAGE
                   MOVE WS-ALRTOWN-STATUS
                       TO WS-ABEND-MESSAGE(34:2)
                   GO TO 9999-ABEND
           END-EVALUATE.
       6110-TEAM-LOOKUP-PROGRAM.
           SET ALRTOWN-PROGRAM-ENTRY TO TRUE.
           MOVE WS-LOOKUP-PROGRAM-ID TO ALRTOWN-ENTITY-NAME.
           READ ALRTOWN-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ALRTOWN-STATUS
               WHEN '00'
                   MOVE ALRTOWN-TEAM-CODE TO WS-TEAM-CODE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'READ ALRTOWN-FILE FAILED, STATUS '
                       TO WS-ABEND-MESSAGE
                   MOVE WS-ALRTOWN-STATUS
                       TO WS-ABEND-MESSAGE(34:2)
                   GO TO 9999-ABEND
           END-EVALUATE.
       6100-TEAM-LOOKUP-EXIT.
           EXIT.
      *
      * team code in WS-TEAM-CODE, its table entry out in WS-TEAM-SUB
      * - added on first sight, DEFAULT's entry once the table is full.
       6200-TEAM-INDEX.
           MOVE 1 TO WS-TEAM-SUB.
       6210-TEAM-INDEX-LOOP.
           IF WS-TEAM-SUB > WS-TEAM-COUNT
               GO TO 6220-TEAM-INDEX-ADD
           END-IF.
           IF WS-TEAM-ID(WS-TEAM-SUB) = WS-TEAM-CODE
               GO TO 6200-TEAM-INDEX-EXIT
           END-IF.
           ADD 1 TO WS-TEAM-SUB.
           GO TO 6210-TEAM-INDEX-LOOP.
       6220-TEAM-INDEX-ADD.
           IF WS-TEAM-COUNT >= WS-TEAM-MAX
               SET TEAM-TABLE-OVERFLOW TO TRUE
               MOVE 1 TO WS-TEAM-SUB
               GO TO 6200-TEAM-INDEX-EXIT
           END-IF.
           ADD 1 TO WS-TEAM-COUNT.
           MOVE WS-TEAM-COUNT TO WS-TEAM-SUB.
           MOVE WS-TEAM-CODE  TO WS-TEAM-ID(WS-TEAM-SUB).
           MOVE ZERO TO WS-TEAM-ERRLOG-COUNT(WS-TEAM-SUB).
           MOVE ZERO TO WS-TEAM-CRITICAL-COUNT(WS-TEAM-SUB).
           MOVE ZERO TO WS-TEAM-PRIOR-COUNT(WS-TEAM-SUB).
           MOVE ZERO TO WS-TEAM-ABEND-COUNT(WS-TEAM-SUB).
           MOVE ZERO TO WS-TEAM-OUTSTANDING(WS-TEAM-SUB).
           MOVE ZERO TO WS-TEAM-ESCALATED(WS-TEAM-SUB).
           MOVE ZERO TO WS-TEAM-PENDING(WS-TEAM-SUB).
           MOVE 'N'  TO WS-TEAM-PRINTED-SW(WS-TEAM-SUB).
       6200-TEAM-INDEX-EXIT.
           EXIT.
      *
      * the digests go out in team-code order - pick the lowest team
      * not yet written each time round.
       7000-WRITE-DIGESTS.
           MOVE ZERO TO WS-TEAM-SUB.
           MOVE 1 TO WS-TEAM-SCAN.
       7010-WRITE-DIGESTS-PICK.
           IF WS-TEAM-SCAN > WS-TEAM-COUNT
               GO TO 7020-WRITE-DIGESTS-ONE
           END-IF.
           IF WS-TEAM-PRINTED-SW(WS-TEAM-SCAN) = 'N'
               IF WS-TEAM-SUB = ZERO
                   MOVE WS-TEAM-SCAN TO WS-TEAM-SUB
               ELSE
                   IF WS-TEAM-ID(WS-TEAM-SCAN) < WS-TEAM-ID(WS-TEAM-SUB)
                       MOVE WS-TEAM-SCAN TO WS-TEAM-SUB
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-TEAM-SCAN.
           GO TO 7010-WRITE-DIGESTS-PICK.
       7020-WRITE-DIGESTS-ONE.
           IF WS-TEAM-SUB = ZERO
               GO TO 7000-WRITE-DIGESTS-EXIT
           END-IF.
           MOVE 'Y' TO WS-TEAM-PRINTED-SW(WS-TEAM-SUB).
           PERFORM 7100-WRITE-ONE-DIGEST
               THRU 7100-WRITE-ONE-DIGEST-EXIT.
           PERFORM 7500-WRITE-SUMMARY-LINE
               THRU 7500-WRITE-SUMMARY-LINE-EXIT.
           GO TO 7000-WRITE-DIGESTS.
       7000-WRITE-DIGESTS-EXIT.
           EXIT.
      *
       7100-WRITE-ONE-DIGEST.
           ADD 1 TO WS-DIGEST-COUNT.
           MOVE WS-TEAM-ID(WS-TEAM-SUB) TO DIGEST-TEAM-CODE.
           MOVE WS-TEAM-ID(WS-TEAM-SUB) TO DIG-TITLE-TEAM.
           MOVE DIG-TITLE-LINE TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE WS-BUSINESS-DATE TO DIG-BUSINESS-DATE.
           MOVE WS-PRIOR-DATE-X  TO DIG-PRIOR-DATE.
           MOVE DIG-DATE-LINE TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE SPACES TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE WS-TEAM-ERRLOG-COUNT(WS-TEAM-SUB) TO DIG-ERRLOG-TODAY.
           MOVE WS-TEAM-PRIOR-COUNT(WS-TEAM-SUB)  TO DIG-ERRLOG-PRIOR.
           MOVE DIG-ERRLOG-LINE TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE '  OF WHICH CRITICAL' TO DIG-COUNT-LABEL.
           MOVE WS-TEAM-CRITICAL-COUNT(WS-TEAM-SUB) TO DIG-COUNT-VALUE.
           MOVE DIG-COUNT-LINE TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE 'ABENDS' TO DIG-COUNT-LABEL.
           MOVE WS-TEAM-ABEND-COUNT(WS-TEAM-SUB) TO DIG-COUNT-VALUE.
           MOVE DIG-COUNT-LINE TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE 'ALERTS STILL OUTSTANDING' TO DIG-COUNT-LABEL.
           MOVE WS-TEAM-OUTSTANDING(WS-TEAM-SUB) TO DIG-COUNT-VALUE.
           MOVE DIG-COUNT-LINE TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE 'ALERTS ESCALATED' TO DIG-COUNT-LABEL.
           MOVE WS-TEAM-ESCALATED(WS-TEAM-SUB) TO DIG-COUNT-VALUE.
           MOVE DIG-COUNT-LINE TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE 'REPLAY ENTRIES PENDING' TO DIG-COUNT-LABEL.
           MOVE WS-TEAM-PENDING(WS-TEAM-SUB) TO DIG-COUNT-VALUE.
           MOVE DIG-COUNT-LINE TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE SPACES TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE DIG-PAIR-HEADING-1 TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           IF WS-TEAM-ERRLOG-COUNT(WS-TEAM-SUB) = ZERO
               MOVE DIG-NO-PAIRS-LINE TO DIGEST-LINE
               PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT
               GO TO 7100-WRITE-ONE-DIGEST-EXIT
           END-IF.
           MOVE DIG-PAIR-HEADING-2 TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           MOVE 1 TO WS-TOP-RANK.
       7110-WRITE-ONE-DIGEST-TOP.
           IF WS-TOP-RANK > 5
               GO TO 7100-WRITE-ONE-DIGEST-EXIT
           END-IF.
           PERFORM 7200-PICK-PAIR THRU 7200-PICK-PAIR-EXIT.
           IF WS-BEST-SUB = ZERO
               GO TO 7100-WRITE-ONE-DIGEST-EXIT
           END-IF.
           MOVE 'Y' TO WS-PAIR-PICKED-SW(WS-BEST-SUB).
           MOVE WS-TOP-RANK TO DIG-PAIR-RANK.
           MOVE WS-PAIR-PROGRAM-ID(WS-BEST-SUB)  TO DIG-PAIR-PROGRAM-ID.
           MOVE WS-PAIR-RESP-STRING(WS-BEST-SUB)
               TO DIG-PAIR-RESP-STRING.
           MOVE WS-PAIR-TODAY-COUNT(WS-BEST-SUB) TO DIG-PAIR-TODAY.
           MOVE WS-PAIR-PRIOR-COUNT(WS-BEST-SUB) TO DIG-PAIR-PRIOR.
           COMPUTE WS-CHANGE = WS-PAIR-TODAY-COUNT(WS-BEST-SUB)
                             - WS-PAIR-PRIOR-COUNT(WS-BEST-SUB).
           MOVE WS-CHANGE TO DIG-PAIR-CHANGE.
           MOVE DIG-PAIR-LINE TO DIGEST-LINE.
           PERFORM 7900-WRITE-DIGEST THRU 7900-WRITE-DIGEST-EXIT.
           ADD 1 TO WS-TOP-RANK.
           GO TO 7110-WRITE-ONE-DIGEST-TOP.
       7100-WRITE-ONE-DIGEST-EXIT.
           EXIT.
      *
      * the team's busiest pair on the business date not yet listed;
      * WS-BEST-SUB zero when there is none left.
       7200-PICK-PAIR.
           MOVE ZERO TO WS-BEST-SUB.
           MOVE ZERO TO WS-BEST-COUNT.
           MOVE 1 TO WS-PAIR-SUB.
       7210-PICK-PAIR-LOOP.
           IF WS-PAIR-SUB > WS-PAIR-COUNT
               GO TO 7200-PICK-PAIR-EXIT
           END-IF.
           IF WS-PAIR-TEAM-SUB(WS-PAIR-SUB) = WS-TEAM-SUB
              AND WS-PAIR-PICKED-SW(WS-PAIR-SUB) = 'N'
              AND WS-PAIR-TODAY-COUNT(WS-PAIR-SUB) > WS-BEST-COUNT
               MOVE WS-PAIR-SUB TO WS-BEST-SUB
               MOVE WS-PAIR-TODAY-COUNT(WS-PAIR-SUB) TO WS-BEST-COUNT
           END-IF.
           ADD 1 TO WS-PAIR-SUB.
           GO TO 7210-PICK-PAIR-LOOP.
       7200-PICK-PAIR-EXIT.
           EXIT.
      *
       7500-WRITE-SUMMARY-LINE.
           MOVE WS-TEAM-ID(WS-TEAM-SUB)             TO RPT-SUM-TEAM.
           MOVE WS-TEAM-ERRLOG-COUNT(WS-TEAM-SUB)   TO RPT-SUM-ERRLOG.
           MOVE WS-TEAM-CRITICAL-COUNT(WS-TEAM-SUB) TO RPT-SUM-CRITICAL.
           MOVE WS-TEAM-PRIOR-COUNT(WS-TEAM-SUB)    TO RPT-SUM-PRIOR.
           MOVE WS-TEAM-ABEND-COUNT(WS-TEAM-SUB)    TO RPT-SUM-ABENDS.
           MOVE WS-TEAM-OUTSTANDING(WS-TEAM-SUB)
               TO RPT-SUM-OUTSTANDING.
           MOVE WS-TEAM-ESCALATED(WS-TEAM-SUB)
               TO RPT-SUM-ESCALATED.
           MOVE WS-TEAM-PENDING(WS-TEAM-SUB)        TO RPT-SUM-PENDING.
           WRITE REPORT-LINE FROM RPT-SUMMARY-LINE.
       7500-WRITE-SUMMARY-LINE-EXIT.
           EXIT.
      *
       7900-WRITE-DIGEST.
           WRITE DIGEST-RECORD.
           IF WS-DIGEST-STATUS NOT = '00'
               MOVE 'WRITE DIGEST-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-DIGEST-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
       7900-WRITE-DIGEST-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF TEAM-TABLE-OVERFLOW
               WRITE REPORT-LINE FROM RPT-TEAM-OVERFLOW-LINE
           END-IF.
           IF PAIR-TABLE-OVERFLOW
               WRITE REPORT-LINE FROM RPT-PAIR-OVERFLOW-LINE
           END-IF.
           MOVE 'DIGESTS WRITTEN'              TO RPT-COUNT-LABEL.
           MOVE WS-DIGEST-COUNT                TO RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           MOVE 'ERRLOG RECORDS ON THE DATE'   TO RPT-COUNT-LABEL.
           MOVE WS-ERRLOG-TODAY-COUNT          TO RPT-COUNT-VALUE.
           WRITE REPORT-LINE FROM RPT-COUNT-LINE.
           CLOSE ERRLOG-FILE.
           CLOSE ABENDLOG-FILE.
           CLOSE ALERTF-FILE.
           CLOSE REPLAYQ-FILE.
           CLOSE ALRTOWN-FILE.
           CLOSE DIGEST-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
      *
       9100-RUNCTL-END.
           MOVE 'DIGRPT01'        TO RUNCTL-JOB-NAME.
           MOVE WS-BUSINESS-DATE  TO RUNCTL-BUSINESS-DATE.
           READ RUNCTL-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'RE-READ RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(36:2)
               GO TO 9999-ABEND
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           SET RUNCTL-ENDED TO TRUE.
           MOVE WS-CURRENT-DATE       TO RUNCTL-END-DATE.
           MOVE WS-CURRENT-TIME(1:6)  TO RUNCTL-END-TIME.
           MOVE WS-ERRLOG-TODAY-COUNT TO RUNCTL-RECORD-COUNT.
           REWRITE RUNCTL-RECORD.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'REWRITE RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(36:2)
               GO TO 9999-ABEND
           END-IF.
           CLOSE RUNCTL-FILE.
       9100-RUNCTL-END-EXIT.
           EXIT.
      *
       9999-ABEND.
           DISPLAY 'DIGRPT01 ABEND: ' WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
      *
           COPY RESPSEV.
