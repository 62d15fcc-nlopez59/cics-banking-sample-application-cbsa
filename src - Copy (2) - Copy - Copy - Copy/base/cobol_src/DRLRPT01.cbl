       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRLRPT01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * DRLRPT01 is the monthly alert drill report for the on-call     *
      * audit. Given a month on the PARMIN card, it reads the DRILLF   *
      * register kept by the DRIL transaction and lists every drill    *
      * run in that month, grouped by the team the drill was meant to  *
      * reach, with the stages of the alert path each one reached:     *
      *   L  ERRLOG01 logged it          A  RATEMON01 raised the alert *
      *   W  held for a MNTCAL window    F  SYSMON01 fed it            *
      *   E  ESCAL01 escalated it        K  ALERT01 acknowledged it    *
      * Y is reached, S is reached but spilled to SYSMONSP, - is never *
      * reached. Minutes to acknowledge run from the drill's own time. *
      *                                                                *
      * Each drill gets one verdict, the first of these that applies:  *
      *   NO ERRLOG        the drill never reached ERRLOG              *
      *   WINDOW HELD      a maintenance window held the alert back    *
      *   NO ALERT         no ALERTF record was raised                 *
      *   MISROUTED        ALRTOWN routed it to another team           *
      *   NO FEED          SYSMON01 was never linked for it            *
      *   FEED SPILLED     the SYSMON feed queue refused it            *
      *   ESCAL SPILLED    the escalation page was refused             *
      *   UNANSWERED       nobody acknowledged it                      *
      *   PASSED           every stage it needed was reached           *
      * A drill need not escalate to pass - answered before ESCAL01    *
      * came round is the better result. Each team's drills are        *
      * followed by its count passed and failed and its mean minutes   *
      * to acknowledge, and the month as a whole follows the last.     *
      *                                                                *
      * Run on demand for any month, like INCRPT01 and OUTRPT01; it    *
      * is not part of the overnight chain and does not book into      *
      * RUNCTL.                                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DRILLF-FILE ASSIGN TO DRILLF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRILLF-KEY
               FILE STATUS IS WS-DRILLF-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DRILLF-FILE.
           COPY DRILLF.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-TEAM-CODE              PIC X(08).
           05  SORT-DATE                   PIC X(08).
           05  SORT-TIME                   PIC X(06).
           05  SORT-PROGRAM-ID             PIC X(08).
           05  SORT-RESOURCE-NAME          PIC X(08).
           05  SORT-ROUTED-TEAM            PIC X(08).
           05  SORT-ERRLOG-DATE            PIC X(08).
           05  SORT-ALERTF-DATE            PIC X(08).
           05  SORT-WINDOW-DATE            PIC X(08).
           05  SORT-FEED-DATE              PIC X(08).
           05  SORT-FEED-RESULT            PIC X(01).
               88  SORT-FEED-SPILLED               VALUE 'S'.
           05  SORT-ESCAL-DATE             PIC X(08).
           05  SORT-ESCAL-RESULT           PIC X(01).
               88  SORT-ESCAL-SPILLED              VALUE 'S'.
           05  SORT-ACK-DATE               PIC X(08).
           05  SORT-ACK-TIME               PIC X(06).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REPORT-MONTH           PIC X(06).
           05  FILLER                      PIC X(74).
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-DRILLF-STATUS                PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-REPORT-MONTH                 PIC X(06).
       01  WS-ABEND-MESSAGE                PIC X(40).
       01  WS-DRILLF-EOF-SW                PIC X(01) VALUE 'N'.
           88  DRILLF-EOF                       VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  SORT-EOF                         VALUE 'Y'.
       01  WS-PASSED-SW                    PIC X(01).
           88  WS-PASSED                        VALUE 'Y'.
       01  WS-ACKED-SW                     PIC X(01).
           88  WS-ACKED                         VALUE 'Y'.
       01  WS-CURRENT-TEAM                 PIC X(08).
       01  WS-VERDICT                      PIC X(18).
      * the team totals, cleared at each team break, and the month's.
       01  WS-TEAM-DRILLS                  PIC 9(07) COMP VALUE 0.
       01  WS-TEAM-PASSED                  PIC 9(07) COMP VALUE 0.
       01  WS-TEAM-ACKED                   PIC 9(07) COMP VALUE 0.
       01  WS-TEAM-ACK-TOTAL               PIC 9(11) COMP VALUE 0.
       01  WS-TEAM-COUNT                   PIC 9(07) COMP VALUE 0.
       01  WS-DRILL-TOTAL                  PIC 9(07) COMP VALUE 0.
       01  WS-PASSED-TOTAL                 PIC 9(07) COMP VALUE 0.
       01  WS-ACKED-TOTAL                  PIC 9(07) COMP VALUE 0.
       01  WS-ACK-TOTAL                    PIC 9(11) COMP VALUE 0.
       01  WS-ACK-MINUTES                  PIC 9(09) COMP.
       01  WS-START-MINUTES                PIC S9(11) COMP.
       01  WS-MEAN-MINUTES                 PIC 9(09) COMP.
      * a date and time turned into minutes since the serial epoch,
      * so the difference of two is the minutes between them.
       01  WS-STAMP-DATE                   PIC X(08).
       01  WS-STAMP-TIME.
           05  WS-STAMP-HH                 PIC 9(02).
           05  WS-STAMP-MI                 PIC 9(02).
           05  WS-STAMP-SS                 PIC 9(02).
       01  WS-STAMP-MINUTES                PIC S9(11) COMP.
      * YYYYMMDD-to-day-count work area - the same 365s-plus-leap-days
      * serial HLTH01 ages REPLAYQ with, so the difference of two
      * serials is a difference in days across month and year ends.
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
       01  WS-HEADING-1.
           05  FILLER            PIC X(20) VALUE 'DRLRPT01 - MONTHLY A'.
           05  FILLER            PIC X(20) VALUE 'LERT DRILL REPORT   '.
           05  FILLER            PIC X(06) VALUE 'MONTH '.
           05  RPT-REPORT-MONTH  PIC X(06).
       01  WS-HEADING-2.
           05  FILLER            PIC X(16) VALUE 'DATE     TIME   '.
           05  FILLER            PIC X(18) VALUE 'PROGRAM  RESOURCE '.
           05  FILLER            PIC X(09) VALUE 'ROUTED   '.
           05  FILLER            PIC X(12) VALUE 'L A W F E K '.
           05  FILLER            PIC X(07) VALUE 'ACK-MIN'.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE 'VERDICT'.
       01  WS-TEAM-HEADING.
           05  FILLER            PIC X(05) VALUE 'TEAM '.
           05  RPT-TEAM-CODE     PIC X(08).
       01  WS-NONE-LINE.
           05  FILLER            PIC X(40) VALUE
               'NO DRILLS RUN IN THE MONTH'.
       01  RPT-DETAIL-LINE.
           05  RPT-DATE                    PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TIME                    PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RESOURCE-NAME           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ROUTED-TEAM             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STAGE-ERRLOG            PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STAGE-ALERTF            PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STAGE-WINDOW            PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STAGE-FEED              PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STAGE-ESCAL             PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-STAGE-ACK               PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ACK-MINUTES             PIC ZZZ,ZZ9.
           05  RPT-ACK-MINUTES-TEXT REDEFINES RPT-ACK-MINUTES
                                           PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-VERDICT                 PIC X(15).
       01  RPT-BREAK-LINE.
           05  FILLER                      PIC X(09) VALUE '  DRILLS '.
           05  RPT-BREAK-DRILLS            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE '  PASSED '.
           05  RPT-BREAK-PASSED            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(09) VALUE '  FAILED '.
           05  RPT-BREAK-FAILED            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(16) VALUE
               '  MEAN ACK-MIN  '.
           05  RPT-BREAK-ACK               PIC ZZZ,ZZ9.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL             PIC X(34).
           05  RPT-TOTAL-COUNT             PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-TEAM-CODE
                                SORT-DATE
                                SORT-TIME
               INPUT PROCEDURE IS 2000-SORT-INPUT
                                  THRU 2000-SORT-INPUT-EXIT
               OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
                                   THRU 3000-SORT-OUTPUT-EXIT.
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
           MOVE PARM-REPORT-MONTH TO WS-REPORT-MONTH.
           CLOSE PARM-FILE.
           OPEN INPUT DRILLF-FILE.
           IF WS-DRILLF-STATUS NOT = '00'
               MOVE 'OPEN DRILLF-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-DRILLF-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-MONTH TO RPT-REPORT-MONTH.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      * the register is keyed by ABSTIME, so it is in time order, but
      * it is only a few records a month and is never purged - it is
      * simply read through and the month's drills released.
       2000-SORT-INPUT.
           PERFORM 2100-READ-DRILLF THRU 2100-READ-DRILLF-EXIT.
       2010-SORT-INPUT-LOOP.
           IF DRILLF-EOF
               GO TO 2000-SORT-INPUT-EXIT
           END-IF.
           PERFORM 2200-SELECT-DRILL THRU 2200-SELECT-DRILL-EXIT.
           PERFORM 2100-READ-DRILLF THRU 2100-READ-DRILLF-EXIT.
           GO TO 2010-SORT-INPUT-LOOP.
       2000-SORT-INPUT-EXIT.
           EXIT.
      *
       2100-READ-DRILLF.
           READ DRILLF-FILE NEXT RECORD
               AT END
                   SET DRILLF-EOF TO TRUE
           END-READ.
           IF WS-DRILLF-STATUS NOT = '00'
              AND WS-DRILLF-STATUS NOT = '10'
               MOVE 'READ DRILLF-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-DRILLF-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
       2100-READ-DRILLF-EXIT.
           EXIT.
      *
      * DRILL01 fills in the drill's own date and time once the
      * injection returns; if that last update failed, the record
      * still has its ERRLOG stamp, which is as good as a start time.
       2200-SELECT-DRILL.
           IF DRILLF-DATE = SPACES
               MOVE DRILLF-ERRLOG-DATE TO DRILLF-DATE
               MOVE DRILLF-ERRLOG-TIME TO DRILLF-TIME
           END-IF.
           IF DRILLF-DATE(1:6) NOT = WS-REPORT-MONTH
               GO TO 2200-SELECT-DRILL-EXIT
           END-IF.
           MOVE DRILLF-TEAM-CODE     TO SORT-TEAM-CODE.
           MOVE DRILLF-DATE          TO SORT-DATE.
           MOVE DRILLF-TIME          TO SORT-TIME.
           MOVE DRILLF-PROGRAM-ID    TO SORT-PROGRAM-ID.
           MOVE DRILLF-RESOURCE-NAME TO SORT-RESOURCE-NAME.
           MOVE DRILLF-ROUTED-TEAM   TO SORT-ROUTED-TEAM.
           MOVE DRILLF-ERRLOG-DATE   TO SORT-ERRLOG-DATE.
           MOVE DRILLF-ALERTF-DATE   TO SORT-ALERTF-DATE.
           MOVE DRILLF-WINDOW-DATE   TO SORT-WINDOW-DATE.
           MOVE DRILLF-FEED-DATE     TO SORT-FEED-DATE.
           MOVE DRILLF-FEED-RESULT   TO SORT-FEED-RESULT.
           MOVE DRILLF-ESCAL-DATE    TO SORT-ESCAL-DATE.
           MOVE DRILLF-ESCAL-RESULT  TO SORT-ESCAL-RESULT.
           MOVE DRILLF-ACK-DATE      TO SORT-ACK-DATE.
           MOVE DRILLF-ACK-TIME      TO SORT-ACK-TIME.
           RELEASE SORT-REC.
       2200-SELECT-DRILL-EXIT.
           EXIT.
      *
       3000-SORT-OUTPUT.
           PERFORM 3100-RETURN-SORT-REC THRU 3100-RETURN-SORT-REC-EXIT.
           IF SORT-EOF
               WRITE REPORT-LINE FROM WS-NONE-LINE
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
           PERFORM 3200-START-TEAM THRU 3200-START-TEAM-EXIT.
       3010-SORT-OUTPUT-LOOP.
           IF SORT-EOF
               PERFORM 3400-END-TEAM THRU 3400-END-TEAM-EXIT
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
           IF SORT-TEAM-CODE NOT = WS-CURRENT-TEAM
               PERFORM 3400-END-TEAM THRU 3400-END-TEAM-EXIT
               PERFORM 3200-START-TEAM THRU 3200-START-TEAM-EXIT
           END-IF.
           PERFORM 3300-REPORT-DRILL THRU 3300-REPORT-DRILL-EXIT.
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
       3200-START-TEAM.
           MOVE SORT-TEAM-CODE TO WS-CURRENT-TEAM.
           MOVE ZERO TO WS-TEAM-DRILLS.
           MOVE ZERO TO WS-TEAM-PASSED.
           MOVE ZERO TO WS-TEAM-ACKED.
           MOVE ZERO TO WS-TEAM-ACK-TOTAL.
           ADD 1 TO WS-TEAM-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-CURRENT-TEAM TO RPT-TEAM-CODE.
           WRITE REPORT-LINE FROM WS-TEAM-HEADING.
       3200-START-TEAM-EXIT.
           EXIT.
      *
       3300-REPORT-DRILL.
           ADD 1 TO WS-TEAM-DRILLS.
           MOVE SORT-DATE          TO RPT-DATE.
           MOVE SORT-TIME          TO RPT-TIME.
           MOVE SORT-PROGRAM-ID    TO RPT-PROGRAM-ID.
           MOVE SORT-RESOURCE-NAME TO RPT-RESOURCE-NAME.
           MOVE SORT-ROUTED-TEAM   TO RPT-ROUTED-TEAM.
           PERFORM 3500-SET-STAGES THRU 3500-SET-STAGES-EXIT.
           PERFORM 3600-SET-VERDICT THRU 3600-SET-VERDICT-EXIT.
           MOVE WS-VERDICT TO RPT-VERDICT.
           IF WS-PASSED
               ADD 1 TO WS-TEAM-PASSED
           END-IF.
           MOVE SPACES TO RPT-ACK-MINUTES-TEXT.
           IF WS-ACKED
               MOVE SORT-DATE TO WS-STAMP-DATE
               MOVE SORT-TIME TO WS-STAMP-TIME
               PERFORM 7300-STAMP-TO-MINUTES
                   THRU 7300-STAMP-TO-MINUTES-EXIT
               MOVE WS-STAMP-MINUTES TO WS-START-MINUTES
               MOVE SORT-ACK-DATE TO WS-STAMP-DATE
               MOVE SORT-ACK-TIME TO WS-STAMP-TIME
               PERFORM 7300-STAMP-TO-MINUTES
                   THRU 7300-STAMP-TO-MINUTES-EXIT
               MOVE ZERO TO WS-ACK-MINUTES
               IF WS-STAMP-MINUTES > WS-START-MINUTES
                   COMPUTE WS-ACK-MINUTES =
                       WS-STAMP-MINUTES - WS-START-MINUTES
               END-IF
               ADD 1 TO WS-TEAM-ACKED
               ADD WS-ACK-MINUTES TO WS-TEAM-ACK-TOTAL
               MOVE WS-ACK-MINUTES TO RPT-ACK-MINUTES
           END-IF.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
       3300-REPORT-DRILL-EXIT.
           EXIT.
      *
       3400-END-TEAM.
           MOVE WS-TEAM-DRILLS TO RPT-BREAK-DRILLS.
           MOVE WS-TEAM-PASSED TO RPT-BREAK-PASSED.
           COMPUTE RPT-BREAK-FAILED = WS-TEAM-DRILLS - WS-TEAM-PASSED.
           MOVE ZERO TO WS-MEAN-MINUTES.
           IF WS-TEAM-ACKED > 0
               COMPUTE WS-MEAN-MINUTES ROUNDED =
                   WS-TEAM-ACK-TOTAL / WS-TEAM-ACKED
           END-IF.
           MOVE WS-MEAN-MINUTES TO RPT-BREAK-ACK.
           WRITE REPORT-LINE FROM RPT-BREAK-LINE.
           ADD WS-TEAM-DRILLS    TO WS-DRILL-TOTAL.
           ADD WS-TEAM-PASSED    TO WS-PASSED-TOTAL.
           ADD WS-TEAM-ACKED     TO WS-ACKED-TOTAL.
           ADD WS-TEAM-ACK-TOTAL TO WS-ACK-TOTAL.
       3400-END-TEAM-EXIT.
           EXIT.
      *
       3500-SET-STAGES.
           MOVE '-' TO RPT-STAGE-ERRLOG.
           MOVE '-' TO RPT-STAGE-ALERTF.
           MOVE '-' TO RPT-STAGE-WINDOW.
           MOVE '-' TO RPT-STAGE-FEED.
           MOVE '-' TO RPT-STAGE-ESCAL.
           MOVE '-' TO RPT-STAGE-ACK.
           IF SORT-ERRLOG-DATE NOT = SPACES
               MOVE 'Y' TO RPT-STAGE-ERRLOG
           END-IF.
           IF SORT-ALERTF-DATE NOT = SPACES
               MOVE 'Y' TO RPT-STAGE-ALERTF
           END-IF.
           IF SORT-WINDOW-DATE NOT = SPACES
               MOVE 'Y' TO RPT-STAGE-WINDOW
           END-IF.
           IF SORT-FEED-DATE NOT = SPACES
               MOVE 'Y' TO RPT-STAGE-FEED
               IF SORT-FEED-SPILLED
                   MOVE 'S' TO RPT-STAGE-FEED
               END-IF
           END-IF.
           IF SORT-ESCAL-DATE NOT = SPACES
               MOVE 'Y' TO RPT-STAGE-ESCAL
               IF SORT-ESCAL-SPILLED
                   MOVE 'S' TO RPT-STAGE-ESCAL
               END-IF
           END-IF.
           MOVE 'N' TO WS-ACKED-SW.
           IF SORT-ACK-DATE NOT = SPACES
               MOVE 'Y' TO RPT-STAGE-ACK
               MOVE 'Y' TO WS-ACKED-SW
           END-IF.
       3500-SET-STAGES-EXIT.
           EXIT.
      *
      * the verdicts are tested in the order the alert travels, so
      * the one reported is the first place the path broke.
       3600-SET-VERDICT.
           MOVE 'N' TO WS-PASSED-SW.
           IF SORT-ERRLOG-DATE = SPACES
               MOVE 'NO ERRLOG' TO WS-VERDICT
               GO TO 3600-SET-VERDICT-EXIT
           END-IF.
           IF SORT-WINDOW-DATE NOT = SPACES
               MOVE 'WINDOW HELD' TO WS-VERDICT
               GO TO 3600-SET-VERDICT-EXIT
           END-IF.
           IF SORT-ALERTF-DATE = SPACES
               MOVE 'NO ALERT' TO WS-VERDICT
               GO TO 3600-SET-VERDICT-EXIT
           END-IF.
           IF SORT-ROUTED-TEAM NOT = SORT-TEAM-CODE
               MOVE 'MISROUTED' TO WS-VERDICT
               GO TO 3600-SET-VERDICT-EXIT
           END-IF.
           IF SORT-FEED-DATE = SPACES
               MOVE 'NO FEED' TO WS-VERDICT
               GO TO 3600-SET-VERDICT-EXIT
           END-IF.
           IF SORT-FEED-SPILLED
               MOVE 'FEED SPILLED' TO WS-VERDICT
               GO TO 3600-SET-VERDICT-EXIT
           END-IF.
           IF SORT-ESCAL-DATE NOT = SPACES
              AND SORT-ESCAL-SPILLED
               MOVE 'ESCAL SPILLED' TO WS-VERDICT
               GO TO 3600-SET-VERDICT-EXIT
           END-IF.
           IF NOT WS-ACKED
               MOVE 'UNANSWERED' TO WS-VERDICT
               GO TO 3600-SET-VERDICT-EXIT
           END-IF.
           MOVE 'PASSED' TO WS-VERDICT.
           MOVE 'Y' TO WS-PASSED-SW.
       3600-SET-VERDICT-EXIT.
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
       7300-STAMP-TO-MINUTES.
           MOVE WS-STAMP-DATE TO WS-SERIAL-DATE.
           PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT.
           COMPUTE WS-STAMP-MINUTES = WS-SERIAL-DAYS * 1440
                                    + WS-STAMP-HH * 60
                                    + WS-STAMP-MI.
       7300-STAMP-TO-MINUTES-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'TEAMS DRILLED IN MONTH'       TO RPT-TOTAL-LABEL.
           MOVE WS-TEAM-COUNT                  TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'DRILLS RUN IN MONTH'          TO RPT-TOTAL-LABEL.
           MOVE WS-DRILL-TOTAL                 TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'DRILLS PASSED'                TO RPT-TOTAL-LABEL.
           MOVE WS-PASSED-TOTAL                TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'DRILLS FAILED'                TO RPT-TOTAL-LABEL.
           COMPUTE RPT-TOTAL-COUNT = WS-DRILL-TOTAL - WS-PASSED-TOTAL.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE ZERO TO WS-MEAN-MINUTES.
           IF WS-ACKED-TOTAL > 0
               COMPUTE WS-MEAN-MINUTES ROUNDED =
                   WS-ACK-TOTAL / WS-ACKED-TOTAL
           END-IF.
           MOVE 'MEAN MINUTES TO ACKNOWLEDGE'  TO RPT-TOTAL-LABEL.
           MOVE WS-MEAN-MINUTES                TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE DRILLF-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
      *
       9999-ABEND.
           DISPLAY 'DRLRPT01 ABEND: ' WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
