       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCRPT01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * INCRPT01 is the monthly incident report for the service        *
      * review. Given a month on the PARMIN card, it reads the INCIDF  *
      * incident register kept by the INCD transaction and lists       *
      * every incident that started in that month, then counts them    *
      * by cause category and by owning team (the ALERTF-TEAM-CODE of  *
      * the incident's first attached alert), each with its mean time  *
      * to acknowledge and mean time to restore, and the same two      *
      * means for the month as a whole.                                *
      *                                                                *
      * Both times are measured in minutes from the incident's start - *
      * the earliest of its open time and the log times of what is     *
      * attached to it. Every incident has been acknowledged, at the   *
      * latest when it was opened; only a closed one has a restored    *
      * time, so an incident still open counts in the incidents but    *
      * not in the mean time to restore, and is listed as OPEN.        *
      *                                                                *
      * Run on demand for any month, like TIMELN01 and ARCSRC01; it    *
      * is not part of the overnight chain and does not book into      *
      * RUNCTL.                                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDF-FILE ASSIGN TO INCIDF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INCIDF-KEY
               FILE STATUS IS WS-INCIDF-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INCIDF-FILE.
           COPY INCIDF.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-REPORT-MONTH           PIC X(06).
           05  FILLER                      PIC X(74).
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-INCIDF-STATUS                PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-REPORT-MONTH                 PIC X(06).
       01  WS-ABEND-MESSAGE                PIC X(40).
       01  WS-INCIDF-EOF-SW                PIC X(01) VALUE 'N'.
           88  INCIDF-EOF                       VALUE 'Y'.
       01  WS-INCIDENT-TOTAL               PIC 9(07) COMP VALUE 0.
       01  WS-OPEN-TOTAL                   PIC 9(07) COMP VALUE 0.
       01  WS-CLOSED-TOTAL                 PIC 9(07) COMP VALUE 0.
       01  WS-TTA-TOTAL                    PIC 9(11) COMP VALUE 0.
       01  WS-TTR-TOTAL                    PIC 9(11) COMP VALUE 0.
       01  WS-TTA-MINUTES                  PIC 9(09) COMP.
       01  WS-TTR-MINUTES                  PIC 9(09) COMP.
       01  WS-START-MINUTES                PIC S9(11) COMP.
       01  WS-MEAN-MINUTES                 PIC 9(09) COMP.
      * one table for the cause categories and one for the teams,
      * the same entry shape: the code, its incidents, how many of
      * them are closed, and the minute totals the means come from.
       01  WS-CAUSE-TABLE.
           05  WS-CAUSE-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-CAUSE-IDX.
               10  CAUSE-TBL-CODE          PIC X(08).
               10  CAUSE-TBL-COUNT         PIC 9(07) COMP.
               10  CAUSE-TBL-CLOSED        PIC 9(07) COMP.
               10  CAUSE-TBL-TTA           PIC 9(11) COMP.
               10  CAUSE-TBL-TTR           PIC 9(11) COMP.
       01  WS-CAUSE-TBL-COUNT              PIC 9(04) COMP VALUE 0.
       01  WS-CAUSE-TBL-MAX                PIC 9(04) COMP VALUE 20.
       01  WS-TEAM-TABLE.
           05  WS-TEAM-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-TEAM-IDX.
               10  TEAM-TBL-CODE           PIC X(08).
               10  TEAM-TBL-COUNT          PIC 9(07) COMP.
               10  TEAM-TBL-CLOSED         PIC 9(07) COMP.
               10  TEAM-TBL-TTA            PIC 9(11) COMP.
               10  TEAM-TBL-TTR            PIC 9(11) COMP.
       01  WS-TEAM-TBL-COUNT               PIC 9(04) COMP VALUE 0.
       01  WS-TEAM-TBL-MAX                 PIC 9(04) COMP VALUE 100.
       01  WS-TBL-OVERFLOW-SW              PIC X(01) VALUE 'N'.
           88  TBL-OVERFLOW                     VALUE 'Y'.
       01  WS-TBL-SUB                      PIC 9(04) COMP.
       01  WS-LOOKUP-CODE                  PIC X(08).
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
           05  FILLER            PIC X(20) VALUE 'INCRPT01 - MONTHLY I'.
           05  FILLER            PIC X(20) VALUE 'NCIDENT REPORT      '.
           05  FILLER            PIC X(06) VALUE 'MONTH '.
           05  RPT-REPORT-MONTH  PIC X(06).
       01  WS-HEADING-2.
           05  FILLER            PIC X(09) VALUE 'NUMBER   '.
           05  FILLER            PIC X(09) VALUE 'CAUSE    '.
           05  FILLER            PIC X(09) VALUE 'TEAM     '.
           05  FILLER            PIC X(16) VALUE 'START           '.
           05  FILLER            PIC X(16) VALUE 'RESTORED        '.
           05  FILLER            PIC X(18) VALUE '  TTA-MIN  TTR-MIN'.
       01  WS-HEADING-3.
           05  RPT-BREAK-TITLE   PIC X(10).
           05  FILLER            PIC X(20) VALUE
               '  INCIDENTS   CLOSED'.
           05  FILLER            PIC X(20) VALUE
               '  MEAN-TTA  MEAN-TTR'.
       01  WS-NONE-LINE.
           05  FILLER            PIC X(40) VALUE
               'NO INCIDENTS STARTED IN THE MONTH'.
       01  WS-OVERFLOW-LINE.
           05  FILLER            PIC X(40) VALUE
               '** TABLE FULL - BREAKDOWN INCOMPLETE, SE'.
           05  FILLER            PIC X(24) VALUE
               'E THE DETAIL LINES ABOVE'.
       01  RPT-DETAIL-LINE.
           05  RPT-NUMBER                  PIC 9(07).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-CAUSE                   PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TEAM                    PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-START-DATE              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-START-TIME              PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RESTORED-DATE           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RESTORED-TIME           PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TTA                     PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-TTR                     PIC ZZZ,ZZ9.
           05  RPT-TTR-TEXT REDEFINES RPT-TTR
                                           PIC X(07).
       01  RPT-BREAK-LINE.
           05  RPT-BREAK-CODE              PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACES.
           05  RPT-BREAK-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-BREAK-CLOSED            PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  RPT-BREAK-TTA               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(03) VALUE SPACES.
           05  RPT-BREAK-TTR               PIC ZZZ,ZZ9.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL             PIC X(34).
           05  RPT-TOTAL-COUNT             PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-READ-INCIDENTS THRU 2000-READ-INCIDENTS-EXIT.
           PERFORM 4000-PRINT-BREAKDOWNS
               THRU 4000-PRINT-BREAKDOWNS-EXIT.
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
           OPEN INPUT INCIDF-FILE.
           IF WS-INCIDF-STATUS NOT = '00'
               MOVE 'OPEN INCIDF-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-INCIDF-STATUS
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
      * the register is keyed by incident number, which is the order
      * incidents were opened in, not started in - a late-opened
      * incident can start in an earlier month - so the whole file is
      * read. It is one record per incident and stays small.
       2000-READ-INCIDENTS.
           PERFORM 2100-READ-INCIDF THRU 2100-READ-INCIDF-EXIT.
       2010-READ-INCIDENTS-LOOP.
           IF INCIDF-EOF
               GO TO 2000-READ-INCIDENTS-EXIT
           END-IF.
      * incident number zero is the register's control record.
           IF INCIDF-NUMBER NOT = ZERO
              AND INCIDF-START-DATE(1:6) = WS-REPORT-MONTH
               PERFORM 3000-REPORT-INCIDENT
                   THRU 3000-REPORT-INCIDENT-EXIT
           END-IF.
           PERFORM 2100-READ-INCIDF THRU 2100-READ-INCIDF-EXIT.
           GO TO 2010-READ-INCIDENTS-LOOP.
       2000-READ-INCIDENTS-EXIT.
           EXIT.
      *
       2100-READ-INCIDF.
           READ INCIDF-FILE NEXT RECORD
               AT END
                   SET INCIDF-EOF TO TRUE
           END-READ.
           IF WS-INCIDF-STATUS NOT = '00'
              AND WS-INCIDF-STATUS NOT = '10'
               MOVE 'READ INCIDF-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-INCIDF-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
       2100-READ-INCIDF-EXIT.
           EXIT.
      *
       3000-REPORT-INCIDENT.
           ADD 1 TO WS-INCIDENT-TOTAL.
           MOVE INCIDF-START-DATE TO WS-STAMP-DATE.
           MOVE INCIDF-START-TIME TO WS-STAMP-TIME.
           PERFORM 7300-STAMP-TO-MINUTES
               THRU 7300-STAMP-TO-MINUTES-EXIT.
           MOVE WS-STAMP-MINUTES TO WS-START-MINUTES.
           MOVE INCIDF-ACK-DATE TO WS-STAMP-DATE.
           MOVE INCIDF-ACK-TIME TO WS-STAMP-TIME.
           PERFORM 7300-STAMP-TO-MINUTES
               THRU 7300-STAMP-TO-MINUTES-EXIT.
           COMPUTE WS-TTA-MINUTES = WS-STAMP-MINUTES - WS-START-MINUTES.
           ADD WS-TTA-MINUTES TO WS-TTA-TOTAL.
           MOVE ZERO TO WS-TTR-MINUTES.
           MOVE INCIDF-NUMBER           TO RPT-NUMBER.
           MOVE INCIDF-CAUSE-CODE       TO RPT-CAUSE.
           MOVE INCIDF-TEAM-CODE        TO RPT-TEAM.
           MOVE INCIDF-START-DATE       TO RPT-START-DATE.
           MOVE INCIDF-START-TIME       TO RPT-START-TIME.
           MOVE WS-TTA-MINUTES          TO RPT-TTA.
           IF INCIDF-CLOSED
               ADD 1 TO WS-CLOSED-TOTAL
               MOVE INCIDF-RESTORED-DATE TO WS-STAMP-DATE
               MOVE INCIDF-RESTORED-TIME TO WS-STAMP-TIME
               PERFORM 7300-STAMP-TO-MINUTES
                   THRU 7300-STAMP-TO-MINUTES-EXIT
               COMPUTE WS-TTR-MINUTES =
                   WS-STAMP-MINUTES - WS-START-MINUTES
               ADD WS-TTR-MINUTES TO WS-TTR-TOTAL
               MOVE INCIDF-RESTORED-DATE TO RPT-RESTORED-DATE
               MOVE INCIDF-RESTORED-TIME TO RPT-RESTORED-TIME
               MOVE WS-TTR-MINUTES       TO RPT-TTR
           ELSE
               ADD 1 TO WS-OPEN-TOTAL
               MOVE 'OPEN'               TO RPT-RESTORED-DATE
               MOVE SPACES               TO RPT-RESTORED-TIME
               MOVE SPACES               TO RPT-TTR-TEXT
           END-IF.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           MOVE INCIDF-CAUSE-CODE TO WS-LOOKUP-CODE.
           PERFORM 3100-FIND-CAUSE THRU 3100-FIND-CAUSE-EXIT.
      * an incident with only abends attached has no owning team.
           IF INCIDF-TEAM-CODE = SPACES
               MOVE 'NO TEAM' TO WS-LOOKUP-CODE
           ELSE
               MOVE INCIDF-TEAM-CODE TO WS-LOOKUP-CODE
           END-IF.
           PERFORM 3200-FIND-TEAM THRU 3200-FIND-TEAM-EXIT.
       3000-REPORT-INCIDENT-EXIT.
           EXIT.
      *
       3100-FIND-CAUSE.
           MOVE 1 TO WS-TBL-SUB.
       3110-FIND-CAUSE-LOOP.
           IF WS-TBL-SUB > WS-CAUSE-TBL-COUNT
               GO TO 3120-ADD-CAUSE
           END-IF.
           SET WS-CAUSE-IDX TO WS-TBL-SUB.
           IF CAUSE-TBL-CODE(WS-CAUSE-IDX) = WS-LOOKUP-CODE
               GO TO 3130-COUNT-CAUSE
           END-IF.
           ADD 1 TO WS-TBL-SUB.
           GO TO 3110-FIND-CAUSE-LOOP.
       3120-ADD-CAUSE.
           IF WS-CAUSE-TBL-COUNT >= WS-CAUSE-TBL-MAX
               SET TBL-OVERFLOW TO TRUE
               GO TO 3100-FIND-CAUSE-EXIT
           END-IF.
           ADD 1 TO WS-CAUSE-TBL-COUNT.
           SET WS-CAUSE-IDX TO WS-CAUSE-TBL-COUNT.
           MOVE WS-LOOKUP-CODE TO CAUSE-TBL-CODE(WS-CAUSE-IDX).
           MOVE ZERO TO CAUSE-TBL-COUNT(WS-CAUSE-IDX).
           MOVE ZERO TO CAUSE-TBL-CLOSED(WS-CAUSE-IDX).
           MOVE ZERO TO CAUSE-TBL-TTA(WS-CAUSE-IDX).
           MOVE ZERO TO CAUSE-TBL-TTR(WS-CAUSE-IDX).
       3130-COUNT-CAUSE.
           ADD 1 TO CAUSE-TBL-COUNT(WS-CAUSE-IDX).
           ADD WS-TTA-MINUTES TO CAUSE-TBL-TTA(WS-CAUSE-IDX).
           IF INCIDF-CLOSED
               ADD 1 TO CAUSE-TBL-CLOSED(WS-CAUSE-IDX)
               ADD WS-TTR-MINUTES TO CAUSE-TBL-TTR(WS-CAUSE-IDX)
           END-IF.
       3100-FIND-CAUSE-EXIT.
           EXIT.
      *
       3200-FIND-TEAM.
           MOVE 1 TO WS-TBL-SUB.
       3210-FIND-TEAM-LOOP.
           IF WS-TBL-SUB > WS-TEAM-TBL-COUNT
               GO TO 3220-ADD-TEAM
           END-IF.
           SET WS-TEAM-IDX TO WS-TBL-SUB.
           IF TEAM-TBL-CODE(WS-TEAM-IDX) = WS-LOOKUP-CODE
               GO TO 3230-COUNT-TEAM
           END-IF.
           ADD 1 TO WS-TBL-SUB.
           GO TO 3210-FIND-TEAM-LOOP.
       3220-ADD-TEAM.
           IF WS-TEAM-TBL-COUNT >= WS-TEAM-TBL-MAX
               SET TBL-OVERFLOW TO TRUE
               GO TO 3200-FIND-TEAM-EXIT
           END-IF.
           ADD 1 TO WS-TEAM-TBL-COUNT.
           SET WS-TEAM-IDX TO WS-TEAM-TBL-COUNT.
           MOVE WS-LOOKUP-CODE TO TEAM-TBL-CODE(WS-TEAM-IDX).
           MOVE ZERO TO TEAM-TBL-COUNT(WS-TEAM-IDX).
           MOVE ZERO TO TEAM-TBL-CLOSED(WS-TEAM-IDX).
           MOVE ZERO TO TEAM-TBL-TTA(WS-TEAM-IDX).
           MOVE ZERO TO TEAM-TBL-TTR(WS-TEAM-IDX).
       3230-COUNT-TEAM.
           ADD 1 TO TEAM-TBL-COUNT(WS-TEAM-IDX).
           ADD WS-TTA-MINUTES TO TEAM-TBL-TTA(WS-TEAM-IDX).
           IF INCIDF-CLOSED
               ADD 1 TO TEAM-TBL-CLOSED(WS-TEAM-IDX)
               ADD WS-TTR-MINUTES TO TEAM-TBL-TTR(WS-TEAM-IDX)
           END-IF.
       3200-FIND-TEAM-EXIT.
           EXIT.
      *
       4000-PRINT-BREAKDOWNS.
           IF WS-INCIDENT-TOTAL = 0
               WRITE REPORT-LINE FROM WS-NONE-LINE
               GO TO 4000-PRINT-BREAKDOWNS-EXIT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BY CAUSE' TO RPT-BREAK-TITLE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
           MOVE 1 TO WS-TBL-SUB.
       4010-PRINT-CAUSE-LOOP.
           IF WS-TBL-SUB > WS-CAUSE-TBL-COUNT
               GO TO 4020-PRINT-TEAMS
           END-IF.
           SET WS-CAUSE-IDX TO WS-TBL-SUB.
           MOVE CAUSE-TBL-CODE(WS-CAUSE-IDX)   TO RPT-BREAK-CODE.
           MOVE CAUSE-TBL-COUNT(WS-CAUSE-IDX)  TO RPT-BREAK-COUNT.
           MOVE CAUSE-TBL-CLOSED(WS-CAUSE-IDX) TO RPT-BREAK-CLOSED.
           COMPUTE WS-MEAN-MINUTES ROUNDED =
               CAUSE-TBL-TTA(WS-CAUSE-IDX)
               / CAUSE-TBL-COUNT(WS-CAUSE-IDX).
           MOVE WS-MEAN-MINUTES TO RPT-BREAK-TTA.
           MOVE ZERO TO WS-MEAN-MINUTES.
           IF CAUSE-TBL-CLOSED(WS-CAUSE-IDX) > 0
               COMPUTE WS-MEAN-MINUTES ROUNDED =
                   CAUSE-TBL-TTR(WS-CAUSE-IDX)
                   / CAUSE-TBL-CLOSED(WS-CAUSE-IDX)
           END-IF.
           MOVE WS-MEAN-MINUTES TO RPT-BREAK-TTR.
           WRITE REPORT-LINE FROM RPT-BREAK-LINE.
           ADD 1 TO WS-TBL-SUB.
           GO TO 4010-PRINT-CAUSE-LOOP.
       4020-PRINT-TEAMS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'BY TEAM' TO RPT-BREAK-TITLE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
           MOVE 1 TO WS-TBL-SUB.
       4030-PRINT-TEAM-LOOP.
           IF WS-TBL-SUB > WS-TEAM-TBL-COUNT
               GO TO 4040-PRINT-OVERFLOW
           END-IF.
           SET WS-TEAM-IDX TO WS-TBL-SUB.
           MOVE TEAM-TBL-CODE(WS-TEAM-IDX)   TO RPT-BREAK-CODE.
           MOVE TEAM-TBL-COUNT(WS-TEAM-IDX)  TO RPT-BREAK-COUNT.
           MOVE TEAM-TBL-CLOSED(WS-TEAM-IDX) TO RPT-BREAK-CLOSED.
           COMPUTE WS-MEAN-MINUTES ROUNDED =
               TEAM-TBL-TTA(WS-TEAM-IDX)
               / TEAM-TBL-COUNT(WS-TEAM-IDX).
           MOVE WS-MEAN-MINUTES TO RPT-BREAK-TTA.
           MOVE ZERO TO WS-MEAN-MINUTES.
           IF TEAM-TBL-CLOSED(WS-TEAM-IDX) > 0
               COMPUTE WS-MEAN-MINUTES ROUNDED =
                   TEAM-TBL-TTR(WS-TEAM-IDX)
                   / TEAM-TBL-CLOSED(WS-TEAM-IDX)
           END-IF.
           MOVE WS-MEAN-MINUTES TO RPT-BREAK-TTR.
           WRITE REPORT-LINE FROM RPT-BREAK-LINE.
           ADD 1 TO WS-TBL-SUB.
           GO TO 4030-PRINT-TEAM-LOOP.
       4040-PRINT-OVERFLOW.
           IF TBL-OVERFLOW
               WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
           END-IF.
       4000-PRINT-BREAKDOWNS-EXIT.
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
           MOVE 'INCIDENTS STARTED IN MONTH'   TO RPT-TOTAL-LABEL.
           MOVE WS-INCIDENT-TOTAL              TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'STILL OPEN'                   TO RPT-TOTAL-LABEL.
           MOVE WS-OPEN-TOTAL                  TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE ZERO TO WS-MEAN-MINUTES.
           IF WS-INCIDENT-TOTAL > 0
               COMPUTE WS-MEAN-MINUTES ROUNDED =
                   WS-TTA-TOTAL / WS-INCIDENT-TOTAL
           END-IF.
           MOVE 'MEAN MINUTES TO ACKNOWLEDGE'  TO RPT-TOTAL-LABEL.
           MOVE WS-MEAN-MINUTES                TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE ZERO TO WS-MEAN-MINUTES.
           IF WS-CLOSED-TOTAL > 0
               COMPUTE WS-MEAN-MINUTES ROUNDED =
                   WS-TTR-TOTAL / WS-CLOSED-TOTAL
           END-IF.
           MOVE 'MEAN MINUTES TO RESTORE'      TO RPT-TOTAL-LABEL.
           MOVE WS-MEAN-MINUTES                TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE INCIDF-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
      *
       9999-ABEND.
           DISPLAY 'INCRPT01 ABEND: ' WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
