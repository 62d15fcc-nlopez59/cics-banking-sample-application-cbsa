       IDENTIFICATION DIVISION.
       PROGRAM-ID. BASRPT01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * BASRPT01 is the nightly error-rate baseline and anomaly        *
      * report. RATEMON01 only rate-watches the program/resp pairs     *
      * someone remembered to key onto ERRTHR, with limits that were   *
      * guesses; this job measures what normal actually is. For every  *
      * program-id/EIBRESP-STRING pair it rebuilds, on the ERRBASE     *
      * file, the mean and spread of the pair's count by day of week   *
      * and hour over the trailing PARMIN number of weeks, then judges *
      * the business date against the band for its own weekday.        *
      *                                                                *
      * A pair is flagged HIGH or LOW when the day's total sits more   *
      * than the PARMIN number of spreads from its weekday mean, or    *
      * HOUR when the day is in band but one or more of its hours was  *
      * not - whether or not the pair has an ERRTHR record. Each       *
      * flagged pair with no ERRTHR record, or with one whose limit    *
      * could never have been reached at the volumes in the window,    *
      * gets a suggested limit and interval the operators can key      *
      * into THRMNT01 from evidence rather than instinct.              *
      *                                                                *
      * The live ERRLOG only reaches back to ERRARC01's last cut-off.  *
      * When the window starts before the oldest live record, the     *
      * ERRLOG archive generations are read from the ARCIN1E-ARCIN8E   *
      * DD set - the same one-DD-per-generation shape ARCSRC01 reads - *
      * for the days the live file no longer holds. A generation that  *
      * is not allocated is a NOT PRESENT line on the report, and a    *
      * window the two sources still do not cover is said so on the    *
      * report instead of being quietly averaged as zeros.             *
      *                                                                *
      * Synthetic alert drills (ERRLOG-DRILL, see DRILL01) are left    *
      * out of both the baseline and the business date, so a drill is  *
      * never flagged as an anomaly.                                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRLOG-FILE ASSIGN TO ERRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ERRLOG-KEY
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT ERRBASE-FILE ASSIGN TO ERRBASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ERRBASE-KEY
               FILE STATUS IS WS-ERRBASE-STATUS.
           SELECT ERRTHR-FILE ASSIGN TO ERRTHR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ERRTHR-KEY
               FILE STATUS IS WS-ERRTHR-STATUS.
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
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ERRLOG-FILE.
           COPY ERRLOG.
       FD  ERRBASE-FILE.
           COPY ERRBASE.
       FD  ERRTHR-FILE.
           COPY ERRTHR.
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
           05  SORT-PROGRAM-ID             PIC X(08).
           05  SORT-RESP-STRING            PIC X(40).
           05  SORT-LOG-DATE               PIC X(08).
           05  SORT-LOG-HOUR               PIC 9(02).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE          PIC X(08).
           05  PARM-WEEKS                  PIC X(02).
           05  PARM-BAND-SPREADS           PIC X(01).
           05  FILLER                      PIC X(69).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ERRLOG-STATUS                PIC X(02).
       01  WS-ERRBASE-STATUS               PIC X(02).
       01  WS-ERRTHR-STATUS                PIC X(02).
       01  WS-ARCIN-STATUS                 PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-RUNCTL-STATUS                PIC X(02).
       01  WS-BUSINESS-DATE                PIC X(08).
       01  WS-CURRENT-DATE                 PIC X(08).
       01  WS-CURRENT-TIME                 PIC X(08).
       01  WS-ABEND-MESSAGE                PIC X(40).
       01  WS-ERRLOG-EOF-SW                PIC X(01) VALUE 'N'.
           88  ERRLOG-EOF                       VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  SORT-EOF                         VALUE 'Y'.
       01  WS-ARCIN-EOF-SW                 PIC X(01).
           88  ARCIN-EOF                        VALUE 'Y'.
       01  WS-ARCIN-ABSENT-SW              PIC X(01).
           88  ARCIN-ABSENT                     VALUE 'Y'.
       01  WS-ARC-SUB                      PIC 9(01).
       01  WS-ARC-READ-CT                  PIC 9(07) COMP.
       01  WS-ARC-USED-CT                  PIC 9(07) COMP.
       01  WS-WEEKS                        PIC 9(02).
       01  WS-BAND-SPREADS                 PIC 9(01).
       01  WS-WINDOW-DAYS                  PIC 9(03) COMP.
       01  WS-RELEASE-COUNT                PIC 9(09) COMP.
      * serial day numbers of the business date, the first day of the
      * trailing window, and the oldest record on the live file - the
      * window is the WS-WINDOW-DAYS days before the business date.
       01  WS-BUSINESS-SERIAL              PIC S9(09) COMP.
       01  WS-WINDOW-START-SERIAL          PIC S9(09) COMP.
       01  WS-LIVE-OLDEST-SERIAL           PIC S9(09) COMP.
       01  WS-EARLIEST-SERIAL              PIC S9(09) COMP.
       01  WS-RELEASE-CEILING              PIC S9(09) COMP.
       01  WS-RECORD-SERIAL                PIC S9(09) COMP.
       01  WS-LAST-SERIAL-DATE             PIC X(08).
       01  WS-EARLIEST-DATE                PIC X(08).
       01  WS-FIRST-LIVE-SW                PIC X(01) VALUE 'Y'.
           88  WS-FIRST-LIVE-RECORD             VALUE 'Y'.
      * the day of the week: 1 is Sunday. WS-DOW-ANCHOR-SERIAL is the
      * serial of Sunday 7 January 1900, so the remainder of any
      * later serial's distance from it, over 7, is the weekday.
       01  WS-DOW-ANCHOR-SERIAL            PIC S9(09) COMP.
       01  WS-DOW-DIFF                     PIC S9(09) COMP.
       01  WS-DOW-QUOT                     PIC S9(09) COMP.
       01  WS-DOW-REM                      PIC S9(09) COMP.
       01  WS-DOW                          PIC 9(01).
       01  WS-BUSINESS-DOW                 PIC 9(01).
       01  WS-DOW-NAME-LIST                PIC X(21) VALUE
           'SUNMONTUEWEDTHUFRISAT'.
       01  FILLER REDEFINES WS-DOW-NAME-LIST.
           05  WS-DOW-NAME OCCURS 7 TIMES  PIC X(03).
      * the weekday of each day of the window, by its offset in it.
       01  WS-OFFSET-DOW-TABLE.
           05  WS-OFFSET-DOW OCCURS 84 TIMES
                                           PIC 9(01).
      * one pair's counts: a cell per day of the window per hour, and
      * the business date's own hours. Twelve weeks is the most the
      * PARMIN card is allowed to ask for.
       01  WS-CELL-TABLE.
           05  WS-CELL-DAY OCCURS 84 TIMES.
               10  WS-CELL-HOUR OCCURS 24 TIMES
                                           PIC 9(05) COMP.
       01  WS-TODAY-TABLE.
           05  WS-TODAY-HOUR OCCURS 24 TIMES
                                           PIC 9(05) COMP.
       01  WS-ACCUM-TABLE.
           05  WS-ACC-DOW OCCURS 7 TIMES.
               10  WS-ACC-DAY-SUM          PIC 9(09) COMP.
               10  WS-ACC-DAY-SUMSQ        PIC 9(15) COMP-3.
               10  WS-ACC-HOUR OCCURS 24 TIMES.
                   15  WS-ACC-SUM          PIC 9(07) COMP.
                   15  WS-ACC-SUMSQ        PIC 9(13) COMP-3.
       01  WS-DAY-TOTAL                    PIC 9(09) COMP.
       01  WS-TODAY-TOTAL                  PIC 9(09) COMP.
       01  WS-PEAK-HOUR-COUNT              PIC 9(05) COMP.
       01  WS-OFFSET                       PIC S9(09) COMP.
       01  WS-OFF-SUB                      PIC 9(03) COMP.
       01  WS-HOUR-SUB                     PIC 9(02) COMP.
       01  WS-DOW-SUB                      PIC 9(01) COMP.
       01  WS-BREAK-PROGRAM-ID             PIC X(08).
       01  WS-BREAK-RESP-STRING            PIC X(40).
      * mean/spread work fields - the spread is the square root of
      * the variance, taken by raising it to the power one half.
       01  WS-MEAN                         PIC 9(07)V9(04).
       01  WS-VARIANCE                     PIC S9(13)V9(04).
       01  WS-SPREAD                       PIC 9(07)V9(04).
       01  WS-BAND-WIDTH                   PIC 9(09)V9(04).
       01  WS-BAND-LOW                     PIC S9(09)V9(04).
       01  WS-BAND-HIGH                    PIC 9(09)V9(04).
       01  WS-UPPER-EDGE                   PIC 9(09)V9(04).
       01  WS-MAX-UPPER-EDGE               PIC 9(09)V9(04).
       01  WS-HOURS-OUT                    PIC 9(02) COMP.
       01  WS-FLAG                         PIC X(04).
       01  WS-SUGGEST-LIMIT                PIC 9(05).
       01  WS-SPAN-HOURS                   PIC 9(03) COMP.
       01  WS-FIRE-BOUND                   PIC 9(09) COMP.
       01  WS-PAIR-TOTAL                   PIC 9(07) COMP.
       01  WS-FLAG-TOTAL                   PIC 9(07) COMP.
       01  WS-SUGGEST-TOTAL                PIC 9(07) COMP.
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
           05  FILLER            PIC X(20) VALUE 'BASRPT01 - ERROR-RAT'.
           05  FILLER            PIC X(20) VALUE 'E BASELINE ANOMALIES'.
       01  WS-HEADING-2.
           05  FILLER            PIC X(14) VALUE 'BUSINESS DATE '.
           05  RPT-BUSINESS-DATE PIC X(08).
           05  FILLER            PIC X(06) VALUE '  DAY '.
           05  RPT-BUSINESS-DOW  PIC X(03).
           05  FILLER            PIC X(17) VALUE '  TRAILING WEEKS '.
           05  RPT-WEEKS         PIC Z9.
           05  FILLER            PIC X(07) VALUE '  BAND '.
           05  RPT-BAND-SPREADS  PIC 9(01).
           05  FILLER            PIC X(08) VALUE ' SPREADS'.
       01  WS-HEADING-3.
           05  FILLER            PIC X(08) VALUE 'PROGRAM '.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(20) VALUE 'RESP-STRING'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE '  TODAY'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(09) VALUE '     MEAN'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(09) VALUE '   SPREAD'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(03) VALUE 'HRS'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(04) VALUE 'FLAG'.
       01  WS-NO-ARCHIVE-LINE.
           05  FILLER            PIC X(40) VALUE
               'LIVE ERRLOG COVERS THE WINDOW - NO ARCHI'.
           05  FILLER            PIC X(13) VALUE 'VE GENERATION'.
           05  FILLER            PIC X(06) VALUE 'S READ'.
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
               '  IN WINDOW'.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-GEN-USED                PIC ZZZ,ZZ9.
       01  WS-SHORT-LINE.
           05  FILLER            PIC X(34) VALUE
               '** BASELINE SHORT - EARLIEST DATE '.
           05  RPT-EARLIEST-DATE PIC X(08).
           05  FILLER            PIC X(18) VALUE
               ', WINDOW STARTS AT'.
           05  FILLER            PIC X(01) VALUE SPACES.
           05  RPT-WINDOW-DAYS   PIC ZZ9.
           05  FILLER            PIC X(10) VALUE ' DAYS BACK'.
       01  RPT-DETAIL-LINE.
           05  RPT-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RESP-STRING             PIC X(20).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-TODAY                   PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-MEAN                    PIC ZZZZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-SPREAD                  PIC ZZZZZ9.99.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-HOURS-OUT               PIC ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-FLAG                    PIC X(04).
       01  RPT-SUGGEST-LINE.
           05  FILLER                      PIC X(10) VALUE SPACES.
           05  FILLER                      PIC X(21) VALUE
               'SUGGEST ERRTHR LIMIT '.
           05  RPT-SUG-LIMIT               PIC ZZZZ9.
           05  FILLER                      PIC X(10) VALUE
               ' INTERVAL '.
           05  RPT-SUG-INTERVAL            PIC 9(03).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-SUG-REASON              PIC X(29).
       01  WS-NEVER-FIRES-TEXT.
           05  FILLER                      PIC X(08) VALUE 'CURRENT '.
           05  WS-NF-LIMIT                 PIC 9(05).
           05  FILLER                      PIC X(01) VALUE '/'.
           05  WS-NF-INTERVAL              PIC 9(03).
           05  FILLER                      PIC X(12) VALUE
               ' NEVER FIRES'.
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL             PIC X(30).
           05  RPT-TOTAL-COUNT             PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 1200-RUNCTL-START THRU 1200-RUNCTL-START-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-PROGRAM-ID
                                SORT-RESP-STRING
                                SORT-LOG-DATE
                                SORT-LOG-HOUR
               INPUT PROCEDURE IS 2000-SORT-INPUT
                                  THRU 2000-SORT-INPUT-EXIT
               OUTPUT PROCEDURE IS 3000-SORT-OUTPUT
                                   THRU 3000-SORT-OUTPUT-EXIT.
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
      * the business date, the number of trailing weeks and the band
      * width in spreads all shape what gets flagged - a card that is
      * missing or not numeric is an abend, never a default.
           IF PARM-BUSINESS-DATE IS NOT NUMERIC
               MOVE 'PARMIN BUSINESS DATE NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           IF PARM-WEEKS IS NOT NUMERIC
              OR PARM-BAND-SPREADS IS NOT NUMERIC
               MOVE 'PARMIN WEEKS/BAND NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE PARM-WEEKS         TO WS-WEEKS.
           MOVE PARM-BAND-SPREADS  TO WS-BAND-SPREADS.
           IF WS-WEEKS < 1
              OR WS-WEEKS > 12
               MOVE 'PARMIN WEEKS MUST BE 01 TO 12'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           IF WS-BAND-SPREADS < 1
               MOVE 'PARMIN BAND MUST BE 1 TO 9'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           CLOSE PARM-FILE.
           COMPUTE WS-WINDOW-DAYS = WS-WEEKS * 7.
           MOVE '19000107' TO WS-SERIAL-DATE.
           PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT.
           MOVE WS-SERIAL-DAYS TO WS-DOW-ANCHOR-SERIAL.
           MOVE WS-BUSINESS-DATE TO WS-SERIAL-DATE.
           PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT.
           MOVE WS-SERIAL-DAYS TO WS-BUSINESS-SERIAL.
           PERFORM 7200-SERIAL-TO-DOW THRU 7200-SERIAL-TO-DOW-EXIT.
           MOVE WS-DOW TO WS-BUSINESS-DOW.
           COMPUTE WS-WINDOW-START-SERIAL =
               WS-BUSINESS-SERIAL - WS-WINDOW-DAYS.
           MOVE 1 TO WS-OFF-SUB.
       1010-OFFSET-DOW-LOOP.
           IF WS-OFF-SUB > WS-WINDOW-DAYS
               GO TO 1020-OPEN-FILES
           END-IF.
           COMPUTE WS-SERIAL-DAYS =
               WS-WINDOW-START-SERIAL + WS-OFF-SUB - 1.
           PERFORM 7200-SERIAL-TO-DOW THRU 7200-SERIAL-TO-DOW-EXIT.
           MOVE WS-DOW TO WS-OFFSET-DOW(WS-OFF-SUB).
           ADD 1 TO WS-OFF-SUB.
           GO TO 1010-OFFSET-DOW-LOOP.
       1020-OPEN-FILES.
           OPEN INPUT ERRLOG-FILE.
           IF WS-ERRLOG-STATUS NOT = '00'
               MOVE 'OPEN ERRLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRLOG-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN INPUT ERRTHR-FILE.
           IF WS-ERRTHR-STATUS NOT = '00'
               MOVE 'OPEN ERRTHR-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRTHR-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN I-O ERRBASE-FILE.
           IF WS-ERRBASE-STATUS NOT = '00'
               MOVE 'OPEN ERRBASE-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRBASE-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE WS-BUSINESS-DATE            TO RPT-BUSINESS-DATE.
           MOVE WS-DOW-NAME(WS-BUSINESS-DOW) TO RPT-BUSINESS-DOW.
           MOVE WS-WEEKS                    TO RPT-WEEKS.
           MOVE WS-BAND-SPREADS             TO RPT-BAND-SPREADS.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE ZERO TO WS-RELEASE-COUNT.
           MOVE ZERO TO WS-PAIR-TOTAL.
           MOVE ZERO TO WS-FLAG-TOTAL.
           MOVE ZERO TO WS-SUGGEST-TOTAL.
           MOVE SPACES TO WS-LAST-SERIAL-DATE.
           MOVE SPACES TO WS-EARLIEST-DATE.
           COMPUTE WS-LIVE-OLDEST-SERIAL = WS-BUSINESS-SERIAL + 1.
           MOVE WS-LIVE-OLDEST-SERIAL TO WS-EARLIEST-SERIAL.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
      * book this run in on the RUNCTL run-control file - the start
      * record says this job is working the business date; the end
      * record (9100-RUNCTL-END) says it finished and what it counted.
       1200-RUNCTL-START.
           OPEN I-O RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'OPEN RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           MOVE 'BASRPT01'        TO RUNCTL-JOB-NAME.
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
               MOVE 'BASRPT01'       TO RUNCTL-JOB-NAME
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
      * the live file first: its first record says how far back it
      * reaches, and so whether the archive generations are needed
      * at all. The archive pass releases only days older than that
      * record - anything newer is on the live file and was released
      * from there already.
       2000-SORT-INPUT.
           COMPUTE WS-RELEASE-CEILING = WS-BUSINESS-SERIAL + 1.
           PERFORM 2100-READ-ERRLOG THRU 2100-READ-ERRLOG-EXIT.
       2010-SORT-INPUT-LOOP.
           IF ERRLOG-EOF
               GO TO 2020-SORT-INPUT-ARCHIVES
           END-IF.
           IF ERRLOG-LOG-DATE > WS-BUSINESS-DATE
               GO TO 2020-SORT-INPUT-ARCHIVES
           END-IF.
      * the first record's date is how far back the live file goes,
      * whatever the record is - a drill or a record 2200 rejects
      * still sits on the live file - so its serial is worked out
      * here rather than taken from 2200, which may not compute it.
           IF WS-FIRST-LIVE-RECORD
              AND ERRLOG-LOG-DATE IS NUMERIC
               MOVE ERRLOG-LOG-DATE TO WS-SERIAL-DATE
               PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT
               MOVE WS-SERIAL-DAYS TO WS-LIVE-OLDEST-SERIAL
               MOVE 'N' TO WS-FIRST-LIVE-SW
           END-IF.
           PERFORM 2200-SELECT-RECORD THRU 2200-SELECT-RECORD-EXIT.
           PERFORM 2100-READ-ERRLOG THRU 2100-READ-ERRLOG-EXIT.
           GO TO 2010-SORT-INPUT-LOOP.
       2020-SORT-INPUT-ARCHIVES.
           IF WS-LIVE-OLDEST-SERIAL > WS-WINDOW-START-SERIAL
               MOVE WS-LIVE-OLDEST-SERIAL TO WS-RELEASE-CEILING
               PERFORM 2500-READ-ARCHIVES THRU 2500-READ-ARCHIVES-EXIT
           ELSE
               WRITE REPORT-LINE FROM WS-NO-ARCHIVE-LINE
           END-IF.
           IF WS-EARLIEST-SERIAL > WS-WINDOW-START-SERIAL
               MOVE WS-EARLIEST-DATE TO RPT-EARLIEST-DATE
               MOVE WS-WINDOW-DAYS   TO RPT-WINDOW-DAYS
               WRITE REPORT-LINE FROM WS-SHORT-LINE
           END-IF.
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
      * one record, live or archived, in the ERRLOG record area: it
      * is released when it falls in the trailing window or on the
      * business date, and is older than WS-RELEASE-CEILING. Every
      * record read counts towards how far back the data reaches,
      * released or not, so a quiet first day in the window is not
      * taken for a short baseline. Records arrive date-ordered, so
      * the serial is only worked out again when the date changes.
       2200-SELECT-RECORD.
           IF ERRLOG-LOG-DATE IS NOT NUMERIC
              OR ERRLOG-LOG-TIME(1:2) IS NOT NUMERIC
              OR ERRLOG-DRILL
               GO TO 2200-SELECT-RECORD-EXIT
           END-IF.
           IF ERRLOG-LOG-DATE NOT = WS-LAST-SERIAL-DATE
               MOVE ERRLOG-LOG-DATE TO WS-SERIAL-DATE
               PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT
               MOVE WS-SERIAL-DAYS  TO WS-RECORD-SERIAL
               MOVE ERRLOG-LOG-DATE TO WS-LAST-SERIAL-DATE
           END-IF.
           IF WS-RECORD-SERIAL < WS-EARLIEST-SERIAL
               MOVE WS-RECORD-SERIAL TO WS-EARLIEST-SERIAL
               MOVE ERRLOG-LOG-DATE  TO WS-EARLIEST-DATE
           END-IF.
           IF WS-RECORD-SERIAL < WS-WINDOW-START-SERIAL
              OR WS-RECORD-SERIAL > WS-BUSINESS-SERIAL
              OR WS-RECORD-SERIAL NOT < WS-RELEASE-CEILING
               GO TO 2200-SELECT-RECORD-EXIT
           END-IF.
           MOVE ERRLOG-PROGRAM-ID       TO SORT-PROGRAM-ID.
           MOVE ERRLOG-RESP-STRING      TO SORT-RESP-STRING.
           MOVE ERRLOG-LOG-DATE         TO SORT-LOG-DATE.
           MOVE ERRLOG-LOG-TIME(1:2)    TO SORT-LOG-HOUR.
           RELEASE SORT-REC.
           ADD 1 TO WS-RELEASE-COUNT.
       2200-SELECT-RECORD-EXIT.
           EXIT.
      *
      * one pass per generation DD, the OPEN/READ/CLOSE driven
      * through one set of paragraphs with WS-ARC-SUB saying which
      * is current - the same shape as ARCSRC01.
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
           MOVE WS-RELEASE-COUNT TO WS-DAY-TOTAL.
           PERFORM 2200-SELECT-RECORD THRU 2200-SELECT-RECORD-EXIT.
           IF WS-RELEASE-COUNT > WS-DAY-TOTAL
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
      * one control break per program/resp pair: the pair's records
      * are spread into the day-by-hour cells, then 3300 rebuilds its
      * baseline and judges the business date.
       3000-SORT-OUTPUT.
           PERFORM 3100-RETURN-SORT-REC THRU 3100-RETURN-SORT-REC-EXIT.
           IF SORT-EOF
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
           PERFORM 3150-START-PAIR THRU 3150-START-PAIR-EXIT.
       3010-SORT-OUTPUT-LOOP.
           IF SORT-EOF
               PERFORM 3300-FINISH-PAIR THRU 3300-FINISH-PAIR-EXIT
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
           IF SORT-PROGRAM-ID NOT = WS-BREAK-PROGRAM-ID
              OR SORT-RESP-STRING NOT = WS-BREAK-RESP-STRING
               PERFORM 3300-FINISH-PAIR THRU 3300-FINISH-PAIR-EXIT
               PERFORM 3150-START-PAIR THRU 3150-START-PAIR-EXIT
           END-IF.
           PERFORM 3200-COUNT-RECORD THRU 3200-COUNT-RECORD-EXIT.
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
       3150-START-PAIR.
           MOVE SORT-PROGRAM-ID         TO WS-BREAK-PROGRAM-ID.
           MOVE SORT-RESP-STRING        TO WS-BREAK-RESP-STRING.
           MOVE SPACES TO WS-LAST-SERIAL-DATE.
           PERFORM 3160-CLEAR-TABLES THRU 3160-CLEAR-TABLES-EXIT.
       3150-START-PAIR-EXIT.
           EXIT.
      *
      * every cell of the window, today's hours and the weekday
      * accumulators back to zero for the next pair.
       3160-CLEAR-TABLES.
           MOVE 1 TO WS-OFF-SUB.
       3161-CLEAR-CELL-DAY.
           IF WS-OFF-SUB > 84
               GO TO 3163-CLEAR-TODAY
           END-IF.
           MOVE 1 TO WS-HOUR-SUB.
       3162-CLEAR-CELL-HOUR.
           IF WS-HOUR-SUB > 24
               ADD 1 TO WS-OFF-SUB
               GO TO 3161-CLEAR-CELL-DAY
           END-IF.
           MOVE ZERO TO WS-CELL-HOUR(WS-OFF-SUB WS-HOUR-SUB).
           ADD 1 TO WS-HOUR-SUB.
           GO TO 3162-CLEAR-CELL-HOUR.
       3163-CLEAR-TODAY.
           MOVE 1 TO WS-HOUR-SUB.
       3164-CLEAR-TODAY-HOUR.
           IF WS-HOUR-SUB > 24
               GO TO 3165-CLEAR-ACCUM
           END-IF.
           MOVE ZERO TO WS-TODAY-HOUR(WS-HOUR-SUB).
           ADD 1 TO WS-HOUR-SUB.
           GO TO 3164-CLEAR-TODAY-HOUR.
       3165-CLEAR-ACCUM.
           MOVE 1 TO WS-DOW-SUB.
       3166-CLEAR-ACCUM-DOW.
           IF WS-DOW-SUB > 7
               GO TO 3160-CLEAR-TABLES-EXIT
           END-IF.
           MOVE ZERO TO WS-ACC-DAY-SUM(WS-DOW-SUB).
           MOVE ZERO TO WS-ACC-DAY-SUMSQ(WS-DOW-SUB).
           MOVE 1 TO WS-HOUR-SUB.
       3167-CLEAR-ACCUM-HOUR.
           IF WS-HOUR-SUB > 24
               ADD 1 TO WS-DOW-SUB
               GO TO 3166-CLEAR-ACCUM-DOW
           END-IF.
           MOVE ZERO TO WS-ACC-SUM(WS-DOW-SUB WS-HOUR-SUB).
           MOVE ZERO TO WS-ACC-SUMSQ(WS-DOW-SUB WS-HOUR-SUB).
           ADD 1 TO WS-HOUR-SUB.
           GO TO 3167-CLEAR-ACCUM-HOUR.
       3160-CLEAR-TABLES-EXIT.
           EXIT.
      *
       3200-COUNT-RECORD.
           COMPUTE WS-HOUR-SUB = SORT-LOG-HOUR + 1.
           IF WS-HOUR-SUB > 24
               GO TO 3200-COUNT-RECORD-EXIT
           END-IF.
           IF SORT-LOG-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-TODAY-HOUR(WS-HOUR-SUB)
               GO TO 3200-COUNT-RECORD-EXIT
           END-IF.
           IF SORT-LOG-DATE NOT = WS-LAST-SERIAL-DATE
               MOVE SORT-LOG-DATE TO WS-SERIAL-DATE
               PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT
               COMPUTE WS-OFFSET =
                   WS-SERIAL-DAYS - WS-WINDOW-START-SERIAL + 1
               MOVE SORT-LOG-DATE TO WS-LAST-SERIAL-DATE
           END-IF.
           IF WS-OFFSET < 1
              OR WS-OFFSET > WS-WINDOW-DAYS
               GO TO 3200-COUNT-RECORD-EXIT
           END-IF.
           MOVE WS-OFFSET TO WS-OFF-SUB.
           ADD 1 TO WS-CELL-HOUR(WS-OFF-SUB WS-HOUR-SUB).
       3200-COUNT-RECORD-EXIT.
           EXIT.
      *
      * fold the window's cells into sums and sums of squares per
      * weekday and hour - every weekday occurs exactly WS-WEEKS
      * times in the window, and a cell nobody wrote is a zero day.
       3300-FINISH-PAIR.
           ADD 1 TO WS-PAIR-TOTAL.
           MOVE ZERO TO WS-PEAK-HOUR-COUNT.
           MOVE ZERO TO WS-MAX-UPPER-EDGE.
           MOVE 1 TO WS-OFF-SUB.
       3310-FOLD-DAY-LOOP.
           IF WS-OFF-SUB > WS-WINDOW-DAYS
               GO TO 3330-FOLD-TODAY
           END-IF.
           MOVE WS-OFFSET-DOW(WS-OFF-SUB) TO WS-DOW-SUB.
           MOVE ZERO TO WS-DAY-TOTAL.
           MOVE 1 TO WS-HOUR-SUB.
       3320-FOLD-HOUR-LOOP.
           IF WS-HOUR-SUB > 24
               ADD WS-DAY-TOTAL TO WS-ACC-DAY-SUM(WS-DOW-SUB)
               COMPUTE WS-ACC-DAY-SUMSQ(WS-DOW-SUB) =
                   WS-ACC-DAY-SUMSQ(WS-DOW-SUB)
                   + WS-DAY-TOTAL * WS-DAY-TOTAL
               ADD 1 TO WS-OFF-SUB
               GO TO 3310-FOLD-DAY-LOOP
           END-IF.
           ADD WS-CELL-HOUR(WS-OFF-SUB WS-HOUR-SUB)
               TO WS-ACC-SUM(WS-DOW-SUB WS-HOUR-SUB).
           COMPUTE WS-ACC-SUMSQ(WS-DOW-SUB WS-HOUR-SUB) =
               WS-ACC-SUMSQ(WS-DOW-SUB WS-HOUR-SUB)
               + WS-CELL-HOUR(WS-OFF-SUB WS-HOUR-SUB)
               * WS-CELL-HOUR(WS-OFF-SUB WS-HOUR-SUB).
           ADD WS-CELL-HOUR(WS-OFF-SUB WS-HOUR-SUB) TO WS-DAY-TOTAL.
           IF WS-CELL-HOUR(WS-OFF-SUB WS-HOUR-SUB)
                  > WS-PEAK-HOUR-COUNT
               MOVE WS-CELL-HOUR(WS-OFF-SUB WS-HOUR-SUB)
                   TO WS-PEAK-HOUR-COUNT
           END-IF.
           ADD 1 TO WS-HOUR-SUB.
           GO TO 3320-FOLD-HOUR-LOOP.
       3330-FOLD-TODAY.
           MOVE ZERO TO WS-TODAY-TOTAL.
           MOVE 1 TO WS-HOUR-SUB.
       3340-FOLD-TODAY-LOOP.
           IF WS-HOUR-SUB > 24
               GO TO 3350-STORE-BASELINE
           END-IF.
           ADD WS-TODAY-HOUR(WS-HOUR-SUB) TO WS-TODAY-TOTAL.
           IF WS-TODAY-HOUR(WS-HOUR-SUB) > WS-PEAK-HOUR-COUNT
               MOVE WS-TODAY-HOUR(WS-HOUR-SUB) TO WS-PEAK-HOUR-COUNT
           END-IF.
           ADD 1 TO WS-HOUR-SUB.
           GO TO 3340-FOLD-TODAY-LOOP.
       3350-STORE-BASELINE.
           MOVE 1 TO WS-DOW-SUB.
       3360-STORE-BASELINE-LOOP.
           IF WS-DOW-SUB > 7
               GO TO 3370-JUDGE-BUSINESS-DAY
           END-IF.
           PERFORM 3400-BUILD-BASELINE THRU 3400-BUILD-BASELINE-EXIT.
           ADD 1 TO WS-DOW-SUB.
           GO TO 3360-STORE-BASELINE-LOOP.
      * only once all seven weekdays are built is WS-MAX-UPPER-EDGE
      * the whole baseline's, which the suggested limit relies on -
      * the business weekday's record is then read back to judge by.
       3370-JUDGE-BUSINESS-DAY.
           MOVE WS-BREAK-PROGRAM-ID     TO ERRBASE-PROGRAM-ID.
           MOVE WS-BREAK-RESP-STRING    TO ERRBASE-RESP-STRING.
           MOVE WS-BUSINESS-DOW         TO ERRBASE-DAY-OF-WEEK.
           READ ERRBASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ERRBASE-STATUS NOT = '00'
               MOVE 'RE-READ ERRBASE-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRBASE-STATUS
                   TO WS-ABEND-MESSAGE(37:2)
               GO TO 9999-ABEND
           END-IF.
           PERFORM 3500-JUDGE-DAY THRU 3500-JUDGE-DAY-EXIT.
       3300-FINISH-PAIR-EXIT.
           EXIT.
      *
      * one weekday's record: the day and each hour as mean and
      * spread over WS-WEEKS samples, written or rewritten by key. The
      * upper edge of every hour's band is tracked for the suggested
      * ERRTHR limit.
       3400-BUILD-BASELINE.
           MOVE WS-BREAK-PROGRAM-ID     TO ERRBASE-PROGRAM-ID.
           MOVE WS-BREAK-RESP-STRING    TO ERRBASE-RESP-STRING.
           MOVE WS-DOW-SUB              TO ERRBASE-DAY-OF-WEEK.
           READ ERRBASE-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ERRBASE-STATUS NOT = '00'
              AND WS-ERRBASE-STATUS NOT = '23'
               MOVE 'READ ERRBASE-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRBASE-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
           MOVE WS-BUSINESS-DATE        TO ERRBASE-BUILT-DATE.
           MOVE WS-WEEKS                TO ERRBASE-WEEKS.
           COMPUTE WS-MEAN ROUNDED =
               WS-ACC-DAY-SUM(WS-DOW-SUB) / WS-WEEKS.
           COMPUTE WS-VARIANCE =
               WS-ACC-DAY-SUMSQ(WS-DOW-SUB) / WS-WEEKS
               - WS-MEAN * WS-MEAN.
           PERFORM 3450-TAKE-SPREAD THRU 3450-TAKE-SPREAD-EXIT.
           COMPUTE ERRBASE-DAY-MEAN ROUNDED = WS-MEAN
               ON SIZE ERROR
                   MOVE 9999999.99 TO ERRBASE-DAY-MEAN
           END-COMPUTE.
           COMPUTE ERRBASE-DAY-SPREAD ROUNDED = WS-SPREAD
               ON SIZE ERROR
                   MOVE 9999999.99 TO ERRBASE-DAY-SPREAD
           END-COMPUTE.
           MOVE 1 TO WS-HOUR-SUB.
       3410-BUILD-HOUR-LOOP.
           IF WS-HOUR-SUB > 24
               GO TO 3420-BUILD-BASELINE-WRITE
           END-IF.
           COMPUTE WS-MEAN ROUNDED =
               WS-ACC-SUM(WS-DOW-SUB WS-HOUR-SUB) / WS-WEEKS.
           COMPUTE WS-VARIANCE =
               WS-ACC-SUMSQ(WS-DOW-SUB WS-HOUR-SUB) / WS-WEEKS
               - WS-MEAN * WS-MEAN.
           PERFORM 3450-TAKE-SPREAD THRU 3450-TAKE-SPREAD-EXIT.
           COMPUTE ERRBASE-HOUR-MEAN(WS-HOUR-SUB) ROUNDED = WS-MEAN
               ON SIZE ERROR
                   MOVE 99999.99 TO ERRBASE-HOUR-MEAN(WS-HOUR-SUB)
           END-COMPUTE.
           COMPUTE ERRBASE-HOUR-SPREAD(WS-HOUR-SUB) ROUNDED = WS-SPREAD
               ON SIZE ERROR
                   MOVE 99999.99 TO ERRBASE-HOUR-SPREAD(WS-HOUR-SUB)
           END-COMPUTE.
           PERFORM 3460-BAND-EDGES THRU 3460-BAND-EDGES-EXIT.
           IF WS-BAND-HIGH > WS-MAX-UPPER-EDGE
               MOVE WS-BAND-HIGH TO WS-MAX-UPPER-EDGE
           END-IF.
           ADD 1 TO WS-HOUR-SUB.
           GO TO 3410-BUILD-HOUR-LOOP.
       3420-BUILD-BASELINE-WRITE.
           IF WS-ERRBASE-STATUS = '23'
               WRITE ERRBASE-RECORD
           ELSE
               REWRITE ERRBASE-RECORD
           END-IF.
           IF WS-ERRBASE-STATUS NOT = '00'
               MOVE 'WRITE ERRBASE-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRBASE-STATUS
                   TO WS-ABEND-MESSAGE(35:2)
               GO TO 9999-ABEND
           END-IF.
       3400-BUILD-BASELINE-EXIT.
           EXIT.
      *
      * the square root of the variance; rounding in the mean can
      * leave a flat series a hair below zero, which is a zero.
       3450-TAKE-SPREAD.
           IF WS-VARIANCE NOT > 0
               MOVE ZERO TO WS-SPREAD
           ELSE
               COMPUTE WS-SPREAD ROUNDED = WS-VARIANCE ** 0.5
           END-IF.
       3450-TAKE-SPREAD-EXIT.
           EXIT.
      *
      * the band is the mean plus or minus the PARMIN number of
      * spreads. A spread under one - a pair that logs the same
      * handful every week - is taken as one, so a single extra
      * record over a flat history is not an anomaly.
       3460-BAND-EDGES.
           IF WS-SPREAD < 1
               COMPUTE WS-BAND-WIDTH = WS-BAND-SPREADS
           ELSE
               COMPUTE WS-BAND-WIDTH = WS-BAND-SPREADS * WS-SPREAD
           END-IF.
           COMPUTE WS-BAND-HIGH = WS-MEAN + WS-BAND-WIDTH.
           COMPUTE WS-BAND-LOW  = WS-MEAN - WS-BAND-WIDTH.
       3460-BAND-EDGES-EXIT.
           EXIT.
      *
      * the business date against its own weekday's band, the day's
      * total first and then hour by hour.
       3500-JUDGE-DAY.
           MOVE SPACES TO WS-FLAG.
           MOVE ZERO   TO WS-HOURS-OUT.
           MOVE 1 TO WS-HOUR-SUB.
       3510-JUDGE-HOUR-LOOP.
           IF WS-HOUR-SUB > 24
               GO TO 3520-JUDGE-DAY-TOTAL
           END-IF.
           MOVE ERRBASE-HOUR-MEAN(WS-HOUR-SUB)   TO WS-MEAN.
           MOVE ERRBASE-HOUR-SPREAD(WS-HOUR-SUB) TO WS-SPREAD.
           PERFORM 3460-BAND-EDGES THRU 3460-BAND-EDGES-EXIT.
           IF WS-TODAY-HOUR(WS-HOUR-SUB) > WS-BAND-HIGH
              OR WS-TODAY-HOUR(WS-HOUR-SUB) < WS-BAND-LOW
               ADD 1 TO WS-HOURS-OUT
           END-IF.
           ADD 1 TO WS-HOUR-SUB.
           GO TO 3510-JUDGE-HOUR-LOOP.
       3520-JUDGE-DAY-TOTAL.
           MOVE ERRBASE-DAY-MEAN   TO WS-MEAN.
           MOVE ERRBASE-DAY-SPREAD TO WS-SPREAD.
           PERFORM 3460-BAND-EDGES THRU 3460-BAND-EDGES-EXIT.
           EVALUATE TRUE
               WHEN WS-TODAY-TOTAL > WS-BAND-HIGH
                   MOVE 'HIGH' TO WS-FLAG
               WHEN WS-TODAY-TOTAL < WS-BAND-LOW
                   MOVE 'LOW ' TO WS-FLAG
               WHEN WS-HOURS-OUT > 0
                   MOVE 'HOUR' TO WS-FLAG
               WHEN OTHER
                   GO TO 3500-JUDGE-DAY-EXIT
           END-EVALUATE.
           ADD 1 TO WS-FLAG-TOTAL.
           MOVE WS-BREAK-PROGRAM-ID     TO RPT-PROGRAM-ID.
           MOVE WS-BREAK-RESP-STRING    TO RPT-RESP-STRING.
           MOVE WS-TODAY-TOTAL          TO RPT-TODAY.
           MOVE ERRBASE-DAY-MEAN        TO RPT-MEAN.
           MOVE ERRBASE-DAY-SPREAD      TO RPT-SPREAD.
           MOVE WS-HOURS-OUT            TO RPT-HOURS-OUT.
           MOVE WS-FLAG                 TO RPT-FLAG.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           PERFORM 3600-SUGGEST-THRESHOLD
               THRU 3600-SUGGEST-THRESHOLD-EXIT.
       3500-JUDGE-DAY-EXIT.
           EXIT.
      *
      * a flagged pair with no ERRTHR record gets a suggestion, and so
      * does one whose limit could not have been reached: RATEMON01
      * counts inside a window of ERRTHR-INTERVAL-MINS, which can take
      * in no more than the busiest hour's count times the number of
      * clock hours the interval can touch. The suggestion is an
      * hour's interval with a limit just over the highest hourly
      * band edge in the whole baseline, so it stays quiet on any
      * normal hour of any weekday.
       3600-SUGGEST-THRESHOLD.
           MOVE WS-BREAK-PROGRAM-ID     TO ERRTHR-PROGRAM-ID.
           MOVE WS-BREAK-RESP-STRING    TO ERRTHR-RESP-STRING.
           READ ERRTHR-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ERRTHR-STATUS
               WHEN '23'
                   MOVE 'NO ERRTHR RECORD' TO RPT-SUG-REASON
               WHEN '00'
                   COMPUTE WS-SPAN-HOURS =
                       (ERRTHR-INTERVAL-MINS + 59) / 60 + 1
                   COMPUTE WS-FIRE-BOUND =
                       WS-PEAK-HOUR-COUNT * WS-SPAN-HOURS
                   IF WS-FIRE-BOUND NOT < ERRTHR-LIMIT-COUNT
                       GO TO 3600-SUGGEST-THRESHOLD-EXIT
                   END-IF
                   MOVE ERRTHR-LIMIT-COUNT   TO WS-NF-LIMIT
                   MOVE ERRTHR-INTERVAL-MINS TO WS-NF-INTERVAL
                   MOVE WS-NEVER-FIRES-TEXT  TO RPT-SUG-REASON
               WHEN OTHER
                   MOVE 'READ ERRTHR-FILE FAILED, STATUS '
                       TO WS-ABEND-MESSAGE
                   MOVE WS-ERRTHR-STATUS
                       TO WS-ABEND-MESSAGE(33:2)
                   GO TO 9999-ABEND
           END-EVALUATE.
           COMPUTE WS-SUGGEST-LIMIT = WS-MAX-UPPER-EDGE + 1
               ON SIZE ERROR
                   MOVE 99999 TO WS-SUGGEST-LIMIT
           END-COMPUTE.
           MOVE WS-SUGGEST-LIMIT        TO RPT-SUG-LIMIT.
           MOVE 60                      TO RPT-SUG-INTERVAL.
           WRITE REPORT-LINE FROM RPT-SUGGEST-LINE.
           ADD 1 TO WS-SUGGEST-TOTAL.
       3600-SUGGEST-THRESHOLD-EXIT.
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
      * the weekday of the serial in WS-SERIAL-DAYS, 1 for Sunday.
       7200-SERIAL-TO-DOW.
           COMPUTE WS-DOW-DIFF = WS-SERIAL-DAYS - WS-DOW-ANCHOR-SERIAL.
           DIVIDE WS-DOW-DIFF BY 7
               GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM.
           COMPUTE WS-DOW = WS-DOW-REM + 1.
       7200-SERIAL-TO-DOW-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'RECORDS IN WINDOW AND DATE'  TO RPT-TOTAL-LABEL.
           MOVE WS-RELEASE-COUNT              TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PROGRAM/RESP PAIRS BASELINED' TO RPT-TOTAL-LABEL.
           MOVE WS-PAIR-TOTAL                 TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'PAIRS FLAGGED'               TO RPT-TOTAL-LABEL.
           MOVE WS-FLAG-TOTAL                 TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'ERRTHR SUGGESTIONS'          TO RPT-TOTAL-LABEL.
           MOVE WS-SUGGEST-TOTAL              TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE ERRLOG-FILE.
           CLOSE ERRTHR-FILE.
           CLOSE ERRBASE-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
      *
      * book the run out - the ENDED record carries the count of
      * records the baseline and the day were built from.
       9100-RUNCTL-END.
           MOVE 'BASRPT01'        TO RUNCTL-JOB-NAME.
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
           MOVE WS-CURRENT-DATE      TO RUNCTL-END-DATE.
           MOVE WS-CURRENT-TIME(1:6) TO RUNCTL-END-TIME.
           MOVE WS-RELEASE-COUNT     TO RUNCTL-RECORD-COUNT.
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
      * a file status this job does not expect means the baseline may
      * be half rebuilt - it abends rather than judge a day against
      * a band built from part of the history.
       9999-ABEND.
           DISPLAY 'BASRPT01 ABEND: ' WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
