       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNTRD01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * RUNTRD01 is the overnight runtime trend report over the RUNCTL *
      * run-control file. RUNRPT01 says whether last night's chain     *
      * finished; this job says how long each job took doing it, set   *
      * against that job's own history, so ERRLOG growth pushing the   *
      * chain into the online day is seen weeks ahead instead of the   *
      * morning it happens.                                            *
      *                                                                *
      * For the business date on the PARMIN card it prints one line    *
      * per chain job: last night's elapsed minutes, records and       *
      * records per minute, beside the job's averages over its         *
      * trailing 30 ENDED nights before that date. A job whose elapsed *
      * time is more than the PARMIN percentage over its average is    *
      * flagged SLOW. ERRARC01 and ALRTARC01 also show how many        *
      * checkpoint restarts the night needed; a resumed night is left  *
      * out of the averages, as its start time is the last attempt's.  *
      *                                                                *
      * The forecast then takes the chain as a whole, ERRRPT01's start *
      * to SPLRPT01's end, against the batch window end time on        *
      * PARMIN. Each job's growth in records per night is the mean of  *
      * the newer half of its history less that of the older half,     *
      * spread over the nights between them; at last night's seconds   *
      * per record that is the seconds the job adds each night. Summed *
      * over the chain and set against the night's headroom, it gives  *
      * the number of nights until the chain is projected to overrun.  *
      * RC 4 when a job is SLOW, the window was overrun, or an overrun *
      * is projected within 30 nights.                                 *
      *                                                                *
      * Like RUNRPT01 this job only reads RUNCTL and does not book     *
      * itself in; it is run in the morning after RUNRPT01.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNCTL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUNCTL-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE          PIC X(08).
           05  PARM-SLOW-PCT               PIC X(03).
           05  PARM-WINDOW-END             PIC X(04).
           05  FILLER                      PIC X(65).
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-RUNCTL-STATUS                PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-ABEND-MESSAGE                PIC X(40).
       01  WS-BUSINESS-DATE                PIC X(08).
       01  WS-SLOW-PCT                     PIC 9(03).
       01  WS-WINDOW-END.
           05  WS-WINDOW-HH                PIC 9(02).
           05  WS-WINDOW-MI                PIC 9(02).
      * the chain, in scheduled order - the same list as RUNRPT01's;
      * a job added there must be added here too. ALRTARC01 books in
      * under the eight-character name ALRTARC1.
       01  WS-CHAIN-JOB-LIST.
           05  FILLER                      PIC X(08) VALUE 'ERRRPT01'.
           05  FILLER                      PIC X(08) VALUE 'RECON01 '.
           05  FILLER                      PIC X(08) VALUE 'RPLYRC01'.
           05  FILLER                      PIC X(08) VALUE 'SECRPT01'.
           05  FILLER                      PIC X(08) VALUE 'ERRMRG01'.
           05  FILLER                      PIC X(08) VALUE 'WHEXT01 '.
           05  FILLER                      PIC X(08) VALUE 'ALRAUD01'.
           05  FILLER                      PIC X(08) VALUE 'ERRARC01'.
           05  FILLER                      PIC X(08) VALUE 'ALRTARC1'.
           05  FILLER                      PIC X(08) VALUE 'MNTRPT01'.
           05  FILLER                      PIC X(08) VALUE 'SIGTRK01'.
           05  FILLER                      PIC X(08) VALUE 'BASRPT01'.
           05  FILLER                      PIC X(08) VALUE 'DIGRPT01'.
           05  FILLER                      PIC X(08) VALUE 'SPLRPT01'.
       01  WS-CHAIN-JOB-TABLE REDEFINES WS-CHAIN-JOB-LIST.
           05  WS-CHAIN-JOB OCCURS 14 TIMES
                                           PIC X(08).
       01  WS-CHAIN-JOB-COUNT              PIC 9(02) COMP VALUE 14.
       01  WS-CHAIN-SUB                    PIC 9(02) COMP.
       01  WS-JOB-NAME                     PIC X(08).
       01  WS-RUNCTL-EOF-SW                PIC X(01).
           88  RUNCTL-EOF                       VALUE 'Y'.
      * last night's record for the job being reported.
       01  WS-TONIGHT-SW                   PIC X(01).
           88  TONIGHT-FOUND                    VALUE 'Y'.
       01  WS-TONIGHT-TIMED-SW             PIC X(01).
           88  TONIGHT-TIMED                    VALUE 'Y'.
       01  WS-TON-STATUS                   PIC X(01).
           88  TON-ENDED                        VALUE 'E'.
       01  WS-TON-COUNT                    PIC 9(09) COMP.
       01  WS-TON-RESTARTS                 PIC 9(03) COMP.
       01  WS-TON-SECS                     PIC S9(09) COMP.
       01  WS-TON-RATE                     PIC 9(09) COMP.
      * the job's trailing history, oldest overwritten first once 30
      * nights are held; WS-HIST-NEXT is then the oldest entry.
       01  WS-HIST-TABLE.
           05  WS-HIST-ENTRY OCCURS 30 TIMES.
               10  HIST-SECS               PIC S9(09) COMP.
               10  HIST-COUNT              PIC 9(09) COMP.
       01  WS-HIST-MAX                     PIC 9(04) COMP VALUE 30.
       01  WS-HIST-N                       PIC 9(04) COMP.
       01  WS-HIST-NEXT                    PIC 9(04) COMP.
       01  WS-HIST-SUB                     PIC 9(04) COMP.
       01  WS-HIST-SLOT                    PIC 9(04) COMP.
       01  WS-HIST-OLDEST                  PIC 9(04) COMP.
       01  WS-HIST-SKIP                    PIC 9(04) COMP.
       01  WS-HIST-HALF                    PIC 9(04) COMP.
       01  WS-SUM-SECS                     PIC 9(11) COMP.
       01  WS-SUM-COUNT                    PIC 9(13) COMP.
       01  WS-OLD-COUNT                    PIC 9(13) COMP.
       01  WS-NEW-COUNT                    PIC 9(13) COMP.
       01  WS-AVG-SECS                     PIC 9(09) COMP.
       01  WS-AVG-RATE                     PIC 9(09) COMP.
       01  WS-PCT-OVER                     PIC S9(07) COMP.
       01  WS-GROWTH-RECORDS               PIC S9(11)V99 COMP-3.
       01  WS-SECS-PER-RECORD              PIC 9(07)V9(06) COMP-3.
       01  WS-CHAIN-GROWTH-SECS            PIC S9(11)V99 COMP-3
                                                     VALUE 0.
       01  WS-SLOW-COUNT                   PIC 9(02) COMP VALUE 0.
       01  WS-WARN-SW                      PIC X(01) VALUE 'N'.
           88  WINDOW-WARNING                   VALUE 'Y'.
      * the chain as a whole: ERRRPT01's start and SPLRPT01's end.
       01  WS-CHAIN-START-SW               PIC X(01) VALUE 'N'.
           88  CHAIN-START-KNOWN                VALUE 'Y'.
       01  WS-CHAIN-END-SW                 PIC X(01) VALUE 'N'.
           88  CHAIN-END-KNOWN                  VALUE 'Y'.
       01  WS-CHAIN-START-DATE             PIC X(08).
       01  WS-CHAIN-START-TIME             PIC X(06).
       01  WS-CHAIN-END-DATE               PIC X(08).
       01  WS-CHAIN-END-TIME               PIC X(06).
       01  WS-CHAIN-START-SECS             PIC S9(11) COMP.
       01  WS-CHAIN-END-SECS               PIC S9(11) COMP.
       01  WS-DEADLINE-SECS                PIC S9(11) COMP.
       01  WS-HEADROOM-SECS                PIC S9(11) COMP.
       01  WS-NIGHTS-LEFT                  PIC 9(09) COMP.
       01  WS-WARN-NIGHTS                  PIC 9(09) COMP VALUE 30.
      * a run's elapsed seconds from its start and end stamps.
       01  WS-ELAPSED-SW                   PIC X(01).
           88  ELAPSED-OK                       VALUE 'Y'.
       01  WS-ELAPSED-SECS                 PIC S9(09) COMP.
       01  WS-START-SECS                   PIC S9(11) COMP.
      * a date and time turned into seconds since the serial epoch,
      * so the difference of two is the seconds between them.
       01  WS-STAMP-DATE                   PIC X(08).
       01  WS-STAMP-TIME.
           05  WS-STAMP-HH                 PIC 9(02).
           05  WS-STAMP-MI                 PIC 9(02).
           05  WS-STAMP-SS                 PIC 9(02).
       01  WS-STAMP-SECS                   PIC S9(11) COMP.
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
           05  FILLER            PIC X(20) VALUE 'RUNTRD01 - OVERNIGHT'.
           05  FILLER            PIC X(20) VALUE ' RUNTIME TREND      '.
           05  FILLER            PIC X(14) VALUE 'BUSINESS DATE '.
           05  RPT-BUSINESS-DATE PIC X(08).
       01  WS-HEADING-2.
           05  FILLER            PIC X(20) VALUE 'SLOW WHEN OVER AVERA'.
           05  FILLER            PIC X(06) VALUE 'GE BY '.
           05  RPT-SLOW-PCT      PIC ZZ9.
           05  FILLER            PIC X(01) VALUE '%'.
       01  WS-HEADING-3.
           05  FILLER            PIC X(12) VALUE 'JOB      NTS'.
           05  FILLER            PIC X(14) VALUE '  MINS AVG-MIN'.
           05  FILLER            PIC X(07) VALUE ' VS-AVG'.
           05  FILLER            PIC X(12) VALUE '     RECORDS'.
           05  FILLER            PIC X(16) VALUE ' REC/MIN AVG/MIN'.
           05  FILLER            PIC X(04) VALUE ' RST'.
           05  FILLER            PIC X(05) VALUE ' FLAG'.
       01  RPT-DETAIL-LINE.
           05  RPT-JOB-NAME                PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-NIGHTS                  PIC ZZ9.
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TON-MINS                PIC ZZZ9.9.
           05  RPT-TON-MINS-TEXT REDEFINES RPT-TON-MINS
                                           PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AVG-MINS                PIC ZZZ9.9.
           05  RPT-AVG-MINS-TEXT REDEFINES RPT-AVG-MINS
                                           PIC X(06).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-PCT-OVER                PIC -ZZZ9.
           05  RPT-PCT-OVER-TEXT REDEFINES RPT-PCT-OVER
                                           PIC X(05).
           05  RPT-PCT-SIGN                PIC X(01).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RECORDS                 PIC ZZZ,ZZZ,ZZ9.
           05  RPT-RECORDS-TEXT REDEFINES RPT-RECORDS
                                           PIC X(11).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-TON-RATE                PIC ZZZZZZ9.
           05  RPT-TON-RATE-TEXT REDEFINES RPT-TON-RATE
                                           PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-AVG-RATE                PIC ZZZZZZ9.
           05  RPT-AVG-RATE-TEXT REDEFINES RPT-AVG-RATE
                                           PIC X(07).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-RESTARTS                PIC ZZ9.
           05  RPT-RESTARTS-TEXT REDEFINES RPT-RESTARTS
                                           PIC X(03).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-FLAG                    PIC X(10).
       01  WS-FORECAST-HEADING.
           05  FILLER            PIC X(20) VALUE 'BATCH WINDOW FORECAS'.
           05  FILLER            PIC X(20) VALUE 'T - ERRRPT01 TO SPLR'.
           05  FILLER            PIC X(05) VALUE 'PT01 '.
       01  WS-NO-FORECAST-LINE.
           05  FILLER            PIC X(40) VALUE
               'CHAIN DID NOT RUN TO THE END - NO FORECA'.
           05  FILLER            PIC X(02) VALUE 'ST'.
       01  WS-OVERRUN-LINE.
           05  FILLER            PIC X(40) VALUE
               '** CHAIN OVERRAN THE BATCH WINDOW LAST N'.
           05  FILLER            PIC X(04) VALUE 'IGHT'.
       01  WS-NO-GROWTH-LINE.
           05  FILLER            PIC X(40) VALUE
               'NO RECORD-COUNT GROWTH - NO OVERRUN PROJ'.
           05  FILLER            PIC X(05) VALUE 'ECTED'.
       01  WS-SOON-LINE.
           05  FILLER            PIC X(40) VALUE
               '** OVERRUN PROJECTED WITHIN 30 NIGHTS'.
       01  RPT-STAMP-LINE.
           05  RPT-STAMP-LABEL             PIC X(34).
           05  RPT-STAMP-DATE              PIC X(08).
           05  FILLER                      PIC X(01) VALUE '/'.
           05  RPT-STAMP-TIME              PIC X(06).
       01  RPT-WINDOW-LINE.
           05  RPT-WINDOW-LABEL            PIC X(34).
           05  RPT-WINDOW-END              PIC X(04).
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL             PIC X(34).
           05  RPT-TOTAL-COUNT             PIC -ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           PERFORM 2000-REPORT-JOBS THRU 2000-REPORT-JOBS-EXIT.
           PERFORM 4000-FORECAST THRU 4000-FORECAST-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
           IF WS-SLOW-COUNT > 0
              OR WINDOW-WARNING
               MOVE 4 TO RETURN-CODE
           END-IF.
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
           IF PARM-SLOW-PCT IS NOT NUMERIC
               MOVE 'PARMIN SLOW PERCENTAGE NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           IF PARM-WINDOW-END IS NOT NUMERIC
              OR PARM-WINDOW-END(1:2) > '23'
              OR PARM-WINDOW-END(3:2) > '59'
               MOVE 'PARMIN WINDOW END NOT A VALID HHMM'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE PARM-SLOW-PCT      TO WS-SLOW-PCT.
           MOVE PARM-WINDOW-END    TO WS-WINDOW-END.
           CLOSE PARM-FILE.
           OPEN INPUT RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT = '00'
               MOVE 'OPEN RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE WS-SLOW-PCT TO RPT-SLOW-PCT.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       2000-REPORT-JOBS.
           MOVE 1 TO WS-CHAIN-SUB.
       2010-REPORT-JOBS-LOOP.
           IF WS-CHAIN-SUB > WS-CHAIN-JOB-COUNT
               GO TO 2000-REPORT-JOBS-EXIT
           END-IF.
           MOVE WS-CHAIN-JOB(WS-CHAIN-SUB) TO WS-JOB-NAME.
           PERFORM 2100-SCAN-JOB THRU 2100-SCAN-JOB-EXIT.
           PERFORM 2500-PRINT-JOB THRU 2500-PRINT-JOB-EXIT.
           ADD 1 TO WS-CHAIN-SUB.
           GO TO 2010-REPORT-JOBS-LOOP.
       2000-REPORT-JOBS-EXIT.
           EXIT.
      *
      * RUNCTL is keyed job name then business date, so one job's
      * nights are together and in date order: positioned at the
      * job's first record, it is read forward to the business date,
      * the history table keeping only the latest 30 nights before.
       2100-SCAN-JOB.
           MOVE 'N' TO WS-RUNCTL-EOF-SW.
           MOVE 'N' TO WS-TONIGHT-SW.
           MOVE 'N' TO WS-TONIGHT-TIMED-SW.
           MOVE ZERO TO WS-HIST-N.
           MOVE 1 TO WS-HIST-NEXT.
           MOVE WS-JOB-NAME TO RUNCTL-JOB-NAME.
           MOVE LOW-VALUES  TO RUNCTL-BUSINESS-DATE.
           START RUNCTL-FILE KEY IS NOT LESS THAN RUNCTL-KEY
               INVALID KEY
                   CONTINUE
           END-START.
           EVALUATE WS-RUNCTL-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '23'
                   GO TO 2100-SCAN-JOB-EXIT
               WHEN OTHER
                   MOVE 'START RUNCTL-FILE FAILED, STATUS '
                       TO WS-ABEND-MESSAGE
                   MOVE WS-RUNCTL-STATUS
                       TO WS-ABEND-MESSAGE(34:2)
                   GO TO 9999-ABEND
           END-EVALUATE.
       2110-SCAN-JOB-LOOP.
           READ RUNCTL-FILE NEXT RECORD
               AT END
                   SET RUNCTL-EOF TO TRUE
           END-READ.
           IF WS-RUNCTL-STATUS NOT = '00'
              AND WS-RUNCTL-STATUS NOT = '10'
               MOVE 'READ RUNCTL-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-RUNCTL-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           IF RUNCTL-EOF
              OR RUNCTL-JOB-NAME NOT = WS-JOB-NAME
              OR RUNCTL-BUSINESS-DATE > WS-BUSINESS-DATE
               GO TO 2100-SCAN-JOB-EXIT
           END-IF.
           IF RUNCTL-BUSINESS-DATE = WS-BUSINESS-DATE
               PERFORM 2200-KEEP-TONIGHT THRU 2200-KEEP-TONIGHT-EXIT
               GO TO 2100-SCAN-JOB-EXIT
           END-IF.
           PERFORM 2300-ADD-HISTORY THRU 2300-ADD-HISTORY-EXIT.
           GO TO 2110-SCAN-JOB-LOOP.
       2100-SCAN-JOB-EXIT.
           EXIT.
      *
       2200-KEEP-TONIGHT.
           SET TONIGHT-FOUND TO TRUE.
           MOVE RUNCTL-STATUS       TO WS-TON-STATUS.
           MOVE RUNCTL-RECORD-COUNT TO WS-TON-COUNT.
           MOVE ZERO TO WS-TON-RESTARTS.
           IF RUNCTL-RESTART-COUNT IS NUMERIC
               MOVE RUNCTL-RESTART-COUNT TO WS-TON-RESTARTS
           END-IF.
           IF WS-CHAIN-SUB = 1
              AND RUNCTL-START-DATE IS NUMERIC
              AND RUNCTL-START-TIME IS NUMERIC
               SET CHAIN-START-KNOWN TO TRUE
               MOVE RUNCTL-START-DATE TO WS-CHAIN-START-DATE
               MOVE RUNCTL-START-TIME TO WS-CHAIN-START-TIME
               MOVE RUNCTL-START-DATE TO WS-STAMP-DATE
               MOVE RUNCTL-START-TIME TO WS-STAMP-TIME
               PERFORM 7300-STAMP-TO-SECONDS
                   THRU 7300-STAMP-TO-SECONDS-EXIT
               MOVE WS-STAMP-SECS TO WS-CHAIN-START-SECS
           END-IF.
           IF NOT RUNCTL-ENDED
               GO TO 2200-KEEP-TONIGHT-EXIT
           END-IF.
           PERFORM 2400-ELAPSED THRU 2400-ELAPSED-EXIT.
           IF NOT ELAPSED-OK
               GO TO 2200-KEEP-TONIGHT-EXIT
           END-IF.
           SET TONIGHT-TIMED TO TRUE.
           MOVE WS-ELAPSED-SECS TO WS-TON-SECS.
      * the end stamp is still in WS-STAMP-SECS from 2400-ELAPSED.
           IF WS-CHAIN-SUB = WS-CHAIN-JOB-COUNT
               SET CHAIN-END-KNOWN TO TRUE
               MOVE RUNCTL-END-DATE TO WS-CHAIN-END-DATE
               MOVE RUNCTL-END-TIME TO WS-CHAIN-END-TIME
               MOVE WS-STAMP-SECS   TO WS-CHAIN-END-SECS
           END-IF.
       2200-KEEP-TONIGHT-EXIT.
           EXIT.
      *
      * only a night that ENDED in one attempt says how long the job
      * takes; a night an archive job resumed is left out.
       2300-ADD-HISTORY.
           IF NOT RUNCTL-ENDED
               GO TO 2300-ADD-HISTORY-EXIT
           END-IF.
           IF RUNCTL-RESTART-COUNT IS NUMERIC
              AND RUNCTL-RESTART-COUNT > 0
               GO TO 2300-ADD-HISTORY-EXIT
           END-IF.
           PERFORM 2400-ELAPSED THRU 2400-ELAPSED-EXIT.
           IF NOT ELAPSED-OK
               GO TO 2300-ADD-HISTORY-EXIT
           END-IF.
           MOVE WS-ELAPSED-SECS     TO HIST-SECS(WS-HIST-NEXT).
           MOVE RUNCTL-RECORD-COUNT TO HIST-COUNT(WS-HIST-NEXT).
           ADD 1 TO WS-HIST-NEXT.
           IF WS-HIST-NEXT > WS-HIST-MAX
               MOVE 1 TO WS-HIST-NEXT
           END-IF.
           IF WS-HIST-N < WS-HIST-MAX
               ADD 1 TO WS-HIST-N
           END-IF.
       2300-ADD-HISTORY-EXIT.
           EXIT.
      *
       2400-ELAPSED.
           MOVE 'N' TO WS-ELAPSED-SW.
           IF RUNCTL-START-DATE IS NOT NUMERIC
              OR RUNCTL-START-TIME IS NOT NUMERIC
              OR RUNCTL-END-DATE IS NOT NUMERIC
              OR RUNCTL-END-TIME IS NOT NUMERIC
               GO TO 2400-ELAPSED-EXIT
           END-IF.
           MOVE RUNCTL-START-DATE TO WS-STAMP-DATE.
           MOVE RUNCTL-START-TIME TO WS-STAMP-TIME.
           PERFORM 7300-STAMP-TO-SECONDS
               THRU 7300-STAMP-TO-SECONDS-EXIT.
           MOVE WS-STAMP-SECS TO WS-START-SECS.
           MOVE RUNCTL-END-DATE TO WS-STAMP-DATE.
           MOVE RUNCTL-END-TIME TO WS-STAMP-TIME.
           PERFORM 7300-STAMP-TO-SECONDS
               THRU 7300-STAMP-TO-SECONDS-EXIT.
           IF WS-STAMP-SECS < WS-START-SECS
               GO TO 2400-ELAPSED-EXIT
           END-IF.
           COMPUTE WS-ELAPSED-SECS = WS-STAMP-SECS - WS-START-SECS.
           SET ELAPSED-OK TO TRUE.
       2400-ELAPSED-EXIT.
           EXIT.
      *
       2500-PRINT-JOB.
           MOVE WS-JOB-NAME TO RPT-JOB-NAME.
           MOVE WS-HIST-N   TO RPT-NIGHTS.
           MOVE SPACES TO RPT-TON-MINS-TEXT.
           MOVE SPACES TO RPT-AVG-MINS-TEXT.
           MOVE SPACES TO RPT-PCT-OVER-TEXT.
           MOVE SPACES TO RPT-PCT-SIGN.
           MOVE SPACES TO RPT-RECORDS-TEXT.
           MOVE SPACES TO RPT-TON-RATE-TEXT.
           MOVE SPACES TO RPT-AVG-RATE-TEXT.
           MOVE SPACES TO RPT-RESTARTS-TEXT.
           MOVE SPACES TO RPT-FLAG.
           PERFORM 2600-JOB-AVERAGES THRU 2600-JOB-AVERAGES-EXIT.
           PERFORM 2700-JOB-GROWTH THRU 2700-JOB-GROWTH-EXIT.
           IF WS-HIST-N > 0
               COMPUTE RPT-AVG-MINS ROUNDED = WS-AVG-SECS / 60
               MOVE WS-AVG-RATE TO RPT-AVG-RATE
           END-IF.
           IF TONIGHT-FOUND
              AND (WS-JOB-NAME = 'ERRARC01'
                   OR WS-JOB-NAME = 'ALRTARC1')
               MOVE WS-TON-RESTARTS TO RPT-RESTARTS
           END-IF.
           IF NOT TONIGHT-FOUND
               MOVE 'NOT RUN' TO RPT-FLAG
               GO TO 2590-PRINT-JOB-WRITE
           END-IF.
           IF NOT TON-ENDED
               MOVE 'NOT ENDED' TO RPT-FLAG
               GO TO 2590-PRINT-JOB-WRITE
           END-IF.
           MOVE WS-TON-COUNT TO RPT-RECORDS.
           IF NOT TONIGHT-TIMED
               MOVE 'NO TIMES' TO RPT-FLAG
               GO TO 2590-PRINT-JOB-WRITE
           END-IF.
           COMPUTE RPT-TON-MINS ROUNDED = WS-TON-SECS / 60.
           IF WS-TON-SECS > 0
               COMPUTE WS-TON-RATE = WS-TON-COUNT * 60 / WS-TON-SECS
           ELSE
               COMPUTE WS-TON-RATE = WS-TON-COUNT * 60
           END-IF.
           MOVE WS-TON-RATE TO RPT-TON-RATE.
           IF WS-HIST-N = 0
               MOVE 'NO HISTORY' TO RPT-FLAG
               GO TO 2590-PRINT-JOB-WRITE
           END-IF.
           MOVE ZERO TO WS-PCT-OVER.
           IF WS-AVG-SECS > 0
               COMPUTE WS-PCT-OVER ROUNDED =
                   (WS-TON-SECS - WS-AVG-SECS) * 100 / WS-AVG-SECS
           END-IF.
           MOVE WS-PCT-OVER TO RPT-PCT-OVER.
           MOVE '%' TO RPT-PCT-SIGN.
      * a resumed night's elapsed time is the last attempt's alone,
      * so it is shown but not judged.
           IF WS-TON-RESTARTS > 0
               MOVE 'RESTARTED' TO RPT-FLAG
               GO TO 2590-PRINT-JOB-WRITE
           END-IF.
           IF WS-PCT-OVER > WS-SLOW-PCT
               MOVE 'SLOW' TO RPT-FLAG
               ADD 1 TO WS-SLOW-COUNT
           END-IF.
       2590-PRINT-JOB-WRITE.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
       2500-PRINT-JOB-EXIT.
           EXIT.
      *
      * the averages are over whatever history there is, up to 30
      * nights; the rate is total records over total minutes, so a
      * night that did nothing does not drag it towards zero.
       2600-JOB-AVERAGES.
           MOVE ZERO TO WS-SUM-SECS.
           MOVE ZERO TO WS-SUM-COUNT.
           MOVE ZERO TO WS-AVG-SECS.
           MOVE ZERO TO WS-AVG-RATE.
           IF WS-HIST-N = 0
               GO TO 2600-JOB-AVERAGES-EXIT
           END-IF.
           MOVE 1 TO WS-HIST-SUB.
       2610-JOB-AVERAGES-LOOP.
           IF WS-HIST-SUB > WS-HIST-N
               GO TO 2620-JOB-AVERAGES-DIVIDE
           END-IF.
           ADD HIST-SECS(WS-HIST-SUB)  TO WS-SUM-SECS.
           ADD HIST-COUNT(WS-HIST-SUB) TO WS-SUM-COUNT.
           ADD 1 TO WS-HIST-SUB.
           GO TO 2610-JOB-AVERAGES-LOOP.
       2620-JOB-AVERAGES-DIVIDE.
           COMPUTE WS-AVG-SECS ROUNDED = WS-SUM-SECS / WS-HIST-N.
           IF WS-SUM-SECS > 0
               COMPUTE WS-AVG-RATE = WS-SUM-COUNT * 60 / WS-SUM-SECS
           ELSE
               COMPUTE WS-AVG-RATE = WS-SUM-COUNT * 60
           END-IF.
       2600-JOB-AVERAGES-EXIT.
           EXIT.
      *
      * growth in records per night: the newer half of the history's
      * mean less the older half's, over the nights between the two
      * halves' midpoints - an odd night out is the oldest, dropped.
      * At the job's seconds per record - last night's if it ran,
      * else the history's - that is the seconds it adds each night.
       2700-JOB-GROWTH.
           IF WS-HIST-N < 2
               GO TO 2700-JOB-GROWTH-EXIT
           END-IF.
           DIVIDE WS-HIST-N BY 2 GIVING WS-HIST-HALF.
           COMPUTE WS-HIST-SKIP = WS-HIST-N - WS-HIST-HALF * 2.
           IF WS-HIST-N < WS-HIST-MAX
               MOVE 1 TO WS-HIST-OLDEST
           ELSE
               MOVE WS-HIST-NEXT TO WS-HIST-OLDEST
           END-IF.
           MOVE ZERO TO WS-OLD-COUNT.
           MOVE ZERO TO WS-NEW-COUNT.
           MOVE 1 TO WS-HIST-SUB.
       2710-JOB-GROWTH-LOOP.
           IF WS-HIST-SUB > WS-HIST-N
               GO TO 2720-JOB-GROWTH-RATE
           END-IF.
           COMPUTE WS-HIST-SLOT = WS-HIST-OLDEST + WS-HIST-SUB - 1.
           IF WS-HIST-SLOT > WS-HIST-MAX
               SUBTRACT WS-HIST-MAX FROM WS-HIST-SLOT
           END-IF.
           IF WS-HIST-SUB > WS-HIST-SKIP
               IF WS-HIST-SUB > WS-HIST-SKIP + WS-HIST-HALF
                   ADD HIST-COUNT(WS-HIST-SLOT) TO WS-NEW-COUNT
               ELSE
                   ADD HIST-COUNT(WS-HIST-SLOT) TO WS-OLD-COUNT
               END-IF
           END-IF.
           ADD 1 TO WS-HIST-SUB.
           GO TO 2710-JOB-GROWTH-LOOP.
       2720-JOB-GROWTH-RATE.
           COMPUTE WS-GROWTH-RECORDS ROUNDED =
               (WS-NEW-COUNT - WS-OLD-COUNT)
               / (WS-HIST-HALF * WS-HIST-HALF).
           MOVE ZERO TO WS-SECS-PER-RECORD.
           IF TONIGHT-TIMED
              AND WS-TON-COUNT > 0
               COMPUTE WS-SECS-PER-RECORD ROUNDED =
                   WS-TON-SECS / WS-TON-COUNT
           ELSE
               IF WS-SUM-COUNT > 0
                   COMPUTE WS-SECS-PER-RECORD ROUNDED =
                       WS-SUM-SECS / WS-SUM-COUNT
               END-IF
           END-IF.
           COMPUTE WS-CHAIN-GROWTH-SECS ROUNDED =
               WS-CHAIN-GROWTH-SECS
               + WS-GROWTH-RECORDS * WS-SECS-PER-RECORD.
       2700-JOB-GROWTH-EXIT.
           EXIT.
      *
      * the window closes at the PARMIN time on the chain's start day,
      * or the day after when the chain starts later in the day than
      * that - the usual case, a chain starting in the evening.
       4000-FORECAST.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-FORECAST-HEADING.
           IF NOT CHAIN-START-KNOWN
              OR NOT CHAIN-END-KNOWN
               WRITE REPORT-LINE FROM WS-NO-FORECAST-LINE
               GO TO 4000-FORECAST-EXIT
           END-IF.
           MOVE 'CHAIN STARTED'       TO RPT-STAMP-LABEL.
           MOVE WS-CHAIN-START-DATE   TO RPT-STAMP-DATE.
           MOVE WS-CHAIN-START-TIME   TO RPT-STAMP-TIME.
           WRITE REPORT-LINE FROM RPT-STAMP-LINE.
           MOVE 'CHAIN ENDED'         TO RPT-STAMP-LABEL.
           MOVE WS-CHAIN-END-DATE     TO RPT-STAMP-DATE.
           MOVE WS-CHAIN-END-TIME     TO RPT-STAMP-TIME.
           WRITE REPORT-LINE FROM RPT-STAMP-LINE.
           MOVE WS-CHAIN-START-DATE TO WS-STAMP-DATE.
           MOVE WS-WINDOW-HH        TO WS-STAMP-HH.
           MOVE WS-WINDOW-MI        TO WS-STAMP-MI.
           MOVE ZERO                TO WS-STAMP-SS.
           PERFORM 7300-STAMP-TO-SECONDS
               THRU 7300-STAMP-TO-SECONDS-EXIT.
           MOVE WS-STAMP-SECS TO WS-DEADLINE-SECS.
           IF WS-DEADLINE-SECS <= WS-CHAIN-START-SECS
               ADD 86400 TO WS-DEADLINE-SECS
           END-IF.
           COMPUTE WS-HEADROOM-SECS =
               WS-DEADLINE-SECS - WS-CHAIN-END-SECS.
           MOVE 'CHAIN ELAPSED MINUTES'        TO RPT-TOTAL-LABEL.
           COMPUTE RPT-TOTAL-COUNT ROUNDED =
               (WS-CHAIN-END-SECS - WS-CHAIN-START-SECS) / 60.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'BATCH WINDOW ENDS (HHMM)'     TO RPT-WINDOW-LABEL.
           MOVE WS-WINDOW-END                  TO RPT-WINDOW-END.
           WRITE REPORT-LINE FROM RPT-WINDOW-LINE.
           MOVE 'HEADROOM MINUTES'             TO RPT-TOTAL-LABEL.
           COMPUTE RPT-TOTAL-COUNT ROUNDED = WS-HEADROOM-SECS / 60.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'CHAIN GROWTH SECONDS PER NIGHT' TO RPT-TOTAL-LABEL.
           COMPUTE RPT-TOTAL-COUNT ROUNDED = WS-CHAIN-GROWTH-SECS.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-HEADROOM-SECS < 0
               WRITE REPORT-LINE FROM WS-OVERRUN-LINE
               SET WINDOW-WARNING TO TRUE
               GO TO 4000-FORECAST-EXIT
           END-IF.
           IF WS-CHAIN-GROWTH-SECS NOT > 0
               WRITE REPORT-LINE FROM WS-NO-GROWTH-LINE
               GO TO 4000-FORECAST-EXIT
           END-IF.
      * the first night whose added seconds exceed the headroom.
           COMPUTE WS-NIGHTS-LEFT =
               WS-HEADROOM-SECS / WS-CHAIN-GROWTH-SECS + 1.
           MOVE 'NIGHTS UNTIL PROJECTED OVERRUN' TO RPT-TOTAL-LABEL.
           MOVE WS-NIGHTS-LEFT                   TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-NIGHTS-LEFT NOT > WS-WARN-NIGHTS
               WRITE REPORT-LINE FROM WS-SOON-LINE
               SET WINDOW-WARNING TO TRUE
           END-IF.
       4000-FORECAST-EXIT.
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
       7300-STAMP-TO-SECONDS.
           MOVE WS-STAMP-DATE TO WS-SERIAL-DATE.
           PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT.
           COMPUTE WS-STAMP-SECS = WS-SERIAL-DAYS * 86400
                                 + WS-STAMP-HH * 3600
                                 + WS-STAMP-MI * 60
                                 + WS-STAMP-SS.
       7300-STAMP-TO-SECONDS-EXIT.
           EXIT.
      *
       9000-TERMINATE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'JOBS FLAGGED SLOW'            TO RPT-TOTAL-LABEL.
           MOVE WS-SLOW-COUNT                  TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE RUNCTL-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
      *
      * a file status this job does not expect means the history
      * cannot be trusted - it abends rather than trend half a chain.
       9999-ABEND.
           DISPLAY 'RUNTRD01 ABEND: ' WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
