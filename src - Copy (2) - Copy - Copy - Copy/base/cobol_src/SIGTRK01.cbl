       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGTRK01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * SIGTRK01 is the overnight error-signature tracker. ERRRPT01    *
      * counts each EIBRESP-STRING per program and hour, but nothing   *
      * said that a program/resp/resource combination had never been   *
      * seen before - and a combination nobody has seen is exactly     *
      * what a bad code push or a newly broken file looks like. This   *
      * job folds the business date's ERRLOG records into the ERRSIG   *
      * signature file (first seen, last seen, total count, regions)   *
      * and prints the morning "new and reawakened signatures" report. *
      *                                                                *
      * A signature is NEW when the business date is its first-seen   *
      * date. It is REAWAKENED when it was on file but had been quiet  *
      * for more than the PARMIN number of days before today - an old  *
      * failure coming back is as worth a look as a brand-new one.    *
      *                                                                *
      * A signature whose last-seen date is already the business date *
      * (or later) has had this date applied by an earlier run; it is  *
      * reported from the record as it stands and its counts are not   *
      * added again, so a rerun of the date never double-counts.       *
      *                                                                *
      * Synthetic alert drills (ERRLOG-DRILL, see DRILL01) are not     *
      * error signatures and are never tracked.                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERRLOG-FILE ASSIGN TO ERRLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ERRLOG-KEY
               FILE STATUS IS WS-ERRLOG-STATUS.
           SELECT ERRSIG-FILE ASSIGN TO ERRSIG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ERRSIG-KEY
               FILE STATUS IS WS-ERRSIG-STATUS.
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
       FD  ERRSIG-FILE.
           COPY ERRSIG.
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-PROGRAM-ID             PIC X(08).
           05  SORT-RESP-STRING            PIC X(40).
           05  SORT-RESOURCE-NAME          PIC X(08).
           05  SORT-APPLID                 PIC X(08).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE          PIC X(08).
           05  PARM-QUIET-DAYS             PIC X(03).
           05  FILLER                      PIC X(69).
       FD  RUNCTL-FILE.
           COPY RUNCTL.
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ERRLOG-STATUS                PIC X(02).
       01  WS-ERRSIG-STATUS                PIC X(02).
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
       01  WS-QUIET-DAYS                   PIC 9(03).
       01  WS-BREAK-PROGRAM-ID             PIC X(08).
       01  WS-BREAK-RESP-STRING            PIC X(40).
       01  WS-BREAK-RESOURCE-NAME          PIC X(08).
       01  WS-BREAK-APPLID                 PIC X(08).
       01  WS-COUNT                        PIC 9(07) COMP.
       01  WS-ERRLOG-COUNT                 PIC 9(09) COMP.
       01  WS-SIG-TOTAL                    PIC 9(07) COMP.
       01  WS-NEW-TOTAL                    PIC 9(07) COMP.
       01  WS-REAWAKE-TOTAL                PIC 9(07) COMP.
       01  WS-APPLIED-TOTAL                PIC 9(07) COMP.
      * the regions today's records for the current signature came
      * from - the sort puts them in APPLID order within the
      * signature, so a change of APPLID is a new region.
       01  WS-DAY-APPLID-TABLE.
           05  WS-DAY-APPLID OCCURS 8 TIMES
                               INDEXED BY WS-DAY-IDX
                                           PIC X(08).
       01  WS-DAY-APPLID-COUNT             PIC 9(02) COMP.
       01  WS-DAY-APPLID-MAX               PIC 9(02) COMP VALUE 8.
       01  WS-SIG-SUB                      PIC 9(02) COMP.
       01  WS-FOUND-SW                     PIC X(01).
           88  WS-APPLID-FOUND                  VALUE 'Y'.
       01  WS-SIG-CLASS-SW                 PIC X(01).
           88  WS-SIG-NEW                       VALUE 'N'.
           88  WS-SIG-REAWAKENED                VALUE 'R'.
           88  WS-SIG-ROUTINE                   VALUE ' '.
       01  WS-QUIET-SINCE-DATE             PIC X(08).
       01  WS-GAP-DAYS                     PIC S9(09) COMP.
       01  WS-BUSINESS-SERIAL              PIC S9(09) COMP.
      * YYYYMMDD-to-day-count work area for the quiet-gap test - the
      * same 365s-plus-leap-days serial HLTH01 ages REPLAYQ with, so
      * the difference of two serials is a difference in days across
      * month and year ends.
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
           05  FILLER            PIC X(20) VALUE 'SIGTRK01 - NEW AND R'.
           05  FILLER            PIC X(26) VALUE
               'EAWAKENED ERROR SIGNATURES'.
       01  WS-HEADING-2.
           05  FILLER            PIC X(14) VALUE 'BUSINESS DATE '.
           05  RPT-BUSINESS-DATE PIC X(08).
           05  FILLER            PIC X(23) VALUE
               '  REAWAKENED AFTER MORE'.
           05  FILLER            PIC X(06) VALUE ' THAN '.
           05  RPT-QUIET-DAYS    PIC ZZ9.
           05  FILLER            PIC X(11) VALUE ' QUIET DAYS'.
       01  WS-HEADING-3.
           05  FILLER            PIC X(08) VALUE 'STATUS  '.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'PROGRAM '.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(08) VALUE 'RESOURCE'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE 'RESP-STRING'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(07) VALUE '  TODAY'.
           05  FILLER            PIC X(02) VALUE SPACES.
           05  FILLER            PIC X(05) VALUE 'QUIET'.
       01  RPT-DETAIL-LINE.
           05  RPT-SIG-STATUS              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-PROGRAM-ID              PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RESOURCE-NAME           PIC X(08).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-RESP-STRING             PIC X(30).
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-DAY-COUNT               PIC ZZZ,ZZ9.
           05  FILLER                      PIC X(02) VALUE SPACES.
           05  RPT-QUIET-GAP               PIC ZZZZ9.
           05  RPT-QUIET-GAP-X REDEFINES RPT-QUIET-GAP
                                           PIC X(05).
      * the regions the signature came from today, under its line.
       01  RPT-APPLID-LINE.
           05  FILLER                      PIC X(08) VALUE 'APPLIDS '.
           05  RPT-APPLID-ENTRY OCCURS 8 TIMES.
               10  RPT-APPLID              PIC X(08).
               10  RPT-APPLID-GAP          PIC X(01).
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
                                SORT-RESOURCE-NAME
                                SORT-APPLID
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
      * the business date says which day's records are folded into
      * the signature file, and the quiet-days figure says what counts
      * as reawakened - a card that is missing or not numeric is an
      * abend, never a default.
           IF PARM-BUSINESS-DATE IS NOT NUMERIC
               MOVE 'PARMIN BUSINESS DATE NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           IF PARM-QUIET-DAYS IS NOT NUMERIC
               MOVE 'PARMIN QUIET DAYS NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE PARM-QUIET-DAYS    TO WS-QUIET-DAYS.
           CLOSE PARM-FILE.
           MOVE WS-BUSINESS-DATE TO WS-SERIAL-DATE.
           PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT.
           MOVE WS-SERIAL-DAYS TO WS-BUSINESS-SERIAL.
           OPEN INPUT ERRLOG-FILE.
           IF WS-ERRLOG-STATUS NOT = '00'
               MOVE 'OPEN ERRLOG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRLOG-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN I-O ERRSIG-FILE.
           IF WS-ERRSIG-STATUS NOT = '00'
               MOVE 'OPEN ERRSIG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRSIG-STATUS
                   TO WS-ABEND-MESSAGE(33:2)
               GO TO 9999-ABEND
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE.
           MOVE WS-QUIET-DAYS    TO RPT-QUIET-DAYS.
           WRITE REPORT-LINE FROM WS-HEADING-2.
           WRITE REPORT-LINE FROM WS-HEADING-3.
           MOVE ZERO TO WS-ERRLOG-COUNT.
           MOVE ZERO TO WS-SIG-TOTAL.
           MOVE ZERO TO WS-NEW-TOTAL.
           MOVE ZERO TO WS-REAWAKE-TOTAL.
           MOVE ZERO TO WS-APPLIED-TOTAL.
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
           MOVE 'SIGTRK01'        TO RUNCTL-JOB-NAME.
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
               MOVE 'SIGTRK01'       TO RUNCTL-JOB-NAME
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
      * only the business date's records are released to the sort;
      * ERRLOG's key leads with the store clock value, so the first
      * record dated past the business date ends the pass, the same
      * early stop WHEXT01 takes.
       2000-SORT-INPUT.
           PERFORM 2100-READ-ERRLOG THRU 2100-READ-ERRLOG-EXIT.
       2010-SORT-INPUT-LOOP.
           IF ERRLOG-EOF
               GO TO 2000-SORT-INPUT-EXIT
           END-IF.
           IF ERRLOG-LOG-DATE > WS-BUSINESS-DATE
               GO TO 2000-SORT-INPUT-EXIT
           END-IF.
           IF ERRLOG-LOG-DATE = WS-BUSINESS-DATE
              AND NOT ERRLOG-DRILL
               MOVE ERRLOG-PROGRAM-ID       TO SORT-PROGRAM-ID
               MOVE ERRLOG-RESP-STRING      TO SORT-RESP-STRING
               MOVE ERRLOG-RESOURCE-NAME    TO SORT-RESOURCE-NAME
               MOVE ERRLOG-APPLID           TO SORT-APPLID
               RELEASE SORT-REC
               ADD 1 TO WS-ERRLOG-COUNT
           END-IF.
           PERFORM 2100-READ-ERRLOG THRU 2100-READ-ERRLOG-EXIT.
           GO TO 2010-SORT-INPUT-LOOP.
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
      * one control break per signature; within it the APPLID order
      * from the sort collects the day's distinct regions.
       3000-SORT-OUTPUT.
           PERFORM 3100-RETURN-SORT-REC THRU 3100-RETURN-SORT-REC-EXIT.
           IF SORT-EOF
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
           PERFORM 3150-START-SIGNATURE THRU 3150-START-SIGNATURE-EXIT.
       3010-SORT-OUTPUT-LOOP.
           IF SORT-EOF
               PERFORM 3300-APPLY-SIGNATURE
                   THRU 3300-APPLY-SIGNATURE-EXIT
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
           IF SORT-PROGRAM-ID NOT = WS-BREAK-PROGRAM-ID
              OR SORT-RESP-STRING NOT = WS-BREAK-RESP-STRING
              OR SORT-RESOURCE-NAME NOT = WS-BREAK-RESOURCE-NAME
               PERFORM 3300-APPLY-SIGNATURE
                   THRU 3300-APPLY-SIGNATURE-EXIT
               PERFORM 3150-START-SIGNATURE
                   THRU 3150-START-SIGNATURE-EXIT
           END-IF.
           IF SORT-APPLID NOT = WS-BREAK-APPLID
               PERFORM 3200-STORE-DAY-APPLID
                   THRU 3200-STORE-DAY-APPLID-EXIT
           END-IF.
           ADD 1 TO WS-COUNT.
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
       3150-START-SIGNATURE.
           MOVE SORT-PROGRAM-ID         TO WS-BREAK-PROGRAM-ID.
           MOVE SORT-RESP-STRING        TO WS-BREAK-RESP-STRING.
           MOVE SORT-RESOURCE-NAME      TO WS-BREAK-RESOURCE-NAME.
           MOVE SORT-APPLID             TO WS-BREAK-APPLID.
           MOVE ZERO                    TO WS-COUNT.
           MOVE ZERO                    TO WS-DAY-APPLID-COUNT.
           PERFORM 3200-STORE-DAY-APPLID
               THRU 3200-STORE-DAY-APPLID-EXIT.
       3150-START-SIGNATURE-EXIT.
           EXIT.
      *
       3200-STORE-DAY-APPLID.
           MOVE SORT-APPLID TO WS-BREAK-APPLID.
           IF WS-DAY-APPLID-COUNT >= WS-DAY-APPLID-MAX
               GO TO 3200-STORE-DAY-APPLID-EXIT
           END-IF.
           ADD 1 TO WS-DAY-APPLID-COUNT.
           SET WS-DAY-IDX TO WS-DAY-APPLID-COUNT.
           MOVE SORT-APPLID TO WS-DAY-APPLID(WS-DAY-IDX).
       3200-STORE-DAY-APPLID-EXIT.
           EXIT.
      *
      * fold one signature's day into ERRSIG: a key not on file is a
      * NEW signature and is written; a key on file has the day added
      * unless an earlier run already applied this date to it. The
      * quiet gap is measured from the last-seen date as it stood
      * before today - ERRSIG-PRIOR-SEEN-DATE when this is a rerun.
       3300-APPLY-SIGNATURE.
           ADD 1 TO WS-SIG-TOTAL.
           SET WS-SIG-ROUTINE TO TRUE.
           MOVE SPACES                  TO WS-QUIET-SINCE-DATE.
           MOVE WS-BREAK-PROGRAM-ID     TO ERRSIG-PROGRAM-ID.
           MOVE WS-BREAK-RESP-STRING    TO ERRSIG-RESP-STRING.
           MOVE WS-BREAK-RESOURCE-NAME  TO ERRSIG-RESOURCE-NAME.
           READ ERRSIG-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE WS-ERRSIG-STATUS
               WHEN '23'
                   PERFORM 3400-WRITE-NEW-SIGNATURE
                       THRU 3400-WRITE-NEW-SIGNATURE-EXIT
               WHEN '00'
                   PERFORM 3500-UPDATE-SIGNATURE
                       THRU 3500-UPDATE-SIGNATURE-EXIT
               WHEN OTHER
                   MOVE 'READ ERRSIG-FILE FAILED, STATUS '
                       TO WS-ABEND-MESSAGE
                   MOVE WS-ERRSIG-STATUS
                       TO WS-ABEND-MESSAGE(33:2)
                   GO TO 9999-ABEND
           END-EVALUATE.
           IF ERRSIG-FIRST-SEEN-DATE = WS-BUSINESS-DATE
               SET WS-SIG-NEW TO TRUE
           ELSE
               IF WS-QUIET-SINCE-DATE NOT = SPACES
                   MOVE WS-QUIET-SINCE-DATE TO WS-SERIAL-DATE
                   PERFORM 7000-DATE-TO-DAYS
                       THRU 7000-DATE-TO-DAYS-EXIT
                   COMPUTE WS-GAP-DAYS =
                       WS-BUSINESS-SERIAL - WS-SERIAL-DAYS
                   IF WS-GAP-DAYS > WS-QUIET-DAYS
                       SET WS-SIG-REAWAKENED TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF NOT WS-SIG-ROUTINE
               PERFORM 3600-WRITE-DETAIL THRU 3600-WRITE-DETAIL-EXIT
           END-IF.
       3300-APPLY-SIGNATURE-EXIT.
           EXIT.
      *
       3400-WRITE-NEW-SIGNATURE.
           MOVE WS-BUSINESS-DATE        TO ERRSIG-FIRST-SEEN-DATE.
           MOVE WS-BUSINESS-DATE        TO ERRSIG-LAST-SEEN-DATE.
           MOVE SPACES                  TO ERRSIG-PRIOR-SEEN-DATE.
           MOVE WS-COUNT                TO ERRSIG-TOTAL-COUNT.
           MOVE ZERO                    TO ERRSIG-APPLID-COUNT.
           MOVE 1 TO WS-SIG-SUB.
       3410-CLEAR-APPLID-LOOP.
           IF WS-SIG-SUB > 8
               GO TO 3420-COPY-DAY-APPLIDS
           END-IF.
           MOVE SPACES TO ERRSIG-APPLID(WS-SIG-SUB).
           ADD 1 TO WS-SIG-SUB.
           GO TO 3410-CLEAR-APPLID-LOOP.
       3420-COPY-DAY-APPLIDS.
           PERFORM 3550-MERGE-APPLIDS THRU 3550-MERGE-APPLIDS-EXIT.
           WRITE ERRSIG-RECORD.
           IF WS-ERRSIG-STATUS NOT = '00'
               MOVE 'WRITE ERRSIG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRSIG-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
       3400-WRITE-NEW-SIGNATURE-EXIT.
           EXIT.
      *
      * a last-seen date at or past the business date means this date
      * is already in the record - a rerun, or a late run of an older
      * date - and nothing is added. Otherwise the old last-seen date
      * is kept as the prior one and the day's count and regions are
      * folded in.
       3500-UPDATE-SIGNATURE.
           IF ERRSIG-LAST-SEEN-DATE NOT < WS-BUSINESS-DATE
               ADD 1 TO WS-APPLIED-TOTAL
               IF ERRSIG-LAST-SEEN-DATE = WS-BUSINESS-DATE
                   MOVE ERRSIG-PRIOR-SEEN-DATE TO WS-QUIET-SINCE-DATE
               END-IF
               GO TO 3500-UPDATE-SIGNATURE-EXIT
           END-IF.
           MOVE ERRSIG-LAST-SEEN-DATE   TO WS-QUIET-SINCE-DATE.
           MOVE ERRSIG-LAST-SEEN-DATE   TO ERRSIG-PRIOR-SEEN-DATE.
           MOVE WS-BUSINESS-DATE        TO ERRSIG-LAST-SEEN-DATE.
           ADD WS-COUNT TO ERRSIG-TOTAL-COUNT
               ON SIZE ERROR
                   MOVE 999999999 TO ERRSIG-TOTAL-COUNT
           END-ADD.
           PERFORM 3550-MERGE-APPLIDS THRU 3550-MERGE-APPLIDS-EXIT.
           REWRITE ERRSIG-RECORD.
           IF WS-ERRSIG-STATUS NOT = '00'
               MOVE 'REWRITE ERRSIG-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ERRSIG-STATUS
                   TO WS-ABEND-MESSAGE(36:2)
               GO TO 9999-ABEND
           END-IF.
       3500-UPDATE-SIGNATURE-EXIT.
           EXIT.
      *
      * add each of today's regions the record does not already hold,
      * for as long as there is a free slot.
       3550-MERGE-APPLIDS.
           SET WS-DAY-IDX TO 1.
       3560-MERGE-APPLIDS-LOOP.
           IF WS-DAY-IDX > WS-DAY-APPLID-COUNT
               GO TO 3550-MERGE-APPLIDS-EXIT
           END-IF.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-SIG-SUB.
       3570-MERGE-SCAN-LOOP.
           IF WS-SIG-SUB > ERRSIG-APPLID-COUNT
               GO TO 3580-MERGE-ADD
           END-IF.
           IF ERRSIG-APPLID(WS-SIG-SUB) = WS-DAY-APPLID(WS-DAY-IDX)
               SET WS-APPLID-FOUND TO TRUE
               GO TO 3580-MERGE-ADD
           END-IF.
           ADD 1 TO WS-SIG-SUB.
           GO TO 3570-MERGE-SCAN-LOOP.
       3580-MERGE-ADD.
           IF NOT WS-APPLID-FOUND
              AND ERRSIG-APPLID-COUNT < 8
               ADD 1 TO ERRSIG-APPLID-COUNT
               MOVE WS-DAY-APPLID(WS-DAY-IDX)
                   TO ERRSIG-APPLID(ERRSIG-APPLID-COUNT)
           END-IF.
           SET WS-DAY-IDX UP BY 1.
           GO TO 3560-MERGE-APPLIDS-LOOP.
       3550-MERGE-APPLIDS-EXIT.
           EXIT.
      *
       3600-WRITE-DETAIL.
           IF WS-SIG-NEW
               MOVE 'NEW     '            TO RPT-SIG-STATUS
               MOVE SPACES                TO RPT-QUIET-GAP-X
               ADD 1 TO WS-NEW-TOTAL
           ELSE
               MOVE 'REAWAKE '            TO RPT-SIG-STATUS
               MOVE WS-GAP-DAYS           TO RPT-QUIET-GAP
               ADD 1 TO WS-REAWAKE-TOTAL
           END-IF.
           MOVE WS-BREAK-PROGRAM-ID       TO RPT-PROGRAM-ID.
           MOVE WS-BREAK-RESOURCE-NAME    TO RPT-RESOURCE-NAME.
           MOVE WS-BREAK-RESP-STRING      TO RPT-RESP-STRING.
           MOVE WS-COUNT                  TO RPT-DAY-COUNT.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
           MOVE SPACES TO RPT-APPLID-LINE.
           MOVE 'APPLIDS ' TO RPT-APPLID-LINE(1:8).
           SET WS-DAY-IDX TO 1.
       3610-APPLID-LINE-LOOP.
           IF WS-DAY-IDX > WS-DAY-APPLID-COUNT
               GO TO 3620-APPLID-LINE-WRITE
           END-IF.
           SET WS-SIG-SUB TO WS-DAY-IDX.
           MOVE WS-DAY-APPLID(WS-DAY-IDX) TO RPT-APPLID(WS-SIG-SUB).
           SET WS-DAY-IDX UP BY 1.
           GO TO 3610-APPLID-LINE-LOOP.
       3620-APPLID-LINE-WRITE.
           WRITE REPORT-LINE FROM RPT-APPLID-LINE.
       3600-WRITE-DETAIL-EXIT.
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
           MOVE 'ERRLOG RECORDS THIS DATE'  TO RPT-TOTAL-LABEL.
           MOVE WS-ERRLOG-COUNT             TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'SIGNATURES SEEN THIS DATE' TO RPT-TOTAL-LABEL.
           MOVE WS-SIG-TOTAL                TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NEW SIGNATURES'            TO RPT-TOTAL-LABEL.
           MOVE WS-NEW-TOTAL                TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'REAWAKENED SIGNATURES'     TO RPT-TOTAL-LABEL.
           MOVE WS-REAWAKE-TOTAL            TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           IF WS-APPLIED-TOTAL > 0
               MOVE 'ALREADY APPLIED - NOT ADDED' TO RPT-TOTAL-LABEL
               MOVE WS-APPLIED-TOTAL              TO RPT-TOTAL-COUNT
               WRITE REPORT-LINE FROM RPT-TOTAL-LINE
           END-IF.
           CLOSE ERRLOG-FILE.
           CLOSE ERRSIG-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
      *
      * book the run out - the ENDED record carries the count of the
      * business date's ERRLOG records folded in, and is what
      * RUNRPT01 reports.
       9100-RUNCTL-END.
           MOVE 'SIGTRK01'        TO RUNCTL-JOB-NAME.
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
           MOVE WS-ERRLOG-COUNT      TO RUNCTL-RECORD-COUNT.
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
      * a file status this job does not expect means the signature
      * file and the log may no longer agree - it abends rather than
      * leave a day half-applied with no mark on RUNCTL to say so.
       9999-ABEND.
           DISPLAY 'SIGTRK01 ABEND: ' WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
