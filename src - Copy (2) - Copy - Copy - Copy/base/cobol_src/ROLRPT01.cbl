       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLRPT01.
      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * ROLRPT01 is the quarterly recertification listing of the      *
      * OPRROLE operator-role file. Every userid on the file is        *
      * listed under the team it works for - its U entry on the       *
      * ALRTOWN ownership file, the same one ALERT01 filters the      *
      * alert list by - with the roles it holds, when they were last  *
      * granted and when and by whom they were last recertified, so   *
      * each team lead signs off one page of their own people.        *
      *                                                                *
      * The NOTE column marks what the lead has to act on:             *
      *   NO ROLES   - a record granting nothing; delete it.           *
      *   UNREVIEWED - never recertified since it was granted.         *
      *   OVERDUE    - last recertified more than the PARMIN review    *
      *                period (days) before the PARMIN business date.  *
      * The totals give how many userids hold each role and how many   *
      * carry each note.                                               *
      *                                                                *
      * Run on demand at each quarter end, like TIMELN01 and ARCSRC01; *
      * it is not part of the overnight chain and does not book into   *
      * RUNCTL.                                                        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPRROLE-FILE ASSIGN TO OPRROLE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OPRROLE-KEY
               FILE STATUS IS WS-OPRROLE-STATUS.
           SELECT ALRTOWN-FILE ASSIGN TO ALRTOWN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ALRTOWN-KEY
               FILE STATUS IS WS-ALRTOWN-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           SELECT REPORT-FILE ASSIGN TO RPTOUT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPRROLE-FILE.
           COPY OPRROLE.
       FD  ALRTOWN-FILE.
           COPY ALRTOWN.
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-BUSINESS-DATE          PIC X(08).
           05  PARM-REVIEW-DAYS            PIC X(03).
           05  FILLER                      PIC X(69).
       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-TEAM-CODE              PIC X(08).
           05  SORT-USERID                 PIC X(08).
           05  SORT-NAME                   PIC X(30).
           05  SORT-ROLES.
               10  SORT-ROLE-SW OCCURS 5 TIMES
                                           PIC X(01).
           05  SORT-GRANTED-DATE           PIC X(08).
           05  SORT-REVIEWED-DATE          PIC X(08).
           05  SORT-REVIEWED-BY            PIC X(08).
           05  SORT-NOTE                   PIC X(10).
       FD  REPORT-FILE.
       01  REPORT-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-OPRROLE-STATUS               PIC X(02).
       01  WS-ALRTOWN-STATUS               PIC X(02).
       01  WS-PARM-STATUS                  PIC X(02).
       01  WS-BUSINESS-DATE                PIC X(08).
       01  WS-REVIEW-DAYS                  PIC 9(03).
       01  WS-ABEND-MESSAGE                PIC X(40).
       01  WS-OPRROLE-EOF-SW               PIC X(01) VALUE 'N'.
           88  OPRROLE-EOF                      VALUE 'Y'.
       01  WS-SORT-EOF-SW                  PIC X(01) VALUE 'N'.
           88  SORT-EOF                         VALUE 'Y'.
       01  WS-CURRENT-TEAM                 PIC X(08).
       01  WS-FIRST-TEAM-SW                PIC X(01) VALUE 'Y'.
           88  FIRST-TEAM                       VALUE 'Y'.
      * a recertification is overdue once its date falls before this
      * serial - the business date less the review period.
       01  WS-DUE-SERIAL                   PIC S9(09) COMP.
       01  WS-USERID-TOTAL                 PIC 9(07) COMP VALUE 0.
       01  WS-NO-ROLES-TOTAL               PIC 9(07) COMP VALUE 0.
       01  WS-UNREVIEWED-TOTAL             PIC 9(07) COMP VALUE 0.
       01  WS-OVERDUE-TOTAL                PIC 9(07) COMP VALUE 0.
      * holders of each role, in the order of the OPRROLE-ROLES
      * switches and the A T R P I columns.
       01  WS-ROLE-TOTALS.
           05  WS-ROLE-TOTAL OCCURS 5 TIMES
                                           PIC 9(07) COMP.
       01  WS-ROLE-NAMES.
           05  FILLER                      PIC X(16) VALUE 'ACK'.
           05  FILLER                      PIC X(16)
                                           VALUE 'THRESHOLD-MAINT'.
           05  FILLER                      PIC X(16)
                                           VALUE 'REPLAY-RELEASE'.
           05  FILLER                      PIC X(16)
                                           VALUE 'REPLAY-APPROVE'.
           05  FILLER                      PIC X(16) VALUE 'INQUIRY'.
       01  FILLER REDEFINES WS-ROLE-NAMES.
           05  WS-ROLE-NAME OCCURS 5 TIMES PIC X(16).
       01  WS-ROLE-SUB                     PIC 9(04) COMP.
       01  WS-ROLES-HELD                   PIC 9(04) COMP.
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
           05  FILLER            PIC X(20) VALUE 'ROLRPT01 - OPERATOR '.
           05  FILLER            PIC X(20) VALUE 'ROLE RECERTIFICATION'.
           05  FILLER            PIC X(07) VALUE ' AS OF '.
           05  RPT-BUSINESS-DATE PIC X(08).
           05  FILLER            PIC X(09) VALUE '  REVIEW '.
           05  RPT-REVIEW-DAYS   PIC ZZ9.
           05  FILLER            PIC X(05) VALUE ' DAYS'.
       01  WS-HEADING-2.
           05  FILLER            PIC X(40) VALUE
               'ROLES: A=ACK  T=THRESHOLD-MAINT  R=REPLA'.
           05  FILLER            PIC X(40) VALUE
               'Y-RELEASE  P=REPLAY-APPROVE  I=INQUIRY  '.
       01  WS-HEADING-3.
           05  FILLER            PIC X(09) VALUE 'USERID   '.
           05  FILLER            PIC X(24) VALUE 'NAME'.
           05  FILLER            PIC X(10) VALUE 'A T R P I '.
           05  FILLER            PIC X(09) VALUE 'GRANTED  '.
           05  FILLER            PIC X(18) VALUE 'REVIEWED BY'.
           05  FILLER            PIC X(04) VALUE 'NOTE'.
       01  WS-TEAM-LINE.
           05  FILLER            PIC X(05) VALUE 'TEAM '.
           05  RPT-TEAM-CODE     PIC X(08).
       01  WS-NONE-LINE.
           05  FILLER            PIC X(40) VALUE
               'NO OPERATORS ON THE OPRROLE FILE'.
       01  RPT-DETAIL-LINE.
           05  RPT-USERID                  PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-NAME                    PIC X(23).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-ROLE-COLUMN OCCURS 5 TIMES.
               10  RPT-ROLE-FLAG           PIC X(01).
               10  FILLER                  PIC X(01).
           05  RPT-GRANTED-DATE            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-REVIEWED-DATE           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-REVIEWED-BY             PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACES.
           05  RPT-NOTE                    PIC X(10).
       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL             PIC X(34).
           05  RPT-TOTAL-COUNT             PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-TEAM-CODE
                                SORT-USERID
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
           IF PARM-BUSINESS-DATE IS NOT NUMERIC
               MOVE 'PARMIN BUSINESS DATE NOT NUMERIC'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           IF PARM-REVIEW-DAYS IS NOT NUMERIC
              OR PARM-REVIEW-DAYS = '000'
               MOVE 'PARMIN REVIEW DAYS MUST BE 001-999'
                   TO WS-ABEND-MESSAGE
               GO TO 9999-ABEND
           END-IF.
           MOVE PARM-BUSINESS-DATE TO WS-BUSINESS-DATE.
           MOVE PARM-REVIEW-DAYS   TO WS-REVIEW-DAYS.
           CLOSE PARM-FILE.
           MOVE WS-BUSINESS-DATE TO WS-SERIAL-DATE.
           PERFORM 7000-DATE-TO-DAYS THRU 7000-DATE-TO-DAYS-EXIT.
           COMPUTE WS-DUE-SERIAL = WS-SERIAL-DAYS - WS-REVIEW-DAYS.
           MOVE ZERO TO WS-ROLE-TOTAL(1) WS-ROLE-TOTAL(2)
                        WS-ROLE-TOTAL(3) WS-ROLE-TOTAL(4)
                        WS-ROLE-TOTAL(5).
           OPEN INPUT OPRROLE-FILE.
           IF WS-OPRROLE-STATUS NOT = '00'
               MOVE 'OPEN OPRROLE-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-OPRROLE-STATUS
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
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-BUSINESS-DATE TO RPT-BUSINESS-DATE.
           MOVE WS-REVIEW-DAYS   TO RPT-REVIEW-DAYS.
           WRITE REPORT-LINE FROM WS-HEADING-1.
           WRITE REPORT-LINE FROM WS-HEADING-2.
       1000-INITIALIZE-EXIT.
           EXIT.
      *
       2000-SORT-INPUT.
           PERFORM 2100-READ-OPRROLE THRU 2100-READ-OPRROLE-EXIT.
       2010-SORT-INPUT-LOOP.
           IF OPRROLE-EOF
               GO TO 2000-SORT-INPUT-EXIT
           END-IF.
           PERFORM 2200-RELEASE-OPERATOR
               THRU 2200-RELEASE-OPERATOR-EXIT.
           PERFORM 2100-READ-OPRROLE THRU 2100-READ-OPRROLE-EXIT.
           GO TO 2010-SORT-INPUT-LOOP.
       2000-SORT-INPUT-EXIT.
           EXIT.
      *
       2100-READ-OPRROLE.
           READ OPRROLE-FILE NEXT RECORD
               AT END
                   SET OPRROLE-EOF TO TRUE
           END-READ.
           IF WS-OPRROLE-STATUS NOT = '00'
              AND WS-OPRROLE-STATUS NOT = '10'
               MOVE 'READ OPRROLE-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-OPRROLE-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
       2100-READ-OPRROLE-EXIT.
           EXIT.
      *
      * the note is judged here, while the OPRROLE record is in hand,
      * and travels through the sort with the rest of the line.
       2200-RELEASE-OPERATOR.
           MOVE SPACES                TO SORT-REC.
           MOVE OPRROLE-USERID        TO SORT-USERID.
           MOVE OPRROLE-NAME          TO SORT-NAME.
           MOVE OPRROLE-ROLES         TO SORT-ROLES.
           MOVE OPRROLE-GRANTED-DATE  TO SORT-GRANTED-DATE.
           MOVE OPRROLE-REVIEWED-DATE TO SORT-REVIEWED-DATE.
           MOVE OPRROLE-REVIEWED-BY   TO SORT-REVIEWED-BY.
           PERFORM 2300-TEAM-LOOKUP THRU 2300-TEAM-LOOKUP-EXIT.
           PERFORM 2400-COUNT-ROLES THRU 2400-COUNT-ROLES-EXIT.
           IF WS-ROLES-HELD = 0
               MOVE 'NO ROLES' TO SORT-NOTE
           ELSE
               IF OPRROLE-REVIEWED-DATE = SPACES
                   MOVE 'UNREVIEWED' TO SORT-NOTE
               ELSE
                   MOVE OPRROLE-REVIEWED-DATE TO WS-SERIAL-DATE
                   PERFORM 7000-DATE-TO-DAYS
                       THRU 7000-DATE-TO-DAYS-EXIT
                   IF WS-SERIAL-DAYS < WS-DUE-SERIAL
                       MOVE 'OVERDUE' TO SORT-NOTE
                   END-IF
               END-IF
           END-IF.
           RELEASE SORT-REC.
       2200-RELEASE-OPERATOR-EXIT.
           EXIT.
      *
      * the U entry for the userid on ALRTOWN - SPACES, listed as NO
      * TEAM, for an operator nobody has mapped to a team.
       2300-TEAM-LOOKUP.
           SET ALRTOWN-OPERATOR-ENTRY TO TRUE.
           MOVE OPRROLE-USERID TO ALRTOWN-ENTITY-NAME.
           READ ALRTOWN-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF WS-ALRTOWN-STATUS = '00'
               MOVE ALRTOWN-TEAM-CODE TO SORT-TEAM-CODE
               GO TO 2300-TEAM-LOOKUP-EXIT
           END-IF.
           IF WS-ALRTOWN-STATUS NOT = '23'
               MOVE 'READ ALRTOWN-FILE FAILED, STATUS '
                   TO WS-ABEND-MESSAGE
               MOVE WS-ALRTOWN-STATUS
                   TO WS-ABEND-MESSAGE(34:2)
               GO TO 9999-ABEND
           END-IF.
       2300-TEAM-LOOKUP-EXIT.
           EXIT.
      *
       2400-COUNT-ROLES.
           MOVE ZERO TO WS-ROLES-HELD.
           MOVE 1    TO WS-ROLE-SUB.
       2410-COUNT-ROLES-LOOP.
           IF WS-ROLE-SUB > 5
               GO TO 2400-COUNT-ROLES-EXIT
           END-IF.
           IF SORT-ROLE-SW(WS-ROLE-SUB) = 'Y'
               ADD 1 TO WS-ROLES-HELD
           END-IF.
           ADD 1 TO WS-ROLE-SUB.
           GO TO 2410-COUNT-ROLES-LOOP.
       2400-COUNT-ROLES-EXIT.
           EXIT.
      *
       3000-SORT-OUTPUT.
           PERFORM 3100-RETURN-SORT THRU 3100-RETURN-SORT-EXIT.
           IF SORT-EOF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM WS-NONE-LINE
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
       3010-SORT-OUTPUT-LOOP.
           IF SORT-EOF
               GO TO 3000-SORT-OUTPUT-EXIT
           END-IF.
           IF FIRST-TEAM
              OR SORT-TEAM-CODE NOT = WS-CURRENT-TEAM
               PERFORM 3200-TEAM-HEADING THRU 3200-TEAM-HEADING-EXIT
           END-IF.
           PERFORM 3300-PRINT-OPERATOR THRU 3300-PRINT-OPERATOR-EXIT.
           PERFORM 3100-RETURN-SORT THRU 3100-RETURN-SORT-EXIT.
           GO TO 3010-SORT-OUTPUT-LOOP.
       3000-SORT-OUTPUT-EXIT.
           EXIT.
      *
       3100-RETURN-SORT.
           RETURN SORT-WORK-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       3100-RETURN-SORT-EXIT.
           EXIT.
      *
       3200-TEAM-HEADING.
           MOVE 'N'            TO WS-FIRST-TEAM-SW.
           MOVE SORT-TEAM-CODE TO WS-CURRENT-TEAM.
           IF SORT-TEAM-CODE = SPACES
               MOVE 'NO TEAM'  TO RPT-TEAM-CODE
           ELSE
               MOVE SORT-TEAM-CODE TO RPT-TEAM-CODE
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM WS-TEAM-LINE.
           WRITE REPORT-LINE FROM WS-HEADING-3.
       3200-TEAM-HEADING-EXIT.
           EXIT.
      *
       3300-PRINT-OPERATOR.
           ADD 1 TO WS-USERID-TOTAL.
           MOVE SPACES             TO RPT-DETAIL-LINE.
           MOVE SORT-USERID        TO RPT-USERID.
           MOVE SORT-NAME          TO RPT-NAME.
           MOVE SORT-GRANTED-DATE  TO RPT-GRANTED-DATE.
           MOVE SORT-REVIEWED-DATE TO RPT-REVIEWED-DATE.
           MOVE SORT-REVIEWED-BY   TO RPT-REVIEWED-BY.
           MOVE SORT-NOTE          TO RPT-NOTE.
           PERFORM 3400-PRINT-ROLES THRU 3400-PRINT-ROLES-EXIT.
           EVALUATE SORT-NOTE
               WHEN 'NO ROLES'   ADD 1 TO WS-NO-ROLES-TOTAL
               WHEN 'UNREVIEWED' ADD 1 TO WS-UNREVIEWED-TOTAL
               WHEN 'OVERDUE'    ADD 1 TO WS-OVERDUE-TOTAL
           END-EVALUATE.
           WRITE REPORT-LINE FROM RPT-DETAIL-LINE.
       3300-PRINT-OPERATOR-EXIT.
           EXIT.
      *
       3400-PRINT-ROLES.
           MOVE 1 TO WS-ROLE-SUB.
       3410-PRINT-ROLES-LOOP.
           IF WS-ROLE-SUB > 5
               GO TO 3400-PRINT-ROLES-EXIT
           END-IF.
           IF SORT-ROLE-SW(WS-ROLE-SUB) = 'Y'
               MOVE 'Y' TO RPT-ROLE-FLAG(WS-ROLE-SUB)
               ADD 1 TO WS-ROLE-TOTAL(WS-ROLE-SUB)
           ELSE
               MOVE '.' TO RPT-ROLE-FLAG(WS-ROLE-SUB)
           END-IF.
           ADD 1 TO WS-ROLE-SUB.
           GO TO 3410-PRINT-ROLES-LOOP.
       3400-PRINT-ROLES-EXIT.
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
           MOVE 'USERIDS ON FILE'              TO RPT-TOTAL-LABEL.
           MOVE WS-USERID-TOTAL                TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           PERFORM 9100-ROLE-TOTALS THRU 9100-ROLE-TOTALS-EXIT.
           MOVE 'NO ROLES - DELETE'            TO RPT-TOTAL-LABEL.
           MOVE WS-NO-ROLES-TOTAL              TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'NEVER RECERTIFIED'            TO RPT-TOTAL-LABEL.
           MOVE WS-UNREVIEWED-TOTAL            TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           MOVE 'RECERTIFICATION OVERDUE'      TO RPT-TOTAL-LABEL.
           MOVE WS-OVERDUE-TOTAL               TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           CLOSE OPRROLE-FILE.
           CLOSE ALRTOWN-FILE.
           CLOSE REPORT-FILE.
       9000-TERMINATE-EXIT.
           EXIT.
      *
       9100-ROLE-TOTALS.
           MOVE 1 TO WS-ROLE-SUB.
       9110-ROLE-TOTALS-LOOP.
           IF WS-ROLE-SUB > 5
               GO TO 9100-ROLE-TOTALS-EXIT
           END-IF.
           MOVE SPACES TO RPT-TOTAL-LABEL.
           STRING 'HOLDING '                DELIMITED BY SIZE
                  WS-ROLE-NAME(WS-ROLE-SUB) DELIMITED BY SPACE
               INTO RPT-TOTAL-LABEL.
           MOVE WS-ROLE-TOTAL(WS-ROLE-SUB) TO RPT-TOTAL-COUNT.
           WRITE REPORT-LINE FROM RPT-TOTAL-LINE.
           ADD 1 TO WS-ROLE-SUB.
           GO TO 9110-ROLE-TOTALS-LOOP.
       9100-ROLE-TOTALS-EXIT.
           EXIT.
      *
       9999-ABEND.
           DISPLAY 'ROLRPT01 ABEND: ' WS-ABEND-MESSAGE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
