       01  WS-BUSINESS-DATE                PIC X(08).
      * every job that books into RUNCTL, in scheduled order: the
      * reporting jobs and the warehouse extract (all of which gate
      * the archives), the alert pipeline audit - which must see the
      * day's ERRLOG and ALERTF before either is purged - the
      * archives themselves, then the morning report jobs.
      * ALRTARC01 books in under the eight-character name ALRTARC1,
      * the same truncation its own run-control paragraphs apply.
      * A job added to the archive gate must be
      * added here too, or the one job whose MISSING status blocks
      * the purge would be invisible on this report.
      * RUNTRD01 trends the same list and must be kept in step.
       01  WS-CHAIN-JOB-LIST.
           05  FILLER                      PIC X(08) VALUE 'ERRRPT01'.
           05  FILLER                      PIC X(08) VALUE 'RECON01 '.
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
       01  WS-NOT-ENDED-COUNT              PIC 9(02) COMP.
       01  WS-HEADING-1.
