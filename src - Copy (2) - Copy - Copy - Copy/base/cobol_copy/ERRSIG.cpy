      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Record layout for the ERRSIG VSAM KSDS - the error-signature
      * history kept by SIGTRK01. One record per program-id/EIBRESP-
      * STRING/ERRLOG-RESOURCE-NAME combination ever logged: when it
      * was first seen, when it was last seen, how many times in all,
      * and which regions it has come from. ERRRPT01 counts what
      * happened today; this file is what says whether today's
      * combination has ever happened before - a bad code push or a
      * newly broken file shows up as a signature nobody has seen.
      *
      * ERRSIG-PRIOR-SEEN-DATE is the last-seen date as it stood
      * before the most recent business date was applied, so a rerun
      * of the same date can still tell how long the signature had
      * been quiet without counting the day's records twice.
      *
      * ERRSIG-APPLID holds the distinct ERRLOG-APPLIDs the signature
      * has been logged from, in the order first seen. Eight slots is
      * twice the regions ERRMRG01 merges; a ninth region is counted
      * in nothing but the total, and is not stored.
       01  ERRSIG-RECORD.
           05  ERRSIG-KEY.
               10  ERRSIG-PROGRAM-ID       PIC X(08).
               10  ERRSIG-RESP-STRING      PIC X(40).
               10  ERRSIG-RESOURCE-NAME    PIC X(08).
           05  ERRSIG-FIRST-SEEN-DATE      PIC X(08).
           05  ERRSIG-LAST-SEEN-DATE       PIC X(08).
           05  ERRSIG-PRIOR-SEEN-DATE      PIC X(08).
           05  ERRSIG-TOTAL-COUNT          PIC 9(09).
           05  ERRSIG-APPLID-COUNT         PIC 9(02).
           05  ERRSIG-APPLID OCCURS 8 TIMES
                                           PIC X(08).
