      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Record layout for the OPRROLE VSAM KSDS - what each signed-on
      * operator is allowed to do on the error-handling transactions.
      * Key is the CICS userid (EIBUSERID). A userid with no record
      * holds no role at all.
      *
      *   ACK              ALERT01 - acknowledge an ALERTF alert
      *   THRESHOLD-MAINT  THRMNT01 - add, change or delete ERRTHR
      *                    DRILL01 - inject a synthetic alert drill
      *   REPLAY-RELEASE   REPLAY01 - mark a REPLAYQ entry for release
      *   REPLAY-APPROVE   REPLAY01 - approve and resubmit a released
      *                    entry (the approver must still be a
      *                    different operator from the releaser)
      *   INQUIRY          ERRINQ01 and HLTH01 - look at the logs
      *
      * Each role is its own Y/N byte so a grant or a removal is one
      * byte of one record. OPRROLE-GRANTED-BY/-DATE say who last
      * changed the record and when; OPRROLE-REVIEWED-BY/-DATE say who
      * last recertified it. ROLRPT01 lists every holder for the
      * quarterly recertification.
      *
      * Maintained by the security administrators with IDCAMS REPRO;
      * the transactions only read it, through OPERATOR-ROLE-CHECK
      * (copybook ROLECHK).
       01  OPRROLE-RECORD.
           05  OPRROLE-KEY.
               10  OPRROLE-USERID          PIC X(08).
           05  OPRROLE-DATA.
               10  OPRROLE-NAME            PIC X(30).
               10  OPRROLE-ROLES.
                   15  OPRROLE-ACK-SW      PIC X(01).
                       88  OPRROLE-ACK             VALUE 'Y'.
                   15  OPRROLE-THRMAINT-SW PIC X(01).
                       88  OPRROLE-THRESHOLD-MAINT VALUE 'Y'.
                   15  OPRROLE-RELEASE-SW  PIC X(01).
                       88  OPRROLE-REPLAY-RELEASE  VALUE 'Y'.
                   15  OPRROLE-APPROVE-SW  PIC X(01).
                       88  OPRROLE-REPLAY-APPROVE  VALUE 'Y'.
                   15  OPRROLE-INQUIRY-SW  PIC X(01).
                       88  OPRROLE-INQUIRY         VALUE 'Y'.
               10  OPRROLE-GRANTED-BY      PIC X(08).
               10  OPRROLE-GRANTED-DATE    PIC X(08).
               10  OPRROLE-REVIEWED-BY     PIC X(08).
               10  OPRROLE-REVIEWED-DATE   PIC X(08).
