      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Working storage for OPERATOR-ROLE-CHECK (copybook ROLECHK).
      * Move the caller's own program-id to ROLE-CHECK-PROGRAM-ID and
      * SET the role the action needs, then perform
      * OPERATOR-ROLE-CHECK. ROLE-GRANTED means go ahead; anything
      * else means do not, and ROLE-CHECK-MSG holds a line fit for
      * the operator's screen.
      *
      * ROLE-REFUSED - the userid has no OPRROLE record or the record
      * does not grant the role - has already been logged as NOTAUTH
      * to ERRLOG and SECLOG. ROLE-FILE-UNAVAILABLE - OPRROLE itself
      * could not be read - has been logged to ERRLOG under its own
      * condition, not as a security incident; the action is refused
      * all the same, since nothing says the operator holds the role.
       01  ROLE-CHECK-AREA.
           05  ROLE-CHECK-PROGRAM-ID       PIC X(08).
           05  ROLE-CHECK-ROLE             PIC X(16).
               88  ROLE-CHECK-ACK                  VALUE 'ACK'.
               88  ROLE-CHECK-THRESHOLD-MAINT
                                           VALUE 'THRESHOLD-MAINT'.
               88  ROLE-CHECK-REPLAY-RELEASE
                                           VALUE 'REPLAY-RELEASE'.
               88  ROLE-CHECK-REPLAY-APPROVE
                                           VALUE 'REPLAY-APPROVE'.
               88  ROLE-CHECK-INQUIRY              VALUE 'INQUIRY'.
           05  ROLE-CHECK-RESP             PIC S9(08) COMP.
           05  ROLE-CHECK-RESULT           PIC X(01).
               88  ROLE-GRANTED                    VALUE 'G'.
               88  ROLE-REFUSED                    VALUE 'R'.
               88  ROLE-FILE-UNAVAILABLE           VALUE 'U'.
           05  ROLE-CHECK-MSG              PIC X(60).
