      * "what has ERRLOG got for resource X" with a keyed browse
      * instead of a walk of the whole file by ABSTIME. Duplicates on
      * the path come back in base-key order, which is oldest first.
      *
      * ERRLOG-DRILL marks the record a synthetic alert drill (DRILL01)
      * logged. It is a CRITICAL as far as the alert path is concerned
      * but is not an error - reports leave it out or label it.
       01  ERRLOG-RECORD.
           05  ERRLOG-KEY.
               10  ERRLOG-KEY-ABSTIME      PIC S9(15) COMP-3.
           05  ERRLOG-PROGRAM-ID           PIC X(08).
           05  ERRLOG-TRANSACTION-ID       PIC X(04).
           05  ERRLOG-RESP-STRING          PIC X(40).
               88  ERRLOG-DRILL                    VALUE 'DRILL'.
           05  ERRLOG-RESOURCE-NAME        PIC X(08).
      * the APPLID of the CICS region the error happened in, stamped
      * by ERRLOG01 from EXEC CICS ASSIGN - once the regions' daily
