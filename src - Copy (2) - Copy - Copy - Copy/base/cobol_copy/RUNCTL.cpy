      * in an archive generation exactly once. LOW-VALUES means no
      * checkpoint is outstanding; the reporting jobs leave it that
      * way, and a clean end clears it.
      *
      * RUNCTL-RESTART-COUNT is how many times an archive job resumed
      * from a checkpoint before the business date ENDED; every other
      * job sets it to zero when it books in. RUNTRD01 reports it, and
      * leaves a resumed night out of the job's runtime averages, since
      * its start time is that of the last attempt only.
       01  RUNCTL-RECORD.
           05  RUNCTL-KEY.
               10  RUNCTL-JOB-NAME         PIC X(08).
           05  RUNCTL-END-TIME             PIC X(06).
           05  RUNCTL-RECORD-COUNT         PIC 9(09).
           05  RUNCTL-CHECKPOINT-KEY       PIC X(15).
           05  RUNCTL-RESTART-COUNT        PIC 9(03).
