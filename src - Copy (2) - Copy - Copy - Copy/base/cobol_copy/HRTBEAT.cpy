      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Record layout for the HRTBEAT VSAM KSDS - one record per CICS
      * region being watched for silence, keyed by its APPLID. A hung
      * region, or one whose ERRLOG01 link is broken, writes no ERRLOG
      * records at all, which looks exactly like a healthy one; this
      * file is how the two are told apart.
      *
      * The file lives in the owning region and each AOR reaches it
      * through a remote FCT entry. A region is registered by writing
      * its record with IDCAMS REPRO, the way ALRTOWN and MNTCAL are
      * maintained - the first three fields after the key are the
      * registration and nothing in CICS changes them:
      *
      *   HRTBEAT-EXTRACT-DD     the ERRMRG01 DD (ERRIN1-ERRIN4) its
      *                          daily ERRLOG extract arrives on
      *   HRTBEAT-INTERVAL-SECS  how often it beats
      *   HRTBEAT-MISS-LIMIT     beats it may miss before HBMON01
      *                          raises a CRITICAL
      *
      * The rest is written by the region itself: HBEAT01, the started
      * task under transaction HBET in every AOR, rewrites its own
      * record each interval with the beat time and how many ERRLOG
      * records and DROPCT dropped events that region had since its
      * last beat. HRTBEAT-DROP-DAY-DATE/-TOTAL are HBEAT01's own
      * memory of the day's DROPCT total at the last beat, which is
      * what turns a running daily count into an interval one.
      *
      * HBMON01 in the owning region sets HRTBEAT-SILENT with the
      * date and time it raised the alert; the region's next beat
      * clears the switch but leaves the date, so ERRMRG01 can still
      * see the next night that the region went quiet that day.
       01  HRTBEAT-RECORD.
           05  HRTBEAT-KEY.
               10  HRTBEAT-APPLID          PIC X(08).
           05  HRTBEAT-EXTRACT-DD          PIC X(08).
           05  HRTBEAT-INTERVAL-SECS       PIC 9(05).
           05  HRTBEAT-MISS-LIMIT          PIC 9(02).
           05  HRTBEAT-LAST-ABSTIME        PIC S9(15) COMP-3.
           05  HRTBEAT-LAST-DATE           PIC X(08).
           05  HRTBEAT-LAST-TIME           PIC X(06).
           05  HRTBEAT-ERRLOG-COUNT        PIC 9(07).
           05  HRTBEAT-DROP-COUNT          PIC 9(07).
           05  HRTBEAT-DROP-DAY-DATE       PIC X(08).
           05  HRTBEAT-DROP-DAY-TOTAL      PIC 9(07).
           05  HRTBEAT-SILENT-SW           PIC X(01).
               88  HRTBEAT-SILENT                  VALUE 'Y'.
               88  HRTBEAT-BEATING                 VALUE 'N'.
           05  HRTBEAT-SILENT-DATE         PIC X(08).
           05  HRTBEAT-SILENT-TIME         PIC X(06).
