      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Record layout for the INCIDF VSAM KSDS - the incident register
      * kept by the INCD transaction (INCD01). An alert on ALERTF says
      * something went wrong; an incident says what it was, which
      * alerts and abends were the same outage, why it happened and
      * when service came back. INCRPT01 reports it monthly.
      *
      * Key is the incident number, given out in sequence from the
      * control record at INCIDF-NUMBER zero, whose INCIDF-LAST-NUMBER
      * holds the last number used. Nothing else is ever keyed zero,
      * and every reader of the file skips it.
      *
      * INCIDF-START-DATE/-TIME is when the incident began - the
      * earliest of the open time and the log time of every ALERTF or
      * ABENDLOG record attached to it. INCIDF-ACK-DATE/-TIME is when
      * a human first had it in hand - the earliest of the open time
      * and the acknowledgment stamp of every attached alert. The
      * start to the acknowledgment and the start to
      * INCIDF-RESTORED-DATE/-TIME are the times to acknowledge and to
      * restore INCRPT01 averages.
      *
      * INCIDF-TEAM-CODE is the ALERTF-TEAM-CODE of the first alert
      * attached, SPACES for an incident that has only abends.
      *
      * INCIDF-CAUSE-CODE is UNKNOWN until someone knows; an incident
      * cannot be closed until it is something else.
       01  INCIDF-RECORD.
           05  INCIDF-KEY.
               10  INCIDF-NUMBER           PIC 9(07).
           05  INCIDF-DATA.
               10  INCIDF-STATUS           PIC X(01).
                   88  INCIDF-OPEN                 VALUE 'O'.
                   88  INCIDF-CLOSED               VALUE 'C'.
               10  INCIDF-CAUSE-CODE       PIC X(08).
                   88  INCIDF-CAUSE-VALID          VALUE 'HARDWARE'
                                                         'CODE    '
                                                         'CHANGE  '
                                                         'CAPACITY'
                                                         'EXTERNAL'
                                                         'DATA    '
                                                         'OPERATOR'
                                                         'UNKNOWN '.
                   88  INCIDF-CAUSE-UNKNOWN        VALUE 'UNKNOWN '.
               10  INCIDF-TEAM-CODE        PIC X(08).
               10  INCIDF-TITLE            PIC X(60).
               10  INCIDF-OPEN-USERID      PIC X(08).
               10  INCIDF-OPEN-DATE        PIC X(08).
               10  INCIDF-OPEN-TIME        PIC X(06).
               10  INCIDF-START-DATE       PIC X(08).
               10  INCIDF-START-TIME       PIC X(06).
               10  INCIDF-ACK-DATE         PIC X(08).
               10  INCIDF-ACK-TIME         PIC X(06).
               10  INCIDF-RESTORED-DATE    PIC X(08).
               10  INCIDF-RESTORED-TIME    PIC X(06).
               10  INCIDF-CLOSE-USERID     PIC X(08).
               10  INCIDF-CLOSE-DATE       PIC X(08).
               10  INCIDF-CLOSE-TIME       PIC X(06).
               10  INCIDF-RESOLUTION       PIC X(64).
               10  INCIDF-ATTACH-COUNT     PIC 9(02).
               10  INCIDF-ATTACH OCCURS 10 TIMES.
                   15  INCIDF-ATTACH-TYPE  PIC X(01).
                       88  INCIDF-ATTACH-ALERT     VALUE 'A'.
                       88  INCIDF-ATTACH-ABEND     VALUE 'B'.
                   15  INCIDF-ATTACH-KEY.
                       20  INCIDF-ATTACH-ABSTIME
                                           PIC S9(15) COMP-3.
                       20  INCIDF-ATTACH-TASKNO
                                           PIC 9(07).
                   15  INCIDF-ATTACH-DATE  PIC X(08).
                   15  INCIDF-ATTACH-TIME  PIC X(06).
                   15  INCIDF-ATTACH-PROGRAM-ID
                                           PIC X(08).
           05  INCIDF-CONTROL-DATA REDEFINES INCIDF-DATA.
               10  INCIDF-LAST-NUMBER      PIC 9(07).
