      ******************************************************************
      *                                                                *
      *  Copyright IBM Corp. 2023                                      *
      *                                                                *
      *                                                                *
      ******************************************************************
      * Record layout for the outage extract written by OUTRPT01 - one
      * record per resource outage in the report month, rebuilt from
      * the CRITICAL occurrences ERRLOG holds for the resource. This
      * is the file the service-management team loads for the service
      * review, so a field added here must be agreed with them first.
      *
      * OUTAGE-START and OUTAGE-END are the first and last CRITICAL
      * of the outage as logged - an outage that ran across a month
      * end keeps its true start and end here. OUTAGE-DURATION-MINS
      * is the whole outage; OUTAGE-MONTH-MINS is the part of it that
      * fell inside the report month, the figure availability is
      * worked from.
      *
      * OUTAGE-PLANNED is set when a MNTCAL window for the resource
      * (live, or from the MNTRPT01 window history) overlaps the
      * outage at any point; the first such window's start is carried
      * so the reader can find it.
      *
      * Up to eight APPLIDs are carried; OUTAGE-APPLID-COUNT is the
      * true count, so a count above eight says the list is short.
       01  OUTAGE-RECORD.
           05  OUTAGE-RESOURCE-NAME        PIC X(08).
           05  OUTAGE-START-DATE           PIC X(08).
           05  OUTAGE-START-TIME           PIC X(06).
           05  OUTAGE-END-DATE             PIC X(08).
           05  OUTAGE-END-TIME             PIC X(06).
           05  OUTAGE-DURATION-MINS        PIC 9(07).
           05  OUTAGE-MONTH-MINS           PIC 9(07).
           05  OUTAGE-CRITICAL-COUNT       PIC 9(07).
           05  OUTAGE-TYPE                 PIC X(01).
               88  OUTAGE-PLANNED                  VALUE 'P'.
               88  OUTAGE-UNPLANNED                VALUE 'U'.
           05  OUTAGE-WINDOW-START-DATE    PIC X(08).
           05  OUTAGE-WINDOW-START-TIME    PIC X(06).
           05  OUTAGE-APPLID-COUNT         PIC 9(03).
           05  OUTAGE-APPLID OCCURS 8 TIMES PIC X(08).
