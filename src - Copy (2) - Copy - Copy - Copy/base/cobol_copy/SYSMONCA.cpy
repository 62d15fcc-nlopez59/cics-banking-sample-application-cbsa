      * team's destination off the ALRTOWN file. SPACES means the
      * shared SYSMON queue, which is what every caller that does not
      * route by team should set.
      *
      * SYSMON-CA-FEED-RESULT is set by SYSMON01 on the way back:
      * SYSMON-CA-FED when the feed queue took the event,
      * SYSMON-CA-SPILLED when it did not and the event went to SPILL
      * instead. The callers still carry on either way; the alert
      * drill records it so a feed destination pointing nowhere shows.
       01  SYSMON-LINK-AREA.
           05  SYSMON-CA-PROGRAM-ID        PIC X(08).
           05  SYSMON-CA-TRANSACTION-ID    PIC X(04).
           05  SYSMON-CA-LOG-TIME          PIC X(06).
           05  SYSMON-CA-RESP-STRING       PIC X(40).
           05  SYSMON-CA-FEED-DEST         PIC X(08).
           05  SYSMON-CA-FEED-RESULT       PIC X(01).
               88  SYSMON-CA-FED                   VALUE 'F'.
               88  SYSMON-CA-SPILLED               VALUE 'S'.
