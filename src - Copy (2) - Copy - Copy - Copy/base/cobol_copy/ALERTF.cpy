      * ALERT01 filters its browse on it and ESCAL01 routes the
      * escalation to the team's feed destination. SPACES on records
      * written before ownership existed - those show to everyone.
      *
      * ALERTF-DRILL marks the alert raised by a synthetic alert drill
      * (DRILL01). It is acknowledged and escalated like any other, so
      * the drill proves the path, but it is not an outage.
       01  ALERTF-RECORD.
           05  ALERTF-KEY.
               10  ALERTF-KEY-ABSTIME      PIC S9(15) COMP-3.
           05  ALERTF-RESOURCE-NAME        PIC X(08).
           05  ALERTF-SEVERITY-CODE        PIC X(08).
           05  ALERTF-RESP-STRING          PIC X(40).
               88  ALERTF-DRILL                    VALUE 'DRILL'.
           05  ALERTF-ACK-STATUS           PIC X(01).
               88  ALERTF-OUTSTANDING              VALUE 'O'.
               88  ALERTF-ACKNOWLEDGED             VALUE 'A'.
