      * place from returning control - but the event now goes to the
      * SPILL fallback instead of simply vanishing, same as
      * ERRLOG01/REPLAYQ01.
           SET SYSMON-CA-FED TO TRUE.
           IF WS-SYSMON-RESP NOT = DFHRESP(NORMAL)
               SET SYSMON-CA-SPILLED TO TRUE
               PERFORM 1000-SPILL-EVENT THRU 1000-SPILL-EVENT-EXIT
           END-IF.
           GOBACK.
