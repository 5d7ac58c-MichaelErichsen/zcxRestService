                ERASE FREEKB
                END-EXEC.
           PERFORM AUDIT-LOG.
           IF NOT GATE-FAST-FAILED
              PERFORM STATS-LOG
           END-IF.
       CHECK-DEGRADED.
      *    A gateway outage sometimes answers with an HTML error page
      *    instead of JSON -- flag that instead of parsing it as if it
           MOVE RESPONSE TO AUD-RESPONSE.
           MOVE DEGRADED-SW TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE GATE-VERB TO AUD-VERB.
           EXEC CICS WRITE
                FILE('ZCXAUDIT')
                FROM(AUDIT-RECORD)
           MOVE ZCX-CFG-APPLID TO STAT-APPLID.
           MOVE AUD-DATE TO STAT-DATE.
           MOVE AUD-TIME(1:2) TO STAT-HOUR.
      *    A row written before the fast-fail count existed reads
      *    short -- zero the count so it is not carried over.
           MOVE 0 TO STAT-FASTFAIL-COUNT.
           EXEC CICS READ
                FILE('ZCXSTATS')
                INTO (STATS-RECORD)
