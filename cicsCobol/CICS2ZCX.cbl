      *    STATS-LOG sees whatever INITIALIZE WS left it at and counts
      *    every call -- including successful ones -- as an error.
           MOVE GATE-STATUSCODE TO STATUSCODE.
           IF NOT GATE-FAST-FAILED
              PERFORM STATS-LOG
           END-IF.
       USER-RESPONSE.
      *    Labeled BMS fields instead of one unformatted STRING blasted
      *    to the screen with SEND TEXT.  The person attributes come
           MOVE RESPONSE TO AUD-RESPONSE.
           MOVE DEGRADED-SW TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE GATE-VERB TO AUD-VERB.
           EXEC CICS WRITE
                FILE('ZCXAUDIT')
                FROM(AUDIT-RECORD)
           MOVE ZCX-CFG-APPLID TO STAT-APPLID.
           MOVE STAT-DATE-WORK TO STAT-DATE.
           MOVE STAT-TIME-WORK(1:2) TO STAT-HOUR.
      *    A row written before the fast-fail count existed reads
      *    short -- zero the count so it is not carried over.
           MOVE 0 TO STAT-FASTFAIL-COUNT.
           EXEC CICS READ
                FILE('ZCXSTATS')
                INTO (STATS-RECORD)
