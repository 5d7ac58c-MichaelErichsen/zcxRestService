              ADD 1 TO RECORDS-FAILED
              PERFORM WRITE-REJECT
           END-IF.
           IF NOT GATE-FAST-FAILED
              PERFORM STATS-LOG
           END-IF.
       WRITE-REJECT.
      *    A person ID that still fails after the retry loop goes to
      *    the reject file with a reason code, so the morning rerun
           MOVE ZCX-CFG-APPLID TO STAT-APPLID.
           MOVE STAT-DATE-WORK TO STAT-DATE.
           MOVE STAT-TIME-WORK(1:2) TO STAT-HOUR.
      *    A row written before the fast-fail count existed reads
      *    short -- zero the count so it is not carried over.
           MOVE 0 TO STAT-FASTFAIL-COUNT.
           EXEC CICS READ
                FILE('ZCXSTATS')
                INTO (STATS-RECORD)
