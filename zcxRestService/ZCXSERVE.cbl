              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF
      *       Reset per row: a row from before the fast-fail
      *       count existed reads short and would clamp the
      *       length for the next one, and must not inherit
      *       the previous row's count.
              MOVE LENGTH OF STATS-RECORD TO STATS-RECORD-LENGTH
              MOVE 0 TO STAT-FASTFAIL-COUNT
              EXEC CICS READNEXT
                   FILE('ZCXSTATS')
                   INTO (STATS-RECORD)
