      *  - the newest and oldest CAC-FETCHED stamp in ZCXCACHE, so    *
      *    "how stale would the fallback be" has a live answer;       *
      *  - the minutes remaining on the bearer token, from the        *
      *    expiry ABSTIME in item 2 of the token queue;               *
      *  - the ZCXGATE circuit breaker: closed with its run of        *
      *    transport failures, open with the seconds to the trial     *
      *    call, or on trial -- and this hour's fast-failed calls.    *
      * A summary line says OK or names what is over threshold.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       COPY STATSREC.
       COPY ZCXCACHE.
       COPY ZCXPENDR.
       COPY ZCXBRKR.
       COPY ZCXDSHS.
       01 WS.
          03 WS-RESP            PIC S9(8) USAGE BINARY.
          03 TOKEN-MINS-DISP    PIC 9(5).
          03 TOKEN-FOUND-SW     PIC X(1).
             88 TOKEN-FOUND     VALUE 'Y'.
          03 DASH-FASTFAILS     PIC 9(8) USAGE COMP.
          03 FASTFAIL-DISP      PIC 9(6).
          03 BRK-FAILS-DISP     PIC 9(4).
          03 BRK-LIMIT-DISP     PIC 9(4).
          03 BRK-WAIT-SECS      PIC S9(8) USAGE BINARY.
          03 BRK-WAIT-DISP      PIC 9(5).
          03 WORRY-LINE         PIC X(76).
          03 WORRY-PTR          PIC S9(8) USAGE BINARY.
       LINKAGE SECTION.
           PERFORM GATHER-PEND-DEPTH.
           PERFORM GATHER-CACHE-AGES.
           PERFORM GATHER-TOKEN-MINUTES.
           PERFORM GATHER-BREAKER-STATE.
           PERFORM SHOW-DASHBOARD.
           EXEC CICS RETURN
                TRANSID('ZCXO')
           IF ZCX-CFG-TOKENQNAME = SPACES
              MOVE 'ZCXTOKNQ' TO ZCX-CFG-TOKENQNAME
           END-IF.
           IF ZCX-CFG-BRKFAILS = 0
              MOVE 5 TO ZCX-CFG-BRKFAILS
           END-IF.
           IF ZCX-CFG-BRKCOOLSECS = 0
              MOVE 60 TO ZCX-CFG-BRKCOOLSECS
           END-IF.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABS)
                END-EXEC.
           MOVE 'N' TO STATS-FOUND-SW.
           MOVE 0 TO DASH-AVG-MS.
           MOVE 0 TO DASH-ERRPCT.
           MOVE 0 TO DASH-FASTFAILS.
           INITIALIZE STATS-RECORD.
           MOVE ZCX-CFG-APPLID TO STAT-APPLID.
           MOVE WS-NOW-DATE TO STAT-DATE.
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE STAT-FASTFAIL-COUNT TO DASH-FASTFAILS
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL) AND STAT-CALL-COUNT > 0
              SET STATS-FOUND TO TRUE
              COMPUTE DASH-AVG-MS =
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              MOVE LENGTH OF PEND-RECORD TO PEND-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXPEND')
                   INTO (PEND-RECORD)
                 MOVE 99999 TO TOKEN-MINS
              END-IF
           END-IF.
       GATHER-BREAKER-STATE.
      *    The single item of ZCXBRKQ that ZCXGATE keeps; no queue
      *    means no call has changed the breaker since the region
      *    started, which is a closed breaker.
           MOVE 0 TO BRK-WAIT-SECS.
           EXEC CICS READQ TS
                QUEUE('ZCXBRKQ')
                INTO (BRK-RECORD)
                LENGTH(BRK-RECORD-LENGTH)
                ITEM(1)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              INITIALIZE BRK-RECORD
              MOVE 'C' TO BRK-STATE
           END-IF.
           IF BRK-OPEN
              COMPUTE BRK-WAIT-SECS =
                 (BRK-OPENED-ABS + ZCX-CFG-BRKCOOLSECS * 1000
                  - WS-NOW-ABS) / 1000
              IF BRK-WAIT-SECS < 0
                 MOVE 0 TO BRK-WAIT-SECS
              END-IF
              IF BRK-WAIT-SECS > 99999
                 MOVE 99999 TO BRK-WAIT-SECS
              END-IF
           END-IF.
       SHOW-DASHBOARD.
           MOVE LOW-VALUES TO ZCXDSHO.
           PERFORM BUILD-HOUR-LINES.
           PERFORM BUILD-PEND-LINE.
           PERFORM BUILD-CACHE-LINE.
           PERFORM BUILD-TOKEN-LINE.
           PERFORM BUILD-BREAKER-LINE.
           PERFORM BUILD-SUMMARY-LINE.
           MOVE SPACES TO OMSGO.
           STRING 'AS OF ' DELIMITED BY SIZE
              MOVE 'TOKEN      NO EXPIRY ON THE QUEUE (HAND-LOADED?)'
                 TO OLIN05I
           END-IF.
       BUILD-BREAKER-LINE.
           IF DASH-FASTFAILS > 999999
              MOVE 999999 TO FASTFAIL-DISP
           ELSE
              MOVE DASH-FASTFAILS TO FASTFAIL-DISP
           END-IF.
           EVALUATE TRUE
              WHEN BRK-OPEN
                 MOVE BRK-WAIT-SECS TO BRK-WAIT-DISP
                 STRING 'BREAKER    OPEN SINCE ' DELIMITED BY SIZE
                        BRK-CHANGED(1:15) DELIMITED BY SIZE
                        '  TRIAL IN ' DELIMITED BY SIZE
                        BRK-WAIT-DISP DELIMITED BY SIZE
                        'S  FAST-FAILS ' DELIMITED BY SIZE
                        FASTFAIL-DISP DELIMITED BY SIZE
                    INTO OLIN07I
                 END-STRING
              WHEN BRK-TRIAL
                 STRING 'BREAKER    ON TRIAL - ONE CALL LET THROUGH'
                           DELIMITED BY SIZE
                        '  FAST-FAILS ' DELIMITED BY SIZE
                        FASTFAIL-DISP DELIMITED BY SIZE
                    INTO OLIN07I
                 END-STRING
              WHEN OTHER
                 MOVE BRK-FAIL-COUNT TO BRK-FAILS-DISP
                 MOVE ZCX-CFG-BRKFAILS TO BRK-LIMIT-DISP
                 STRING 'BREAKER    CLOSED  FAILURES ' DELIMITED BY SIZE
                        BRK-FAILS-DISP DELIMITED BY SIZE
                        ' (TRIPS AT ' DELIMITED BY SIZE
                        BRK-LIMIT-DISP DELIMITED BY SIZE
                        ')  FAST-FAILS ' DELIMITED BY SIZE
                        FASTFAIL-DISP DELIMITED BY SIZE
                    INTO OLIN07I
                 END-STRING
           END-EVALUATE.
       BUILD-SUMMARY-LINE.
      *    One line that names what is over threshold, or says OK --
      *    the same judgements ZCXMON alerts on, read at a glance.
                 WITH POINTER WORRY-PTR
              END-STRING
           END-IF.
           IF NOT BRK-CLOSED
              STRING 'BREAKER OPEN  ' DELIMITED BY SIZE
                 INTO WORRY-LINE
                 WITH POINTER WORRY-PTR
              END-STRING
           END-IF.
           IF WORRY-LINE = SPACES
              MOVE 'STATUS     OK' TO OLIN06I
           ELSE
