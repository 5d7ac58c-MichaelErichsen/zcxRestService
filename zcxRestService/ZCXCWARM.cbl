      * blank maxage falls back to ZCX-CFG-CACHEMAXAGE (default      *
      * 1440), blank maxcpm to 60; the first gateway failure stops    *
      * the warming and leaves the rest for the next run.             *
      *                                                               *
      * The warmer is a step of the nightly chain in the ZCXRUN       *
      * run-control file: ZCXRCTL refuses it unless ZCXSRCHL has      *
      * completed OK for the business date, or if it has already      *
      * completed for that date.  The word RERUN and an 8-digit       *
      * business date may follow the two numbers on the input line,   *
      * e.g.  720 60 RERUN 20261014.  A gateway failure still ends    *
      * the step OK -- warming is best effort and the rest of the     *
      * chain does not depend on it -- with the stop noted on the     *
      * run-control row.                                              *
      *                                                               *
      * The stale rows used to be collected into a table of 2000      *
      * first, and any beyond that waited for the next run.  They are *
      * now found one at a time by a browse restarted after each      *
      * refresh, so one run covers every stale row however large the  *
      * cache grows.                                                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       COPY ZCXCACHE.
       COPY STATSREC.
       COPY ZCXGATEP.
       COPY ZCXRCTLP.
       01 WS.
          03 PATH               PIC X(80).
          03 PATHLENGTH         PIC S9(8) USAGE BINARY.
             88 BROWSE-EOF      VALUE 'Y'.
          03 GATEWAY-FAILED-SW  PIC X(1) VALUE 'N'.
             88 GATEWAY-FAILED  VALUE 'Y'.
          03 STALE-FOUND-SW     PIC X(1) VALUE 'N'.
             88 STALE-FOUND     VALUE 'Y'.
          03 WS-BR-PERSON-ID    PIC X(20).
          03 WS-LAST-PERSON-ID  PIC X(20).
          03 WS-STALE-PERSON-ID PIC X(20).
          03 PACE-WINDOW-START  PIC S9(15) USAGE COMP VALUE 0.
          03 PACE-NOW           PIC S9(15) USAGE COMP.
          03 PACE-CALLS         PIC 9(4) VALUE 0.
          03 ROWS-GONE          PIC 9(8) VALUE 0.
          03 ROWS-FAILED        PIC 9(8) VALUE 0.
          03 ROWS-SKIPPED       PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM RUN-CONTROL-START.
           IF RCTL-REFUSED
              DISPLAY 'ZCXCWARM REFUSED - ' RCTL-REASON
           ELSE
              PERFORM WARM-CACHE
              PERFORM RUN-CONTROL-END
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       WARM-CACHE.
           PERFORM PURGE-DELETED-PERSONS.
           PERFORM REFRESH-STALE-ROWS.
           IF GATEWAY-FAILED
              MOVE 'GATEWAY UNAVAILABLE - WARMING STOPPED'
                TO RCTL-MESSAGE
              DISPLAY 'ZCXCWARM GATEWAY UNAVAILABLE - WARMING STOPPED'
           END-IF.
           DISPLAY 'ZCXCWARM PURGED=' DELETES-PURGED
                   ' GONE=' ROWS-GONE
                   ' FAILED=' ROWS-FAILED
                   ' LEFT=' ROWS-SKIPPED.
       INITIALIZATION.
           INITIALIZE WS.
      *    INITIALIZE wipes the VALUE-clause defaults, so the pacing
      *    and parameter defaults must be re-primed here.
           MOVE 80 TO WS-INPUTLEN.
       RECEIVE-PARMS.
      *    An unattended run started with START TRANSID has no TERMID,
      *    so RECEIVE has nothing to read -- fall back to the
      *    documented defaults instead of letting it abend.  A word of
      *    eight digits is the run-control business date, never a
      *    maxage or maxcpm, and RERUN is not numeric at all.
           MOVE SPACES TO WS-MAXAGE-TXT.
           MOVE SPACES TO WS-MAXCPM-TXT.
           EXEC CICS RECEIVE
              COMPUTE WS-PARM-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-MAXAGE-TXT))
              IF WS-MAXAGE-TXT(1:WS-PARM-LEN) IS NUMERIC
                 AND WS-PARM-LEN < 8
                 MOVE WS-MAXAGE-TXT(1:WS-PARM-LEN) TO WS-MAXAGE
              END-IF
           END-IF.
              COMPUTE WS-PARM-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-MAXCPM-TXT))
              IF WS-MAXCPM-TXT(1:WS-PARM-LEN) IS NUMERIC
                 AND WS-PARM-LEN < 8
                 MOVE WS-MAXCPM-TXT(1:WS-PARM-LEN) TO WS-MAXCPM
              END-IF
           END-IF.
           IF WS-MAXCPM = 0
              MOVE 60 TO WS-MAXCPM
           END-IF.
       RUN-CONTROL-START.
           MOVE 'START' TO RCTL-FUNCTION.
           MOVE 'ZCXCWARM' TO RCTL-STEP.
           MOVE WS-INPUT TO RCTL-PARMTEXT.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
           IF RCTL-GO AND RCTL-REASON NOT = SPACES
              DISPLAY 'ZCXCWARM RERUN FORCED - ' RCTL-REASON
           END-IF.
           MOVE 'O' TO RCTL-OUTCOME.
           MOVE SPACES TO RCTL-MESSAGE.
       RUN-CONTROL-END.
           MOVE 'END' TO RCTL-FUNCTION.
           COMPUTE RCTL-COUNT-IN =
              DELETES-PURGED + ROWS-REFRESHED + ROWS-GONE
              + ROWS-FAILED + ROWS-SKIPPED.
           COMPUTE RCTL-COUNT-OUT =
              DELETES-PURGED + ROWS-REFRESHED + ROWS-GONE.
           MOVE ROWS-FAILED TO RCTL-COUNT-EXC.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
       PURGE-DELETED-PERSONS.
      *    Tonight's D records carry the deleted person's before
      *    image; its first 20 bytes are the person ID the cache row
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO DELETES-PURGED
           END-IF.
       REFRESH-STALE-ROWS.
      *    Each stale row is found by a browse that is ended before
      *    the refresh call is made -- the gateway's CACHE-REFRESH
      *    rewrites ZCXCACHE rows, and a rewrite against a file this
      *    task is still browsing would be invalid.  The browse is
      *    then restarted stepping past the row just handled, the
      *    same walk ZCXPSTL purges with, so there is no table of
      *    stale rows to outgrow.  The age is judged against one
      *    clock reading taken up front.
           EXEC CICS ASKTIME
                ABSTIME(CAC-NOW-ABS)
                END-EXEC.
           MOVE LOW-VALUES TO WS-LAST-PERSON-ID.
           MOVE 'N' TO BROWSE-EOF-SW.
           PERFORM UNTIL BROWSE-EOF
              PERFORM FIND-NEXT-STALE-ROW
              IF STALE-FOUND
                 IF GATEWAY-FAILED
                    ADD 1 TO ROWS-SKIPPED
                 ELSE
                    PERFORM PACE-CONTROL
                    PERFORM REFRESH-ONE-ROW
                 END-IF
              END-IF
           END-PERFORM.
       FIND-NEXT-STALE-ROW.
           MOVE 'N' TO STALE-FOUND-SW.
           MOVE WS-LAST-PERSON-ID TO WS-BR-PERSON-ID.
           EXEC CICS STARTBR
                FILE('ZCXCACHE')
                RIDFLD(WS-BR-PERSON-ID)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           ELSE
              PERFORM UNTIL STALE-FOUND OR BROWSE-EOF
                 EXEC CICS READNEXT
                      FILE('ZCXCACHE')
                      INTO (CACHE-RECORD)
                      LENGTH(CACHE-RECORD-LENGTH)
                      RIDFLD(WS-BR-PERSON-ID)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    SET BROWSE-EOF TO TRUE
                 ELSE IF CAC-PERSON-ID NOT = WS-LAST-PERSON-ID
                    PERFORM JUDGE-ONE-ROW
                 END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('ZCXCACHE')
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
       JUDGE-ONE-ROW.
           COMPUTE CAC-AGE-MINS =
              (CAC-NOW-ABS - CAC-FETCHED-ABS) / 60000.
           IF CAC-AGE-MINS >= WS-MAXAGE
              SET STALE-FOUND TO TRUE
              MOVE CAC-PERSON-ID TO WS-LAST-PERSON-ID
              MOVE CAC-PERSON-ID TO WS-STALE-PERSON-ID
           END-IF.
       PACE-CONTROL.
      *    Honor the maximum-calls-per-minute parameter, the same
      *    rolling one-minute window as the ZCXBATCH sweep, so the
           STRING ZCX-CFG-PATHPREFIX(1:ZCX-CFG-PATHPFXLEN)
                     DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-STALE-PERSON-ID DELIMITED BY SPACE
              INTO PATH
           END-STRING.
           COMPUTE PATHLENGTH =
              ZCX-CFG-PATHPFXLEN + 1 +
              FUNCTION LENGTH(FUNCTION TRIM(WS-STALE-PERSON-ID)).
           MOVE SPACES TO GATE-REQUESTID.
           MOVE 'GET' TO GATE-VERB.
           MOVE PATH TO GATE-PATH.
      *             Gone at the source but never deleted here because
      *             the person fell out of the roster between sweeps
      *             -- the stale copy must not outlive the person.
                    MOVE WS-STALE-PERSON-ID TO CAC-PERSON-ID
                    EXEC CICS DELETE
                         FILE('ZCXCACHE')
                         RIDFLD(CAC-PERSON-ID)
                 WHEN OTHER
                    ADD 1 TO ROWS-FAILED
              END-EVALUATE
              IF NOT GATE-FAST-FAILED
                 PERFORM STATS-LOG
              END-IF
           END-IF.
       STATS-LOG.
      *    The warmer's own call latency belongs in the same
           MOVE ZCX-CFG-APPLID TO STAT-APPLID.
           MOVE STAT-DATE-WORK TO STAT-DATE.
           MOVE STAT-TIME-WORK(1:2) TO STAT-HOUR.
      *    A row written before the fast-fail count existed reads
      *    short -- zero the count so it is not carried over.
           MOVE 0 TO STAT-FASTFAIL-COUNT.
           EXEC CICS READ
                FILE('ZCXSTATS')
                INTO (STATS-RECORD)
