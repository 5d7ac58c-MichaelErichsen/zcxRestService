      * instead of a plain one whenever ZCX-CFG-USETLS is 'Y', so the  *
      * callers that CALL this program get TLS without any change to  *
      * their own screen or the ZCXGATE-PARMS interface.                *
      *                                                                 *
      * In a hard outage every caller used to sit through the whole    *
      * open and converse backoff before falling back, and forty       *
      * terminals doing that ran the region up to MAXTASK.  A          *
      * region-wide circuit breaker (ZCXBRKR, on TSQ ZCXBRKQ) now      *
      * trips open after ZCX-CFG-BRKFAILS consecutive transport        *
      * failures across all callers and fails every call at once for   *
      * ZCX-CFG-BRKCOOLSECS seconds.  Then one trial call is let       *
      * through: success closes the breaker, failure holds it open     *
      * for another cool-off.  Tripping and closing raise a console    *
      * and ZCXA alert the way ZCXMON does.  A call refused by the     *
      * breaker comes back as an ordinary gateway failure with         *
      * GATE-FASTFAIL set, and is counted in STAT-FASTFAIL-COUNT       *
      * here rather than as an error by the caller's STATS-LOG.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY PERSON.
       COPY ZCXCACHE.
       COPY AUDITREC.
       COPY STATSREC.
       COPY ZCXBRKR.
       01 WS.
          03 HOST            PIC X(16).
          03 HOSTLENGTH      PIC S9(8) USAGE BINARY.
             88 AUTH-RETRIED VALUE 'Y'.
          03 TOK-JSON-OK-SW  PIC X(1).
             88 TOK-JSON-OK  VALUE 'Y'.
          03 BRK-QNAME       PIC X(8) VALUE 'ZCXBRKQ'.
          03 BRK-QNAMELEN    PIC S9(4) USAGE BINARY VALUE +8.
          03 BRK-NOW         PIC S9(15) USAGE COMP.
          03 BRK-COOL-MS     PIC S9(15) USAGE COMP.
          03 BRK-DATE        PIC X(8).
          03 BRK-TIME        PIC X(9).
          03 CALL-REFUSED-SW PIC X(1).
             88 CALL-REFUSED VALUE 'Y'.
          03 TRIAL-CALL-SW   PIC X(1).
             88 TRIAL-CALL   VALUE 'Y'.
          03 BRK-UPDATED-SW  PIC X(1).
             88 BRK-UPDATED  VALUE 'Y'.
          03 BRK-EVENT-SW    PIC X(1).
             88 BRK-TRIPPED  VALUE 'T'.
             88 BRK-RECLOSED VALUE 'C'.
          03 BRK-FAILS-DISP  PIC 9(4).
          03 BRK-COOL-DISP   PIC 9(6).
          03 BRK-ALERT       PIC X(120).
          03 BRK-ALERTLEN    PIC S9(8) USAGE BINARY.
       01 TOKEN-REPLY.
          05 TOK-ACCESS      PIC X(256).
             NAME IS "access_token".
       PROCEDURE DIVISION USING ZCXGATE-PARMS.
       MAIN SECTION.
           MOVE 0 TO GATE-RETCODE.
           MOVE 'N' TO GATE-FASTFAIL.
           IF GATE-REQUESTID = SPACES OR GATE-REQUESTID = LOW-VALUES
              PERFORM GENERATE-REQUEST-ID
           END-IF.
           IF ZCX-CFG-TOKRENEWSECS = 0
              MOVE 300 TO ZCX-CFG-TOKRENEWSECS
           END-IF.
           PERFORM BREAKER-ADMIT.
           IF CALL-REFUSED
              PERFORM BREAKER-FAST-FAIL
           ELSE
              MOVE 'N' TO AUTH-RETRIED-SW
              MOVE 'N' TO CONVERSE-OK-SW
              PERFORM WEB-OPEN-WITH-RETRY
              IF OPEN-OK
                 PERFORM WEB-CONVERSE-WITH-RETRY
              END-IF
              EXEC CICS WEB CLOSE
                   SESSTOKEN(SESSTOKEN)
                   END-EXEC
              IF NOT OPEN-OK OR NOT CONVERSE-OK
                 MOVE 1 TO GATE-RETCODE
              END-IF
              PERFORM BREAKER-REPORT
              IF GATE-SUCCESS
                 PERFORM CACHE-REFRESH
              END-IF
           END-IF.
           GOBACK.
       BREAKER-ADMIT.
      *    A closed breaker costs one TSQ read per call and no lock.
      *    Only when it is open or on trial is the state re-read and
      *    changed under ENQ, so that exactly one task becomes the
      *    trial call when the cool-off runs out.
           IF ZCX-CFG-BRKFAILS = 0
              MOVE 5 TO ZCX-CFG-BRKFAILS
           END-IF.
           IF ZCX-CFG-BRKCOOLSECS = 0
              MOVE 60 TO ZCX-CFG-BRKCOOLSECS
           END-IF.
           COMPUTE BRK-COOL-MS = ZCX-CFG-BRKCOOLSECS * 1000.
           MOVE 'N' TO CALL-REFUSED-SW.
           MOVE 'N' TO TRIAL-CALL-SW.
           MOVE 'N' TO BRK-UPDATED-SW.
           MOVE 'N' TO BRK-EVENT-SW.
           PERFORM BREAKER-READ.
           IF NOT BRK-CLOSED
              PERFORM BREAKER-LOCK
              PERFORM BREAKER-READ
              EVALUATE TRUE
                 WHEN BRK-OPEN
                    IF BRK-NOW < BRK-OPENED-ABS + BRK-COOL-MS
                       SET CALL-REFUSED TO TRUE
                    ELSE
                       SET BRK-TRIAL TO TRUE
                       MOVE BRK-NOW TO BRK-TRIAL-ABS
                       SET TRIAL-CALL TO TRUE
                       SET BRK-UPDATED TO TRUE
                    END-IF
                 WHEN BRK-TRIAL
      *             A trial call that never reported back (the task
      *             abended or was purged) must not hold the breaker
      *             on trial for ever -- hand the trial to this call.
                    IF BRK-NOW < BRK-TRIAL-ABS + BRK-COOL-MS
                       SET CALL-REFUSED TO TRUE
                    ELSE
                       MOVE BRK-NOW TO BRK-TRIAL-ABS
                       SET TRIAL-CALL TO TRUE
                       SET BRK-UPDATED TO TRUE
                    END-IF
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF BRK-UPDATED
                 PERFORM BREAKER-WRITE
              END-IF
              PERFORM BREAKER-UNLOCK
           END-IF.
       BREAKER-REPORT.
      *    A transport failure is a failed OPEN or CONVERSE after all
      *    the retries; any HTTP answer at all, even a 500, proves the
      *    service is reachable and counts as a success here.
           MOVE 'N' TO BRK-UPDATED-SW.
           PERFORM BREAKER-READ.
           IF GATE-SUCCESS
              IF NOT BRK-CLOSED OR BRK-FAIL-COUNT NOT = 0
                 PERFORM BREAKER-LOCK
                 PERFORM BREAKER-READ
                 IF NOT BRK-CLOSED
                    SET BRK-RECLOSED TO TRUE
                    PERFORM BREAKER-STAMP
                 END-IF
                 IF NOT BRK-CLOSED OR BRK-FAIL-COUNT NOT = 0
                    MOVE 'C' TO BRK-STATE
                    MOVE 0 TO BRK-FAIL-COUNT
                    SET BRK-UPDATED TO TRUE
                 END-IF
                 IF BRK-UPDATED
                    PERFORM BREAKER-WRITE
                 END-IF
                 PERFORM BREAKER-UNLOCK
              END-IF
           ELSE
              PERFORM BREAKER-LOCK
              PERFORM BREAKER-READ
              EVALUATE TRUE
                 WHEN BRK-CLOSED
                    ADD 1 TO BRK-FAIL-COUNT
                    IF BRK-FAIL-COUNT >= ZCX-CFG-BRKFAILS
                       MOVE 'O' TO BRK-STATE
                       MOVE BRK-NOW TO BRK-OPENED-ABS
                       ADD 1 TO BRK-TRIP-COUNT
                       SET BRK-TRIPPED TO TRUE
                       PERFORM BREAKER-STAMP
                    END-IF
                    SET BRK-UPDATED TO TRUE
                 WHEN BRK-TRIAL AND TRIAL-CALL
      *             The trial failed: open again for a full cool-off.
      *             The breaker never closed, so there is nothing new
      *             to alert on.
                    MOVE 'O' TO BRK-STATE
                    MOVE BRK-NOW TO BRK-OPENED-ABS
                    SET BRK-UPDATED TO TRUE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF BRK-UPDATED
                 PERFORM BREAKER-WRITE
              END-IF
              PERFORM BREAKER-UNLOCK
           END-IF.
           IF BRK-TRIPPED OR BRK-RECLOSED
              PERFORM BREAKER-ALERT
           END-IF.
       BREAKER-READ.
      *    No queue yet (a fresh region, or one nobody has called
      *    through) is a closed breaker with nothing counted.
           EXEC CICS ASKTIME
                ABSTIME(BRK-NOW)
                END-EXEC.
           EXEC CICS READQ TS
                QUEUE(BRK-QNAME)
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
       BREAKER-WRITE.
      *    REWRITE keeps the queue at one item; the first write in a
      *    fresh region creates it, as ZCXMON does with ZCXALRTQ.
           EXEC CICS WRITEQ TS
                QUEUE(BRK-QNAME)
                FROM(BRK-RECORD)
                LENGTH(BRK-RECORD-LENGTH)
                ITEM(1)
                REWRITE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS WRITEQ TS
                   QUEUE(BRK-QNAME)
                   FROM(BRK-RECORD)
                   LENGTH(BRK-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
       BREAKER-LOCK.
           EXEC CICS ENQ
                RESOURCE(BRK-QNAME)
                LENGTH(BRK-QNAMELEN)
                END-EXEC.
       BREAKER-UNLOCK.
           EXEC CICS DEQ
                RESOURCE(BRK-QNAME)
                LENGTH(BRK-QNAMELEN)
                END-EXEC.
       BREAKER-STAMP.
           EXEC CICS FORMATTIME
                ABSTIME(BRK-NOW)
                YYYYMMDD(BRK-DATE)
                TIME(BRK-TIME)
                END-EXEC.
           MOVE SPACES TO BRK-CHANGED.
           STRING BRK-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  BRK-TIME DELIMITED BY SIZE
              INTO BRK-CHANGED
           END-STRING.
       BREAKER-ALERT.
      *    Same console message plus ZCXA transient-data line that
      *    ZCXMON raises, so the automation watching ZCXA sees the
      *    breaker trip and close without any change of its own.
           MOVE ZCX-CFG-BRKFAILS TO BRK-FAILS-DISP.
           MOVE ZCX-CFG-BRKCOOLSECS TO BRK-COOL-DISP.
           MOVE SPACES TO BRK-ALERT.
           IF BRK-TRIPPED
              STRING 'ZCXGATE ALERT ' DELIMITED BY SIZE
                     ZCX-CFG-APPLID DELIMITED BY SPACE
                     ' CIRCUIT BREAKER OPEN AFTER ' DELIMITED BY SIZE
                     BRK-FAILS-DISP DELIMITED BY SIZE
                     ' TRANSPORT FAILURES - FAILING FAST FOR '
                        DELIMITED BY SIZE
                     BRK-COOL-DISP DELIMITED BY SIZE
                     ' SECONDS' DELIMITED BY SIZE
                 INTO BRK-ALERT
              END-STRING
           ELSE
              STRING 'ZCXGATE ALERT ' DELIMITED BY SIZE
                     ZCX-CFG-APPLID DELIMITED BY SPACE
                     ' CIRCUIT BREAKER CLOSED - ' DELIMITED BY SIZE
                     'ZCXRESTSERVICE ANSWERING AGAIN' DELIMITED BY SIZE
                 INTO BRK-ALERT
              END-STRING
           END-IF.
           COMPUTE BRK-ALERTLEN =
              FUNCTION LENGTH(FUNCTION TRIM(BRK-ALERT)).
           EXEC CICS WRITE OPERATOR
                TEXT(BRK-ALERT)
                TEXTLENGTH(BRK-ALERTLEN)
                END-EXEC.
           EXEC CICS WRITEQ TD
                QUEUE('ZCXA')
                FROM(BRK-ALERT)
                LENGTH(BRK-ALERTLEN)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       BREAKER-FAST-FAIL.
      *    Refused without touching the service: hand back an
      *    ordinary gateway failure so the caller falls back to
      *    ZCXCACHE or ZCXPEND straight away, and count it here.
           MOVE 1 TO GATE-RETCODE.
           SET GATE-FAST-FAILED TO TRUE.
           MOVE 0 TO GATE-STATUSCODE.
           MOVE 0 TO GATE-TOLENGTH.
           MOVE 'CIRCUIT BREAKER OPEN' TO GATE-STATUSTEXT.
           MOVE 20 TO GATE-STATUSLEN.
           MOVE SPACES TO GATE-MEDIATYPE.
           PERFORM FASTFAIL-STATS.
       FASTFAIL-STATS.
      *    Write-or-rewrite of this hour's ZCXSTATS row, the same
      *    accumulation the callers' STATS-LOG runs, touching only
      *    the fast-fail count.  A row from before the count existed
      *    reads short, so the count is zeroed before the READ.
           EXEC CICS FORMATTIME
                ABSTIME(BRK-NOW)
                YYYYMMDD(STAT-DATE-WORK)
                TIME(STAT-TIME-WORK)
                END-EXEC.
           MOVE ZCX-CFG-APPLID TO STAT-APPLID.
           MOVE STAT-DATE-WORK TO STAT-DATE.
           MOVE STAT-TIME-WORK(1:2) TO STAT-HOUR.
           MOVE 0 TO STAT-FASTFAIL-COUNT.
           EXEC CICS READ
                FILE('ZCXSTATS')
                INTO (STATS-RECORD)
                RIDFLD(STAT-KEY)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO STAT-FASTFAIL-COUNT
              EXEC CICS REWRITE
                   FILE('ZCXSTATS')
                   FROM(STATS-RECORD)
                   LENGTH(STATS-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           ELSE
              MOVE 0 TO STAT-CALL-COUNT
              MOVE 0 TO STAT-ERROR-COUNT
              MOVE 0 TO STAT-TOTAL-ELAPSED
              MOVE 0 TO STAT-MAX-ELAPSED
              MOVE 1 TO STAT-FASTFAIL-COUNT
              EXEC CICS WRITE
                   FILE('ZCXSTATS')
                   FROM(STATS-RECORD)
                   RIDFLD(STAT-KEY)
                   LENGTH(STATS-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
       CACHE-REFRESH.
      *    Every successful single-person GET leaves its last good copy
      *    in the keyed ZCXCACHE file, so the lookup transactions can
           END-IF.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE 'POST' TO AUD-VERB.
           EXEC CICS WRITE
                FILE('ZCXAUDIT')
                FROM(AUDIT-RECORD)
