      * leaves the rest of the queue for a later run.  Every replayed *
      * call is written to ZCXAUDIT and ZCXSTATS exactly like a live  *
      * maintenance call.                                             *
      *                                                                 *
      * A replay the service accepts also publishes the same change   *
      * event ZCXMAINT does on the ZCXE transient-data queue, under   *
      * the userid of the steward who made the change, so billing's   *
      * intraday ZCXEVENT feed includes the updates held back by the  *
      * outage.                                                       *
      *                                                               *
      * A queued PUT or DELETE carries the image the steward fetched  *
      * in ZCXMAINT.  Before it is replayed the person is re-read;    *
      * if the person has changed at the source since (or is gone),   *
      * the update is not sent over it blindly but parked in ZCXDEAD  *
      * with reason CONFLICT and both images, for the steward to look *
      * at in ZCXDLQM, and counted separately from the rejections.    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY ZCXGATEP.
       COPY ZCXPENDR.
       COPY ZCXDEADR.
       COPY PERSON.
       COPY ZCXEVTR.
       01 WS.
          03 PATH               PIC X(80).
          03 PATHLENGTH         PIC S9(8) USAGE BINARY.
          03 APPLIED-COUNT      PIC 9(5) VALUE ZERO.
          03 REJECTED-COUNT     PIC 9(5) VALUE ZERO.
          03 REMAINING-COUNT    PIC 9(5) VALUE ZERO.
          03 CONFLICT-COUNT     PIC 9(5) VALUE ZERO.
          03 CONFLICT-SW        PIC X(1).
             88 REPLAY-CONFLICT VALUE 'Y'.
          03 WS-DEAD-REASON     PIC X(8).
          03 WS-REQUESTID       PIC X(32).
          03 CURRENT-IMAGE.
             05 CUR-ID          PIC X(20).
             05 CUR-NAME        PIC X(40).
             05 CUR-DOB         PIC X(10).
             05 CUR-STREET      PIC X(40).
             05 CUR-CITY        PIC X(30).
             05 CUR-ZIP         PIC X(10).
             05 CUR-COUNTRY     PIC X(20).
          03 MESSAGEOUT         PIC X(120).
          03 MESSAGELENGTH      PIC S9(4) USAGE BINARY.
          03 JSON-OK-SW         PIC X(1).
             88 JSON-OK         VALUE 'Y'.
          03 EVENT-ALERT        PIC X(80).
          03 EVENT-ALERTLEN     PIC S9(8) USAGE BINARY.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET DRAIN-DONE TO TRUE
              ELSE
                 MOVE LENGTH OF PEND-RECORD TO PEND-RECORD-LENGTH
                 EXEC CICS READNEXT
                      FILE('ZCXPEND')
                      INTO (PEND-RECORD)
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    SET DRAIN-DONE TO TRUE
                 ELSE
      *             A row queued before the fetched image was carried
      *             reads short and is replayed unchecked, as before.
                    IF PEND-RECORD-LENGTH < 770
                       MOVE SPACES TO PEND-BASE
                    END-IF
                    PERFORM REPLAY-ONE-UPDATE
                    IF GATEWAY-FAILED OR REPLAY-KEEP
                       SET DRAIN-DONE TO TRUE
           END-PERFORM.
       REPLAY-ONE-UPDATE.
           PERFORM BUILD-PATH.
           MOVE 'N' TO GATEWAY-FAILED-SW.
           MOVE 'N' TO REPLAY-KEEP-SW.
           MOVE 'N' TO CONFLICT-SW.
           IF (PEND-VERB = 'PUT' OR PEND-VERB = 'DELETE')
              AND PEND-BASE NOT = SPACES
              PERFORM CHECK-FOR-CONFLICT
           END-IF.
           IF NOT GATEWAY-FAILED AND NOT REPLAY-KEEP
              AND NOT REPLAY-CONFLICT
              PERFORM SEND-REPLAY
           END-IF.
       CHECK-FOR-CONFLICT.
      *    The update was keyed against the image the steward fetched,
      *    hours ago if the outage was long.  Re-read the person with
      *    a logged, counted GET (the captured correlation ID plus -C)
      *    and compare.  A changed or vanished person means a conflict
      *    that goes to ZCXDEAD instead of the service; an answer that
      *    settles nothing keeps the entry queued and stops the drain,
      *    the same as a transient answer to the replay itself.
           MOVE SPACES TO WS-REQUESTID.
           STRING PEND-REQUESTID DELIMITED BY SPACE
                  '-C' DELIMITED BY SIZE
              INTO WS-REQUESTID
           END-STRING.
           MOVE WS-REQUESTID TO GATE-REQUESTID.
           MOVE 'GET' TO GATE-VERB.
           MOVE PATH TO GATE-PATH.
           MOVE PATHLENGTH TO GATE-PATHLENGTH.
           MOVE SPACES TO GATE-REQBODY.
           MOVE 0 TO GATE-REQLENGTH.
           EXEC CICS ASKTIME
                ABSTIME(STAT-START-TIME)
                END-EXEC.
           CALL 'ZCXGATE' USING ZCXGATE-PARMS.
           EXEC CICS ASKTIME
                ABSTIME(STAT-END-TIME)
                END-EXEC.
           COMPUTE STAT-ELAPSED-MS = STAT-END-TIME - STAT-START-TIME.
           IF GATE-FAILURE
              SET GATEWAY-FAILED TO TRUE
           ELSE
              MOVE GATE-RESPONSE TO RESPONSE
              MOVE GATE-TOLENGTH TO TOLENGTH
              MOVE GATE-STATUSTEXT TO STATUSTEXT
              MOVE GATE-MEDIATYPE TO MEDIATYPE
              MOVE GATE-STATUSCODE TO STATUSCODE
              PERFORM CHECK-DEGRADED
              PERFORM AUDIT-LOG
              IF NOT GATE-FAST-FAILED
                 PERFORM STATS-LOG
              END-IF
              MOVE SPACES TO CURRENT-IMAGE
              EVALUATE TRUE
                 WHEN STATUSCODE = 404
                    SET REPLAY-CONFLICT TO TRUE
                 WHEN SERVICE-DEGRADED
                    SET REPLAY-KEEP TO TRUE
                 WHEN OTHER
                    PERFORM PARSE-PERSON-BODY
                    IF JSON-OK
                       PERFORM COMPARE-WITH-CURRENT
                    ELSE
                       SET REPLAY-KEEP TO TRUE
                    END-IF
              END-EVALUATE
              IF REPLAY-CONFLICT
                 MOVE 'CONFLICT' TO WS-DEAD-REASON
                 PERFORM WRITE-DEAD-LETTER
                 IF DEAD-LETTER-OK
                    ADD 1 TO CONFLICT-COUNT
                    PERFORM AUDIT-CONFLICT
                 ELSE
                    SET REPLAY-KEEP TO TRUE
                 END-IF
              END-IF
           END-IF.
       COMPARE-WITH-CURRENT.
      *    Any attribute that moved is a conflict, not just the ones
      *    the update keys -- the steward decided on the whole record.
           MOVE PEND-PERSON-ID TO CUR-ID.
           MOVE PERSON-NAME TO CUR-NAME.
           MOVE PERSON-DOB TO CUR-DOB.
           MOVE PERSON-STREET TO CUR-STREET.
           MOVE PERSON-CITY TO CUR-CITY.
           MOVE PERSON-ZIP TO CUR-ZIP.
           MOVE PERSON-COUNTRY TO CUR-COUNTRY.
           IF CUR-NAME NOT = PEND-BASE-NAME
              OR CUR-DOB NOT = PEND-BASE-DOB
              OR CUR-STREET NOT = PEND-BASE-STREET
              OR CUR-CITY NOT = PEND-BASE-CITY
              OR CUR-ZIP NOT = PEND-BASE-ZIP
              OR CUR-COUNTRY NOT = PEND-BASE-COUNTRY
              SET REPLAY-CONFLICT TO TRUE
           END-IF.
       SEND-REPLAY.
      *    The replay is the same logical request the steward made --
      *    send it under its originally captured correlation ID so
      *    the service side can deduplicate against the live attempt.
                ABSTIME(STAT-END-TIME)
                END-EXEC.
           COMPUTE STAT-ELAPSED-MS = STAT-END-TIME - STAT-START-TIME.
           IF GATE-FAILURE
              SET GATEWAY-FAILED TO TRUE
           ELSE
                 IF STATUSCODE >= 400 AND STATUSCODE <= 499
                    AND STATUSCODE NOT = 401
                    AND STATUSCODE NOT = 403
                    MOVE 'REJECTED' TO WS-DEAD-REASON
                    MOVE SPACES TO CURRENT-IMAGE
                    PERFORM WRITE-DEAD-LETTER
                    IF DEAD-LETTER-OK
                       ADD 1 TO REJECTED-COUNT
                 END-IF
              END-IF
              PERFORM AUDIT-LOG
              IF NOT GATE-FAST-FAILED
                 PERFORM STATS-LOG
              END-IF
              IF STATUSCODE >= 200 AND STATUSCODE <= 299
                 PERFORM PUBLISH-CHANGE-EVENT
              END-IF
           END-IF.
       WRITE-DEAD-LETTER.
      *    The full original PEND-RECORD content plus the rejection
      *    status goes to the keyed ZCXDEAD file under the same
      *    person-ID/timestamp key, with the reason and, for a
      *    conflict, the re-read status and the current image.  A
      *    rerun that hits the same key again (the delete after a
      *    prior write failed) simply rewrites it.
           MOVE 'N' TO DEAD-OK-SW.
           INITIALIZE DEAD-RECORD.
           MOVE PEND-PERSON-ID TO DEAD-PERSON-ID.
           MOVE PEND-USERID TO DEAD-USERID.
           MOVE PEND-REQUESTID TO DEAD-REQUESTID.
           MOVE STATUSCODE TO DEAD-STATUSCODE.
           MOVE WS-DEAD-REASON TO DEAD-REASON.
           MOVE PEND-BASE TO DEAD-BASE.
           MOVE CURRENT-IMAGE TO DEAD-CURRENT.
           EXEC CICS WRITE
                FILE('ZCXDEAD')
                FROM(DEAD-RECORD)
                 MOVE PEND-USERID TO DEAD-USERID
                 MOVE PEND-REQUESTID TO DEAD-REQUESTID
                 MOVE STATUSCODE TO DEAD-STATUSCODE
                 MOVE WS-DEAD-REASON TO DEAD-REASON
                 MOVE PEND-BASE TO DEAD-BASE
                 MOVE CURRENT-IMAGE TO DEAD-CURRENT
                 EXEC CICS REWRITE
                      FILE('ZCXDEAD')
                      FROM(DEAD-RECORD)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE LENGTH OF PEND-RECORD TO PEND-RECORD-LENGTH
                 EXEC CICS READNEXT
                      FILE('ZCXPEND')
                      INTO (PEND-RECORD)
                     APPLIED-COUNT DELIMITED BY SIZE
                     ' REJECTED=' DELIMITED BY SIZE
                     REJECTED-COUNT DELIMITED BY SIZE
                     ' CONFLICT=' DELIMITED BY SIZE
                     CONFLICT-COUNT DELIMITED BY SIZE
                     ' REMAINING=' DELIMITED BY SIZE
                     REMAINING-COUNT DELIMITED BY SIZE
                     ' - GATEWAY STILL UNAVAILABLE' DELIMITED BY SIZE
                 INTO MESSAGEOUT
              END-STRING
              MOVE 96 TO MESSAGELENGTH
           ELSE IF REPLAY-KEEP
              STRING 'ZCXDRAIN APPLIED=' DELIMITED BY SIZE
                     APPLIED-COUNT DELIMITED BY SIZE
                     ' REJECTED=' DELIMITED BY SIZE
                     REJECTED-COUNT DELIMITED BY SIZE
                     ' CONFLICT=' DELIMITED BY SIZE
                     CONFLICT-COUNT DELIMITED BY SIZE
                     ' REMAINING=' DELIMITED BY SIZE
                     REMAINING-COUNT DELIMITED BY SIZE
                     ' - SERVICE ERROR ' DELIMITED BY SIZE
                     ', DRAIN STOPPED' DELIMITED BY SIZE
                 INTO MESSAGEOUT
              END-STRING
              MOVE 104 TO MESSAGELENGTH
           ELSE
              STRING 'ZCXDRAIN APPLIED=' DELIMITED BY SIZE
                     APPLIED-COUNT DELIMITED BY SIZE
                     ' REJECTED=' DELIMITED BY SIZE
                     REJECTED-COUNT DELIMITED BY SIZE
                     ' CONFLICT=' DELIMITED BY SIZE
                     CONFLICT-COUNT DELIMITED BY SIZE
                     ' - QUEUE EMPTY' DELIMITED BY SIZE
                 INTO MESSAGEOUT
              END-STRING
              MOVE 66 TO MESSAGELENGTH
           END-IF.
           EXEC CICS SEND TEXT ERASE FREEKB
                FROM (MESSAGEOUT)
                TERMID(AUD-TERMID)
                END-EXEC.
           MOVE PATH TO AUD-PATH.
           MOVE GATE-REQUESTID TO AUD-REQUESTID.
           MOVE STATUSCODE TO AUD-STATUSCODE.
           MOVE RESPONSE TO AUD-RESPONSE.
           MOVE DEGRADED-SW TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE GATE-VERB TO AUD-VERB.
           EXEC CICS WRITE
                FILE('ZCXAUDIT')
                FROM(AUDIT-RECORD)
                LENGTH(AUDIT-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       AUDIT-CONFLICT.
      *    The update parked as a conflict is on the audit trail next
      *    to the re-read that stopped it.  No call was made for it,
      *    so there is no status code or verb; the response text says
      *    what was not replayed and where it went.
           EXEC CICS ASKTIME
                ABSTIME(AUD-ABSTIME)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(AUD-ABSTIME)
                YYYYMMDD(AUD-DATE)
                TIME(AUD-TIME)
                END-EXEC.
           STRING AUD-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
              INTO AUD-TIMESTAMP
           END-STRING.
           EXEC CICS ASSIGN
                USERID(AUD-USERID)
                TERMID(AUD-TERMID)
                END-EXEC.
           MOVE PATH TO AUD-PATH.
           MOVE PEND-REQUESTID TO AUD-REQUESTID.
           MOVE 0 TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'UPDATE CONFLICT - ' DELIMITED BY SIZE
                  PEND-VERB DELIMITED BY SPACE
                  ' NOT REPLAYED, PERSON CHANGED AT SOURCE SINCE '
                     DELIMITED BY SIZE
                  'FETCHED - PARKED IN ZCXDEAD ' DELIMITED BY SIZE
                  PEND-STAMP DELIMITED BY SIZE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
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
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
       PUBLISH-CHANGE-EVENT.
      *    The same event ZCXMAINT publishes for a live change, under
      *    the steward who keyed it and the captured correlation ID.
      *    The after-image is the person the service returned; if it
      *    returned no body, it is the fetched image queued with the
      *    update with the queued body's fields laid over it.  A
      *    queued POST carries no person ID, so the ID comes from the
      *    returned body.  AUDIT-LOG has just stamped the call.
           INITIALIZE EVT-RECORD.
           MOVE AUD-TIMESTAMP TO EVT-TIMESTAMP.
           MOVE PEND-VERB TO EVT-VERB.
           MOVE PEND-USERID TO EVT-USERID.
           MOVE PEND-REQUESTID TO EVT-REQUESTID.
           MOVE EIBTRNID TO EVT-TRANSID.
           IF PEND-VERB NOT = 'DELETE'
              MOVE 'N' TO JSON-OK-SW
              IF TOLENGTH > 0
                 PERFORM PARSE-PERSON-BODY
              END-IF
              IF JSON-OK
                 MOVE PERSON-ID TO EVT-AFT-ID
                 MOVE PERSON-NAME TO EVT-AFT-NAME
                 MOVE PERSON-DOB TO EVT-AFT-DOB
                 MOVE PERSON-STREET TO EVT-AFT-STREET
                 MOVE PERSON-CITY TO EVT-AFT-CITY
                 MOVE PERSON-ZIP TO EVT-AFT-ZIP
                 MOVE PERSON-COUNTRY TO EVT-AFT-COUNTRY
              ELSE
                 PERFORM OVERLAY-QUEUED-BODY
              END-IF
           END-IF.
           IF PEND-PERSON-ID = SPACES
              MOVE EVT-AFT-ID TO EVT-PERSON-ID
           ELSE
              MOVE PEND-PERSON-ID TO EVT-PERSON-ID
           END-IF.
           EXEC CICS WRITEQ TD
                QUEUE('ZCXE')
                FROM(EVT-RECORD)
                LENGTH(EVT-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
      *    The replay itself has been applied and must still leave
      *    ZCXPEND; a lost event is reported to the console now and
      *    shows up in the ZCXEVCHK check as a delta with no event.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO EVENT-ALERT
              STRING 'ZCXDRAIN CHANGE EVENT NOT PUBLISHED - '
                        DELIMITED BY SIZE
                     PEND-VERB DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     EVT-PERSON-ID DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     PEND-REQUESTID DELIMITED BY SPACE
                 INTO EVENT-ALERT
              END-STRING
              COMPUTE EVENT-ALERTLEN =
                 FUNCTION LENGTH(FUNCTION TRIM(EVENT-ALERT))
              EXEC CICS WRITE OPERATOR
                   TEXT(EVENT-ALERT)
                   TEXTLENGTH(EVENT-ALERTLEN)
                   END-EXEC
           END-IF.
       OVERLAY-QUEUED-BODY.
      *    A PUT body names only the fields the steward changed, so
      *    the rest come from the image they were keyed against; a
      *    POST (or a row queued without one) has the body alone.
           MOVE PEND-BASE TO EVT-AFTER.
           INITIALIZE PERSON-RECORD.
           IF PEND-BODYLEN > 0
              JSON PARSE PEND-BODY(1:PEND-BODYLEN)
                   INTO PERSON-RECORD
                   ON EXCEPTION
                      CONTINUE
              END-JSON
           END-IF.
           MOVE PEND-PERSON-ID TO EVT-AFT-ID.
           IF PERSON-NAME NOT = SPACES
              MOVE PERSON-NAME TO EVT-AFT-NAME
           END-IF.
           IF PERSON-DOB NOT = SPACES
              MOVE PERSON-DOB TO EVT-AFT-DOB
           END-IF.
           IF PERSON-STREET NOT = SPACES
              MOVE PERSON-STREET TO EVT-AFT-STREET
           END-IF.
           IF PERSON-CITY NOT = SPACES
              MOVE PERSON-CITY TO EVT-AFT-CITY
           END-IF.
           IF PERSON-ZIP NOT = SPACES
              MOVE PERSON-ZIP TO EVT-AFT-ZIP
           END-IF.
           IF PERSON-COUNTRY NOT = SPACES
              MOVE PERSON-COUNTRY TO EVT-AFT-COUNTRY
           END-IF.
       PARSE-PERSON-BODY.
      *    Same parse as ZCXMAINT's: the response JSON into the named
      *    PERSON-RECORD fields.
           MOVE 'N' TO JSON-OK-SW.
           INITIALIZE PERSON-RECORD.
           JSON PARSE RESPONSE(1:TOLENGTH) INTO PERSON-RECORD
                ON EXCEPTION
                   CONTINUE
                NOT ON EXCEPTION
                   SET JSON-OK TO TRUE
           END-JSON.
