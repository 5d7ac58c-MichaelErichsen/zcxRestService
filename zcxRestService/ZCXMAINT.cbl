      * The WEB OPEN/CONVERSE/CLOSE sequence this program used to     *
      * hand-roll now lives in the shared ZCXGATE subroutine, the     *
      * same as every other transaction that calls zcxRestService.    *
      *                                                                 *
      * A DELETE no longer takes effect the moment one steward        *
      * presses ENTER: it is validated and authorized as before, then *
      * held in the keyed ZCXAPPR file (with the body and request ID  *
      * it would have been sent with) for a second userid holding     *
      * PERM-DELETE to approve or reject on the ZCXAPPR transaction.  *
      * With ZCX-CFG-APPRPUT set to Y a PUT that changes the name or  *
      * DOB is held the same way.  Every hold is written to ZCXAUDIT. *
      *                                                                 *
      * On POST and PUT a keyed zip is also looked up, with the       *
      * country, in the keyed ZCXPOST postal reference file (a PUT    *
      * keying only the city, zip or country is checked with the zip  *
      * and country the person already has filling the gaps): a city  *
      * that is not the zip's official city is rejected, a blank city *
      * is filled in from it, and a zip the file does not know for a  *
      * loaded country is rejected.  A country with no reference data *
      * loaded keeps the shape-only zip check.                        *
      *                                                                 *
      * Every POST, PUT or DELETE the service accepts is published as *
      * a change event (ZCXEVTR layout) on the ZCXE transient-data    *
      * queue, which drains to the ZCXEVENT file billing reads during *
      * the day, so a change no longer waits for the nightly delta.   *
      *                                                               *
      * A steward can also arrive here by XCTL from the ZCXEXQM       *
      * exception work queue with a ZCXJUMP COMMAREA; the entry       *
      * screen then opens with that person ID and a GET keyed, ready  *
      * for ENTER.                                                    *
      *                                                               *
      * A PUT or DELETE of the person last fetched on this screen     *
      * re-reads the person first.  If it has changed at the source   *
      * since (another steward got there first) nothing is sent: the  *
      * ZCXCNFMM conflict screen shows, field by field, the value as  *
      * fetched, the value the source holds now and the steward's own *
      * keyed value.  ENTER goes back to the change (ENTER again      *
      * sends it over the current values), PF12 drops it.  A queued   *
      * update takes the fetched image to ZCXPEND for ZCXDRAIN, and a *
      * held one to ZCXAPPR, so each re-checks before it is sent.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       COPY ZCXGATEP.
       COPY ZCXPENDR.
       COPY ZCXPERMR.
       COPY ZCXAPPRR.
       COPY ZCXPOSTR.
       COPY ZCXEVTR.
       COPY ZCXMNTS.
       COPY ZCXCNFS.
       COPY ZCXJUMP.
       01 WS.
          03 PATH               PIC X(80).
          03 PATHLENGTH         PIC S9(8) USAGE BINARY.
          03 MEDIATYPE          PIC X(56).
          03 WS-RESP            PIC S9(8) USAGE BINARY.
          03 WS-RESP2           PIC S9(8) USAGE BINARY.
          03 WS-ENTRY.
             05 WS-VERB         PIC X(6).
             05 WS-PERSON-ID    PIC X(20).
             05 WS-CITY         PIC X(30).
             05 WS-ZIP          PIC X(10).
             05 WS-COUNTRY      PIC X(20).
          03 WS-POSTAL-ZIP      PIC X(10).
          03 WS-POSTAL-COUNTRY  PIC X(20).
          03 WS-COUNTRY-U       PIC X(20).
          03 WS-CITY-U          PIC X(30).
          03 WS-POST-RID.
             05 WS-POST-COUNTRY PIC X(20).
             05 WS-POST-ZIP     PIC X(10).
          03 CITY-FILLED-SW     PIC X(1).
             88 CITY-FILLED     VALUE 'Y'.
          03 REQUEST-BODY       PIC X(512).
          03 REQUESTLENGTH      PIC S9(8) USAGE BINARY.
          03 VALID-SW           PIC X(1).
          03 WS-USERID          PIC X(8).
          03 AUTH-SW            PIC X(1).
             88 AUTH-ALLOWED    VALUE 'Y'.
          03 APPROVAL-SW        PIC X(1).
             88 APPROVAL-NEEDED VALUE 'Y'.
          03 HELD-SW            PIC X(1).
             88 REQUEST-HELD    VALUE 'Y'.
          03 EVENT-ALERT        PIC X(80).
          03 EVENT-ALERTLEN     PIC S9(8) USAGE BINARY.
          03 CONFLICT-SW        PIC X(1).
             88 UPDATE-CONFLICT VALUE 'Y'.
          03 SAVE-VERB          PIC X(6).
          03 SAVE-REQUESTID     PIC X(32).
          03 SAVE-REQLENGTH     PIC S9(8) USAGE BINARY.
          03 ROW-SUB            PIC S9(4) USAGE BINARY.
      *    Image 1 is the person as the steward last fetched it (the
      *    base a PUT or DELETE is checked against), image 2 as the
      *    source held it when the check found a conflict.  The entry
      *    the steward keyed rides along while the conflict is shown.
       01 COMM-AREA.
          03 COMM-STATE         PIC X(1).
             88 COMM-CONFLICT-SHOWN VALUE 'C'.
          03 COMM-CURRENT-SW    PIC X(1).
             88 COMM-CURRENT-GONE VALUE 'G'.
          03 COMM-IMAGE OCCURS 2 TIMES.
             05 COMM-ID         PIC X(20).
             05 COMM-NAME       PIC X(40).
             05 COMM-DOB        PIC X(10).
             05 COMM-STREET     PIC X(40).
             05 COMM-CITY       PIC X(30).
             05 COMM-ZIP        PIC X(10).
             05 COMM-COUNTRY    PIC X(20).
          03 COMM-MINE          PIC X(176).
       01 CONFLICT-ROWS.
          03 CR-ROW OCCURS 6 TIMES.
             05 CR-FETCHED      PIC X(40).
             05 CR-CURRENT      PIC X(40).
             05 CR-MINE         PIC X(40).
       LINKAGE SECTION.
       01 DFHCOMMAREA           PIC X(518).
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           EVALUATE TRUE
              WHEN EIBCALEN = 0
                 PERFORM SEND-INITIAL-MAP
                 PERFORM RETURN-TO-SCREEN
              WHEN EIBCALEN = JUMP-AREA-LENGTH
                 MOVE DFHCOMMAREA(1:24) TO JUMP-AREA
                 PERFORM SEND-JUMP-MAP
                 PERFORM RETURN-TO-SCREEN
              WHEN COMM-CONFLICT-SHOWN
                 EVALUATE EIBAID
                    WHEN DFHPF3
                       PERFORM SEND-GOODBYE
                       EXEC CICS RETURN
                            END-EXEC
                    WHEN DFHPF12
                       PERFORM DROP-MINE
                    WHEN OTHER
                       PERFORM KEEP-MINE
                 END-EVALUATE
                 PERFORM RETURN-TO-SCREEN
              WHEN OTHER
                 PERFORM RECEIVE-REQUEST
                 EVALUATE EIBAID
                    WHEN DFHPF3
                    WHEN DFHPF12
                       PERFORM SEND-GOODBYE
                       EXEC CICS RETURN
                            END-EXEC
                    WHEN OTHER
                       PERFORM VALIDATE-FIELDS
                       IF FIELDS-VALID
                          PERFORM CHECK-AUTHORIZATION
                       END-IF
                       IF FIELDS-VALID AND AUTH-ALLOWED
                          PERFORM BUILD-REQUEST-JSON
                          PERFORM BUILD-PATH
                          PERFORM GENERATE-REQUEST-ID
                          PERFORM CHECK-FOR-CONFLICT
                          IF UPDATE-CONFLICT
                             PERFORM AUDIT-CONFLICT
                             PERFORM SEND-CONFLICT-MAP
                          ELSE
                             PERFORM SEND-OR-HOLD
                          END-IF
                       ELSE
                          IF FIELDS-VALID
                             PERFORM BUILD-PATH
                             PERFORM AUDIT-DENIED
                             PERFORM SEND-DENIED-MAP
                          ELSE
                             PERFORM SEND-ERROR-MAP
                          END-IF
                       END-IF
                       PERFORM RETURN-TO-SCREEN
                 END-EVALUATE
           END-EVALUATE.
           GOBACK.
       SEND-OR-HOLD.
           PERFORM CHECK-APPROVAL-NEEDED.
           IF APPROVAL-NEEDED
              PERFORM HOLD-FOR-APPROVAL
              PERFORM SEND-HELD-MAP
           ELSE
              PERFORM WEB-CONVERSATION
              IF GATEWAY-FAILED
                 AND WS-VERB NOT = 'GET'
                 PERFORM QUEUE-PENDING-UPDATE
              END-IF
              PERFORM USER-RESPONSE
              PERFORM AUDIT-LOG
              IF NOT GATE-FAST-FAILED
                 PERFORM STATS-LOG
              END-IF
              IF NOT GATEWAY-FAILED
                 AND WS-VERB NOT = 'GET'
                 AND STATUSCODE >= 200
                 AND STATUSCODE <= 299
                 PERFORM PUBLISH-CHANGE-EVENT
              END-IF
              PERFORM REMEMBER-BASE-IMAGE
           END-IF.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE COMM-AREA.
           IF EIBCALEN = LENGTH OF COMM-AREA
              MOVE DFHCOMMAREA TO COMM-AREA
           END-IF.
           PERFORM CONFIG-LOOKUP.
       RETURN-TO-SCREEN.
           EXEC CICS RETURN
                TRANSID('ZCXM')
                COMMAREA(COMM-AREA)
                LENGTH(518)
                END-EXEC.
       CONFIG-LOOKUP.
      *    Look up HOST/PORTNUMBER/PATH for this region's APPLID from
      *    the ZCXCFGQ control file instead of coding them as literals,
                FROM(ZCXMNTO)
                ERASE FREEKB
                END-EXEC.
       SEND-JUMP-MAP.
      *    Sent over from the work queue: the person is keyed for a
      *    GET, nothing is called until the steward presses ENTER.
           MOVE LOW-VALUES TO ZCXMNTO.
           MOVE 'GET' TO ACTIONO.
           MOVE JUMP-PERSON-ID TO PERSONIDO.
           MOVE 'PERSON FROM THE WORK QUEUE - PRESS ENTER TO FETCH IT'
              TO MSGO.
           EXEC CICS SEND MAP('ZCXMNT')
                MAPSET('ZCXMNTM')
                FROM(ZCXMNTO)
                ERASE FREEKB
                END-EXEC.
       SEND-GOODBYE.
           MOVE LOW-VALUES TO ZCXMNTO.
           MOVE 'GOODBYE' TO MSGO.
           IF FIELDS-VALID AND WS-DOB NOT = SPACES
              PERFORM VALIDATE-DOB
           END-IF.
           IF FIELDS-VALID
              PERFORM SET-POSTAL-FIELDS
           END-IF.
           IF FIELDS-VALID AND WS-POSTAL-ZIP NOT = SPACES
              AND (WS-ZIP NOT = SPACES OR WS-COUNTRY NOT = SPACES)
              PERFORM VALIDATE-ZIP
           END-IF.
           IF FIELDS-VALID AND WS-POSTAL-ZIP NOT = SPACES
              AND (WS-VERB = 'POST' OR WS-VERB = 'PUT')
              AND (WS-ZIP NOT = SPACES OR WS-CITY NOT = SPACES
                   OR WS-COUNTRY NOT = SPACES)
              PERFORM VALIDATE-POSTAL
           END-IF.
           IF FIELDS-VALID AND WS-VERB = 'PUT'
              PERFORM VALIDATE-ANY-FIELD
           END-IF.
       SET-POSTAL-FIELDS.
      *    A PUT sends only what was keyed, so a new city alone, or a
      *    new zip without the country, is checked against the zip
      *    and country the person already has -- the ones fetched on
      *    this screen -- instead of escaping the postal checks.
           MOVE WS-ZIP TO WS-POSTAL-ZIP.
           MOVE WS-COUNTRY TO WS-POSTAL-COUNTRY.
           IF WS-VERB = 'PUT'
              AND COMM-ID(1) NOT = SPACES
              AND COMM-ID(1) = WS-PERSON-ID
              IF WS-POSTAL-ZIP = SPACES
                 MOVE COMM-ZIP(1) TO WS-POSTAL-ZIP
              END-IF
              IF WS-POSTAL-COUNTRY = SPACES
                 MOVE COMM-COUNTRY(1) TO WS-POSTAL-COUNTRY
              END-IF
           END-IF.
       VALIDATE-ACTION.
           IF WS-VERB NOT = 'GET' AND WS-VERB NOT = 'POST'
              AND WS-VERB NOT = 'PUT' AND WS-VERB NOT = 'DELETE'
              TO WS-ERRMSG.
           MOVE 4 TO WS-ERRFIELD.
       VALIDATE-ZIP.
      *    The zip format has to suit the country (on a PUT, the
      *    person's own where none was keyed); countries without a
      *    known format just need something keyed.
           MOVE FUNCTION UPPER-CASE(WS-POSTAL-COUNTRY)
              TO WS-COUNTRY-U.
           COMPUTE ZIP-LEN =
              FUNCTION LENGTH(FUNCTION TRIM(WS-POSTAL-ZIP)).
           EVALUATE WS-COUNTRY-U
              WHEN 'US'
              WHEN 'USA'
                 IF ZIP-LEN NOT = 5 OR WS-POSTAL-ZIP(1:5) IS NOT NUMERIC
                    PERFORM ZIP-ERROR
                 END-IF
              WHEN 'DE'
              WHEN 'GERMANY'
                 IF ZIP-LEN NOT = 5 OR WS-POSTAL-ZIP(1:5) IS NOT NUMERIC
                    PERFORM ZIP-ERROR
                 END-IF
              WHEN 'DK'
              WHEN 'DENMARK'
                 IF ZIP-LEN NOT = 4 OR WS-POSTAL-ZIP(1:4) IS NOT NUMERIC
                    PERFORM ZIP-ERROR
                 END-IF
              WHEN OTHER
           MOVE 'ZIP DOES NOT SUIT COUNTRY (US/DE 5, DK 4 DIGITS)'
              TO WS-ERRMSG.
           MOVE 7 TO WS-ERRFIELD.
       VALIDATE-POSTAL.
      *    The zip's shape is right; now check it against the postal
      *    reference for the country, keyed the way ZCXPSTL loads it.
      *    Without a country there is nothing to look up, and a
      *    country with no rows on the file (or the file unavailable)
      *    falls back to the shape check alone.
           MOVE FUNCTION UPPER-CASE(WS-POSTAL-COUNTRY)
              TO WS-POST-COUNTRY.
           EVALUATE WS-POST-COUNTRY
              WHEN 'USA'
                 MOVE 'US' TO WS-POST-COUNTRY
              WHEN 'GERMANY'
                 MOVE 'DE' TO WS-POST-COUNTRY
              WHEN 'DENMARK'
                 MOVE 'DK' TO WS-POST-COUNTRY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE WS-POSTAL-ZIP TO WS-POST-ZIP.
           IF WS-POST-COUNTRY NOT = SPACES
              EXEC CICS READ
                   FILE('ZCXPOST')
                   INTO (POST-RECORD)
                   RIDFLD(WS-POST-RID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    PERFORM CHECK-POSTAL-CITY
                 WHEN DFHRESP(NOTFND)
                    PERFORM CHECK-POSTAL-COUNTRY
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
       CHECK-POSTAL-CITY.
      *    A blank city takes the official name; a keyed one has to
      *    be it, whatever the case it was keyed in.
           IF WS-CITY = SPACES
              MOVE POST-CITY TO WS-CITY
              SET CITY-FILLED TO TRUE
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-CITY) TO WS-CITY-U
              IF WS-CITY-U NOT = POST-CITY
                 MOVE 'N' TO VALID-SW
                 STRING 'CITY DOES NOT MATCH ZIP - OFFICIAL CITY IS '
                           DELIMITED BY SIZE
                        POST-CITY DELIMITED BY SIZE
                    INTO WS-ERRMSG
                 END-STRING
                 MOVE 6 TO WS-ERRFIELD
              END-IF
           END-IF.
       CHECK-POSTAL-COUNTRY.
      *    The zip is not on file.  If the country has reference data
      *    at all, the zip does not exist there; if it has none, the
      *    shape check already passed and that is all we can do.
           MOVE LOW-VALUES TO WS-POST-ZIP.
           EXEC CICS STARTBR
                FILE('ZCXPOST')
                RIDFLD(WS-POST-RID)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS READNEXT
                   FILE('ZCXPOST')
                   INTO (POST-RECORD)
                   RIDFLD(WS-POST-RID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              EXEC CICS ENDBR
                   FILE('ZCXPOST')
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND POST-COUNTRY = WS-POST-COUNTRY
                 MOVE 'N' TO VALID-SW
                 MOVE 'ZIP IS NOT A KNOWN POSTAL CODE FOR THIS COUNTRY'
                    TO WS-ERRMSG
                 MOVE 7 TO WS-ERRFIELD
              END-IF
           END-IF.
       VALIDATE-ANY-FIELD.
           IF WS-NAME = SPACES AND WS-DOB = SPACES
              AND WS-STREET = SPACES AND WS-CITY = SPACES
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'Y' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE WS-VERB TO AUD-VERB.
           EXEC CICS WRITE
                FILE('ZCXAUDIT')
                FROM(AUDIT-RECORD)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       CHECK-APPROVAL-NEEDED.
      *    One steward pressing ENTER on a wrong person ID once removed
      *    an active customer from billing.  A DELETE always needs a
      *    second pair of eyes; a PUT only when the region asks for it
      *    and the amendment keys a new name or DOB (a PUT is a partial
      *    amendment, so a keyed field is a changed field).
           MOVE 'N' TO APPROVAL-SW.
           IF WS-VERB = 'DELETE'
              SET APPROVAL-NEEDED TO TRUE
           END-IF.
           IF WS-VERB = 'PUT' AND ZCX-CFG-APPRPUT-YES
              AND (WS-NAME NOT = SPACES OR WS-DOB NOT = SPACES)
              SET APPROVAL-NEEDED TO TRUE
           END-IF.
       HOLD-FOR-APPROVAL.
      *    Capture the request exactly as it would have been sent --
      *    verb, body and correlation ID -- in the keyed ZCXAPPR file
      *    instead of calling ZCXGATE.  The ZCXAPPR transaction sends
      *    it once a second userid approves it.  The ABSTIME of the
      *    capture drives the expiry of a request nobody decides on.
      *    The fetched image goes with it, as it does to ZCXPEND, so
      *    the approval can tell whether the person moved meanwhile.
           MOVE 'N' TO HELD-SW.
           EXEC CICS ASKTIME
                ABSTIME(AUD-ABSTIME)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(AUD-ABSTIME)
                YYYYMMDD(AUD-DATE)
                TIME(AUD-TIME)
                END-EXEC.
           INITIALIZE APPR-RECORD.
           MOVE WS-PERSON-ID TO APPR-PERSON-ID.
           STRING AUD-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
              INTO APPR-STAMP
           END-STRING.
           MOVE WS-VERB TO APPR-VERB.
           MOVE REQUEST-BODY TO APPR-BODY.
           MOVE REQUESTLENGTH TO APPR-BODYLEN.
           MOVE WS-REQUESTID TO APPR-REQUESTID.
           MOVE AUD-ABSTIME TO APPR-ABSTIME.
           IF (WS-VERB = 'PUT' OR WS-VERB = 'DELETE')
              AND COMM-ID(1) NOT = SPACES
              AND COMM-ID(1) = WS-PERSON-ID
              MOVE COMM-IMAGE(1) TO APPR-BASE
           ELSE
              MOVE SPACES TO APPR-BASE
           END-IF.
           EXEC CICS ASSIGN
                USERID(APPR-USERID)
                TERMID(APPR-TERMID)
                END-EXEC.
           EXEC CICS WRITE
                FILE('ZCXAPPR')
                FROM(APPR-RECORD)
                RIDFLD(APPR-KEY)
                LENGTH(APPR-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET REQUEST-HELD TO TRUE
              PERFORM AUDIT-HELD
           END-IF.
       AUDIT-HELD.
      *    Every held request is on the audit trail the moment it is
      *    captured -- no call was made, so there is no status code;
      *    the response text names the hold and the capture key the
      *    approver will see.
           STRING AUD-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
              INTO AUD-TIMESTAMP
           END-STRING.
           MOVE APPR-USERID TO AUD-USERID.
           MOVE APPR-TERMID TO AUD-TERMID.
           MOVE 'APPR-REQUEST' TO AUD-PATH.
           MOVE WS-REQUESTID TO AUD-REQUESTID.
           MOVE 0 TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'HELD FOR APPROVAL ' DELIMITED BY SIZE
                  WS-VERB DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  PATH DELIMITED BY SPACE
                  ' CAPTURED ' DELIMITED BY SIZE
                  APPR-STAMP DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  REQUEST-BODY DELIMITED BY SIZE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           EXEC CICS WRITE
                FILE('ZCXAUDIT')
                FROM(AUDIT-RECORD)
                LENGTH(AUDIT-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       SEND-HELD-MAP.
           MOVE LOW-VALUES TO ZCXMNTO.
           PERFORM ECHO-ENTRY-FIELDS.
           MOVE SPACES TO MSGO.
           IF REQUEST-HELD
              STRING WS-VERB DELIMITED BY SPACE
                     ' HELD FOR APPROVAL BY A SECOND USERID (ZCXV)'
                        DELIMITED BY SIZE
                 INTO MSGO
              END-STRING
           ELSE
              MOVE 'HOLD FAILED - ZCXAPPR FILE ERROR, NOTHING SENT'
                 TO MSGO
           END-IF.
           EXEC CICS SEND MAP('ZCXMNT')
                MAPSET('ZCXMNTM')
                FROM(ZCXMNTO)
                ERASE FREEKB
                END-EXEC.
       SEND-DENIED-MAP.
           MOVE LOW-VALUES TO ZCXMNTO.
           PERFORM ECHO-ENTRY-FIELDS.
                  WS-TASKNUM DELIMITED BY SIZE
              INTO WS-REQUESTID
           END-STRING.
       CHECK-FOR-CONFLICT.
      *    Two stewards who fetched the same person used to overwrite
      *    each other's change without either of them noticing.  A
      *    PUT or DELETE of the person last fetched on this screen now
      *    re-reads the person first and compares it with the image
      *    the steward was shown; if anything has changed since (or
      *    the person is gone) nothing is sent.  Without a fetched
      *    image there is nothing to compare with, and a re-read the
      *    gateway cannot answer does not stop the update -- if it is
      *    queued, the image goes with it and ZCXDRAIN checks it when
      *    the update is replayed.
           MOVE 'N' TO CONFLICT-SW.
           MOVE SPACE TO COMM-CURRENT-SW.
           IF (WS-VERB = 'PUT' OR WS-VERB = 'DELETE')
              AND COMM-ID(1) NOT = SPACES
              AND COMM-ID(1) = WS-PERSON-ID
              PERFORM RECHECK-PERSON
           END-IF.
       RECHECK-PERSON.
      *    The re-read is an ordinary logged, counted GET carrying the
      *    update's correlation ID plus -C, so the two calls can be
      *    told apart on the audit trail.  The update's own verb, ID
      *    and body length are put back afterwards.
           MOVE WS-VERB TO SAVE-VERB.
           MOVE WS-REQUESTID TO SAVE-REQUESTID.
           MOVE REQUESTLENGTH TO SAVE-REQLENGTH.
           MOVE 'GET' TO WS-VERB.
           MOVE 0 TO REQUESTLENGTH.
           MOVE SPACES TO WS-REQUESTID.
           STRING SAVE-REQUESTID DELIMITED BY SPACE
                  '-C' DELIMITED BY SIZE
              INTO WS-REQUESTID
           END-STRING.
           PERFORM WEB-CONVERSATION.
           PERFORM CHECK-DEGRADED.
           PERFORM AUDIT-LOG.
           IF NOT GATE-FAST-FAILED
              PERFORM STATS-LOG
           END-IF.
           EVALUATE TRUE
              WHEN GATEWAY-FAILED
                 CONTINUE
              WHEN STATUSCODE = 404
                 MOVE SPACES TO COMM-IMAGE(2)
                 SET COMM-CURRENT-GONE TO TRUE
                 SET UPDATE-CONFLICT TO TRUE
              WHEN SERVICE-DEGRADED
                 CONTINUE
              WHEN OTHER
                 PERFORM PARSE-PERSON-BODY
                 IF JSON-OK
                    PERFORM COMPARE-WITH-CURRENT
                 END-IF
           END-EVALUATE.
           MOVE 'N' TO JSON-OK-SW.
           MOVE SAVE-VERB TO WS-VERB.
           MOVE SAVE-REQUESTID TO WS-REQUESTID.
           MOVE SAVE-REQLENGTH TO REQUESTLENGTH.
       COMPARE-WITH-CURRENT.
      *    Any attribute that differs from the fetched image is a
      *    conflict, not just the ones this update keys -- the steward
      *    decided on the whole record as it was shown.
           MOVE WS-PERSON-ID TO COMM-ID(2).
           MOVE PERSON-NAME TO COMM-NAME(2).
           MOVE PERSON-DOB TO COMM-DOB(2).
           MOVE PERSON-STREET TO COMM-STREET(2).
           MOVE PERSON-CITY TO COMM-CITY(2).
           MOVE PERSON-ZIP TO COMM-ZIP(2).
           MOVE PERSON-COUNTRY TO COMM-COUNTRY(2).
           PERFORM LOAD-CONFLICT-ROWS.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 6
              IF CR-FETCHED(ROW-SUB) NOT = CR-CURRENT(ROW-SUB)
                 SET UPDATE-CONFLICT TO TRUE
              END-IF
           END-PERFORM.
       LOAD-CONFLICT-ROWS.
      *    One row per attribute, in screen order: as fetched, as the
      *    source holds it now, and as keyed.  A PUT only sends keyed
      *    fields, so a blank keyed field is one the steward left
      *    alone; a DELETE removes the whole person.
           MOVE COMM-NAME(1) TO CR-FETCHED(1).
           MOVE COMM-DOB(1) TO CR-FETCHED(2).
           MOVE COMM-STREET(1) TO CR-FETCHED(3).
           MOVE COMM-CITY(1) TO CR-FETCHED(4).
           MOVE COMM-ZIP(1) TO CR-FETCHED(5).
           MOVE COMM-COUNTRY(1) TO CR-FETCHED(6).
           MOVE COMM-NAME(2) TO CR-CURRENT(1).
           MOVE COMM-DOB(2) TO CR-CURRENT(2).
           MOVE COMM-STREET(2) TO CR-CURRENT(3).
           MOVE COMM-CITY(2) TO CR-CURRENT(4).
           MOVE COMM-ZIP(2) TO CR-CURRENT(5).
           MOVE COMM-COUNTRY(2) TO CR-CURRENT(6).
           MOVE WS-NAME TO CR-MINE(1).
           MOVE WS-DOB TO CR-MINE(2).
           MOVE WS-STREET TO CR-MINE(3).
           MOVE WS-CITY TO CR-MINE(4).
           MOVE WS-ZIP TO CR-MINE(5).
           MOVE WS-COUNTRY TO CR-MINE(6).
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 6
              IF COMM-CURRENT-GONE
                 MOVE '(DELETED)' TO CR-CURRENT(ROW-SUB)
              END-IF
              IF WS-VERB = 'DELETE'
                 MOVE '(DELETE)' TO CR-MINE(ROW-SUB)
              ELSE
                 IF CR-MINE(ROW-SUB) = SPACES
                    MOVE '(NOT CHANGED)' TO CR-MINE(ROW-SUB)
                 END-IF
              END-IF
           END-PERFORM.
       AUDIT-CONFLICT.
      *    The update that was held back is on the audit trail next to
      *    the re-read that stopped it.  No call was made for it, so
      *    there is no status code or verb; the response text says
      *    what was not sent and why.
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
           MOVE WS-REQUESTID TO AUD-REQUESTID.
           MOVE 0 TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           IF COMM-CURRENT-GONE
              STRING 'UPDATE CONFLICT - ' DELIMITED BY SIZE
                     WS-VERB DELIMITED BY SPACE
                     ' NOT SENT, PERSON DELETED AT SOURCE SINCE FETCHED'
                        DELIMITED BY SIZE
                 INTO AUD-RESPONSE
              END-STRING
           ELSE
              STRING 'UPDATE CONFLICT - ' DELIMITED BY SIZE
                     WS-VERB DELIMITED BY SPACE
                     ' NOT SENT, PERSON CHANGED AT SOURCE SINCE FETCHED'
                        DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     REQUEST-BODY DELIMITED BY SIZE
                 INTO AUD-RESPONSE
              END-STRING
           END-IF.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           EXEC CICS WRITE
                FILE('ZCXAUDIT')
                FROM(AUDIT-RECORD)
                LENGTH(AUDIT-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       WEB-CONVERSATION.
      *    The WEB OPEN/CONVERSE/CLOSE sequence now lives in the shared
      *    ZCXGATE subroutine -- this just fills in the verb, resource
                        PERSON-DOB DELIMITED BY SPACE
                    INTO RESLTO
                 END-STRING
                 IF CITY-FILLED
                    MOVE 'REQUEST COMPLETE - CITY FILLED IN FROM ZIP'
                       TO MSGO
                 ELSE
                    MOVE 'REQUEST COMPLETE' TO MSGO
                 END-IF
              ELSE
                 MOVE RESPONSE(1:79) TO RESLTO
                 MOVE 'REQUEST COMPLETE - NO PERSON BODY RETURNED'
                 MOVE -1 TO NAMEL
              WHEN 4
                 MOVE -1 TO DOBL
              WHEN 6
                 MOVE -1 TO CITYL
              WHEN 7
                 MOVE -1 TO ZIPL
              WHEN OTHER
                CURSOR
                ERASE FREEKB
                END-EXEC.
       SEND-CONFLICT-MAP.
      *    Show the three versions side by side instead of sending,
      *    with an asterisk on every attribute that moved under the
      *    steward.  The keyed entry is kept in the COMMAREA so ENTER
      *    can bring it back and PF12 can drop it.
           MOVE LOW-VALUES TO ZCXCNFO.
           MOVE WS-PERSON-ID TO UPIDO.
           MOVE WS-VERB TO UVERBO.
           IF COMM-CURRENT-GONE
              MOVE 'THE PERSON HAS BEEN DELETED AT THE SOURCE SINCE YOU
      -            'FETCHED IT' TO UEXPLO
           ELSE
              MOVE 'THE PERSON HAS BEEN CHANGED AT THE SOURCE SINCE YOU
      -            'FETCHED IT' TO UEXPLO
           END-IF.
           PERFORM LOAD-CONFLICT-ROWS.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 6
              MOVE CR-FETCHED(ROW-SUB) TO UROWFTI(ROW-SUB)
              MOVE CR-CURRENT(ROW-SUB) TO UROWTHI(ROW-SUB)
              MOVE CR-MINE(ROW-SUB) TO UROWMII(ROW-SUB)
              IF COMM-CURRENT-GONE
                 OR CR-FETCHED(ROW-SUB) NOT = CR-CURRENT(ROW-SUB)
                 MOVE '*' TO UROWFLI(ROW-SUB)
              END-IF
           END-PERFORM.
           STRING WS-VERB DELIMITED BY SPACE
                  ' NOT SENT - ENTER TO GO BACK TO IT, PF12 TO DROP IT'
                     DELIMITED BY SIZE
              INTO UMSGO
           END-STRING.
           MOVE WS-ENTRY TO COMM-MINE.
           SET COMM-CONFLICT-SHOWN TO TRUE.
           EXEC CICS SEND MAP('ZCXCNF')
                MAPSET('ZCXCNFMM')
                FROM(ZCXCNFO)
                ERASE FREEKB
                END-EXEC.
       KEEP-MINE.
      *    ENTER on the conflict screen: the steward has now seen the
      *    current values, so they become the base, and the keyed
      *    entry comes back as it was -- ENTER again sends it over
      *    them (after one more re-read, in case it moved again).
           MOVE COMM-MINE TO WS-ENTRY.
           MOVE LOW-VALUES TO ZCXMNTO.
           PERFORM ECHO-ENTRY-FIELDS.
           IF COMM-CURRENT-GONE
              MOVE SPACES TO COMM-IMAGE(1)
              MOVE 'YOUR CHANGE IS BACK - THE PERSON NO LONGER EXISTS AT
      -            ' THE SOURCE' TO MSGO
           ELSE
              MOVE COMM-IMAGE(2) TO COMM-IMAGE(1)
              MOVE 'YOUR CHANGE IS BACK - ENTER SENDS IT OVER THE CURREN
      -            'T VALUES' TO MSGO
           END-IF.
           PERFORM CLEAR-CONFLICT.
           EXEC CICS SEND MAP('ZCXMNT')
                MAPSET('ZCXMNTM')
                FROM(ZCXMNTO)
                ERASE FREEKB
                END-EXEC.
       DROP-MINE.
      *    PF12 on the conflict screen: the keyed change is dropped
      *    and the entry screen shows the person as the source holds
      *    it now, which is the new base; no action is keyed.
           MOVE COMM-MINE TO WS-ENTRY.
           MOVE SPACES TO WS-VERB.
           IF COMM-CURRENT-GONE
              MOVE SPACES TO COMM-IMAGE(1)
           ELSE
              MOVE COMM-IMAGE(2) TO COMM-IMAGE(1)
           END-IF.
           MOVE COMM-NAME(1) TO WS-NAME.
           MOVE COMM-DOB(1) TO WS-DOB.
           MOVE COMM-STREET(1) TO WS-STREET.
           MOVE COMM-CITY(1) TO WS-CITY.
           MOVE COMM-ZIP(1) TO WS-ZIP.
           MOVE COMM-COUNTRY(1) TO WS-COUNTRY.
           MOVE LOW-VALUES TO ZCXMNTO.
           PERFORM ECHO-ENTRY-FIELDS.
           IF COMM-CURRENT-GONE
              MOVE 'YOUR CHANGE WAS DROPPED - THE PERSON NO LONGER EXIST
      -            'S AT THE SOURCE' TO MSGO
           ELSE
              MOVE 'YOUR CHANGE WAS DROPPED - THE CURRENT VALUES ARE SHO
      -            'WN' TO MSGO
           END-IF.
           PERFORM CLEAR-CONFLICT.
           MOVE -1 TO ACTIONL.
           EXEC CICS SEND MAP('ZCXMNT')
                MAPSET('ZCXMNTM')
                FROM(ZCXMNTO)
                CURSOR
                ERASE FREEKB
                END-EXEC.
       CLEAR-CONFLICT.
           MOVE SPACE TO COMM-STATE.
           MOVE SPACE TO COMM-CURRENT-SW.
           MOVE SPACES TO COMM-IMAGE(2).
           MOVE SPACES TO COMM-MINE.
       QUEUE-PENDING-UPDATE.
      *    The gateway is unreachable and the steward's change would
      *    otherwise be lost or written on paper -- capture the failed
      *    POST/PUT/DELETE in the recoverable ZCXPEND file instead.
      *    The ZCXDRAIN transaction replays the file through ZCXGATE
      *    in original order per person once the service is back.
      *    The image the steward fetched goes with a PUT or DELETE, so
      *    the replay can tell whether the person moved meanwhile.
           EXEC CICS ASKTIME
                ABSTIME(AUD-ABSTIME)
                END-EXEC.
           MOVE REQUEST-BODY TO PEND-BODY.
           MOVE REQUESTLENGTH TO PEND-BODYLEN.
           MOVE WS-REQUESTID TO PEND-REQUESTID.
           IF (WS-VERB = 'PUT' OR WS-VERB = 'DELETE')
              AND COMM-ID(1) NOT = SPACES
              AND COMM-ID(1) = WS-PERSON-ID
              MOVE COMM-IMAGE(1) TO PEND-BASE
           ELSE
              MOVE SPACES TO PEND-BASE
           END-IF.
           EXEC CICS ASSIGN
                USERID(PEND-USERID)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET UPDATE-QUEUED TO TRUE
           END-IF.
       REMEMBER-BASE-IMAGE.
      *    Keep the image this screen now stands on as the base for
      *    the next PUT or DELETE: what a GET or an accepted change
      *    returned, or the fetched image with an accepted (or queued)
      *    PUT's keyed fields applied when no body came back.  A
      *    deleted person, a GET that found nobody or a POST without
      *    a body leaves no base; a failed or rejected update leaves
      *    the base as it was.
           EVALUATE TRUE
              WHEN GATEWAY-FAILED
                 IF UPDATE-QUEUED AND WS-VERB = 'PUT'
                    PERFORM APPLY-KEYED-TO-BASE
                 END-IF
                 IF UPDATE-QUEUED AND WS-VERB = 'DELETE'
                    MOVE SPACES TO COMM-IMAGE(1)
                 END-IF
              WHEN WS-VERB = 'GET' AND STATUSCODE = 404
                 MOVE SPACES TO COMM-IMAGE(1)
              WHEN STATUSCODE < 200 OR STATUSCODE > 299
                 CONTINUE
              WHEN WS-VERB = 'DELETE'
                 MOVE SPACES TO COMM-IMAGE(1)
              WHEN JSON-OK
                 IF WS-PERSON-ID = SPACES
                    MOVE PERSON-ID TO COMM-ID(1)
                 ELSE
                    MOVE WS-PERSON-ID TO COMM-ID(1)
                 END-IF
                 MOVE PERSON-NAME TO COMM-NAME(1)
                 MOVE PERSON-DOB TO COMM-DOB(1)
                 MOVE PERSON-STREET TO COMM-STREET(1)
                 MOVE PERSON-CITY TO COMM-CITY(1)
                 MOVE PERSON-ZIP TO COMM-ZIP(1)
                 MOVE PERSON-COUNTRY TO COMM-COUNTRY(1)
              WHEN WS-VERB = 'PUT'
                 PERFORM APPLY-KEYED-TO-BASE
              WHEN OTHER
                 MOVE SPACES TO COMM-IMAGE(1)
           END-EVALUATE.
       APPLY-KEYED-TO-BASE.
           IF COMM-ID(1) NOT = SPACES AND COMM-ID(1) = WS-PERSON-ID
              IF WS-NAME NOT = SPACES
                 MOVE WS-NAME TO COMM-NAME(1)
              END-IF
              IF WS-DOB NOT = SPACES
                 MOVE WS-DOB TO COMM-DOB(1)
              END-IF
              IF WS-STREET NOT = SPACES
                 MOVE WS-STREET TO COMM-STREET(1)
              END-IF
              IF WS-CITY NOT = SPACES
                 MOVE WS-CITY TO COMM-CITY(1)
              END-IF
              IF WS-ZIP NOT = SPACES
                 MOVE WS-ZIP TO COMM-ZIP(1)
              END-IF
              IF WS-COUNTRY NOT = SPACES
                 MOVE WS-COUNTRY TO COMM-COUNTRY(1)
              END-IF
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
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
       PUBLISH-CHANGE-EVENT.
      *    Billing used to learn of a change only from the next
      *    morning's ZCXDELTA.  The accepted change now goes straight
      *    onto the ZCXE queue as an event carrying the after-image
      *    the service returned, in the ZCXSNAPN snapshot layout.  A
      *    POST has no person ID until the service assigns one, so
      *    the ID is taken from the returned body.  Without a body a
      *    PUT only names the fields it changed, so the after-image
      *    is the person as fetched on this screen with the keyed
      *    fields laid over it (a POST has only the keyed fields).
      *    A DELETE has no after-image.  AUDIT-LOG has just stamped
      *    the call.
           INITIALIZE EVT-RECORD.
           MOVE AUD-TIMESTAMP TO EVT-TIMESTAMP.
           MOVE WS-VERB TO EVT-VERB.
           MOVE AUD-USERID TO EVT-USERID.
           MOVE WS-REQUESTID TO EVT-REQUESTID.
           MOVE EIBTRNID TO EVT-TRANSID.
           IF WS-VERB NOT = 'DELETE'
              IF JSON-OK
                 MOVE PERSON-ID TO EVT-AFT-ID
                 MOVE PERSON-NAME TO EVT-AFT-NAME
                 MOVE PERSON-DOB TO EVT-AFT-DOB
                 MOVE PERSON-STREET TO EVT-AFT-STREET
                 MOVE PERSON-CITY TO EVT-AFT-CITY
                 MOVE PERSON-ZIP TO EVT-AFT-ZIP
                 MOVE PERSON-COUNTRY TO EVT-AFT-COUNTRY
              ELSE
                 IF COMM-ID(1) NOT = SPACES
                    AND COMM-ID(1) = WS-PERSON-ID
                    MOVE COMM-IMAGE(1) TO EVT-AFTER
                 END-IF
                 MOVE WS-PERSON-ID TO EVT-AFT-ID
                 IF WS-NAME NOT = SPACES
                    MOVE WS-NAME TO EVT-AFT-NAME
                 END-IF
                 IF WS-DOB NOT = SPACES
                    MOVE WS-DOB TO EVT-AFT-DOB
                 END-IF
                 IF WS-STREET NOT = SPACES
                    MOVE WS-STREET TO EVT-AFT-STREET
                 END-IF
                 IF WS-CITY NOT = SPACES
                    MOVE WS-CITY TO EVT-AFT-CITY
                 END-IF
                 IF WS-ZIP NOT = SPACES
                    MOVE WS-ZIP TO EVT-AFT-ZIP
                 END-IF
                 IF WS-COUNTRY NOT = SPACES
                    MOVE WS-COUNTRY TO EVT-AFT-COUNTRY
                 END-IF
              END-IF
           END-IF.
           IF WS-PERSON-ID = SPACES
              MOVE EVT-AFT-ID TO EVT-PERSON-ID
           ELSE
              MOVE WS-PERSON-ID TO EVT-PERSON-ID
           END-IF.
           EXEC CICS WRITEQ TD
                QUEUE('ZCXE')
                FROM(EVT-RECORD)
                LENGTH(EVT-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
      *    The change itself has been made; a lost event only shows
      *    up as a delta record with no event in the ZCXEVCHK check,
      *    so tell the console now rather than leave it to the night.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO EVENT-ALERT
              STRING 'ZCXMAINT CHANGE EVENT NOT PUBLISHED - '
                        DELIMITED BY SIZE
                     WS-VERB DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     EVT-PERSON-ID DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-REQUESTID DELIMITED BY SPACE
                 INTO EVENT-ALERT
              END-STRING
              COMPUTE EVENT-ALERTLEN =
                 FUNCTION LENGTH(FUNCTION TRIM(EVENT-ALERT))
              EXEC CICS WRITE OPERATOR
                   TEXT(EVENT-ALERT)
                   TEXTLENGTH(EVENT-ALERTLEN)
                   END-EXEC
           END-IF.
