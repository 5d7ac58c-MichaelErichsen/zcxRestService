       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXAPPR.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Four-eyes approval transaction for the ZCXAPPR file that      *
      * ZCXMAINT writes instead of sending a DELETE (and, where the   *
      * region asks for it, a PUT that changes the name or DOB).  A   *
      * wrong person ID keyed by one steward once removed an active   *
      * customer from billing the moment ENTER was pressed; now a     *
      * second userid holding PERM-DELETE sees every held request     *
      * (person ID, verb, capture time, requesting userid, terminal,  *
      * hours waiting), S shows the captured request read-only, A     *
      * approves it -- the exact captured verb, body and correlation  *
      * ID go out through ZCXGATE, or onto ZCXPEND if the gateway is  *
      * down, the same as ZCXMAINT -- and R rejects it.  The          *
      * requester can never approve their own request, but may        *
      * withdraw it with R.  A request nobody decides on within       *
      * ZCX-CFG-APPRHOURS hours is expired the next time the file is  *
      * listed.  Every approval, rejection, expiry and denied attempt *
      * is written to ZCXAUDIT.                                       *
      *                                                                 *
      * An approved request the service accepts publishes the same    *
      * change event ZCXMAINT does on the ZCXE transient-data queue,  *
      * under the requesting steward's userid, so the held DELETEs    *
      * and PUTs reach billing's intraday ZCXEVENT feed as well.      *
      *                                                               *
      * A held PUT or DELETE carries the person as the steward        *
      * fetched it.  Approving it re-reads the person first; if the   *
      * person has changed at the source since capture (or is gone)   *
      * the request is not sent but rejected as a conflict, and the   *
      * captured and current values are shown side by side in place   *
      * of the request body.  Each row's key is kept in the COMMAREA  *
      * with the page, so S, A or R acts on the entry that was shown  *
      * on that row even if the list has moved since.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZCXCFG.
       COPY AUDITREC.
       COPY STATSREC.
       COPY ZCXGATEP.
       COPY ZCXPENDR.
       COPY ZCXPERMR.
       COPY ZCXAPPRR.
       COPY ZCXAPRS.
       COPY PERSON.
       COPY ZCXEVTR.
       01 WS.
          03 PATH               PIC X(80).
          03 PATHLENGTH         PIC S9(8) USAGE BINARY.
          03 STATUSCODE         PIC 9(4) USAGE DISPLAY.
          03 WS-RESP            PIC S9(8) USAGE BINARY.
          03 WS-RESP2           PIC S9(8) USAGE BINARY.
          03 WS-BRKEY           PIC X(38).
          03 BROWSE-EOF-SW      PIC X(1).
             88 BROWSE-EOF      VALUE 'Y'.
          03 WS-USERID          PIC X(8).
          03 AUTH-SW            PIC X(1).
             88 AUTH-ALLOWED    VALUE 'Y'.
          03 WS-DENIED-TEXT     PIC X(40).
          03 WS-MSG             PIC X(79).
          03 WS-SELCHAR         PIC X(1).
          03 WS-SELKEY          PIC X(38).
          03 ROW-SUB            PIC S9(8) USAGE BINARY.
          03 ENTRY-SUB          PIC S9(8) USAGE BINARY.
          03 EXPIRE-SUB         PIC S9(8) USAGE BINARY.
          03 BODY-SUB           PIC S9(8) USAGE BINARY.
          03 BODY-OFFSET        PIC S9(8) USAGE BINARY.
          03 SHOW-BODY-SW       PIC X(1).
             88 SHOW-BODY       VALUE 'Y'.
          03 WS-NOW             PIC S9(15) USAGE COMP.
          03 WS-AGE-MS          PIC S9(15) USAGE COMP.
          03 WS-EXPIRY-MS       PIC S9(15) USAGE COMP.
          03 WS-HOURS           PIC 9(4).
          03 DEGRADED-SW        PIC X(1).
             88 SERVICE-DEGRADED VALUE 'Y'.
          03 GATEWAY-FAILED-SW  PIC X(1).
             88 GATEWAY-FAILED  VALUE 'Y'.
          03 QUEUED-SW          PIC X(1).
             88 UPDATE-QUEUED   VALUE 'Y'.
          03 JSON-OK-SW         PIC X(1).
             88 JSON-OK         VALUE 'Y'.
          03 EVENT-ALERT        PIC X(80).
          03 EVENT-ALERTLEN     PIC S9(8) USAGE BINARY.
          03 WS-REQUESTID       PIC X(32).
          03 CONFLICT-SW        PIC X(1).
             88 APPROVAL-CONFLICT VALUE 'Y'.
          03 CURRENT-GONE-SW    PIC X(1).
             88 CURRENT-GONE    VALUE 'Y'.
          03 WS-SOURCE-STATE    PIC X(7).
          03 SHOW-CONFLICT-SW   PIC X(1).
             88 SHOW-CONFLICT   VALUE 'Y'.
          03 CONFLICT-TEXT.
             05 CT-FLAG         PIC X(1).
             05 FILLER          PIC X(1).
             05 CT-LABEL        PIC X(8).
             05 CT-CAPTURED     PIC X(33).
             05 FILLER          PIC X(1).
             05 CT-CURRENT      PIC X(32).
          03 CONFLICT-LINE OCCURS 7 TIMES PIC X(76).
      *    One row per attribute, in ZCXMAINT's conflict-screen order:
      *    as captured with the request and as the source holds it now.
       01 CONFLICT-ROWS.
          03 CR-ROW OCCURS 6 TIMES.
             05 CR-LABEL        PIC X(8).
             05 CR-CAPTURED     PIC X(40).
             05 CR-CURRENT      PIC X(40).
      *    The key of every row on the page sent last, by row number,
      *    so a selection acts on the entry the approver saw there.
       01 COMM-AREA.
          03 COMM-TOP           PIC 9(4).
          03 COMM-SHOW-KEY      PIC X(38).
          03 COMM-ROW-KEYS.
             05 COMM-ROW-KEY OCCURS 8 TIMES PIC X(38).
       01 APPR-TABLE.
          03 AT-COUNT           PIC 9(4).
          03 AT-ENTRY OCCURS 100 TIMES.
             05 AT-KEY          PIC X(38).
             05 AT-VERB         PIC X(6).
             05 AT-USERID       PIC X(8).
             05 AT-TERMID       PIC X(4).
             05 AT-HOURS        PIC 9(4).
       01 EXPIRED-TABLE.
          03 XT-COUNT           PIC 9(4).
          03 XT-KEY OCCURS 100 TIMES PIC X(38).
       LINKAGE SECTION.
       01 DFHCOMMAREA           PIC X(346).
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           IF EIBCALEN = 0
              MOVE 1 TO COMM-TOP
              PERFORM LOAD-APPR-TABLE
              MOVE 'HELD REQUESTS SHOWN - S=SHOW, A=APPROVE, R=REJECT'
                 TO WS-MSG
              PERFORM SHOW-PAGE
              PERFORM RETURN-TO-SCREEN
           ELSE
      *       A COMMAREA from before the row keys were kept is too
      *       short to carry them -- start from the first page.
              IF EIBCALEN = LENGTH OF COMM-AREA
                 MOVE DFHCOMMAREA TO COMM-AREA
              END-IF
              IF COMM-TOP = 0
                 MOVE 1 TO COMM-TOP
              END-IF
              EXEC CICS RECEIVE MAP('ZCXAPR')
                   MAPSET('ZCXAPRMM')
                   INTO(ZCXAPRI)
                   END-EXEC
              EVALUATE EIBAID
                 WHEN DFHPF3
                 WHEN DFHPF12
                    PERFORM SEND-GOODBYE
                    EXEC CICS RETURN
                         END-EXEC
                 WHEN DFHPF7
                    PERFORM LOAD-APPR-TABLE
                    PERFORM PAGE-BACKWARD
                    MOVE 'HELD REQUESTS SHOWN' TO WS-MSG
                    PERFORM SHOW-PAGE
                    PERFORM RETURN-TO-SCREEN
                 WHEN DFHPF8
                    PERFORM LOAD-APPR-TABLE
                    PERFORM PAGE-FORWARD
                    MOVE 'HELD REQUESTS SHOWN' TO WS-MSG
                    PERFORM SHOW-PAGE
                    PERFORM RETURN-TO-SCREEN
                 WHEN OTHER
                    PERFORM LOAD-APPR-TABLE
                    PERFORM FIND-SELECTION
                    EVALUATE TRUE
                       WHEN WS-SELKEY = SPACES
                          MOVE SPACES TO COMM-SHOW-KEY
                          MOVE 'LIST REFRESHED' TO WS-MSG
                       WHEN WS-SELCHAR = 'S' OR WS-SELCHAR = 's'
                          PERFORM SHOW-ENTRY
                       WHEN WS-SELCHAR = 'A' OR WS-SELCHAR = 'a'
                          PERFORM APPROVE-ENTRY
                          PERFORM LOAD-APPR-TABLE
                       WHEN WS-SELCHAR = 'R' OR WS-SELCHAR = 'r'
                          PERFORM REJECT-ENTRY
                          PERFORM LOAD-APPR-TABLE
                       WHEN OTHER
                          MOVE 'USE S, A OR R AGAINST A ROW' TO WS-MSG
                    END-EVALUATE
                    PERFORM SHOW-PAGE
                    PERFORM RETURN-TO-SCREEN
              END-EVALUATE
           END-IF.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE COMM-AREA.
           INITIALIZE APPR-TABLE.
           INITIALIZE EXPIRED-TABLE.
           PERFORM CONFIG-LOOKUP.
      *    A control record written before the approval fields existed
      *    leaves them zero -- treat that as the documented default of
      *    24 hours before an undecided request expires.
           IF ZCX-CFG-APPRHOURS NOT > 0
              MOVE 24 TO ZCX-CFG-APPRHOURS
           END-IF.
           COMPUTE WS-EXPIRY-MS = ZCX-CFG-APPRHOURS * 3600000.
       CONFIG-LOOKUP.
      *    Look up HOST/PORTNUMBER/PATH and the approval expiry for
      *    this region's APPLID from the ZCXCFGQ control file, the
      *    same as ZCXMAINT, since an approved request is sent from
      *    here.
           INITIALIZE ZCX-CONFIG.
           EXEC CICS ASSIGN
                APPLID(ZCX-CFG-APPLID)
                END-EXEC.
           EXEC CICS READQ TS
                QUEUE('ZCXCFGQ')
                INTO (ZCX-CONFIG)
                LENGTH(ZCX-CFG-LENGTH)
                ITEM(1)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM CONFIG-DEFAULTS
           END-IF.
       CONFIG-DEFAULTS.
      *    No control record found for this APPLID -- fall back to the
      *    values used before the config lookup existed.
           MOVE '192.168.10.199' TO ZCX-CFG-HOST.
           MOVE 14 TO ZCX-CFG-HOSTLENGTH.
           MOVE 80 TO ZCX-CFG-PORTNUMBER.
           MOVE 'N' TO ZCX-CFG-USETLS.
           MOVE '/api/person' TO ZCX-CFG-PATHPREFIX.
           MOVE 11 TO ZCX-CFG-PATHPFXLEN.
           MOVE 'ZCXTOKNQ' TO ZCX-CFG-TOKENQNAME.
       RETURN-TO-SCREEN.
           EXEC CICS RETURN
                TRANSID('ZCXV')
                COMMAREA(COMM-AREA)
                LENGTH(346)
                END-EXEC.
       SEND-GOODBYE.
           MOVE LOW-VALUES TO ZCXAPRO.
           MOVE 'GOODBYE' TO VMSGO.
           EXEC CICS SEND MAP('ZCXAPR')
                MAPSET('ZCXAPRMM')
                FROM(ZCXAPRO)
                ERASE FREEKB
                END-EXEC.
       LOAD-APPR-TABLE.
      *    The file is browsed fresh on every interaction -- another
      *    approver may have decided rows since the last screen, and
      *    a decision must land on the entry the key names, never on a
      *    remembered row number.  A row older than the configured
      *    hours is set aside instead of listed and expired once the
      *    browse is over.
           MOVE 0 TO AT-COUNT.
           MOVE 0 TO XT-COUNT.
           MOVE LOW-VALUES TO WS-BRKEY.
           MOVE 'N' TO BROWSE-EOF-SW.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW)
                END-EXEC.
           EXEC CICS STARTBR
                FILE('ZCXAPPR')
                RIDFLD(WS-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF OR AT-COUNT >= 100
              MOVE LENGTH OF APPR-RECORD TO APPR-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXAPPR')
                   INTO (APPR-RECORD)
                   LENGTH(APPR-RECORD-LENGTH)
                   RIDFLD(WS-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
      *          A row held before the fetched image was carried
      *          reads short; it has no captured image to check.
                 IF APPR-RECORD-LENGTH < 782
                    MOVE SPACES TO APPR-BASE
                 END-IF
                 COMPUTE WS-AGE-MS = WS-NOW - APPR-ABSTIME
                 IF WS-AGE-MS > WS-EXPIRY-MS AND XT-COUNT < 100
                    ADD 1 TO XT-COUNT
                    MOVE XT-COUNT TO EXPIRE-SUB
                    MOVE APPR-KEY TO XT-KEY(EXPIRE-SUB)
                 ELSE
                    ADD 1 TO AT-COUNT
                    MOVE AT-COUNT TO ENTRY-SUB
                    MOVE APPR-KEY TO AT-KEY(ENTRY-SUB)
                    MOVE APPR-VERB TO AT-VERB(ENTRY-SUB)
                    MOVE APPR-USERID TO AT-USERID(ENTRY-SUB)
                    MOVE APPR-TERMID TO AT-TERMID(ENTRY-SUB)
                    COMPUTE AT-HOURS(ENTRY-SUB) = WS-AGE-MS / 3600000
                 END-IF
              ELSE
                 SET BROWSE-EOF TO TRUE
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXAPPR')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           PERFORM VARYING EXPIRE-SUB FROM 1 BY 1
                   UNTIL EXPIRE-SUB > XT-COUNT
              PERFORM EXPIRE-ENTRY
           END-PERFORM.
       EXPIRE-ENTRY.
      *    Nobody approved or rejected it in time -- the request is
      *    dropped without ever being sent, and the expiry is on the
      *    audit trail the same as a decision would be.  A row another
      *    task has already removed is simply gone.
           MOVE XT-KEY(EXPIRE-SUB) TO APPR-KEY.
           EXEC CICS READ
                FILE('ZCXAPPR')
                INTO (APPR-RECORD)
                RIDFLD(APPR-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              EXEC CICS DELETE
                   FILE('ZCXAPPR')
                   RIDFLD(APPR-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM AUDIT-EXPIRE
              END-IF
           END-IF.
       PAGE-BACKWARD.
           IF COMM-TOP > 8
              SUBTRACT 8 FROM COMM-TOP
           ELSE
              MOVE 1 TO COMM-TOP
           END-IF.
       PAGE-FORWARD.
           IF COMM-TOP + 8 <= AT-COUNT
              ADD 8 TO COMM-TOP
           END-IF.
       FIND-SELECTION.
      *    The first row carrying a selection character wins.  The
      *    entry is the one whose key was kept for that row when the
      *    page was sent -- not the row number against the list just
      *    browsed, which has moved if another approver decided a
      *    row or a new request was held in between.  A selection on
      *    a row that showed nothing selects nothing.
           MOVE SPACES TO WS-SELKEY.
           MOVE SPACE TO WS-SELCHAR.
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > 8 OR WS-SELKEY NOT = SPACES
              IF VROWSELI(ROW-SUB) NOT = SPACE
                 AND VROWSELI(ROW-SUB) NOT = LOW-VALUE
                 AND COMM-ROW-KEY(ROW-SUB) NOT = SPACES
                 MOVE COMM-ROW-KEY(ROW-SUB) TO WS-SELKEY
                 MOVE VROWSELI(ROW-SUB) TO WS-SELCHAR
              END-IF
           END-PERFORM.
       READ-SELECTED-ENTRY.
           MOVE WS-SELKEY TO APPR-KEY.
           MOVE LENGTH OF APPR-RECORD TO APPR-RECORD-LENGTH.
           EXEC CICS READ
                FILE('ZCXAPPR')
                INTO (APPR-RECORD)
                LENGTH(APPR-RECORD-LENGTH)
                RIDFLD(APPR-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              AND APPR-RECORD-LENGTH < 782
              MOVE SPACES TO APPR-BASE
           END-IF.
       SHOW-ENTRY.
           PERFORM READ-SELECTED-ENTRY.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SHOW-BODY TO TRUE
              MOVE APPR-KEY TO COMM-SHOW-KEY
              MOVE 'REQUEST SHOWN - PUT A OR R ON THE SAME ROW'
                 TO WS-MSG
           ELSE
              MOVE SPACES TO COMM-SHOW-KEY
              MOVE 'ENTRY NO LONGER ON FILE - LIST REFRESHED'
                 TO WS-MSG
           END-IF.
       APPROVE-ENTRY.
           PERFORM READ-SELECTED-ENTRY.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ENTRY NO LONGER ON FILE - LIST REFRESHED'
                 TO WS-MSG
           ELSE
              PERFORM CHECK-AUTHORIZATION
              IF AUTH-ALLOWED AND WS-USERID = APPR-USERID
      *          Four eyes means two people: a steward holding
      *          PERM-DELETE still cannot wave through their own
      *          request.
                 MOVE 'N' TO AUTH-SW
                 MOVE 'OWN REQUEST' TO WS-DENIED-TEXT
              ELSE
                 MOVE 'APPROVAL' TO WS-DENIED-TEXT
              END-IF
              IF AUTH-ALLOWED
                 PERFORM TAKE-APPROVED-ENTRY
              ELSE
                 PERFORM AUDIT-DENIED
                 MOVE SPACES TO WS-MSG
                 STRING 'NOT AUTHORIZED - ' DELIMITED BY SIZE
                        WS-DENIED-TEXT DELIMITED BY '  '
                        ' - ATTEMPT HAS BEEN LOGGED' DELIMITED BY SIZE
                    INTO WS-MSG
                 END-STRING
              END-IF
           END-IF.
       TAKE-APPROVED-ENTRY.
      *    The row is deleted before the request is sent: the DELETE
      *    is what stops two approvers both sending it, and the one
      *    whose DELETE fails finds it already gone.
           EXEC CICS DELETE
                FILE('ZCXAPPR')
                RIDFLD(APPR-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ENTRY ALREADY DECIDED - LIST REFRESHED' TO WS-MSG
           ELSE
              MOVE SPACES TO COMM-SHOW-KEY
              PERFORM BUILD-PATH
              PERFORM CHECK-FOR-CONFLICT
              IF APPROVAL-CONFLICT
                 PERFORM AUDIT-CONFLICT
                 PERFORM BUILD-CONFLICT-LINES
                 IF CURRENT-GONE
                    MOVE 'CONFLICT - PERSON DELETED AT SOURCE SINCE CAPT
      -                  'URE, REQUEST REJECTED' TO WS-MSG
                 ELSE
                    MOVE 'CONFLICT - PERSON CHANGED AT SOURCE SINCE CAPT
      -                  'URE, REQUEST REJECTED' TO WS-MSG
                 END-IF
              ELSE
                 PERFORM SEND-APPROVED-ENTRY
              END-IF
           END-IF.
       SEND-APPROVED-ENTRY.
           PERFORM WEB-CONVERSATION.
           IF GATEWAY-FAILED
              PERFORM QUEUE-PENDING-UPDATE
           END-IF.
           PERFORM CHECK-DEGRADED.
           PERFORM AUDIT-LOG.
           IF NOT GATE-FAST-FAILED
              PERFORM STATS-LOG
           END-IF.
           IF NOT GATEWAY-FAILED
              AND STATUSCODE >= 200 AND STATUSCODE <= 299
              PERFORM PUBLISH-CHANGE-EVENT
           END-IF.
           MOVE SPACES TO WS-MSG.
           EVALUATE TRUE
              WHEN GATEWAY-FAILED AND UPDATE-QUEUED
                 PERFORM AUDIT-APPROVE
                 MOVE 'APPROVED - GATEWAY UNAVAILABLE, QUEUED FOR LATER
      -               ' DELIVERY' TO WS-MSG
              WHEN GATEWAY-FAILED
                 PERFORM RESTORE-ENTRY
              WHEN OTHER
                 PERFORM AUDIT-APPROVE
                 STRING 'APPROVED - ' DELIMITED BY SIZE
                        APPR-VERB DELIMITED BY SPACE
                        ' SENT, STATUS ' DELIMITED BY SIZE
                        STATUSCODE DELIMITED BY SIZE
                    INTO WS-MSG
                 END-STRING
           END-EVALUATE.
       CHECK-FOR-CONFLICT.
      *    The request was keyed against the person as the steward
      *    fetched it, possibly hours before anyone approved it.  An
      *    approved PUT or DELETE re-reads the person first, the same
      *    re-read ZCXMAINT and ZCXDRAIN make, and a person changed
      *    or removed since means the request is not sent.  The row
      *    is already off the file, so the entry is rejected.  Without
      *    a captured image there is nothing to compare with, and a
      *    re-read that settles nothing lets the request go -- if it
      *    ends up on ZCXPEND the image goes with it and ZCXDRAIN
      *    checks it again.
           MOVE 'N' TO CONFLICT-SW.
           MOVE 'N' TO CURRENT-GONE-SW.
           IF (APPR-VERB = 'PUT' OR APPR-VERB = 'DELETE')
              AND APPR-BASE NOT = SPACES
              PERFORM RECHECK-PERSON
           END-IF.
       RECHECK-PERSON.
      *    The re-read is an ordinary logged, counted GET carrying the
      *    captured correlation ID plus -C, so the two calls can be
      *    told apart on the audit trail.
           MOVE SPACES TO WS-REQUESTID.
           STRING APPR-REQUESTID DELIMITED BY SPACE
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
           MOVE GATE-STATUSCODE TO STATUSCODE.
           PERFORM CHECK-DEGRADED.
           PERFORM AUDIT-LOG.
           IF NOT GATE-FAST-FAILED
              PERFORM STATS-LOG
           END-IF.
           EVALUATE TRUE
              WHEN GATE-FAILURE
                 CONTINUE
              WHEN STATUSCODE = 404
                 SET CURRENT-GONE TO TRUE
                 SET APPROVAL-CONFLICT TO TRUE
                 PERFORM LOAD-CONFLICT-ROWS
              WHEN SERVICE-DEGRADED
                 CONTINUE
              WHEN OTHER
                 PERFORM COMPARE-WITH-CURRENT
           END-EVALUATE.
       COMPARE-WITH-CURRENT.
      *    Any attribute that differs from the captured image is a
      *    conflict, not just the ones the request keys -- the steward
      *    decided on the whole record as it was shown.  An answer
      *    that will not parse settles nothing.
           MOVE 'N' TO JSON-OK-SW.
           INITIALIZE PERSON-RECORD.
           IF GATE-TOLENGTH > 0
              JSON PARSE GATE-RESPONSE(1:GATE-TOLENGTH)
                   INTO PERSON-RECORD
                   ON EXCEPTION
                      CONTINUE
                   NOT ON EXCEPTION
                      SET JSON-OK TO TRUE
              END-JSON
           END-IF.
           IF JSON-OK
              PERFORM LOAD-CONFLICT-ROWS
              PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 6
                 IF CR-CAPTURED(ROW-SUB) NOT = CR-CURRENT(ROW-SUB)
                    SET APPROVAL-CONFLICT TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
       LOAD-CONFLICT-ROWS.
           MOVE 'NAME' TO CR-LABEL(1).
           MOVE 'DOB' TO CR-LABEL(2).
           MOVE 'STREET' TO CR-LABEL(3).
           MOVE 'CITY' TO CR-LABEL(4).
           MOVE 'ZIP' TO CR-LABEL(5).
           MOVE 'COUNTRY' TO CR-LABEL(6).
           MOVE APPR-BASE-NAME TO CR-CAPTURED(1).
           MOVE APPR-BASE-DOB TO CR-CAPTURED(2).
           MOVE APPR-BASE-STREET TO CR-CAPTURED(3).
           MOVE APPR-BASE-CITY TO CR-CAPTURED(4).
           MOVE APPR-BASE-ZIP TO CR-CAPTURED(5).
           MOVE APPR-BASE-COUNTRY TO CR-CAPTURED(6).
           MOVE PERSON-NAME TO CR-CURRENT(1).
           MOVE PERSON-DOB TO CR-CURRENT(2).
           MOVE PERSON-STREET TO CR-CURRENT(3).
           MOVE PERSON-CITY TO CR-CURRENT(4).
           MOVE PERSON-ZIP TO CR-CURRENT(5).
           MOVE PERSON-COUNTRY TO CR-CURRENT(6).
           IF CURRENT-GONE
              PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 6
                 MOVE '(DELETED)' TO CR-CURRENT(ROW-SUB)
              END-PERFORM
           END-IF.
       BUILD-CONFLICT-LINES.
      *    The rejected request's body area shows the two versions
      *    side by side instead, with an asterisk on every attribute
      *    that moved since capture, the way ZCXMAINT's conflict
      *    screen marks them.  The lines are built now because the
      *    list is browsed again, over APPR-RECORD, before the page
      *    is sent.
           MOVE SPACES TO CONFLICT-TEXT.
           MOVE 'FIELD' TO CT-LABEL.
           MOVE 'AS CAPTURED' TO CT-CAPTURED.
           MOVE 'AT THE SOURCE NOW' TO CT-CURRENT.
           MOVE CONFLICT-TEXT TO CONFLICT-LINE(1).
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 6
              MOVE SPACES TO CONFLICT-TEXT
              IF CURRENT-GONE
                 OR CR-CAPTURED(ROW-SUB) NOT = CR-CURRENT(ROW-SUB)
                 MOVE '*' TO CT-FLAG
              END-IF
              MOVE CR-LABEL(ROW-SUB) TO CT-LABEL
              MOVE CR-CAPTURED(ROW-SUB) TO CT-CAPTURED
              MOVE CR-CURRENT(ROW-SUB) TO CT-CURRENT
              MOVE CONFLICT-TEXT TO CONFLICT-LINE(ROW-SUB + 1)
           END-PERFORM.
           SET SHOW-CONFLICT TO TRUE.
       RESTORE-ENTRY.
      *    Neither the gateway nor the ZCXPEND file took the request --
      *    put the held row back, unchanged, rather than lose it.
           EXEC CICS WRITE
                FILE('ZCXAPPR')
                FROM(APPR-RECORD)
                RIDFLD(APPR-KEY)
                LENGTH(APPR-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'GATEWAY UNAVAILABLE AND ZCXPEND FILE ERROR - REQUEST ST
      -         'ILL HELD' TO WS-MSG.
       REJECT-ENTRY.
      *    Rejecting needs PERM-DELETE like approving does, except
      *    that the requester may always withdraw their own request.
           PERFORM READ-SELECTED-ENTRY.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'ENTRY NO LONGER ON FILE - LIST REFRESHED'
                 TO WS-MSG
           ELSE
              PERFORM CHECK-AUTHORIZATION
              IF WS-USERID = APPR-USERID
                 SET AUTH-ALLOWED TO TRUE
              END-IF
              MOVE 'REJECTION' TO WS-DENIED-TEXT
              IF AUTH-ALLOWED
                 EXEC CICS DELETE
                      FILE('ZCXAPPR')
                      RIDFLD(APPR-KEY)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    PERFORM AUDIT-REJECT
                    MOVE SPACES TO COMM-SHOW-KEY
                    IF WS-USERID = APPR-USERID
                       MOVE 'REQUEST WITHDRAWN - NOTHING SENT' TO WS-MSG
                    ELSE
                       MOVE 'REQUEST REJECTED - NOTHING SENT' TO WS-MSG
                    END-IF
                 ELSE
                    MOVE 'ENTRY ALREADY DECIDED - LIST REFRESHED'
                       TO WS-MSG
                 END-IF
              ELSE
                 PERFORM AUDIT-DENIED
                 MOVE SPACES TO WS-MSG
                 STRING 'NOT AUTHORIZED - ' DELIMITED BY SIZE
                        WS-DENIED-TEXT DELIMITED BY '  '
                        ' - ATTEMPT HAS BEEN LOGGED' DELIMITED BY SIZE
                    INTO WS-MSG
                 END-STRING
              END-IF
           END-IF.
       CHECK-AUTHORIZATION.
      *    Deciding on a held request takes PERM-DELETE whatever the
      *    held verb -- the approvers are the same named few who may
      *    delete -- read from ZCXPERM exactly the way ZCXMAINT reads
      *    it; a userid with no row is read-only and decides nothing.
           MOVE 'N' TO AUTH-SW.
           EXEC CICS ASSIGN
                USERID(WS-USERID)
                END-EXEC.
           MOVE WS-USERID TO PERM-USERID.
           EXEC CICS READ
                FILE('ZCXPERM')
                INTO (PERM-RECORD)
                RIDFLD(PERM-USERID)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              INITIALIZE PERM-RECORD
              MOVE WS-USERID TO PERM-USERID
              MOVE 'Y' TO PERM-GET
           END-IF.
           IF PERM-DELETE-OK
              SET AUTH-ALLOWED TO TRUE
           END-IF.
       BUILD-PATH.
           STRING ZCX-CFG-PATHPREFIX(1:ZCX-CFG-PATHPFXLEN)
                     DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  APPR-PERSON-ID DELIMITED BY SPACE
              INTO PATH
           END-STRING.
           COMPUTE PATHLENGTH =
              ZCX-CFG-PATHPFXLEN + 1 +
              FUNCTION LENGTH(FUNCTION TRIM(APPR-PERSON-ID)).
       WEB-CONVERSATION.
      *    The captured correlation ID goes back out unchanged -- this
      *    is the same logical request the steward keyed, only later.
           MOVE APPR-REQUESTID TO GATE-REQUESTID.
           MOVE APPR-VERB TO GATE-VERB.
           MOVE PATH TO GATE-PATH.
           MOVE PATHLENGTH TO GATE-PATHLENGTH.
           MOVE APPR-BODY TO GATE-REQBODY.
           MOVE APPR-BODYLEN TO GATE-REQLENGTH.
           EXEC CICS ASKTIME
                ABSTIME(STAT-START-TIME)
                END-EXEC.
           CALL 'ZCXGATE' USING ZCXGATE-PARMS.
           EXEC CICS ASKTIME
                ABSTIME(STAT-END-TIME)
                END-EXEC.
           COMPUTE STAT-ELAPSED-MS = STAT-END-TIME - STAT-START-TIME.
           MOVE 'N' TO GATEWAY-FAILED-SW.
           IF GATE-FAILURE
              SET GATEWAY-FAILED TO TRUE
           END-IF.
           MOVE GATE-STATUSCODE TO STATUSCODE.
       QUEUE-PENDING-UPDATE.
      *    The gateway is unreachable -- the approved request goes onto
      *    ZCXPEND for ZCXDRAIN to replay, exactly as ZCXMAINT queues
      *    a failed update, still under the requesting steward's
      *    userid and the captured correlation ID, and with the
      *    captured image for ZCXDRAIN to check before it replays.
           MOVE 'N' TO QUEUED-SW.
           EXEC CICS ASKTIME
                ABSTIME(AUD-ABSTIME)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(AUD-ABSTIME)
                YYYYMMDD(AUD-DATE)
                TIME(AUD-TIME)
                END-EXEC.
           INITIALIZE PEND-RECORD.
           MOVE APPR-PERSON-ID TO PEND-PERSON-ID.
           STRING AUD-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SIZE
              INTO PEND-STAMP
           END-STRING.
           MOVE APPR-VERB TO PEND-VERB.
           MOVE APPR-BODY TO PEND-BODY.
           MOVE APPR-BODYLEN TO PEND-BODYLEN.
           MOVE APPR-USERID TO PEND-USERID.
           MOVE APPR-REQUESTID TO PEND-REQUESTID.
           MOVE APPR-BASE TO PEND-BASE.
           EXEC CICS WRITE
                FILE('ZCXPEND')
                FROM(PEND-RECORD)
                RIDFLD(PEND-KEY)
                LENGTH(PEND-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET UPDATE-QUEUED TO TRUE
           END-IF.
       CHECK-DEGRADED.
      *    Same test as ZCXMAINT: anything but a JSON 2xx answer is
      *    flagged on the audit row.
           MOVE 'N' TO DEGRADED-SW.
           IF GATE-MEDIATYPE(1:16) NOT = 'application/json'
              OR STATUSCODE < 200 OR STATUSCODE > 299
              SET SERVICE-DEGRADED TO TRUE
           END-IF.
       AUDIT-LOG.
      *    The call itself gets the usual one-row-per-call ZCXAUDIT
      *    entry, under the approver's userid and the correlation ID
      *    it went out with (the captured one, plus -C on the
      *    re-read), exactly as ZCXMAINT would have written it.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE PATH TO AUD-PATH.
           MOVE GATE-REQUESTID TO AUD-REQUESTID.
           MOVE STATUSCODE TO AUD-STATUSCODE.
           MOVE GATE-RESPONSE TO AUD-RESPONSE.
           MOVE DEGRADED-SW TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE GATE-VERB TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       STATS-LOG.
      *    An approved request is a zcxRestService call like any
      *    other, so it counts towards this APPLID-hour in ZCXSTATS.
           MOVE ZCX-CFG-APPLID TO STAT-APPLID.
           MOVE AUD-DATE TO STAT-DATE.
           MOVE AUD-TIME(1:2) TO STAT-HOUR.
      *    A row written before the fast-fail count existed reads
      *    short -- zero the count so it is not carried over.
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
              ADD 1 TO STAT-CALL-COUNT
              ADD STAT-ELAPSED-MS TO STAT-TOTAL-ELAPSED
              IF STAT-ELAPSED-MS > STAT-MAX-ELAPSED
                 MOVE STAT-ELAPSED-MS TO STAT-MAX-ELAPSED
              END-IF
              IF STATUSCODE NOT = 200
                 ADD 1 TO STAT-ERROR-COUNT
              END-IF
              EXEC CICS REWRITE
                   FILE('ZCXSTATS')
                   FROM(STATS-RECORD)
                   LENGTH(STATS-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           ELSE
              MOVE 1 TO STAT-CALL-COUNT
              MOVE STAT-ELAPSED-MS TO STAT-TOTAL-ELAPSED
              MOVE STAT-ELAPSED-MS TO STAT-MAX-ELAPSED
              IF STATUSCODE NOT = 200
                 MOVE 1 TO STAT-ERROR-COUNT
              ELSE
                 MOVE 0 TO STAT-ERROR-COUNT
              END-IF
              EXEC CICS WRITE
                   FILE('ZCXSTATS')
                   FROM(STATS-RECORD)
                   RIDFLD(STAT-KEY)
                   LENGTH(STATS-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
       AUDIT-APPROVE.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE 'APPR-APPROVE' TO AUD-PATH.
           MOVE APPR-REQUESTID TO AUD-REQUESTID.
           MOVE STATUSCODE TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'APPROVED ' DELIMITED BY SIZE
                  APPR-VERB DELIMITED BY SPACE
                  ' FOR ' DELIMITED BY SIZE
                  APPR-PERSON-ID DELIMITED BY SPACE
                  ' CAPTURED ' DELIMITED BY SIZE
                  APPR-STAMP DELIMITED BY SPACE
                  ' BY ' DELIMITED BY SIZE
                  APPR-USERID DELIMITED BY SPACE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE DEGRADED-SW TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-REJECT.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE 'APPR-REJECT' TO AUD-PATH.
           MOVE APPR-REQUESTID TO AUD-REQUESTID.
           MOVE 0 TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'REJECTED ' DELIMITED BY SIZE
                  APPR-VERB DELIMITED BY SPACE
                  ' FOR ' DELIMITED BY SIZE
                  APPR-PERSON-ID DELIMITED BY SPACE
                  ' CAPTURED ' DELIMITED BY SIZE
                  APPR-STAMP DELIMITED BY SPACE
                  ' BY ' DELIMITED BY SIZE
                  APPR-USERID DELIMITED BY SPACE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-CONFLICT.
      *    The approved request that was not sent is on the audit
      *    trail next to the re-read that stopped it.  No call was
      *    made for it, so there is no status code or verb.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE 'APPR-CONFLICT' TO AUD-PATH.
           MOVE APPR-REQUESTID TO AUD-REQUESTID.
           MOVE 0 TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           IF CURRENT-GONE
              MOVE 'DELETED' TO WS-SOURCE-STATE
           ELSE
              MOVE 'CHANGED' TO WS-SOURCE-STATE
           END-IF.
           STRING 'CONFLICT - ' DELIMITED BY SIZE
                  APPR-VERB DELIMITED BY SPACE
                  ' FOR ' DELIMITED BY SIZE
                  APPR-PERSON-ID DELIMITED BY SPACE
                  ' CAPTURED ' DELIMITED BY SIZE
                  APPR-STAMP DELIMITED BY SPACE
                  ' BY ' DELIMITED BY SIZE
                  APPR-USERID DELIMITED BY SPACE
                  ' NOT SENT, PERSON ' DELIMITED BY SIZE
                  WS-SOURCE-STATE DELIMITED BY SIZE
                  ' AT SOURCE SINCE CAPTURE' DELIMITED BY SIZE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-EXPIRE.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE 'APPR-EXPIRE' TO AUD-PATH.
           MOVE APPR-REQUESTID TO AUD-REQUESTID.
           MOVE 0 TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           MOVE ZCX-CFG-APPRHOURS TO WS-HOURS.
           STRING 'EXPIRED ' DELIMITED BY SIZE
                  APPR-VERB DELIMITED BY SPACE
                  ' FOR ' DELIMITED BY SIZE
                  APPR-PERSON-ID DELIMITED BY SPACE
                  ' CAPTURED ' DELIMITED BY SIZE
                  APPR-STAMP DELIMITED BY SPACE
                  ' BY ' DELIMITED BY SIZE
                  APPR-USERID DELIMITED BY SPACE
                  ' - UNDECIDED AFTER ' DELIMITED BY SIZE
                  WS-HOURS DELIMITED BY SIZE
                  ' HOURS' DELIMITED BY SIZE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-DENIED.
      *    Security wants to review who tried what, so a denied
      *    decision -- including a requester trying to approve their
      *    own request -- still writes a ZCXAUDIT row with the denied
      *    marker.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE 'APPROVAL' TO AUD-PATH.
           MOVE APPR-REQUESTID TO AUD-REQUESTID.
           MOVE 0 TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'DENIED ' DELIMITED BY SIZE
                  WS-DENIED-TEXT DELIMITED BY '  '
                  ' OF ' DELIMITED BY SIZE
                  APPR-VERB DELIMITED BY SPACE
                  ' FOR ' DELIMITED BY SIZE
                  APPR-PERSON-ID DELIMITED BY SPACE
                  ' BY ' DELIMITED BY SIZE
                  APPR-USERID DELIMITED BY SPACE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'Y' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-STAMP-AND-USER.
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
       AUDIT-WRITE.
           EXEC CICS WRITE
                FILE('ZCXAUDIT')
                FROM(AUDIT-RECORD)
                LENGTH(AUDIT-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       SHOW-PAGE.
           MOVE LOW-VALUES TO ZCXAPRO.
           MOVE SPACES TO COMM-ROW-KEYS.
           IF AT-COUNT = 0
              MOVE 'NO REQUESTS WAITING FOR APPROVAL' TO VMSGO
           ELSE
              IF COMM-TOP > AT-COUNT
                 MOVE 1 TO COMM-TOP
              END-IF
              PERFORM VARYING ROW-SUB FROM 1 BY 1
                      UNTIL ROW-SUB > 8
                 COMPUTE ENTRY-SUB = COMM-TOP + ROW-SUB - 1
                 IF ENTRY-SUB <= AT-COUNT
                    PERFORM BUILD-ROW-LINE
                    MOVE AT-KEY(ENTRY-SUB) TO COMM-ROW-KEY(ROW-SUB)
                 END-IF
              END-PERFORM
              MOVE WS-MSG TO VMSGO
           END-IF.
           IF SHOW-BODY
              PERFORM FILL-BODY-LINES
           END-IF.
           IF SHOW-CONFLICT
              MOVE 'CONFLICT:' TO VBDLBLO
              PERFORM VARYING BODY-SUB FROM 1 BY 1
                      UNTIL BODY-SUB > 7
                 MOVE CONFLICT-LINE(BODY-SUB) TO VBROWI(BODY-SUB)
              END-PERFORM
           END-IF.
           EXEC CICS SEND MAP('ZCXAPR')
                MAPSET('ZCXAPRMM')
                FROM(ZCXAPRO)
                ERASE FREEKB
                END-EXEC.
       BUILD-ROW-LINE.
           STRING AT-KEY(ENTRY-SUB)(1:20) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AT-VERB(ENTRY-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AT-KEY(ENTRY-SUB)(21:18) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AT-USERID(ENTRY-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AT-TERMID(ENTRY-SUB) DELIMITED BY SIZE
                  '  ' DELIMITED BY SIZE
                  AT-HOURS(ENTRY-SUB) DELIMITED BY SIZE
              INTO VROWLINI(ROW-SUB)
           END-STRING.
       FILL-BODY-LINES.
      *    A held DELETE has no body -- say what will happen instead of
      *    showing seven blank lines.  A held PUT's body is up to 512
      *    bytes; seven 76-byte map lines hold all of it.
           IF APPR-BODYLEN = 0
              PERFORM BUILD-PATH
              STRING APPR-VERB DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     PATH DELIMITED BY SPACE
                     ' - NO BODY, PERSON IS REMOVED AT THE SOURCE'
                        DELIMITED BY SIZE
                 INTO VBROWI(1)
              END-STRING
           END-IF.
           MOVE 0 TO BODY-OFFSET.
           PERFORM VARYING BODY-SUB FROM 1 BY 1
                   UNTIL BODY-SUB > 7
              IF BODY-OFFSET < APPR-BODYLEN
                 IF APPR-BODYLEN - BODY-OFFSET >= 76
                    MOVE APPR-BODY(BODY-OFFSET + 1:76)
                       TO VBROWI(BODY-SUB)
                 ELSE
                    MOVE APPR-BODY(BODY-OFFSET + 1:
                       APPR-BODYLEN - BODY-OFFSET)
                       TO VBROWI(BODY-SUB)
                 END-IF
              END-IF
              ADD 76 TO BODY-OFFSET
           END-PERFORM.
       PUBLISH-CHANGE-EVENT.
      *    The same event ZCXMAINT publishes for a live change, under
      *    the steward who keyed it and the captured correlation ID.
      *    An approved PUT's after-image is the person the service
      *    returned or, if it returned none, the captured image with
      *    the captured body's fields laid over it; a DELETE has no
      *    after-image.  AUDIT-LOG has just stamped the call.
           INITIALIZE EVT-RECORD.
           MOVE AUD-TIMESTAMP TO EVT-TIMESTAMP.
           MOVE APPR-PERSON-ID TO EVT-PERSON-ID.
           MOVE APPR-VERB TO EVT-VERB.
           MOVE APPR-USERID TO EVT-USERID.
           MOVE APPR-REQUESTID TO EVT-REQUESTID.
           MOVE EIBTRNID TO EVT-TRANSID.
           IF APPR-VERB NOT = 'DELETE'
              MOVE 'N' TO JSON-OK-SW
              INITIALIZE PERSON-RECORD
              IF GATE-TOLENGTH > 0
                 JSON PARSE GATE-RESPONSE(1:GATE-TOLENGTH)
                      INTO PERSON-RECORD
                      ON EXCEPTION
                         CONTINUE
                      NOT ON EXCEPTION
                         SET JSON-OK TO TRUE
                 END-JSON
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
                 PERFORM OVERLAY-CAPTURED-BODY
              END-IF
           END-IF.
           EXEC CICS WRITEQ TD
                QUEUE('ZCXE')
                FROM(EVT-RECORD)
                LENGTH(EVT-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
      *    The change itself has been made; a lost event is reported
      *    to the console now and shows up in the ZCXEVCHK check as a
      *    delta record with no event.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO EVENT-ALERT
              STRING 'ZCXAPPR CHANGE EVENT NOT PUBLISHED - '
                        DELIMITED BY SIZE
                     APPR-VERB DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     APPR-PERSON-ID DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     APPR-REQUESTID DELIMITED BY SPACE
                 INTO EVENT-ALERT
              END-STRING
              COMPUTE EVENT-ALERTLEN =
                 FUNCTION LENGTH(FUNCTION TRIM(EVENT-ALERT))
              EXEC CICS WRITE OPERATOR
                   TEXT(EVENT-ALERT)
                   TEXTLENGTH(EVENT-ALERTLEN)
                   END-EXEC
           END-IF.
       OVERLAY-CAPTURED-BODY.
      *    A PUT body names only the fields the steward changed, so
      *    the rest come from the image they were keyed against; a
      *    row held without one has the body alone.
           MOVE APPR-BASE TO EVT-AFTER.
           INITIALIZE PERSON-RECORD.
           IF APPR-BODYLEN > 0
              JSON PARSE APPR-BODY(1:APPR-BODYLEN)
                   INTO PERSON-RECORD
                   ON EXCEPTION
                      CONTINUE
              END-JSON
           END-IF.
           MOVE APPR-PERSON-ID TO EVT-AFT-ID.
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
