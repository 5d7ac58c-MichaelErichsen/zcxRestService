       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXPRIV.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Privacy access-pattern report.  ZCXAUDIT answers "who saw     *
      * this person" one person at a time, but nobody was looking at  *
      * it the other way round -- a clerk paging through hundreds of  *
      * neighbours, or a curious look at a colleague's record, is     *
      * exactly what the audit trail exists to catch.  This run reads *
      * the ZCXARCH compliance archive (if present) and then the live *
      * ZCXAUDIT file, both in date order, and for every userid and   *
      * day counts the /api/person calls and the distinct persons     *
      * looked up -- single-person GETs from CICS2ZCX, the ZCXLIST    *
      * and ZCXFIND drill-downs and ZCXMAINT.  ZCXPRRPT gets:         *
      *  - a WATCH line for every call that touched a person on the   *
      *    ZCXWATCH watch list (VIPs, our own staff), with the exact  *
      *    timestamp, terminal, transaction and verb;                 *
      *  - a DAY line per userid per day with calls, lookups,         *
      *    distinct persons and the user's usual daily level, flagged *
      *    OVER-CEIL when the distinct count passes the daily ceiling *
      *    in the ZCX-CONFIG record, ABOVE-NORM when it is more than  *
      *    the configured factor times the user's own average over    *
      *    their other days (judged only once a user has at least     *
      *    five other days on file), BOTH when it is both.            *
      * Rows written before AUD-VERB existed carry a blank verb and   *
      * count every single-person call as a lookup.  A CICS2ZCX call  *
      * on the bare path names its person only in the response body,  *
      * so the ID is taken from the "id" member there.                *
      * ZCXWATCH layout, one person per line:                         *
      *    personid (20) space reason (30)                            *
      * Unformatted terminal input, one line:                         *
      *    fromdate todate          (both YYYYMMDD)                   *
      * either date left blank reports everything on file.            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARCH-IN ASSIGN TO ZCXARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WATCH-FILE ASSIGN TO ZCXWATCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRIV-REPORT ASSIGN TO ZCXPRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-IN.
       01  ARCH-IN-REC            PIC X(670).
       FD  WATCH-FILE.
       01  WATCH-REC.
           03 WI-PERSON-ID        PIC X(20).
           03 WI-FILLER1          PIC X(1).
           03 WI-REASON           PIC X(30).
       FD  PRIV-REPORT.
       01  PR-DAY-REC.
           03 PD-TYPE             PIC X(5).
           03 PD-FILLER1          PIC X(1)   VALUE SPACE.
           03 PD-USERID           PIC X(8).
           03 PD-FILLER2          PIC X(1)   VALUE SPACE.
           03 PD-DATE             PIC X(8).
           03 PD-FILLER3          PIC X(1)   VALUE SPACE.
           03 PD-CALLS            PIC 9(8).
           03 PD-FILLER4          PIC X(1)   VALUE SPACE.
           03 PD-LOOKUPS          PIC 9(8).
           03 PD-FILLER5          PIC X(1)   VALUE SPACE.
           03 PD-PERSONS          PIC 9(8).
           03 PD-FILLER6          PIC X(1)   VALUE SPACE.
           03 PD-USUAL            PIC 9(8).
           03 PD-FILLER7          PIC X(1)   VALUE SPACE.
           03 PD-FLAG             PIC X(10).
       01  PR-WATCH-REC.
           03 PW-TYPE             PIC X(5).
           03 PW-FILLER1          PIC X(1)   VALUE SPACE.
           03 PW-TIMESTAMP        PIC X(18).
           03 PW-FILLER2          PIC X(1)   VALUE SPACE.
           03 PW-USERID           PIC X(8).
           03 PW-FILLER3          PIC X(1)   VALUE SPACE.
           03 PW-TERMID           PIC X(4).
           03 PW-FILLER4          PIC X(1)   VALUE SPACE.
           03 PW-TRANSID          PIC X(4).
           03 PW-FILLER5          PIC X(1)   VALUE SPACE.
           03 PW-VERB             PIC X(6).
           03 PW-FILLER6          PIC X(1)   VALUE SPACE.
           03 PW-STATUSCODE       PIC 9(4).
           03 PW-FILLER7          PIC X(1)   VALUE SPACE.
           03 PW-PERSON-ID        PIC X(20).
           03 PW-FILLER8          PIC X(1)   VALUE SPACE.
           03 PW-REASON           PIC X(30).
       WORKING-STORAGE SECTION.
       COPY ZCXCFG.
       COPY AUDITREC.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
          03 WS-FROM-DATE         PIC X(8).
          03 WS-TO-DATE           PIC X(8).
          03 WS-RBA               PIC X(4) VALUE LOW-VALUES.
          03 BROWSE-EOF-SW        PIC X(1) VALUE 'N'.
             88 BROWSE-EOF        VALUE 'Y'.
          03 FILE-EOF-SW          PIC X(1) VALUE 'N'.
             88 FILE-EOF          VALUE 'Y'.
          03 LOOKUP-SW            PIC X(1) VALUE 'N'.
             88 IS-LOOKUP         VALUE 'Y'.
          03 WATCH-FULL-SW        PIC X(1) VALUE 'N'.
             88 WATCH-TABLE-FULL  VALUE 'Y'.
          03 SEEN-FULL-SW         PIC X(1) VALUE 'N'.
             88 SEEN-TABLE-FULL   VALUE 'Y'.
          03 USERDAY-FULL-SW      PIC X(1) VALUE 'N'.
             88 USERDAY-TABLE-FULL VALUE 'Y'.
          03 WS-ROW-DATE          PIC X(8).
          03 WS-CUR-DATE          PIC X(8).
          03 WS-PERSON-ID         PIC X(20).
          03 WS-ID-JUNK           PIC X(20).
          03 WS-ID-POS            PIC S9(8) USAGE BINARY.
          03 WS-FOUND-IDX         PIC S9(8) USAGE BINARY.
          03 WS-OTHER-DAYS        PIC 9(8) USAGE COMP.
          03 WS-OTHER-PERSONS     PIC 9(8) USAGE COMP.
          03 WS-USUAL             PIC 9(8) USAGE COMP.
          03 WS-NORM-LIMIT        PIC 9(8) USAGE COMP.
          03 OLD-ROW-TAIL         PIC X(517).
          03 ARCH-ROWS-READ       PIC 9(8) VALUE 0.
          03 AUDIT-ROWS-READ      PIC 9(8) VALUE 0.
          03 WATCH-HITS           PIC 9(8) VALUE 0.
          03 DAYS-REPORTED        PIC 9(8) VALUE 0.
          03 DAYS-FLAGGED         PIC 9(8) VALUE 0.
       01 WATCH-TABLE.
          03 WT-ENTRY OCCURS 500 TIMES INDEXED BY WT-IDX.
             05 WT-PERSON-ID       PIC X(20).
             05 WT-REASON          PIC X(30).
       01 WT-ENTRY-COUNT           PIC S9(8) USAGE BINARY VALUE 0.
       01 DAY-USER-TABLE.
          03 DU-ENTRY OCCURS 500 TIMES INDEXED BY DU-IDX.
             05 DU-USERID          PIC X(8).
             05 DU-CALLS           PIC 9(8) USAGE COMP.
             05 DU-LOOKUPS         PIC 9(8) USAGE COMP.
             05 DU-PERSONS         PIC 9(8) USAGE COMP.
       01 DU-ENTRY-COUNT           PIC S9(8) USAGE BINARY VALUE 0.
       01 DAY-SEEN-TABLE.
          03 DS-ENTRY OCCURS 5000 TIMES INDEXED BY DS-IDX.
             05 DS-USERID          PIC X(8).
             05 DS-PERSON-ID       PIC X(20).
       01 DS-ENTRY-COUNT           PIC S9(8) USAGE BINARY VALUE 0.
       01 USER-DAY-TABLE.
          03 UD-ENTRY OCCURS 10000 TIMES INDEXED BY UD-IDX.
             05 UD-USERID          PIC X(8).
             05 UD-DATE            PIC X(8).
             05 UD-CALLS           PIC 9(8) USAGE COMP.
             05 UD-LOOKUPS         PIC 9(8) USAGE COMP.
             05 UD-PERSONS         PIC 9(8) USAGE COMP.
       01 UD-ENTRY-COUNT           PIC S9(8) USAGE BINARY VALUE 0.
       01 USER-TOTAL-TABLE.
          03 UT-ENTRY OCCURS 2000 TIMES INDEXED BY UT-IDX.
             05 UT-USERID          PIC X(8).
             05 UT-DAYS            PIC 9(8) USAGE COMP.
             05 UT-PERSONS         PIC 9(8) USAGE COMP.
       01 UT-ENTRY-COUNT           PIC S9(8) USAGE BINARY VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM LOAD-WATCH-LIST.
           OPEN OUTPUT PRIV-REPORT.
           PERFORM READ-ARCHIVE-FILE.
           PERFORM BROWSE-AUDIT-FILE.
           PERFORM FLUSH-DAY.
           PERFORM TOTAL-USERS.
           PERFORM EMIT-DAY-LINES.
           CLOSE PRIV-REPORT.
           IF WATCH-TABLE-FULL
              DISPLAY 'ZCXPRIV WATCH LIST TABLE FULL - '
                      'ONLY THE FIRST 500 IDS WERE WATCHED'
           END-IF.
           IF SEEN-TABLE-FULL
              DISPLAY 'ZCXPRIV DAILY PERSON TABLE FULL - '
                      'DISTINCT COUNTS ARE UNDERSTATED'
           END-IF.
           IF USERDAY-TABLE-FULL
              DISPLAY 'ZCXPRIV USER-DAY TABLE FULL - '
                      'RERUN WITH A SHORTER DATE RANGE'
           END-IF.
           DISPLAY 'ZCXPRIV ARCH=' ARCH-ROWS-READ
                   ' AUDIT=' AUDIT-ROWS-READ
                   ' WATCH-HITS=' WATCH-HITS
                   ' DAYS=' DAYS-REPORTED
                   ' FLAGGED=' DAYS-FLAGGED.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE WATCH-TABLE.
           INITIALIZE DAY-USER-TABLE.
           INITIALIZE DAY-SEEN-TABLE.
           INITIALIZE USER-DAY-TABLE.
           INITIALIZE USER-TOTAL-TABLE.
           MOVE 0 TO WT-ENTRY-COUNT.
           MOVE 0 TO DU-ENTRY-COUNT.
           MOVE 0 TO DS-ENTRY-COUNT.
           MOVE 0 TO UD-ENTRY-COUNT.
           MOVE 0 TO UT-ENTRY-COUNT.
           MOVE 80 TO WS-INPUTLEN.
           MOVE SPACES TO WS-CUR-DATE.
           PERFORM CONFIG-LOOKUP.
      *    A control record written before the privacy fields existed
      *    leaves them zero -- treat that as the documented defaults:
      *    200 distinct persons a day, three times the usual level.
           IF ZCX-CFG-PRIVCEILING = 0
              MOVE 200 TO ZCX-CFG-PRIVCEILING
           END-IF.
           IF ZCX-CFG-PRIVFACTOR = 0
              MOVE 3 TO ZCX-CFG-PRIVFACTOR
           END-IF.
       CONFIG-LOOKUP.
      *    The path prefix tells a service call from a tagged row, and
      *    the ceiling and factor come from this region's record.
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
           MOVE '/api/person' TO ZCX-CFG-PATHPREFIX.
           MOVE 11 TO ZCX-CFG-PATHPFXLEN.
       RECEIVE-PARMS.
      *    One unformatted line gives the report range: fromdate and
      *    todate, both YYYYMMDD.  A run started with START TRANSID
      *    has no TERMID, so RECEIVE has nothing to read -- fall back
      *    to reporting everything on file.
           MOVE SPACES TO WS-FROM-DATE.
           MOVE SPACES TO WS-TO-DATE.
           EXEC CICS RECEIVE
                INTO (WS-INPUT)
                LENGTH (WS-INPUTLEN)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              UNSTRING WS-INPUT DELIMITED BY ALL SPACES
                   INTO WS-FROM-DATE WS-TO-DATE
              END-UNSTRING
           END-IF.
           IF WS-FROM-DATE NOT NUMERIC
              MOVE LOW-VALUES TO WS-FROM-DATE
           END-IF.
           IF WS-TO-DATE NOT NUMERIC
              MOVE HIGH-VALUES TO WS-TO-DATE
           END-IF.
       LOAD-WATCH-LIST.
      *    No ZCXWATCH file simply means nobody is being watched; the
      *    daily counts are still worth having.
           OPEN INPUT WATCH-FILE.
           MOVE 'N' TO FILE-EOF-SW.
           PERFORM UNTIL FILE-EOF
              READ WATCH-FILE
                 AT END
                    SET FILE-EOF TO TRUE
                 NOT AT END
                    PERFORM LOAD-ONE-WATCH-ID
              END-READ
           END-PERFORM.
           CLOSE WATCH-FILE.
       LOAD-ONE-WATCH-ID.
           IF WI-PERSON-ID = SPACES
              CONTINUE
           ELSE
              IF WT-ENTRY-COUNT < 500
                 ADD 1 TO WT-ENTRY-COUNT
                 SET WT-IDX TO WT-ENTRY-COUNT
                 MOVE WI-PERSON-ID TO WT-PERSON-ID(WT-IDX)
                 MOVE WI-REASON TO WT-REASON(WT-IDX)
              ELSE
                 SET WATCH-TABLE-FULL TO TRUE
              END-IF
           END-IF.
       READ-ARCHIVE-FILE.
      *    The archive holds the days ZCXAUDHK has already moved off
      *    the live file, so it is read first and the day order of
      *    the two sources runs on without a break.  Its rows are
      *    full-size images; a row archived before the transaction
      *    ID and verb existed reads back with those blank.
           OPEN INPUT ARCH-IN.
           MOVE 'N' TO FILE-EOF-SW.
           PERFORM UNTIL FILE-EOF
              READ ARCH-IN
                 AT END
                    SET FILE-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO ARCH-ROWS-READ
                    MOVE ARCH-IN-REC TO AUDIT-RECORD
                    PERFORM JUDGE-ONE-ROW
              END-READ
           END-PERFORM.
           CLOSE ARCH-IN.
       BROWSE-AUDIT-FILE.
      *    ZCXAUDIT is entry-sequenced -- browse it front to back with
      *    STARTBR/READNEXT instead of a keyed READ.
           MOVE LOW-VALUES TO WS-RBA.
           EXEC CICS STARTBR
                FILE('ZCXAUDIT')
                RIDFLD(WS-RBA)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF
      *       READNEXT clamps the length field to each row it returns
      *       -- with mixed-length rows on file it must be reset to
      *       the full size every pass, same as ZCXRECON.
              MOVE LENGTH OF AUDIT-RECORD TO AUDIT-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXAUDIT')
                   INTO (AUDIT-RECORD)
                   LENGTH(AUDIT-RECORD-LENGTH)
                   RIDFLD(WS-RBA)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 ADD 1 TO AUDIT-ROWS-READ
                 PERFORM ALIGN-SHORT-ROW
                 PERFORM JUDGE-ONE-ROW
              ELSE
                 SET BROWSE-EOF TO TRUE
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXAUDIT')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       ALIGN-SHORT-ROW.
      *    A short row leaves the bytes past its end holding residue
      *    from the previous longer one.  A 627-byte row also has its
      *    status code and response 32 bytes earlier -- shifted down
      *    the same way CONVERT-OLD-ROW in ZCXAUDHK does it.
           IF AUDIT-RECORD-LENGTH = 627
              MOVE AUDIT-RECORD(111:517) TO OLD-ROW-TAIL
              MOVE SPACES TO AUD-REQUESTID
              MOVE OLD-ROW-TAIL TO AUDIT-RECORD(143:517)
              MOVE 'N' TO AUD-DENIED
           END-IF.
           IF AUDIT-RECORD-LENGTH < 670
              MOVE SPACES TO AUD-TRANSID
              MOVE SPACES TO AUD-VERB
           END-IF.
       JUDGE-ONE-ROW.
      *    Only /api/person calls count; tagged rows (approvals,
      *    config and permission changes, merges) are housekeeping
      *    and carry no path.  The rows run in date order, so the
      *    day's tables are flushed as soon as the date moves on.
           MOVE AUD-TIMESTAMP(1:8) TO WS-ROW-DATE.
           IF WS-ROW-DATE >= WS-FROM-DATE
              AND WS-ROW-DATE <= WS-TO-DATE
              AND AUD-PATH(1:ZCX-CFG-PATHPFXLEN) =
                  ZCX-CFG-PATHPREFIX(1:ZCX-CFG-PATHPFXLEN)
              IF WS-ROW-DATE NOT = WS-CUR-DATE
                 PERFORM FLUSH-DAY
                 MOVE WS-ROW-DATE TO WS-CUR-DATE
              END-IF
              PERFORM FIND-OR-ADD-DAY-USER
              IF WS-FOUND-IDX > 0
                 SET DU-IDX TO WS-FOUND-IDX
                 ADD 1 TO DU-CALLS(DU-IDX)
                 PERFORM EXTRACT-PERSON-ID
                 IF WS-PERSON-ID NOT = SPACES
                    PERFORM CHECK-WATCH-LIST
                    PERFORM COUNT-LOOKUP
                 END-IF
              END-IF
           END-IF.
       COUNT-LOOKUP.
      *    A lookup is an allowed GET of one person; a blank verb is
      *    a row from before the verb was recorded.
           MOVE 'N' TO LOOKUP-SW.
           IF NOT AUD-AUTH-DENIED
              AND (AUD-VERB = 'GET' OR AUD-VERB = SPACES)
              SET IS-LOOKUP TO TRUE
           END-IF.
           IF IS-LOOKUP
              SET DU-IDX TO WS-FOUND-IDX
              ADD 1 TO DU-LOOKUPS(DU-IDX)
              PERFORM COUNT-DISTINCT-PERSON
           END-IF.
       EXTRACT-PERSON-ID.
      *    prefix + '/' + ID is a single-person call (ZCXLIST and
      *    ZCXFIND drill-downs, ZCXMAINT); anything after the ID is
      *    not part of it.  The bare prefix is the CICS2ZCX lookup,
      *    whose person is only named in the returned body.  A roster
      *    page ('?page=') names nobody.
           MOVE SPACES TO WS-PERSON-ID.
           IF AUD-PATH(ZCX-CFG-PATHPFXLEN + 1:1) = '/'
              UNSTRING AUD-PATH(ZCX-CFG-PATHPFXLEN + 2:)
                   DELIMITED BY SPACE OR '?' OR '/'
                   INTO WS-PERSON-ID
              END-UNSTRING
           ELSE
              IF AUD-PATH(ZCX-CFG-PATHPFXLEN + 1:1) = SPACE
                 AND AUD-STATUSCODE = 200
                 PERFORM EXTRACT-ID-FROM-BODY
              END-IF
           END-IF.
       EXTRACT-ID-FROM-BODY.
      *    { "id": "4711", ... } -- skip to the "id" member, then the
      *    value is what sits between the next pair of quotes.  A
      *    body scrubbed by ZCXERASE has no member and yields no ID.
           MOVE 0 TO WS-ID-POS.
           INSPECT AUD-RESPONSE TALLYING WS-ID-POS
                   FOR CHARACTERS BEFORE INITIAL '"id"'.
           IF WS-ID-POS < 500
              UNSTRING AUD-RESPONSE(WS-ID-POS + 5:)
                   DELIMITED BY '"'
                   INTO WS-ID-JUNK WS-PERSON-ID
              END-UNSTRING
           END-IF.
       CHECK-WATCH-LIST.
      *    Any call touching a watched person is listed, lookup or
      *    not and allowed or not -- an attempt is as interesting as
      *    a success.
           PERFORM VARYING WT-IDX FROM 1 BY 1
                   UNTIL WT-IDX > WT-ENTRY-COUNT
              IF WT-PERSON-ID(WT-IDX) = WS-PERSON-ID
                 PERFORM EMIT-WATCH-LINE
              END-IF
           END-PERFORM.
       EMIT-WATCH-LINE.
           MOVE SPACES TO PR-WATCH-REC.
           MOVE 'WATCH' TO PW-TYPE.
           MOVE AUD-TIMESTAMP TO PW-TIMESTAMP.
           MOVE AUD-USERID TO PW-USERID.
           MOVE AUD-TERMID TO PW-TERMID.
           MOVE AUD-TRANSID TO PW-TRANSID.
           MOVE AUD-VERB TO PW-VERB.
           MOVE AUD-STATUSCODE TO PW-STATUSCODE.
           MOVE WS-PERSON-ID TO PW-PERSON-ID.
           MOVE WT-REASON(WT-IDX) TO PW-REASON.
           WRITE PR-WATCH-REC.
           ADD 1 TO WATCH-HITS.
       FIND-OR-ADD-DAY-USER.
      *    Linear scan over one day's userids -- a few hundred clerks
      *    at the very most.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING DU-IDX FROM 1 BY 1
                   UNTIL DU-IDX > DU-ENTRY-COUNT
                      OR WS-FOUND-IDX > 0
              IF DU-USERID(DU-IDX) = AUD-USERID
                 SET WS-FOUND-IDX TO DU-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
              IF DU-ENTRY-COUNT < 500
                 ADD 1 TO DU-ENTRY-COUNT
                 MOVE DU-ENTRY-COUNT TO WS-FOUND-IDX
                 SET DU-IDX TO WS-FOUND-IDX
                 MOVE AUD-USERID TO DU-USERID(DU-IDX)
                 MOVE 0 TO DU-CALLS(DU-IDX)
                 MOVE 0 TO DU-LOOKUPS(DU-IDX)
                 MOVE 0 TO DU-PERSONS(DU-IDX)
              ELSE
                 DISPLAY 'ZCXPRIV DAY USER TABLE FULL, SKIPPING '
                         AUD-USERID ' ON ' WS-CUR-DATE
              END-IF
           END-IF.
       COUNT-DISTINCT-PERSON.
      *    A person counts once per user per day however many times
      *    the user came back to them.
           MOVE 0 TO WS-ID-POS.
           PERFORM VARYING DS-IDX FROM 1 BY 1
                   UNTIL DS-IDX > DS-ENTRY-COUNT
                      OR WS-ID-POS > 0
              IF DS-USERID(DS-IDX) = AUD-USERID
                 AND DS-PERSON-ID(DS-IDX) = WS-PERSON-ID
                 MOVE 1 TO WS-ID-POS
              END-IF
           END-PERFORM.
           IF WS-ID-POS = 0
              SET DU-IDX TO WS-FOUND-IDX
              ADD 1 TO DU-PERSONS(DU-IDX)
              IF DS-ENTRY-COUNT < 5000
                 ADD 1 TO DS-ENTRY-COUNT
                 SET DS-IDX TO DS-ENTRY-COUNT
                 MOVE AUD-USERID TO DS-USERID(DS-IDX)
                 MOVE WS-PERSON-ID TO DS-PERSON-ID(DS-IDX)
              ELSE
                 SET SEEN-TABLE-FULL TO TRUE
              END-IF
           END-IF.
       FLUSH-DAY.
      *    Move the finished day's per-user counts onto the run-wide
      *    user-day table and clear the day tables for the next one.
           PERFORM VARYING DU-IDX FROM 1 BY 1
                   UNTIL DU-IDX > DU-ENTRY-COUNT
              IF UD-ENTRY-COUNT < 10000
                 ADD 1 TO UD-ENTRY-COUNT
                 SET UD-IDX TO UD-ENTRY-COUNT
                 MOVE DU-USERID(DU-IDX) TO UD-USERID(UD-IDX)
                 MOVE WS-CUR-DATE TO UD-DATE(UD-IDX)
                 MOVE DU-CALLS(DU-IDX) TO UD-CALLS(UD-IDX)
                 MOVE DU-LOOKUPS(DU-IDX) TO UD-LOOKUPS(UD-IDX)
                 MOVE DU-PERSONS(DU-IDX) TO UD-PERSONS(UD-IDX)
              ELSE
                 SET USERDAY-TABLE-FULL TO TRUE
              END-IF
           END-PERFORM.
           MOVE 0 TO DU-ENTRY-COUNT.
           MOVE 0 TO DS-ENTRY-COUNT.
       TOTAL-USERS.
      *    Each user's day count and distinct-person total over the
      *    whole range, for the "usual level" the days are judged by.
           PERFORM VARYING UD-IDX FROM 1 BY 1
                   UNTIL UD-IDX > UD-ENTRY-COUNT
              PERFORM TOTAL-ONE-USER-DAY
           END-PERFORM.
       TOTAL-ONE-USER-DAY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-ENTRY-COUNT
                      OR WS-FOUND-IDX > 0
              IF UT-USERID(UT-IDX) = UD-USERID(UD-IDX)
                 SET WS-FOUND-IDX TO UT-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
              IF UT-ENTRY-COUNT < 2000
                 ADD 1 TO UT-ENTRY-COUNT
                 MOVE UT-ENTRY-COUNT TO WS-FOUND-IDX
                 SET UT-IDX TO WS-FOUND-IDX
                 MOVE UD-USERID(UD-IDX) TO UT-USERID(UT-IDX)
                 MOVE 0 TO UT-DAYS(UT-IDX)
                 MOVE 0 TO UT-PERSONS(UT-IDX)
              ELSE
                 DISPLAY 'ZCXPRIV USER TABLE FULL, NO USUAL LEVEL FOR '
                         UD-USERID(UD-IDX)
              END-IF
           END-IF.
           IF WS-FOUND-IDX > 0
              SET UT-IDX TO WS-FOUND-IDX
              ADD 1 TO UT-DAYS(UT-IDX)
              ADD UD-PERSONS(UD-IDX) TO UT-PERSONS(UT-IDX)
           END-IF.
       EMIT-DAY-LINES.
           PERFORM VARYING UD-IDX FROM 1 BY 1
                   UNTIL UD-IDX > UD-ENTRY-COUNT
              PERFORM EMIT-ONE-DAY
           END-PERFORM.
       EMIT-ONE-DAY.
      *    The usual level is the user's average over their OTHER
      *    days, so one heavy day cannot raise the bar it is judged
      *    against.  Fewer than five other days is not a pattern yet
      *    -- only the ceiling applies then.  A user who normally
      *    looks up nobody is judged as if the usual level were one.
           MOVE 0 TO WS-OTHER-DAYS.
           MOVE 0 TO WS-OTHER-PERSONS.
           MOVE 0 TO WS-USUAL.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > UT-ENTRY-COUNT
              IF UT-USERID(UT-IDX) = UD-USERID(UD-IDX)
                 COMPUTE WS-OTHER-DAYS = UT-DAYS(UT-IDX) - 1
                 COMPUTE WS-OTHER-PERSONS =
                    UT-PERSONS(UT-IDX) - UD-PERSONS(UD-IDX)
              END-IF
           END-PERFORM.
           IF WS-OTHER-DAYS > 0
              COMPUTE WS-USUAL ROUNDED =
                 WS-OTHER-PERSONS / WS-OTHER-DAYS
           END-IF.
           MOVE SPACES TO PR-DAY-REC.
           MOVE 'DAY' TO PD-TYPE.
           MOVE UD-USERID(UD-IDX) TO PD-USERID.
           MOVE UD-DATE(UD-IDX) TO PD-DATE.
           MOVE UD-CALLS(UD-IDX) TO PD-CALLS.
           MOVE UD-LOOKUPS(UD-IDX) TO PD-LOOKUPS.
           MOVE UD-PERSONS(UD-IDX) TO PD-PERSONS.
           MOVE WS-USUAL TO PD-USUAL.
           IF WS-USUAL > 0
              COMPUTE WS-NORM-LIMIT = WS-USUAL * ZCX-CFG-PRIVFACTOR
           ELSE
              MOVE ZCX-CFG-PRIVFACTOR TO WS-NORM-LIMIT
           END-IF.
           IF UD-PERSONS(UD-IDX) > ZCX-CFG-PRIVCEILING
              MOVE 'OVER-CEIL' TO PD-FLAG
           END-IF.
           IF WS-OTHER-DAYS >= 5
              AND UD-PERSONS(UD-IDX) > WS-NORM-LIMIT
              IF PD-FLAG = SPACES
                 MOVE 'ABOVE-NORM' TO PD-FLAG
              ELSE
                 MOVE 'BOTH' TO PD-FLAG
              END-IF
           END-IF.
           IF PD-FLAG NOT = SPACES
              ADD 1 TO DAYS-FLAGGED
           END-IF.
           WRITE PR-DAY-REC.
           ADD 1 TO DAYS-REPORTED.
