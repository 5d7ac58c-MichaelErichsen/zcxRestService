       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXLOAD.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Bulk person load from an onboarding file.  Twice a year HR    *
      * hands over several hundred new hires and address moves, and   *
      * the stewards used to key every one of them through the        *
      * ZCXMAINT screen -- ZCXBATCH only sweeps GETs.  This run reads *
      * the sequential ZCXLDIN file, one person per line in the       *
      * PERSON-RECORD field layout behind an action code:             *
      *    A  add     -> POST (person ID blank, assigned at source)   *
      *    C  change  -> PUT  (only the keyed fields are amended)     *
      *    D  delete  -> DELETE                                       *
      * and applies exactly the entry rules the ZCXMAINT screen       *
      * applies (name mandatory on an add, DOB a real YYYY-MM-DD      *
      * date, zip suiting the country and, where the ZCXPOST postal   *
      * reference has the country, a known zip whose official city is *
      * the one given -- a blank city is filled in from it) before    *
      * anything is sent.  The valid rows go out through the shared   *
      * ZCXGATE subroutine with the usual ZCXAUDIT and ZCXSTATS       *
      * logging.  Every row gets one line on the ZCXLDRPT load report *
      * -- LOADED, INVALID with the rule it failed, or SERVICE with   *
      * the status code the service answered -- and every row not     *
      * loaded is copied unchanged to ZCXLDREJ, in the input layout,  *
      * so it can be corrected and fed straight back in as the next   *
      * run's ZCXLDIN.  The validation paragraphs here must stay in   *
      * step with the ZCXMAINT paragraphs of the same names.          *
      * Every loaded row also publishes the ZCXE change event, just   *
      * as a change keyed on the screen does.                         *
      * Unformatted terminal input, one line:                         *
      *    maxcpm                   (maximum calls per minute)        *
      * e.g.  120                                                     *
      * left blank (or a START TRANSID run) the load runs flat out.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO ZCXLDIN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAD-REPORT ASSIGN TO ZCXLDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAD-REJECT ASSIGN TO ZCXLDREJ
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE.
       01  LOAD-REC.
           03 LD-ACTION           PIC X(1).
              88 LD-ADD           VALUE 'A'.
              88 LD-CHANGE        VALUE 'C'.
              88 LD-DELETE        VALUE 'D'.
           03 LD-FILLER           PIC X(1).
           03 LD-PERSON-ID        PIC X(20).
           03 LD-NAME             PIC X(40).
           03 LD-DOB              PIC X(10).
           03 LD-STREET           PIC X(40).
           03 LD-CITY             PIC X(30).
           03 LD-ZIP              PIC X(10).
           03 LD-COUNTRY          PIC X(20).
       FD  LOAD-REPORT.
       01  LOAD-RPT-REC.
           03 LR-ROW              PIC 9(8).
           03 LR-FILLER1          PIC X(1)   VALUE SPACE.
           03 LR-ACTION           PIC X(1).
           03 LR-FILLER2          PIC X(1)   VALUE SPACE.
           03 LR-PERSON-ID        PIC X(20).
           03 LR-FILLER3          PIC X(1)   VALUE SPACE.
           03 LR-OUTCOME          PIC X(8).
           03 LR-FILLER4          PIC X(1)   VALUE SPACE.
           03 LR-STATUSCODE       PIC 9(4).
           03 LR-FILLER5          PIC X(1)   VALUE SPACE.
           03 LR-REASON           PIC X(48).
       01  LOAD-RPT-LINE          PIC X(94).
       FD  LOAD-REJECT.
       01  LOAD-REJECT-REC        PIC X(172).
       WORKING-STORAGE SECTION.
       COPY ZCXCFG.
       COPY AUDITREC.
       COPY STATSREC.
       COPY PERSON.
       COPY ZCXGATEP.
       COPY ZCXPOSTR.
       COPY ZCXEVTR.
       01 WS.
          03 PATH               PIC X(80).
          03 PATHLENGTH         PIC S9(8) USAGE BINARY.
          03 RESPONSE           PIC X(32768).
          03 TOLENGTH           PIC S9(8) USAGE BINARY.
          03 STATUSCODE         PIC 9(4) USAGE DISPLAY.
          03 MEDIATYPE          PIC X(56).
          03 WS-RESP            PIC S9(8) USAGE BINARY.
          03 WS-RESP2           PIC S9(8) USAGE BINARY.
          03 WS-ENTRY.
             05 WS-VERB         PIC X(6).
             05 WS-PERSON-ID    PIC X(20).
             05 WS-NAME         PIC X(40).
             05 WS-DOB          PIC X(10).
             05 WS-STREET       PIC X(40).
             05 WS-CITY         PIC X(30).
             05 WS-ZIP          PIC X(10).
             05 WS-COUNTRY      PIC X(20).
          03 WS-COUNTRY-U       PIC X(20).
          03 WS-CITY-U          PIC X(30).
          03 WS-POST-RID.
             05 WS-POST-COUNTRY PIC X(20).
             05 WS-POST-ZIP     PIC X(10).
          03 REQUEST-BODY       PIC X(512).
          03 REQUESTLENGTH      PIC S9(8) USAGE BINARY.
          03 VALID-SW           PIC X(1).
             88 FIELDS-VALID    VALUE 'Y'.
          03 WS-ERRMSG          PIC X(79).
          03 JSON-PTR           PIC S9(8) USAGE BINARY.
          03 JSON-FIELDS        PIC S9(4) USAGE BINARY.
          03 JSON-KEY           PIC X(10).
          03 JSON-VAL           PIC X(40).
          03 DOB-YEAR           PIC 9(4).
          03 DOB-MONTH          PIC 9(2).
          03 DOB-DAY            PIC 9(2).
          03 DOB-MAXDAY         PIC 9(2).
          03 ZIP-LEN            PIC S9(4) USAGE BINARY.
          03 JSON-OK-SW         PIC X(1).
             88 JSON-OK         VALUE 'Y'.
          03 DEGRADED-SW        PIC X(1).
             88 SERVICE-DEGRADED VALUE 'Y'.
          03 GATEWAY-FAILED-SW  PIC X(1).
             88 GATEWAY-FAILED  VALUE 'Y'.
          03 WS-REQUESTID       PIC X(32).
          03 WS-TASKNUM         PIC 9(7).
          03 EOF-SWITCH         PIC X(1) VALUE 'N'.
             88 END-OF-LOAD-FILE VALUE 'Y'.
          03 ROWS-READ          PIC 9(8) VALUE ZERO.
          03 ROWS-LOADED        PIC 9(8) VALUE ZERO.
          03 ROWS-INVALID       PIC 9(8) VALUE ZERO.
          03 ROWS-SERVICE       PIC 9(8) VALUE ZERO.
          03 WS-INPUT           PIC X(80).
          03 WS-INPUTLEN        PIC S9(8) USAGE BINARY VALUE +80.
          03 WS-MAXCPM-TXT      PIC X(10).
          03 WS-MAXCPM          PIC 9(4) VALUE 0.
          03 WS-PARM-LEN        PIC S9(4) USAGE BINARY.
          03 PACE-WINDOW-START  PIC S9(15) USAGE COMP VALUE 0.
          03 PACE-NOW           PIC S9(15) USAGE COMP.
          03 PACE-CALLS         PIC 9(4) VALUE 0.
          03 PACE-WAIT-SECS     PIC S9(4) USAGE BINARY.
          03 EVENT-ALERT        PIC X(80).
          03 EVENT-ALERTLEN     PIC S9(8) USAGE BINARY.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           OPEN INPUT LOAD-FILE.
           OPEN OUTPUT LOAD-REPORT.
           OPEN OUTPUT LOAD-REJECT.
           PERFORM UNTIL END-OF-LOAD-FILE
              READ LOAD-FILE
                 AT END
                    SET END-OF-LOAD-FILE TO TRUE
                 NOT AT END
                    ADD 1 TO ROWS-READ
                    PERFORM PROCESS-ONE-ROW
              END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LOAD-FILE.
           CLOSE LOAD-REPORT.
           CLOSE LOAD-REJECT.
           DISPLAY 'ZCXLOAD READ=' ROWS-READ
                   ' LOADED=' ROWS-LOADED
                   ' INVALID=' ROWS-INVALID
                   ' SERVICE=' ROWS-SERVICE.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           MOVE 80 TO WS-INPUTLEN.
           PERFORM CONFIG-LOOKUP.
       CONFIG-LOOKUP.
      *    Look up HOST/PORTNUMBER/PATH for this region's APPLID from
      *    the ZCXCFGQ control file instead of coding them as literals,
      *    so ops can repoint an environment without a recompile.
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
       RECEIVE-PARMS.
      *    One unformatted line gives the maximum calls per minute, so
      *    a big onboarding file does not run flat out against the
      *    same service the online lookups share.  A run started with
      *    START TRANSID has no TERMID, so RECEIVE has nothing to read
      *    -- fall back to no pacing instead of letting it abend.
           MOVE SPACES TO WS-MAXCPM-TXT.
           EXEC CICS RECEIVE
                INTO (WS-INPUT)
                LENGTH (WS-INPUTLEN)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              UNSTRING WS-INPUT DELIMITED BY ALL SPACES
                   INTO WS-MAXCPM-TXT
              END-UNSTRING
           END-IF.
           IF WS-MAXCPM-TXT NOT = SPACES
              COMPUTE WS-PARM-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-MAXCPM-TXT))
              IF WS-MAXCPM-TXT(1:WS-PARM-LEN) IS NUMERIC
                 MOVE WS-MAXCPM-TXT(1:WS-PARM-LEN) TO WS-MAXCPM
              END-IF
           END-IF.
       PACE-CONTROL.
      *    Same rolling one-minute window as ZCXBATCH: count calls and
      *    sleep out the rest of the window once the allowance is
      *    used.
           IF WS-MAXCPM > 0
              EXEC CICS ASKTIME
                   ABSTIME(PACE-NOW)
                   END-EXEC
              IF PACE-WINDOW-START = 0
                 OR PACE-NOW - PACE-WINDOW-START >= 60000
                 MOVE PACE-NOW TO PACE-WINDOW-START
                 MOVE 0 TO PACE-CALLS
              END-IF
              IF PACE-CALLS >= WS-MAXCPM
                 COMPUTE PACE-WAIT-SECS =
                    (PACE-WINDOW-START + 60000 - PACE-NOW) / 1000 + 1
                 IF PACE-WAIT-SECS > 0
                    EXEC CICS DELAY
                         FOR SECONDS(PACE-WAIT-SECS)
                         END-EXEC
                 END-IF
                 EXEC CICS ASKTIME
                      ABSTIME(PACE-NOW)
                      END-EXEC
                 MOVE PACE-NOW TO PACE-WINDOW-START
                 MOVE 0 TO PACE-CALLS
              END-IF
              ADD 1 TO PACE-CALLS
           END-IF.
       PROCESS-ONE-ROW.
      *    The action code maps onto the verb the screen would have
      *    been keyed with, and from there the row runs through the
      *    very checks the screen runs.  Only a row that passes them
      *    costs a call to the service.
           MOVE SPACES TO WS-ENTRY.
           EVALUATE TRUE
              WHEN LD-ADD
                 MOVE 'POST' TO WS-VERB
              WHEN LD-CHANGE
                 MOVE 'PUT' TO WS-VERB
              WHEN LD-DELETE
                 MOVE 'DELETE' TO WS-VERB
              WHEN OTHER
                 MOVE SPACES TO WS-VERB
           END-EVALUATE.
           MOVE LD-PERSON-ID TO WS-PERSON-ID.
           MOVE LD-NAME TO WS-NAME.
           MOVE LD-DOB TO WS-DOB.
           MOVE LD-STREET TO WS-STREET.
           MOVE LD-CITY TO WS-CITY.
           MOVE LD-ZIP TO WS-ZIP.
           MOVE LD-COUNTRY TO WS-COUNTRY.
           INSPECT WS-ENTRY REPLACING ALL LOW-VALUE BY SPACE.
           PERFORM VALIDATE-FIELDS.
           IF FIELDS-VALID
              PERFORM PACE-CONTROL
              PERFORM BUILD-REQUEST-JSON
              PERFORM BUILD-PATH
              PERFORM GENERATE-REQUEST-ID
              PERFORM WEB-CONVERSATION
              PERFORM CHECK-DEGRADED
              PERFORM AUDIT-LOG
              IF NOT GATE-FAST-FAILED
                 PERFORM STATS-LOG
              END-IF
              IF GATEWAY-FAILED
                 OR STATUSCODE < 200 OR STATUSCODE > 299
                 PERFORM REPORT-SERVICE-REJECT
              ELSE
                 PERFORM REPORT-LOADED
                 PERFORM PUBLISH-CHANGE-EVENT
              END-IF
           ELSE
              PERFORM REPORT-INVALID
           END-IF.
       VALIDATE-FIELDS.
      *    The same checks in the same order as VALIDATE-FIELDS in
      *    ZCXMAINT; the first failing check is the reason reported.
           MOVE 'Y' TO VALID-SW.
           MOVE SPACES TO WS-ERRMSG.
           PERFORM VALIDATE-ACTION.
           IF FIELDS-VALID
              PERFORM VALIDATE-PERSONID
           END-IF.
           IF FIELDS-VALID
              PERFORM VALIDATE-NAME
           END-IF.
           IF FIELDS-VALID AND WS-DOB NOT = SPACES
              PERFORM VALIDATE-DOB
           END-IF.
           IF FIELDS-VALID AND WS-ZIP NOT = SPACES
              PERFORM VALIDATE-ZIP
           END-IF.
           IF FIELDS-VALID AND WS-ZIP NOT = SPACES
              AND (WS-VERB = 'POST' OR WS-VERB = 'PUT')
              PERFORM VALIDATE-POSTAL
           END-IF.
           IF FIELDS-VALID AND WS-VERB = 'PUT'
              PERFORM VALIDATE-ANY-FIELD
           END-IF.
       VALIDATE-ACTION.
           IF WS-VERB = SPACES
              MOVE 'N' TO VALID-SW
              MOVE 'ACTION CODE MUST BE A, C OR D' TO WS-ERRMSG
           END-IF.
       VALIDATE-PERSONID.
      *    An add never carries a person id (the id is assigned by the
      *    source system); a change and a delete always address one.
           IF (WS-VERB = 'PUT' OR WS-VERB = 'DELETE')
              AND WS-PERSON-ID = SPACES
              MOVE 'N' TO VALID-SW
              MOVE 'PERSON ID IS REQUIRED FOR PUT AND DELETE'
                 TO WS-ERRMSG
           END-IF.
           IF WS-VERB = 'POST' AND WS-PERSON-ID NOT = SPACES
              MOVE 'N' TO VALID-SW
              MOVE 'PERSON ID IS ASSIGNED ON POST - LEAVE BLANK'
                 TO WS-ERRMSG
           END-IF.
       VALIDATE-NAME.
           IF WS-VERB = 'POST' AND WS-NAME = SPACES
              MOVE 'N' TO VALID-SW
              MOVE 'NAME IS REQUIRED ON POST' TO WS-ERRMSG
           END-IF.
       VALIDATE-DOB.
      *    Same rule as VALIDATE-DOB in ZCXMAINT: a real date in
      *    YYYY-MM-DD form, leap years included.
           IF WS-DOB(5:1) = '-' AND WS-DOB(8:1) = '-'
              AND WS-DOB(1:4) IS NUMERIC
              AND WS-DOB(6:2) IS NUMERIC
              AND WS-DOB(9:2) IS NUMERIC
              MOVE WS-DOB(1:4) TO DOB-YEAR
              MOVE WS-DOB(6:2) TO DOB-MONTH
              MOVE WS-DOB(9:2) TO DOB-DAY
              EVALUATE DOB-MONTH
                 WHEN 1
                 WHEN 3
                 WHEN 5
                 WHEN 7
                 WHEN 8
                 WHEN 10
                 WHEN 12
                    MOVE 31 TO DOB-MAXDAY
                 WHEN 4
                 WHEN 6
                 WHEN 9
                 WHEN 11
                    MOVE 30 TO DOB-MAXDAY
                 WHEN 2
                    IF FUNCTION MOD(DOB-YEAR, 4) = 0
                       AND (FUNCTION MOD(DOB-YEAR, 100) NOT = 0
                            OR FUNCTION MOD(DOB-YEAR, 400) = 0)
                       MOVE 29 TO DOB-MAXDAY
                    ELSE
                       MOVE 28 TO DOB-MAXDAY
                    END-IF
                 WHEN OTHER
                    MOVE 0 TO DOB-MAXDAY
              END-EVALUATE
              IF DOB-DAY < 1 OR DOB-DAY > DOB-MAXDAY
                 PERFORM DOB-ERROR
              END-IF
           ELSE
              PERFORM DOB-ERROR
           END-IF.
       DOB-ERROR.
           MOVE 'N' TO VALID-SW.
           MOVE 'DOB MUST BE A REAL DATE IN YYYY-MM-DD FORM'
              TO WS-ERRMSG.
       VALIDATE-ZIP.
      *    Same rule as VALIDATE-ZIP in ZCXMAINT: the zip format has
      *    to suit the country; countries without a known format just
      *    need something keyed.
           MOVE FUNCTION UPPER-CASE(WS-COUNTRY) TO WS-COUNTRY-U.
           COMPUTE ZIP-LEN = FUNCTION LENGTH(FUNCTION TRIM(WS-ZIP)).
           EVALUATE WS-COUNTRY-U
              WHEN 'US'
              WHEN 'USA'
                 IF ZIP-LEN NOT = 5 OR WS-ZIP(1:5) IS NOT NUMERIC
                    PERFORM ZIP-ERROR
                 END-IF
              WHEN 'DE'
              WHEN 'GERMANY'
                 IF ZIP-LEN NOT = 5 OR WS-ZIP(1:5) IS NOT NUMERIC
                    PERFORM ZIP-ERROR
                 END-IF
              WHEN 'DK'
              WHEN 'DENMARK'
                 IF ZIP-LEN NOT = 4 OR WS-ZIP(1:4) IS NOT NUMERIC
                    PERFORM ZIP-ERROR
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       ZIP-ERROR.
           MOVE 'N' TO VALID-SW.
           MOVE 'ZIP DOES NOT SUIT COUNTRY (US/DE 5, DK 4 DIGITS)'
              TO WS-ERRMSG.
       VALIDATE-POSTAL.
      *    Same rule as VALIDATE-POSTAL in ZCXMAINT: the zip is looked
      *    up with the country in ZCXPOST; a country with no rows on
      *    the file (or the file unavailable) keeps the shape check.
           MOVE FUNCTION UPPER-CASE(WS-COUNTRY) TO WS-POST-COUNTRY.
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
           MOVE WS-ZIP TO WS-POST-ZIP.
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
           IF WS-CITY = SPACES
              MOVE POST-CITY TO WS-CITY
           ELSE
              MOVE FUNCTION UPPER-CASE(WS-CITY) TO WS-CITY-U
              IF WS-CITY-U NOT = POST-CITY
                 MOVE 'N' TO VALID-SW
                 STRING 'CITY DOES NOT MATCH ZIP - OFFICIAL CITY IS '
                           DELIMITED BY SIZE
                        POST-CITY DELIMITED BY SIZE
                    INTO WS-ERRMSG
                 END-STRING
              END-IF
           END-IF.
       CHECK-POSTAL-COUNTRY.
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
              END-IF
           END-IF.
       VALIDATE-ANY-FIELD.
           IF WS-NAME = SPACES AND WS-DOB = SPACES
              AND WS-STREET = SPACES AND WS-CITY = SPACES
              AND WS-ZIP = SPACES AND WS-COUNTRY = SPACES
              MOVE 'N' TO VALID-SW
              MOVE 'NOTHING TO AMEND - ENTER AT LEAST ONE FIELD'
                 TO WS-ERRMSG
           END-IF.
       BUILD-REQUEST-JSON.
      *    The request JSON is generated from the row exactly the way
      *    ZCXMAINT generates it from the screen: only filled fields
      *    are sent, so a change row stays a partial amendment.
           MOVE SPACES TO REQUEST-BODY.
           MOVE 0 TO REQUESTLENGTH.
           IF WS-VERB = 'POST' OR WS-VERB = 'PUT'
              MOVE 1 TO JSON-PTR
              MOVE 0 TO JSON-FIELDS
              STRING '{' DELIMITED BY SIZE
                 INTO REQUEST-BODY
                 WITH POINTER JSON-PTR
              END-STRING
              IF WS-NAME NOT = SPACES
                 MOVE 'name' TO JSON-KEY
                 MOVE WS-NAME TO JSON-VAL
                 PERFORM JSON-APPEND-FIELD
              END-IF
              IF WS-DOB NOT = SPACES
                 MOVE 'dob' TO JSON-KEY
                 MOVE WS-DOB TO JSON-VAL
                 PERFORM JSON-APPEND-FIELD
              END-IF
              IF WS-STREET NOT = SPACES OR WS-CITY NOT = SPACES
                 OR WS-ZIP NOT = SPACES OR WS-COUNTRY NOT = SPACES
                 PERFORM JSON-APPEND-ADDRESS
              END-IF
              STRING '}' DELIMITED BY SIZE
                 INTO REQUEST-BODY
                 WITH POINTER JSON-PTR
              END-STRING
              COMPUTE REQUESTLENGTH = JSON-PTR - 1
           END-IF.
       JSON-APPEND-FIELD.
           IF JSON-FIELDS > 0
              STRING ',' DELIMITED BY SIZE
                 INTO REQUEST-BODY
                 WITH POINTER JSON-PTR
              END-STRING
           END-IF.
           STRING '"' DELIMITED BY SIZE
                  FUNCTION TRIM(JSON-KEY) DELIMITED BY SIZE
                  '":"' DELIMITED BY SIZE
                  FUNCTION TRIM(JSON-VAL) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
              INTO REQUEST-BODY
              WITH POINTER JSON-PTR
           END-STRING.
           ADD 1 TO JSON-FIELDS.
       JSON-APPEND-ADDRESS.
      *    The address fields nest one level down, mirroring the
      *    PERSON copybook's "address" object.
           IF JSON-FIELDS > 0
              STRING ',' DELIMITED BY SIZE
                 INTO REQUEST-BODY
                 WITH POINTER JSON-PTR
              END-STRING
           END-IF.
           STRING '"address":{' DELIMITED BY SIZE
              INTO REQUEST-BODY
              WITH POINTER JSON-PTR
           END-STRING.
           MOVE 0 TO JSON-FIELDS.
           IF WS-STREET NOT = SPACES
              MOVE 'street' TO JSON-KEY
              MOVE WS-STREET TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           IF WS-CITY NOT = SPACES
              MOVE 'city' TO JSON-KEY
              MOVE WS-CITY TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           IF WS-ZIP NOT = SPACES
              MOVE 'zip' TO JSON-KEY
              MOVE WS-ZIP TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           IF WS-COUNTRY NOT = SPACES
              MOVE 'country' TO JSON-KEY
              MOVE WS-COUNTRY TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           STRING '}' DELIMITED BY SIZE
              INTO REQUEST-BODY
              WITH POINTER JSON-PTR
           END-STRING.
       BUILD-PATH.
           IF WS-PERSON-ID = SPACES
              MOVE ZCX-CFG-PATHPREFIX(1:ZCX-CFG-PATHPFXLEN) TO PATH
              MOVE ZCX-CFG-PATHPFXLEN TO PATHLENGTH
           ELSE
              STRING ZCX-CFG-PATHPREFIX(1:ZCX-CFG-PATHPFXLEN)
                        DELIMITED BY SIZE
                     '/' DELIMITED BY SIZE
                     WS-PERSON-ID DELIMITED BY SPACE
                 INTO PATH
              END-STRING
              COMPUTE PATHLENGTH =
                 ZCX-CFG-PATHPFXLEN + 1 +
                 FUNCTION LENGTH(FUNCTION TRIM(WS-PERSON-ID))
           END-IF.
       GENERATE-REQUEST-ID.
      *    One correlation ID per row, built like the ZCXMAINT one but
      *    with the row number on the end -- every row of the load
      *    runs under the same task number, often inside the same
      *    clock tick.
           EXEC CICS ASKTIME
                ABSTIME(AUD-ABSTIME)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(AUD-ABSTIME)
                YYYYMMDD(AUD-DATE)
                TIME(AUD-TIME)
                END-EXEC.
           MOVE EIBTASKN TO WS-TASKNUM.
           MOVE SPACES TO WS-REQUESTID.
           STRING AUD-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-TASKNUM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  ROWS-READ DELIMITED BY SIZE
              INTO WS-REQUESTID
           END-STRING.
       WEB-CONVERSATION.
      *    The WEB OPEN/CONVERSE/CLOSE sequence -- and with it the
      *    retry/backoff and the bearer-token refresh -- lives in the
      *    shared ZCXGATE subroutine.
           MOVE WS-REQUESTID TO GATE-REQUESTID.
           MOVE WS-VERB TO GATE-VERB.
           MOVE PATH TO GATE-PATH.
           MOVE PATHLENGTH TO GATE-PATHLENGTH.
           MOVE REQUEST-BODY TO GATE-REQBODY.
           MOVE REQUESTLENGTH TO GATE-REQLENGTH.
           EXEC CICS ASKTIME
                ABSTIME(STAT-START-TIME)
                END-EXEC.
           CALL 'ZCXGATE' USING ZCXGATE-PARMS.
           EXEC CICS ASKTIME
                ABSTIME(STAT-END-TIME)
                END-EXEC.
           COMPUTE STAT-ELAPSED-MS = STAT-END-TIME - STAT-START-TIME.
      *    A total WEB OPEN/CONVERSE failure leaves GATE-RESPONSE and
      *    GATE-MEDIATYPE unpopulated -- leave a sentinel instead of
      *    the previous row's result being misattributed.
           MOVE 'N' TO GATEWAY-FAILED-SW.
           IF GATE-FAILURE
              SET GATEWAY-FAILED TO TRUE
              MOVE 0 TO STATUSCODE
              MOVE 'GATEWAY UNAVAILABLE' TO RESPONSE
              MOVE 0 TO TOLENGTH
              MOVE SPACES TO MEDIATYPE
           ELSE
              MOVE GATE-RESPONSE TO RESPONSE
              MOVE GATE-TOLENGTH TO TOLENGTH
              MOVE GATE-MEDIATYPE TO MEDIATYPE
              MOVE GATE-STATUSCODE TO STATUSCODE
           END-IF.
       CHECK-DEGRADED.
      *    A gateway outage sometimes answers with an HTML error page
      *    instead of JSON -- flag that so the audit row carries the
      *    same degraded marker a live maintenance call would.
           MOVE 'N' TO DEGRADED-SW.
           IF MEDIATYPE(1:16) NOT = 'application/json'
              OR STATUSCODE < 200 OR STATUSCODE > 299
              SET SERVICE-DEGRADED TO TRUE
           END-IF.
       PARSE-PERSON-BODY.
      *    An add is answered with the created person, which is the
      *    only place the newly assigned ID can be read back from.
           MOVE 'N' TO JSON-OK-SW.
           INITIALIZE PERSON-RECORD.
           IF TOLENGTH > 0
              JSON PARSE RESPONSE(1:TOLENGTH) INTO PERSON-RECORD
                   ON EXCEPTION
                      CONTINUE
                   NOT ON EXCEPTION
                      SET JSON-OK TO TRUE
              END-JSON
           END-IF.
       REPORT-LOADED.
           ADD 1 TO ROWS-LOADED.
           MOVE SPACES TO LOAD-RPT-REC.
           MOVE ROWS-READ TO LR-ROW.
           MOVE LD-ACTION TO LR-ACTION.
           MOVE WS-PERSON-ID TO LR-PERSON-ID.
           IF WS-VERB = 'POST'
              PERFORM PARSE-PERSON-BODY
              IF JSON-OK AND PERSON-ID NOT = SPACES
                 MOVE PERSON-ID TO LR-PERSON-ID
              END-IF
           END-IF.
           MOVE 'LOADED' TO LR-OUTCOME.
           MOVE STATUSCODE TO LR-STATUSCODE.
           WRITE LOAD-RPT-REC.
       PUBLISH-CHANGE-EVENT.
      *    A loaded row is a change like any keyed on the ZCXMAINT
      *    screen, so it publishes the same event for the downstream
      *    subscribers.  The after-image is the person the service
      *    returned; if it returned none, it is the row as sent (a
      *    change row carries only the fields it amends).  An add's
      *    person ID can only be read back from the returned body.
      *    A delete has no after-image.
           INITIALIZE EVT-RECORD.
           MOVE AUD-TIMESTAMP TO EVT-TIMESTAMP.
           MOVE WS-PERSON-ID TO EVT-PERSON-ID.
           MOVE WS-VERB TO EVT-VERB.
           MOVE AUD-USERID TO EVT-USERID.
           MOVE WS-REQUESTID TO EVT-REQUESTID.
           MOVE EIBTRNID TO EVT-TRANSID.
           IF WS-VERB NOT = 'DELETE'
              PERFORM PARSE-PERSON-BODY
              IF JSON-OK
                 IF WS-VERB = 'POST' AND PERSON-ID NOT = SPACES
                    MOVE PERSON-ID TO EVT-PERSON-ID
                 END-IF
                 MOVE EVT-PERSON-ID TO EVT-AFT-ID
                 MOVE PERSON-NAME TO EVT-AFT-NAME
                 MOVE PERSON-DOB TO EVT-AFT-DOB
                 MOVE PERSON-STREET TO EVT-AFT-STREET
                 MOVE PERSON-CITY TO EVT-AFT-CITY
                 MOVE PERSON-ZIP TO EVT-AFT-ZIP
                 MOVE PERSON-COUNTRY TO EVT-AFT-COUNTRY
              ELSE
                 MOVE WS-PERSON-ID TO EVT-AFT-ID
                 MOVE WS-NAME TO EVT-AFT-NAME
                 MOVE WS-DOB TO EVT-AFT-DOB
                 MOVE WS-STREET TO EVT-AFT-STREET
                 MOVE WS-CITY TO EVT-AFT-CITY
                 MOVE WS-ZIP TO EVT-AFT-ZIP
                 MOVE WS-COUNTRY TO EVT-AFT-COUNTRY
              END-IF
           END-IF.
           EXEC CICS WRITEQ TD
                QUEUE('ZCXE')
                FROM(EVT-RECORD)
                LENGTH(EVT-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
      *    The row has been loaded; a lost event is reported to the
      *    console now and shows up in the ZCXEVCHK check as a delta
      *    record with no event.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE SPACES TO EVENT-ALERT
              STRING 'ZCXLOAD CHANGE EVENT NOT PUBLISHED - '
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
       REPORT-INVALID.
      *    Rejected before any call was made: the status code stays
      *    zero and the reason is the rule the row failed.
           ADD 1 TO ROWS-INVALID.
           MOVE SPACES TO LOAD-RPT-REC.
           MOVE ROWS-READ TO LR-ROW.
           MOVE LD-ACTION TO LR-ACTION.
           MOVE LD-PERSON-ID TO LR-PERSON-ID.
           MOVE 'INVALID' TO LR-OUTCOME.
           MOVE 0 TO LR-STATUSCODE.
           MOVE WS-ERRMSG TO LR-REASON.
           WRITE LOAD-RPT-REC.
           PERFORM WRITE-REJECT.
       REPORT-SERVICE-REJECT.
      *    The service (or the gateway on its way there) said no: the
      *    status code is what the service answered, zero when the
      *    call never got through at all.
           ADD 1 TO ROWS-SERVICE.
           MOVE SPACES TO LOAD-RPT-REC.
           MOVE ROWS-READ TO LR-ROW.
           MOVE LD-ACTION TO LR-ACTION.
           MOVE LD-PERSON-ID TO LR-PERSON-ID.
           MOVE 'SERVICE' TO LR-OUTCOME.
           MOVE STATUSCODE TO LR-STATUSCODE.
           IF GATEWAY-FAILED
              MOVE 'GATEWAY UNAVAILABLE' TO LR-REASON
           ELSE
              MOVE RESPONSE(1:48) TO LR-REASON
              INSPECT LR-REASON REPLACING ALL x'0d25' BY '  '
           END-IF.
           WRITE LOAD-RPT-REC.
           PERFORM WRITE-REJECT.
       WRITE-REJECT.
      *    The row goes back out byte for byte as it came in, so the
      *    corrected reject file can be the next run's ZCXLDIN.
           MOVE LOAD-REC TO LOAD-REJECT-REC.
           WRITE LOAD-REJECT-REC.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LOAD-RPT-LINE.
           STRING 'TOTALS READ ' DELIMITED BY SIZE
                  ROWS-READ DELIMITED BY SIZE
                  '  LOADED ' DELIMITED BY SIZE
                  ROWS-LOADED DELIMITED BY SIZE
                  '  INVALID ' DELIMITED BY SIZE
                  ROWS-INVALID DELIMITED BY SIZE
                  '  SERVICE ' DELIMITED BY SIZE
                  ROWS-SERVICE DELIMITED BY SIZE
              INTO LOAD-RPT-LINE
           END-STRING.
           WRITE LOAD-RPT-LINE.
       AUDIT-LOG.
      *    Compliance needs to be able to reconstruct who maintained a
      *    given person's data and what the service returned -- one
      *    row per loaded call, exactly like a screen maintenance call.
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
       STATS-LOG.
      *    The load's own call latency belongs in the same per-APPLID-
      *    hour SLA bucket as the online transactions.  An add answers
      *    201 and a delete may answer 204, so any 2xx is a good call
      *    here.
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
              IF STATUSCODE < 200 OR STATUSCODE > 299
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
              IF STATUSCODE < 200 OR STATUSCODE > 299
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
