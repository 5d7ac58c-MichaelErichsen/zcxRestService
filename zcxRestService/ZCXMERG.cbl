       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXMERG.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Person merge transaction.  ZCXDUPS tells the stewards which   *
      * persons are duplicates, but resolving a pair used to mean a   *
      * PUT of the good data onto one ID and a DELETE of the other by *
      * hand in ZCXMAINT -- and billing then saw a bare delete with   *
      * no idea which ID the charges should move to.  Here the        *
      * steward keys the two IDs and ENTER shows both images side by  *
      * side: live through ZCXGATE, or last night's ZCXSNAPN copy     *
      * from the keyed ZCXSRCH file when the service cannot be        *
      * reached (shown for reference only -- a merge needs both live  *
      * images).  The steward picks the surviving ID and, field by    *
      * field, which side's value to keep; ENTER again shows the      *
      * merged image, and PF5 PUTs it onto the survivor and DELETEs   *
      * the other ID as one unit: a failed PUT changes nothing, and a *
      * DELETE that fails after the PUT puts the survivor's original  *
      * values back.  Each completed merge writes a row to the keyed  *
      * ZCXXREF cross-reference file (retired ID, surviving ID, date, *
      * userid), which the nightly ZCXSNAP run hands to billing as    *
      * the ZCXMFEED merge feed alongside ZCXDELTA.  A ZCXXREF row    *
      * that cannot be written is named in the message line and on    *
      * the audit trail, since billing would otherwise never hear of  *
      * the merge.                                                    *
      *                                                               *
      * Every PUT and DELETE of a merge (and of a back-out) that the  *
      * service accepts is published as a change event on the ZCXE    *
      * transient-data queue, the same as ZCXMAINT publishes them.    *
      *                                                                 *
      * A merge deletes a person, so it takes PERM-DELETE as well as  *
      * PERM-PUT in ZCXPERM; every call, merge, back-out and denied   *
      * attempt is written to ZCXAUDIT.                               *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZCXCFG.
       COPY AUDITREC.
       COPY STATSREC.
       COPY PERSON.
       COPY ZCXGATEP.
       COPY ZCXPERMR.
       COPY ZCXSRCHR.
       COPY ZCXXREFR.
       COPY ZCXEVTR.
       COPY ZCXMRGS.
       01 WS.
          03 PATH               PIC X(80).
          03 PATHLENGTH         PIC S9(8) USAGE BINARY.
          03 STATUSCODE         PIC 9(4) USAGE DISPLAY.
          03 WS-RESP            PIC S9(8) USAGE BINARY.
          03 WS-RESP2           PIC S9(8) USAGE BINARY.
          03 WS-VERB            PIC X(6).
          03 WS-TARGET-ID       PIC X(20).
          03 WS-ID-A            PIC X(20).
          03 WS-ID-B            PIC X(20).
          03 WS-SURVIVOR        PIC X(1).
          03 WS-SURV-ID         PIC X(20).
          03 WS-LOSER-ID        PIC X(20).
          03 SURV-SUB           PIC S9(4) USAGE BINARY.
          03 LOSER-SUB          PIC S9(4) USAGE BINARY.
          03 SIDE-SUB           PIC S9(4) USAGE BINARY.
          03 ROW-SUB            PIC S9(4) USAGE BINARY.
          03 REQUEST-BODY       PIC X(512).
          03 REQUESTLENGTH      PIC S9(8) USAGE BINARY.
          03 JSON-PTR           PIC S9(8) USAGE BINARY.
          03 JSON-FIELDS        PIC S9(4) USAGE BINARY.
          03 JSON-KEY           PIC X(10).
          03 JSON-VAL           PIC X(40).
          03 JSON-OK-SW         PIC X(1).
             88 JSON-OK         VALUE 'Y'.
          03 VALID-SW           PIC X(1).
             88 FIELDS-VALID    VALUE 'Y'.
          03 PREVIEW-SW         PIC X(1).
             88 PREVIEW-READY   VALUE 'Y'.
          03 CALL-OK-SW         PIC X(1).
             88 CALL-OK         VALUE 'Y'.
          03 DEGRADED-SW        PIC X(1).
             88 SERVICE-DEGRADED VALUE 'Y'.
          03 GATEWAY-FAILED-SW  PIC X(1).
             88 GATEWAY-FAILED  VALUE 'Y'.
          03 WS-ERRFIELD        PIC S9(4) USAGE BINARY.
          03 WS-MSG             PIC X(79).
          03 WS-REQUESTID       PIC X(32).
          03 WS-TASKNUM         PIC 9(7).
          03 WS-CALL-SEQ        PIC 9(2).
          03 WS-USERID          PIC X(8).
          03 AUTH-SW            PIC X(1).
             88 AUTH-ALLOWED    VALUE 'Y'.
          03 WS-KEPT            PIC X(6).
          03 XREF-OK-SW         PIC X(1).
             88 XREF-WRITTEN    VALUE 'Y'.
          03 WS-RESP-NUM        PIC 9(4).
          03 WS-RESP2-NUM       PIC 9(4).
          03 EVENT-ALERT        PIC X(80).
          03 EVENT-ALERTLEN     PIC S9(8) USAGE BINARY.
       01 COMM-AREA.
          03 COMM-SIDE OCCURS 2 TIMES.
             05 COMM-ID         PIC X(20).
             05 COMM-SRC        PIC X(1).
                88 COMM-LIVE      VALUE 'L'.
                88 COMM-SNAPSHOT  VALUE 'S'.
                88 COMM-NOT-FOUND VALUE 'N'.
             05 COMM-IMAGE      PIC X(170).
      *    Side 1 is ID A, side 2 is ID B, side 3 the merged image.
       01 MERGE-IMAGES.
          03 MI-IMAGE OCCURS 3 TIMES.
             05 MI-ID           PIC X(20).
             05 MI-NAME         PIC X(40).
             05 MI-DOB          PIC X(10).
             05 MI-STREET       PIC X(40).
             05 MI-CITY         PIC X(30).
             05 MI-ZIP          PIC X(10).
             05 MI-COUNTRY      PIC X(20).
       01 KEEP-CHOICES.
          03 KEEP-FLAG OCCURS 6 TIMES PIC X(1).
          03 KEEP-SUB OCCURS 6 TIMES PIC S9(4) USAGE BINARY.
       01 IMAGE-WORK.
          03 IW-IMAGE.
             05 IW-ID           PIC X(20).
             05 IW-NAME         PIC X(40).
             05 IW-DOB          PIC X(10).
             05 IW-STREET       PIC X(40).
             05 IW-CITY         PIC X(30).
             05 IW-ZIP          PIC X(10).
             05 IW-COUNTRY      PIC X(20).
       LINKAGE SECTION.
       01 DFHCOMMAREA           PIC X(382).
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           IF EIBCALEN = 0
              PERFORM SEND-INITIAL-MAP
              PERFORM RETURN-TO-SCREEN
           ELSE
              MOVE DFHCOMMAREA TO COMM-AREA
              PERFORM RECEIVE-REQUEST
              EVALUATE EIBAID
                 WHEN DFHPF3
                 WHEN DFHPF12
                    PERFORM SEND-GOODBYE
                    EXEC CICS RETURN
                         END-EXEC
                 WHEN DFHPF5
                    PERFORM VALIDATE-MERGE
                    IF FIELDS-VALID
                       PERFORM CHECK-AUTHORIZATION
                       IF AUTH-ALLOWED
                          PERFORM MERGE-PERSONS
                       ELSE
                          PERFORM AUDIT-DENIED
                          MOVE 'NOT AUTHORIZED TO MERGE (NEEDS PUT AND D
      -                    'ELETE) - ATTEMPT HAS BEEN LOGGED'
                             TO WS-MSG
                       END-IF
                    END-IF
                    PERFORM SHOW-SCREEN
                    PERFORM RETURN-TO-SCREEN
                 WHEN OTHER
                    IF WS-ID-A = COMM-ID(1) AND WS-ID-B = COMM-ID(2)
                       AND COMM-SRC(1) NOT = SPACE
                       AND COMM-SRC(2) NOT = SPACE
                       PERFORM VALIDATE-MERGE
                       IF FIELDS-VALID
                          MOVE 'MERGED IMAGE SHOWN - PF5 TO MERGE, OR CH
      -                        'ANGE THE CHOICES' TO WS-MSG
                       END-IF
                    ELSE
                       PERFORM VALIDATE-IDS
                       IF FIELDS-VALID
                          PERFORM FETCH-BOTH-IMAGES
                       END-IF
                    END-IF
                    PERFORM SHOW-SCREEN
                    PERFORM RETURN-TO-SCREEN
              END-EVALUATE
           END-IF.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE COMM-AREA.
           INITIALIZE MERGE-IMAGES.
           INITIALIZE KEEP-CHOICES.
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
       RETURN-TO-SCREEN.
           EXEC CICS RETURN
                TRANSID('ZCXJ')
                COMMAREA(COMM-AREA)
                LENGTH(382)
                END-EXEC.
       SEND-INITIAL-MAP.
           MOVE LOW-VALUES TO ZCXMRGO.
           MOVE 'KEY THE TWO PERSON IDS OF A DUPLICATE PAIR AND PRESS EN
      -         'TER' TO JMSGO.
           EXEC CICS SEND MAP('ZCXMRG')
                MAPSET('ZCXMRGMM')
                FROM(ZCXMRGO)
                ERASE FREEKB
                END-EXEC.
       SEND-GOODBYE.
           MOVE LOW-VALUES TO ZCXMRGO.
           MOVE 'GOODBYE' TO JMSGO.
           EXEC CICS SEND MAP('ZCXMRG')
                MAPSET('ZCXMRGMM')
                FROM(ZCXMRGO)
                ERASE FREEKB
                END-EXEC.
       RECEIVE-REQUEST.
      *    Untouched map fields come back as LOW-VALUES; fold them to
      *    spaces so the checks only ever see displayable text.
           EXEC CICS RECEIVE MAP('ZCXMRG')
                MAPSET('ZCXMRGMM')
                INTO(ZCXMRGI)
                END-EXEC.
           MOVE JIDAI TO WS-ID-A.
           MOVE JIDBI TO WS-ID-B.
           MOVE FUNCTION UPPER-CASE(JSURVI) TO WS-SURVIVOR.
           INSPECT WS-ID-A REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ID-B REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-SURVIVOR REPLACING ALL LOW-VALUE BY SPACE.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 6
              MOVE FUNCTION UPPER-CASE(JROWKPI(ROW-SUB))
                 TO KEEP-FLAG(ROW-SUB)
              INSPECT KEEP-FLAG(ROW-SUB)
                 REPLACING ALL LOW-VALUE BY SPACE
           END-PERFORM.
       VALIDATE-IDS.
           MOVE 'Y' TO VALID-SW.
           MOVE 0 TO WS-ERRFIELD.
           EVALUATE TRUE
              WHEN WS-ID-A = SPACES
                 MOVE 'N' TO VALID-SW
                 MOVE 'KEY BOTH PERSON IDS' TO WS-MSG
                 MOVE 1 TO WS-ERRFIELD
              WHEN WS-ID-B = SPACES
                 MOVE 'N' TO VALID-SW
                 MOVE 'KEY BOTH PERSON IDS' TO WS-MSG
                 MOVE 2 TO WS-ERRFIELD
              WHEN WS-ID-A = WS-ID-B
                 MOVE 'N' TO VALID-SW
                 MOVE 'THE TWO IDS ARE THE SAME - NOTHING TO MERGE'
                    TO WS-MSG
                 MOVE 2 TO WS-ERRFIELD
           END-EVALUATE.
           IF NOT FIELDS-VALID
              INITIALIZE COMM-AREA
              MOVE WS-ID-A TO COMM-ID(1)
              MOVE WS-ID-B TO COMM-ID(2)
           END-IF.
       FETCH-BOTH-IMAGES.
      *    A newly keyed pair starts a fresh comparison; the choices
      *    keyed against the previous pair do not carry over.
           INITIALIZE COMM-AREA.
           INITIALIZE KEEP-CHOICES.
           MOVE SPACE TO WS-SURVIVOR.
           MOVE WS-ID-A TO COMM-ID(1).
           MOVE WS-ID-B TO COMM-ID(2).
           PERFORM VARYING SIDE-SUB FROM 1 BY 1 UNTIL SIDE-SUB > 2
              PERFORM FETCH-ONE-IMAGE
           END-PERFORM.
           EVALUATE TRUE
              WHEN COMM-NOT-FOUND(1)
                 MOVE 'ID A IS NOT ON FILE - NOTHING TO MERGE' TO WS-MSG
                 MOVE 1 TO WS-ERRFIELD
              WHEN COMM-NOT-FOUND(2)
                 MOVE 'ID B IS NOT ON FILE - NOTHING TO MERGE' TO WS-MSG
                 MOVE 2 TO WS-ERRFIELD
              WHEN COMM-SNAPSHOT(1) OR COMM-SNAPSHOT(2)
                 MOVE 'SERVICE UNAVAILABLE - SNAPSHOT SHOWN, MERGE NOT P
      -               'OSSIBLE NOW' TO WS-MSG
              WHEN OTHER
                 MOVE 'KEY SURVIVOR A OR B, KEEP A OR B PER FIELD (BLANK
      -               '=SURVIVOR), ENTER' TO WS-MSG
                 MOVE 3 TO WS-ERRFIELD
           END-EVALUATE.
       FETCH-ONE-IMAGE.
      *    The live image is what will be merged, so it is fetched
      *    through the gateway and logged like any other lookup.  Only
      *    when the service cannot answer does the screen fall back to
      *    last night's snapshot copy in ZCXSRCH, for reference.
           MOVE COMM-ID(SIDE-SUB) TO WS-TARGET-ID.
           MOVE 'GET' TO WS-VERB.
           MOVE SPACES TO REQUEST-BODY.
           MOVE 0 TO REQUESTLENGTH.
           PERFORM BUILD-PATH.
           PERFORM GENERATE-REQUEST-ID.
           PERFORM WEB-CONVERSATION.
           PERFORM AUDIT-LOG.
           IF NOT GATE-FAST-FAILED
              PERFORM STATS-LOG
           END-IF.
           IF NOT GATEWAY-FAILED AND STATUSCODE = 200
              PERFORM PARSE-PERSON-BODY
           ELSE
              MOVE 'N' TO JSON-OK-SW
           END-IF.
           EVALUATE TRUE
              WHEN JSON-OK
                 MOVE WS-TARGET-ID TO IW-ID
                 MOVE PERSON-NAME TO IW-NAME
                 MOVE PERSON-DOB TO IW-DOB
                 MOVE PERSON-STREET TO IW-STREET
                 MOVE PERSON-CITY TO IW-CITY
                 MOVE PERSON-ZIP TO IW-ZIP
                 MOVE PERSON-COUNTRY TO IW-COUNTRY
                 MOVE IW-IMAGE TO COMM-IMAGE(SIDE-SUB)
                 SET COMM-LIVE(SIDE-SUB) TO TRUE
              WHEN NOT GATEWAY-FAILED AND STATUSCODE = 404
                 MOVE SPACES TO COMM-IMAGE(SIDE-SUB)
                 SET COMM-NOT-FOUND(SIDE-SUB) TO TRUE
              WHEN OTHER
                 MOVE WS-TARGET-ID TO SRCH-PERSON-ID
                 EXEC CICS READ
                      FILE('ZCXSRCH')
                      INTO (SRCH-RECORD)
                      RIDFLD(SRCH-PERSON-ID)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE SRCH-RECORD TO COMM-IMAGE(SIDE-SUB)
                    SET COMM-SNAPSHOT(SIDE-SUB) TO TRUE
                 ELSE
                    MOVE SPACES TO COMM-IMAGE(SIDE-SUB)
                    SET COMM-NOT-FOUND(SIDE-SUB) TO TRUE
                 END-IF
           END-EVALUATE.
       VALIDATE-MERGE.
      *    A merge only ever works on the pair on display, both
      *    fetched live; the survivor must be chosen and every keep
      *    flag must name a side (blank means the survivor's value).
           MOVE 'Y' TO VALID-SW.
           MOVE 0 TO WS-ERRFIELD.
           IF WS-ID-A NOT = COMM-ID(1) OR WS-ID-B NOT = COMM-ID(2)
              OR COMM-SRC(1) = SPACE OR COMM-SRC(2) = SPACE
              MOVE 'N' TO VALID-SW
              MOVE 'PRESS ENTER TO COMPARE THE KEYED IDS BEFORE MERGING'
                 TO WS-MSG
              MOVE 1 TO WS-ERRFIELD
           END-IF.
           IF FIELDS-VALID
              AND (NOT COMM-LIVE(1) OR NOT COMM-LIVE(2))
              MOVE 'N' TO VALID-SW
              MOVE 'BOTH IDS MUST BE ON FILE AT THE SOURCE - PRESS ENTER
      -            ' TO COMPARE AGAIN' TO WS-MSG
              MOVE 1 TO WS-ERRFIELD
           END-IF.
           IF FIELDS-VALID
              EVALUATE WS-SURVIVOR
                 WHEN 'A'
                    MOVE 1 TO SURV-SUB
                    MOVE 2 TO LOSER-SUB
                 WHEN 'B'
                    MOVE 2 TO SURV-SUB
                    MOVE 1 TO LOSER-SUB
                 WHEN OTHER
                    MOVE 'N' TO VALID-SW
                    MOVE 'SURVIVOR MUST BE A OR B' TO WS-MSG
                    MOVE 3 TO WS-ERRFIELD
              END-EVALUATE
           END-IF.
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > 6 OR NOT FIELDS-VALID
              EVALUATE KEEP-FLAG(ROW-SUB)
                 WHEN SPACE
                    MOVE SURV-SUB TO KEEP-SUB(ROW-SUB)
                 WHEN 'A'
                    MOVE 1 TO KEEP-SUB(ROW-SUB)
                 WHEN 'B'
                    MOVE 2 TO KEEP-SUB(ROW-SUB)
                 WHEN OTHER
                    MOVE 'N' TO VALID-SW
                    MOVE 'KEEP MUST BE A, B OR BLANK FOR THE SURVIVOR'
                       TO WS-MSG
                    COMPUTE WS-ERRFIELD = 10 + ROW-SUB
              END-EVALUATE
           END-PERFORM.
           IF FIELDS-VALID
              PERFORM BUILD-MERGED-IMAGE
           END-IF.
       BUILD-MERGED-IMAGE.
      *    Start from the survivor and take each field the steward
      *    asked for from the other side.  The PUT is a partial
      *    amendment that only sends keyed values, so a blank value
      *    on the other side cannot clear the survivor's own value --
      *    the preview shows the survivor's value in that case, so
      *    the steward sees exactly what the source will hold.
           MOVE COMM-IMAGE(1) TO MI-IMAGE(1).
           MOVE COMM-IMAGE(2) TO MI-IMAGE(2).
           MOVE MI-IMAGE(SURV-SUB) TO MI-IMAGE(3).
           IF KEEP-SUB(1) = LOSER-SUB
              AND MI-NAME(LOSER-SUB) NOT = SPACES
              MOVE MI-NAME(LOSER-SUB) TO MI-NAME(3)
           END-IF.
           IF KEEP-SUB(2) = LOSER-SUB AND MI-DOB(LOSER-SUB) NOT = SPACES
              MOVE MI-DOB(LOSER-SUB) TO MI-DOB(3)
           END-IF.
           IF KEEP-SUB(3) = LOSER-SUB
              AND MI-STREET(LOSER-SUB) NOT = SPACES
              MOVE MI-STREET(LOSER-SUB) TO MI-STREET(3)
           END-IF.
           IF KEEP-SUB(4) = LOSER-SUB
              AND MI-CITY(LOSER-SUB) NOT = SPACES
              MOVE MI-CITY(LOSER-SUB) TO MI-CITY(3)
           END-IF.
           IF KEEP-SUB(5) = LOSER-SUB AND MI-ZIP(LOSER-SUB) NOT = SPACES
              MOVE MI-ZIP(LOSER-SUB) TO MI-ZIP(3)
           END-IF.
           IF KEEP-SUB(6) = LOSER-SUB
              AND MI-COUNTRY(LOSER-SUB) NOT = SPACES
              MOVE MI-COUNTRY(LOSER-SUB) TO MI-COUNTRY(3)
           END-IF.
           MOVE MI-ID(SURV-SUB) TO WS-SURV-ID.
           MOVE MI-ID(LOSER-SUB) TO WS-LOSER-ID.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 6
              IF KEEP-SUB(ROW-SUB) = 1
                 MOVE 'A' TO WS-KEPT(ROW-SUB:1)
              ELSE
                 MOVE 'B' TO WS-KEPT(ROW-SUB:1)
              END-IF
           END-PERFORM.
           SET PREVIEW-READY TO TRUE.
       CHECK-AUTHORIZATION.
      *    A merge PUTs one person and DELETEs another, so it takes
      *    both verbs in ZCXPERM, read exactly the way ZCXMAINT reads
      *    it; a userid with no row is read-only.
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
           IF PERM-PUT-OK AND PERM-DELETE-OK
              SET AUTH-ALLOWED TO TRUE
           END-IF.
       MERGE-PERSONS.
      *    PUT the merged image onto the survivor first; only once the
      *    source has accepted it is the other ID deleted.  A failed
      *    DELETE backs the PUT out, so the pair is either merged or
      *    left as it was -- never half done without being reported.
           MOVE MI-IMAGE(3) TO IW-IMAGE.
           PERFORM BUILD-IMAGE-JSON.
           MOVE 'PUT' TO WS-VERB.
           MOVE WS-SURV-ID TO WS-TARGET-ID.
           PERFORM SEND-ONE-CALL.
           IF CALL-OK
              PERFORM PUBLISH-CHANGE-EVENT
           END-IF.
           IF NOT CALL-OK
              MOVE SPACES TO WS-MSG
              STRING 'MERGE NOT DONE - PUT OF SURVIVOR FAILED, STATUS '
                        DELIMITED BY SIZE
                     STATUSCODE DELIMITED BY SIZE
                     ', NOTHING CHANGED' DELIMITED BY SIZE
                 INTO WS-MSG
              END-STRING
           ELSE
              MOVE 'DELETE' TO WS-VERB
              MOVE WS-LOSER-ID TO WS-TARGET-ID
              MOVE SPACES TO REQUEST-BODY
              MOVE 0 TO REQUESTLENGTH
              PERFORM SEND-ONE-CALL
              IF CALL-OK
                 PERFORM PUBLISH-CHANGE-EVENT
                 PERFORM WRITE-XREF
                 PERFORM AUDIT-MERGE
                 MOVE SPACES TO WS-MSG
                 IF XREF-WRITTEN
                    STRING 'MERGED - ' DELIMITED BY SIZE
                           WS-LOSER-ID DELIMITED BY SPACE
                           ' RETIRED INTO ' DELIMITED BY SIZE
                           WS-SURV-ID DELIMITED BY SPACE
                       INTO WS-MSG
                    END-STRING
                 ELSE
                    PERFORM AUDIT-XREF-FAILED
                    STRING 'MERGED ' DELIMITED BY SIZE
                           WS-LOSER-ID DELIMITED BY SPACE
                           ' INTO ' DELIMITED BY SIZE
                           WS-SURV-ID DELIMITED BY SPACE
                           ' BUT ZCXXREF FILE ERROR - NOT IN MERGE FEED'
                              DELIMITED BY SIZE
                       INTO WS-MSG
                    END-STRING
                 END-IF
      *          The pair on display no longer exists as such; a
      *          second PF5 must not find it still loaded.
                 MOVE SPACE TO COMM-SRC(1)
                 MOVE SPACE TO COMM-SRC(2)
              ELSE
                 PERFORM BACK-OUT-SURVIVOR
              END-IF
           END-IF.
       BACK-OUT-SURVIVOR.
      *    The other ID could not be deleted -- put the survivor's
      *    original values back so the steward is not left with a
      *    half merge.  The PUT is a partial amendment, so a field the
      *    survivor had blank and the merge filled stays filled; the
      *    message and the audit row say so by naming the survivor.
           MOVE STATUSCODE TO AUD-STATUSCODE.
           MOVE MI-IMAGE(SURV-SUB) TO IW-IMAGE.
           PERFORM BUILD-IMAGE-JSON.
           MOVE 'PUT' TO WS-VERB.
           MOVE WS-SURV-ID TO WS-TARGET-ID.
           PERFORM SEND-ONE-CALL.
           IF CALL-OK
              PERFORM PUBLISH-CHANGE-EVENT
           END-IF.
           PERFORM AUDIT-BACKOUT.
           MOVE SPACES TO WS-MSG.
           IF CALL-OK
              STRING 'MERGE NOT DONE - DELETE OF ' DELIMITED BY SIZE
                     WS-LOSER-ID DELIMITED BY SPACE
                     ' FAILED, SURVIVOR PUT BACK' DELIMITED BY SIZE
                 INTO WS-MSG
              END-STRING
           ELSE
              STRING 'MERGE INCOMPLETE - DELETE AND BACK-OUT FAILED, CHE
      -             'CK ' DELIMITED BY SIZE
                     WS-SURV-ID DELIMITED BY SPACE
                 INTO WS-MSG
              END-STRING
           END-IF.
       SEND-ONE-CALL.
      *    One logged, counted call through the gateway; CALL-OK is
      *    set only for a 2xx answer from a reachable service.
           MOVE 'N' TO CALL-OK-SW.
           PERFORM BUILD-PATH.
           PERFORM GENERATE-REQUEST-ID.
           PERFORM WEB-CONVERSATION.
           PERFORM AUDIT-LOG.
           IF NOT GATE-FAST-FAILED
              PERFORM STATS-LOG
           END-IF.
           IF NOT GATEWAY-FAILED
              AND STATUSCODE >= 200 AND STATUSCODE <= 299
              SET CALL-OK TO TRUE
           END-IF.
       BUILD-IMAGE-JSON.
      *    The PUT body is generated from the image the same way
      *    ZCXMAINT generates it from the keyed fields: only non-blank
      *    values are sent, and the address object only when one of
      *    its fields has a value.
           MOVE SPACES TO REQUEST-BODY.
           MOVE 1 TO JSON-PTR.
           MOVE 0 TO JSON-FIELDS.
           STRING '{' DELIMITED BY SIZE
              INTO REQUEST-BODY
              WITH POINTER JSON-PTR
           END-STRING.
           IF IW-NAME NOT = SPACES
              MOVE 'name' TO JSON-KEY
              MOVE IW-NAME TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           IF IW-DOB NOT = SPACES
              MOVE 'dob' TO JSON-KEY
              MOVE IW-DOB TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           IF IW-STREET NOT = SPACES OR IW-CITY NOT = SPACES
              OR IW-ZIP NOT = SPACES OR IW-COUNTRY NOT = SPACES
              PERFORM JSON-APPEND-ADDRESS
           END-IF.
           STRING '}' DELIMITED BY SIZE
              INTO REQUEST-BODY
              WITH POINTER JSON-PTR
           END-STRING.
           COMPUTE REQUESTLENGTH = JSON-PTR - 1.
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
           IF IW-STREET NOT = SPACES
              MOVE 'street' TO JSON-KEY
              MOVE IW-STREET TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           IF IW-CITY NOT = SPACES
              MOVE 'city' TO JSON-KEY
              MOVE IW-CITY TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           IF IW-ZIP NOT = SPACES
              MOVE 'zip' TO JSON-KEY
              MOVE IW-ZIP TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           IF IW-COUNTRY NOT = SPACES
              MOVE 'country' TO JSON-KEY
              MOVE IW-COUNTRY TO JSON-VAL
              PERFORM JSON-APPEND-FIELD
           END-IF.
           STRING '}' DELIMITED BY SIZE
              INTO REQUEST-BODY
              WITH POINTER JSON-PTR
           END-STRING.
       BUILD-PATH.
           STRING ZCX-CFG-PATHPREFIX(1:ZCX-CFG-PATHPFXLEN)
                     DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-TARGET-ID DELIMITED BY SPACE
              INTO PATH
           END-STRING.
           COMPUTE PATHLENGTH =
              ZCX-CFG-PATHPFXLEN + 1 +
              FUNCTION LENGTH(FUNCTION TRIM(WS-TARGET-ID)).
       GENERATE-REQUEST-ID.
      *    One correlation ID per call, as ZCXMAINT stamps them, with
      *    a call sequence on the end -- the GETs, PUT, DELETE and any
      *    back-out of one merge all run in the same task and second.
           EXEC CICS ASKTIME
                ABSTIME(AUD-ABSTIME)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(AUD-ABSTIME)
                YYYYMMDD(AUD-DATE)
                TIME(AUD-TIME)
                END-EXEC.
           MOVE EIBTASKN TO WS-TASKNUM.
           ADD 1 TO WS-CALL-SEQ.
           MOVE SPACES TO WS-REQUESTID.
           STRING AUD-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  AUD-TIME DELIMITED BY SPACE
                  '-' DELIMITED BY SIZE
                  WS-TASKNUM DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CALL-SEQ DELIMITED BY SIZE
              INTO WS-REQUESTID
           END-STRING.
       WEB-CONVERSATION.
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
           MOVE 'N' TO GATEWAY-FAILED-SW.
           IF GATE-FAILURE
              SET GATEWAY-FAILED TO TRUE
           END-IF.
           MOVE GATE-STATUSCODE TO STATUSCODE.
           MOVE 'N' TO DEGRADED-SW.
           IF GATE-MEDIATYPE(1:16) NOT = 'application/json'
              OR STATUSCODE < 200 OR STATUSCODE > 299
              SET SERVICE-DEGRADED TO TRUE
           END-IF.
       PARSE-PERSON-BODY.
           MOVE 'N' TO JSON-OK-SW.
           INITIALIZE PERSON-RECORD.
           JSON PARSE GATE-RESPONSE(1:GATE-TOLENGTH)
                INTO PERSON-RECORD
                ON EXCEPTION
                   CONTINUE
                NOT ON EXCEPTION
                   SET JSON-OK TO TRUE
           END-JSON.
       WRITE-XREF.
      *    One row per retired ID.  An ID merged away once, brought
      *    back and merged again keeps only its latest destination --
      *    WRITE, and on a duplicate key rewrite the existing row.
      *    The merge itself is done by now; a row that cannot be
      *    written only leaves XREF-WRITTEN off for the caller to
      *    report.
           MOVE 'N' TO XREF-OK-SW.
           INITIALIZE XREF-RECORD.
           MOVE WS-LOSER-ID TO XREF-RETIRED-ID.
           MOVE WS-SURV-ID TO XREF-SURVIVOR-ID.
           MOVE AUD-DATE TO XREF-DATE.
           MOVE AUD-TIME(1:6) TO XREF-TIME.
           MOVE WS-USERID TO XREF-USERID.
           MOVE SPACES TO XREF-FED-DATE.
           EXEC CICS WRITE
                FILE('ZCXXREF')
                FROM(XREF-RECORD)
                RIDFLD(XREF-RETIRED-ID)
                LENGTH(XREF-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           EVALUATE WS-RESP
              WHEN DFHRESP(NORMAL)
                 SET XREF-WRITTEN TO TRUE
              WHEN DFHRESP(DUPREC)
                 EXEC CICS READ
                      FILE('ZCXXREF')
                      INTO (XREF-RECORD)
                      RIDFLD(XREF-RETIRED-ID)
                      UPDATE
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE WS-SURV-ID TO XREF-SURVIVOR-ID
                    MOVE AUD-DATE TO XREF-DATE
                    MOVE AUD-TIME(1:6) TO XREF-TIME
                    MOVE WS-USERID TO XREF-USERID
                    MOVE SPACES TO XREF-FED-DATE
                    EXEC CICS REWRITE
                         FILE('ZCXXREF')
                         FROM(XREF-RECORD)
                         LENGTH(XREF-RECORD-LENGTH)
                         RESP(WS-RESP)
                         RESP2(WS-RESP2)
                         END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                       SET XREF-WRITTEN TO TRUE
                    END-IF
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           MOVE WS-RESP TO WS-RESP-NUM.
           MOVE WS-RESP2 TO WS-RESP2-NUM.
       AUDIT-LOG.
      *    Compliance needs to be able to reconstruct who maintained a
      *    given person's data and what the service returned -- one
      *    row per call to the ZCXAUDIT VSAM audit file.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE PATH TO AUD-PATH.
           MOVE WS-REQUESTID TO AUD-REQUESTID.
           MOVE STATUSCODE TO AUD-STATUSCODE.
           MOVE GATE-RESPONSE TO AUD-RESPONSE.
           MOVE DEGRADED-SW TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE GATE-VERB TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-MERGE.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE 'PERSON-MERGE' TO AUD-PATH.
           MOVE WS-REQUESTID TO AUD-REQUESTID.
           MOVE STATUSCODE TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'MERGED ' DELIMITED BY SIZE
                  WS-LOSER-ID DELIMITED BY SPACE
                  ' INTO ' DELIMITED BY SIZE
                  WS-SURV-ID DELIMITED BY SPACE
                  ' KEEPING NAME/DOB/STREET/CITY/ZIP/COUNTRY FROM '
                     DELIMITED BY SIZE
                  WS-KEPT DELIMITED BY SIZE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-XREF-FAILED.
      *    The persons are merged at the source but billing's merge
      *    feed will not carry it -- the row says which pair, and the
      *    file condition, so the cross-reference can be put right.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE 'PERSON-MERGE' TO AUD-PATH.
           MOVE WS-REQUESTID TO AUD-REQUESTID.
           MOVE 0 TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'MERGED ' DELIMITED BY SIZE
                  WS-LOSER-ID DELIMITED BY SPACE
                  ' INTO ' DELIMITED BY SIZE
                  WS-SURV-ID DELIMITED BY SPACE
                  ' BUT ZCXXREF ROW NOT WRITTEN - RESP '
                     DELIMITED BY SIZE
                  WS-RESP-NUM DELIMITED BY SIZE
                  ' RESP2 ' DELIMITED BY SIZE
                  WS-RESP2-NUM DELIMITED BY SIZE
                  ' - MISSING FROM THE ZCXMFEED MERGE FEED'
                     DELIMITED BY SIZE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-BACKOUT.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE 'PERSON-MERGE' TO AUD-PATH.
           MOVE WS-REQUESTID TO AUD-REQUESTID.
           MOVE STATUSCODE TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           IF CALL-OK
              STRING 'BACKED OUT MERGE OF ' DELIMITED BY SIZE
                     WS-LOSER-ID DELIMITED BY SPACE
                     ' INTO ' DELIMITED BY SIZE
                     WS-SURV-ID DELIMITED BY SPACE
                     ' - DELETE FAILED, SURVIVOR PUT BACK'
                        DELIMITED BY SIZE
                 INTO AUD-RESPONSE
              END-STRING
           ELSE
              STRING 'MERGE OF ' DELIMITED BY SIZE
                     WS-LOSER-ID DELIMITED BY SPACE
                     ' INTO ' DELIMITED BY SIZE
                     WS-SURV-ID DELIMITED BY SPACE
                     ' INCOMPLETE - DELETE AND BACK-OUT BOTH FAILED'
                        DELIMITED BY SIZE
                 INTO AUD-RESPONSE
              END-STRING
           END-IF.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-DENIED.
      *    Security wants to review who tried what, so a denied merge
      *    still writes a ZCXAUDIT row with the denied marker.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE 'PERSON-MERGE' TO AUD-PATH.
           MOVE SPACES TO AUD-REQUESTID.
           MOVE 0 TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'MERGE DENIED FOR ' DELIMITED BY SIZE
                  WS-LOSER-ID DELIMITED BY SPACE
                  ' INTO ' DELIMITED BY SIZE
                  WS-SURV-ID DELIMITED BY SPACE
              INTO AUD-RESPONSE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'Y' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       PUBLISH-CHANGE-EVENT.
      *    The same event ZCXMAINT publishes for a live change, for
      *    the call SEND-ONE-CALL has just made and AUDIT-LOG stamped.
      *    A PUT's after-image is the person the service returned; if
      *    it returned none, the PUT only amended the survivor as the
      *    merge left it, so the after-image is the merged image with
      *    the sent values laid over it (the same image on the merge
      *    PUT itself).  A DELETE has no after-image.
           INITIALIZE EVT-RECORD.
           MOVE AUD-TIMESTAMP TO EVT-TIMESTAMP.
           MOVE WS-TARGET-ID TO EVT-PERSON-ID.
           MOVE WS-VERB TO EVT-VERB.
           MOVE AUD-USERID TO EVT-USERID.
           MOVE WS-REQUESTID TO EVT-REQUESTID.
           MOVE EIBTRNID TO EVT-TRANSID.
           IF WS-VERB = 'PUT'
              MOVE 'N' TO JSON-OK-SW
              IF GATE-TOLENGTH > 0
                 PERFORM PARSE-PERSON-BODY
              END-IF
              IF JSON-OK
                 MOVE WS-TARGET-ID TO EVT-AFT-ID
                 MOVE PERSON-NAME TO EVT-AFT-NAME
                 MOVE PERSON-DOB TO EVT-AFT-DOB
                 MOVE PERSON-STREET TO EVT-AFT-STREET
                 MOVE PERSON-CITY TO EVT-AFT-CITY
                 MOVE PERSON-ZIP TO EVT-AFT-ZIP
                 MOVE PERSON-COUNTRY TO EVT-AFT-COUNTRY
              ELSE
                 MOVE MI-IMAGE(3) TO EVT-AFTER
                 MOVE WS-TARGET-ID TO EVT-AFT-ID
                 IF IW-NAME NOT = SPACES
                    MOVE IW-NAME TO EVT-AFT-NAME
                 END-IF
                 IF IW-DOB NOT = SPACES
                    MOVE IW-DOB TO EVT-AFT-DOB
                 END-IF
                 IF IW-STREET NOT = SPACES
                    MOVE IW-STREET TO EVT-AFT-STREET
                 END-IF
                 IF IW-CITY NOT = SPACES
                    MOVE IW-CITY TO EVT-AFT-CITY
                 END-IF
                 IF IW-ZIP NOT = SPACES
                    MOVE IW-ZIP TO EVT-AFT-ZIP
                 END-IF
                 IF IW-COUNTRY NOT = SPACES
                    MOVE IW-COUNTRY TO EVT-AFT-COUNTRY
                 END-IF
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
              STRING 'ZCXMERG CHANGE EVENT NOT PUBLISHED - '
                        DELIMITED BY SIZE
                     WS-VERB DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     WS-TARGET-ID DELIMITED BY SPACE
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
       STATS-LOG.
      *    Every merge call counts towards this APPLID-hour in
      *    ZCXSTATS like any other zcxRestService call.
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
       SHOW-SCREEN.
      *    The pair on display is carried in the COMMAREA, so every
      *    interaction redraws both images, the choices as keyed and,
      *    once they are valid, the merged result.
           MOVE LOW-VALUES TO ZCXMRGO.
           MOVE COMM-ID(1) TO JIDAO.
           MOVE COMM-ID(2) TO JIDBO.
           MOVE WS-SURVIVOR TO JSURVO.
           PERFORM VARYING SIDE-SUB FROM 1 BY 1 UNTIL SIDE-SUB > 2
              MOVE COMM-IMAGE(SIDE-SUB) TO MI-IMAGE(SIDE-SUB)
           END-PERFORM.
           PERFORM VARYING ROW-SUB FROM 1 BY 1 UNTIL ROW-SUB > 6
              MOVE KEEP-FLAG(ROW-SUB) TO JROWKPI(ROW-SUB)
           END-PERFORM.
           MOVE MI-NAME(1) TO JROWAI(1).
           MOVE MI-DOB(1) TO JROWAI(2).
           MOVE MI-STREET(1) TO JROWAI(3).
           MOVE MI-CITY(1) TO JROWAI(4).
           MOVE MI-ZIP(1) TO JROWAI(5).
           MOVE MI-COUNTRY(1) TO JROWAI(6).
           MOVE MI-NAME(2) TO JROWBI(1).
           MOVE MI-DOB(2) TO JROWBI(2).
           MOVE MI-STREET(2) TO JROWBI(3).
           MOVE MI-CITY(2) TO JROWBI(4).
           MOVE MI-ZIP(2) TO JROWBI(5).
           MOVE MI-COUNTRY(2) TO JROWBI(6).
           MOVE 1 TO SIDE-SUB.
           PERFORM FORMAT-SOURCE.
           MOVE 2 TO SIDE-SUB.
           PERFORM FORMAT-SOURCE.
           IF PREVIEW-READY
              MOVE MI-IMAGE(3) TO IW-IMAGE
              STRING IW-ID DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     IW-NAME DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     IW-DOB DELIMITED BY SPACE
                 INTO JRES1O
              END-STRING
              STRING IW-STREET DELIMITED BY SPACE
                     ', ' DELIMITED BY SIZE
                     IW-CITY DELIMITED BY SPACE
                     ' ' DELIMITED BY SIZE
                     IW-ZIP DELIMITED BY SPACE
                     ', ' DELIMITED BY SIZE
                     IW-COUNTRY DELIMITED BY SPACE
                 INTO JRES2O
              END-STRING
           END-IF.
           MOVE WS-MSG TO JMSGO.
           EVALUATE WS-ERRFIELD
              WHEN 2
                 MOVE -1 TO JIDBL
              WHEN 3
                 MOVE -1 TO JSURVL
              WHEN 11 THRU 16
                 COMPUTE ROW-SUB = WS-ERRFIELD - 10
                 MOVE -1 TO JROWKPL(ROW-SUB)
              WHEN OTHER
                 MOVE -1 TO JIDAL
           END-EVALUATE.
           EXEC CICS SEND MAP('ZCXMRG')
                MAPSET('ZCXMRGMM')
                FROM(ZCXMRGO)
                CURSOR
                ERASE FREEKB
                END-EXEC.
       FORMAT-SOURCE.
      *    Say where each column came from, so a snapshot copy shown
      *    during an outage is never mistaken for the live record.
           EVALUATE TRUE
              WHEN COMM-LIVE(SIDE-SUB)
                 IF SIDE-SUB = 1
                    MOVE 'LIVE' TO JSRCAO
                 ELSE
                    MOVE 'LIVE' TO JSRCBO
                 END-IF
              WHEN COMM-SNAPSHOT(SIDE-SUB)
                 IF SIDE-SUB = 1
                    MOVE 'LAST NIGHT''S SNAPSHOT (NOT LIVE)' TO JSRCAO
                 ELSE
                    MOVE 'LAST NIGHT''S SNAPSHOT (NOT LIVE)' TO JSRCBO
                 END-IF
              WHEN COMM-NOT-FOUND(SIDE-SUB)
                 IF SIDE-SUB = 1
                    MOVE 'NOT ON FILE' TO JSRCAO
                 ELSE
                    MOVE 'NOT ON FILE' TO JSRCBO
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
