      * the acknowledgment file billing returns, so a night billing  *
      * silently skips no longer surfaces weeks later as charges to  *
      * removed persons.                                              *
      *                                                                 *
      * Alongside the delta, every person merge recorded in the       *
      * ZCXXREF cross-reference file since the last feed is written   *
      * to ZCXMFEED (retired ID, surviving ID, merge date, userid),   *
      * so billing moves the retired ID's charges instead of reading  *
      * its D record as a plain removal.  Each row is stamped with    *
      * the night it was fed; a rerun on the same night feeds the     *
      * same rows again, and a night with no delta feeds none.        *
      *                                                                 *
      * ZCXSNAP heads the nightly chain kept in the ZCXRUN run-control*
      * file.  It CALLs ZCXRCTL before fetching anything and is       *
      * refused if tonight's run is already under way or has already  *
      * completed -- the word RERUN on the input line forces it, and  *
      * an 8-digit date there names the business date.  The delta     *
      * log and merge feed are stamped with that business date, and a *
      * snapshot that produced no delta is recorded as failed so the  *
      * later steps will not run on it.                               *
      *                                                               *
      * Last night's snapshot used to be held in a table of 2000      *
      * persons, which the roster outgrew.  The compare is now staged *
      * in the keyed ZCXSNWK work file (layout in ZCXSNWKR), which    *
      * the run clears first: every fetched person is filed there,    *
      * last night's rows are folded in beside them, and one browse   *
      * in person ID order writes ZCXSNAPN and the delta together --  *
      * so the snapshot now comes out sorted by person ID.  A roster  *
      * the work file cannot take in full (out of space, or the file  *
      * not available) fails the run with an empty snapshot and no    *
      * delta, delta log or merge feed.  The page cap is 2000 pages   *
      * of 50, room for 100,000 persons; a roster past it fails the   *
      * same way.                                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELTA-LOG ASSIGN TO ZCXDLLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MERGE-FEED ASSIGN TO ZCXMFEED
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  NEW-SNAPSHOT.
           03 DLG-CHANGES         PIC 9(8).
           03 DLG-FILLER3         PIC X(1)   VALUE SPACE.
           03 DLG-DELETES         PIC 9(8).
       FD  MERGE-FEED.
       COPY ZCXMFDR.
       WORKING-STORAGE SECTION.
       COPY ZCXCFG.
       COPY PERSON.
       COPY ZCXGATEP.
       COPY ZCXXREFR.
       COPY ZCXRCTLP.
       COPY ZCXSNWKR.
       01 WS.
          03 PATH               PIC X(80).
          03 PATHLENGTH         PIC S9(8) USAGE BINARY.
      *    GATE-RESPONSE is X(32768), which bounds how much roster one
      *    page can carry -- a page size of 50 keeps a full page of
      *    person objects inside the buffer so no object is truncated.
      *    2000 pages of 50 is a roster of 100,000; WS-PAGE cannot
      *    count past 9999, so the cap must stay below that.
          03 WS-PAGESIZE        PIC 9(4) VALUE 50.
          03 WS-MAXPAGES        PIC 9(4) VALUE 2000.
          03 WS-PAGE            PIC 9(4) VALUE 1.
          03 WS-MORE-PAGES-SW   PIC X(1) VALUE 'Y'.
             88 MORE-PAGES      VALUE 'Y'
                WHEN SET TO FALSE 'N'.
          03 SNAP-FAILED-SW     PIC X(1) VALUE 'N'.
             88 SNAPSHOT-FAILED VALUE 'Y'.
          03 WORK-FAILED-SW     PIC X(1) VALUE 'N'.
             88 WORK-FILE-FAILED VALUE 'Y'.
          03 WORK-DONE-SW       PIC X(1) VALUE 'N'.
             88 WORK-DONE       VALUE 'Y'.
          03 DELTA-WANTED-SW    PIC X(1) VALUE 'N'.
             88 DELTA-WANTED    VALUE 'Y'.
          03 WORK-MESSAGE       PIC X(40).
          03 WORK-RESP          PIC S9(8) USAGE BINARY.
          03 WS-WK-RID          PIC X(20).
          03 HTTP-FAILED-SW     PIC X(1) VALUE 'N'.
             88 HTTP-FAILED     VALUE 'Y'.
          03 JSON-OK-SW         PIC X(1).
             88 OLD-EOF         VALUE 'Y'.
          03 NEW-EOF-SW         PIC X(1) VALUE 'N'.
             88 NEW-EOF         VALUE 'Y'.
          03 ADDS-WRITTEN       PIC 9(8) VALUE 0.
          03 CHANGES-WRITTEN    PIC 9(8) VALUE 0.
          03 DELETES-WRITTEN    PIC 9(8) VALUE 0.
          03 NEW-IMAGE.
             05 NI-ID           PIC X(20).
             05 NI-NAME         PIC X(40).
             05 NI-DOB          PIC X(10).
             05 NI-STREET       PIC X(40).
             05 NI-CITY         PIC X(30).
             05 NI-ZIP          PIC X(10).
             05 NI-COUNTRY      PIC X(20).
          03 WS-RUN-DATE        PIC X(8).
          03 MERGES-WRITTEN     PIC 9(8) VALUE 0.
          03 XREF-RID           PIC X(20).
          03 XREF-LAST-ID       PIC X(20).
          03 XREF-DONE-SW       PIC X(1) VALUE 'N'.
             88 XREF-DONE       VALUE 'Y'.
          03 WS-INPUT           PIC X(80).
          03 WS-INPUTLEN        PIC S9(8) USAGE BINARY VALUE +80.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM RUN-CONTROL-START.
           IF RCTL-REFUSED
              DISPLAY 'ZCXSNAP REFUSED - ' RCTL-REASON
           ELSE
              PERFORM TAKE-SNAPSHOT
              PERFORM RUN-CONTROL-END
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       TAKE-SNAPSHOT.
           PERFORM CLEAR-WORK-FILE.
           IF NOT WORK-FILE-FAILED
              PERFORM FETCH-PAGES
                 VARYING WS-PAGE FROM 1 BY 1
                 UNTIL WS-PAGE > WS-MAXPAGES OR NOT MORE-PAGES
           END-IF.
           IF NOT WORK-FILE-FAILED AND NOT SNAPSHOT-FAILED
              AND NOT MORE-PAGES
              PERFORM LOAD-OLD-SNAPSHOT
           END-IF.
           PERFORM WRITE-SNAPSHOT-FILES.
      *    A truncated snapshot must never feed the delta: ending the
      *    fetch with MORE-PAGES still set means the page cap cut the
      *    roster short, and every unfetched person would read as a
      *    delete downstream -- the exact mass-delete this program
      *    exists to prevent.  A work file that could not take every
      *    row is the same failure from the other side.
           IF WORK-FILE-FAILED
              MOVE 'F' TO RCTL-OUTCOME
              MOVE WORK-MESSAGE TO RCTL-MESSAGE
              DISPLAY 'ZCXSNAP ' WORK-MESSAGE
                      ' RESP ' WORK-RESP
              DISPLAY 'ZCXSNAP NO SNAPSHOT AND NO DELTA PRODUCED'
           ELSE IF SNAPSHOT-FAILED
              MOVE 'F' TO RCTL-OUTCOME
              IF HTTP-FAILED
                 MOVE 'SNAPSHOT INCOMPLETE - SERVICE ERROR'
                   TO RCTL-MESSAGE
                 DISPLAY 'ZCXSNAP SNAPSHOT INCOMPLETE - '
                         'SERVICE ERROR ' STATUSCODE
                         ', NO DELTA PRODUCED'
              ELSE
                 MOVE 'SNAPSHOT INCOMPLETE - GATEWAY UNAVAILABLE'
                   TO RCTL-MESSAGE
                 DISPLAY 'ZCXSNAP SNAPSHOT INCOMPLETE - '
                         'GATEWAY UNAVAILABLE, NO DELTA PRODUCED'
              END-IF
           ELSE
              IF MORE-PAGES
                 MOVE 'F' TO RCTL-OUTCOME
                 MOVE 'PAGE LIMIT REACHED - ROSTER TOO LARGE'
                   TO RCTL-MESSAGE
                 DISPLAY 'ZCXSNAP PAGE LIMIT REACHED - '
                         'NO SNAPSHOT AND NO DELTA PRODUCED'
              ELSE
                 PERFORM WRITE-DELTA-LOG
                 PERFORM WRITE-MERGE-FEED
                 DISPLAY 'ZCXSNAP PERSONS=' SNAP-COUNT
                         ' ADDS=' ADDS-WRITTEN
                         ' CHANGES=' CHANGES-WRITTEN
                         ' DELETES=' DELETES-WRITTEN
                         ' MERGES=' MERGES-WRITTEN
              END-IF
           END-IF
           END-IF.
       INITIALIZATION.
           INITIALIZE WS.
      *    INITIALIZE wipes the VALUE-clause defaults, so the fetch
      *    and an empty snapshot would read downstream as a delete
      *    of every person on last night's file.
           MOVE 50 TO WS-PAGESIZE.
           MOVE 2000 TO WS-MAXPAGES.
           MOVE 'Y' TO WS-MORE-PAGES-SW.
           MOVE 80 TO WS-INPUTLEN.
      *    ZCXGATE-PARMS is never INITIALIZEd -- clear the request ID
      *    explicitly so the gate's generate-when-blank path runs
      *    instead of sending working-storage residue as a header.
           MOVE SPACES TO GATE-REQUESTID.
           PERFORM CONFIG-LOOKUP.
       RECEIVE-PARMS.
      *    The input line carries only the run-control words (RERUN
      *    and a business date).  An unattended run started with
      *    START TRANSID has no TERMID, so RECEIVE has nothing to
      *    read and the line stays blank.
           MOVE SPACES TO WS-INPUT.
           EXEC CICS RECEIVE
                INTO (WS-INPUT)
                LENGTH (WS-INPUTLEN)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       RUN-CONTROL-START.
           MOVE 'START' TO RCTL-FUNCTION.
           MOVE 'ZCXSNAP' TO RCTL-STEP.
           MOVE WS-INPUT TO RCTL-PARMTEXT.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
           IF RCTL-GO AND RCTL-REASON NOT = SPACES
              DISPLAY 'ZCXSNAP RERUN FORCED - ' RCTL-REASON
           END-IF.
           MOVE 'O' TO RCTL-OUTCOME.
           MOVE SPACES TO RCTL-MESSAGE.
       RUN-CONTROL-END.
           MOVE 'END' TO RCTL-FUNCTION.
           MOVE SNAP-COUNT TO RCTL-COUNT-IN.
           COMPUTE RCTL-COUNT-OUT =
              ADDS-WRITTEN + CHANGES-WRITTEN + DELETES-WRITTEN.
           MOVE 0 TO RCTL-COUNT-EXC.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
       CONFIG-LOOKUP.
      *    Look up HOST/PORTNUMBER/PATH for this region's APPLID from
      *    the ZCXCFGQ control file instead of coding them as literals,
           MOVE 11 TO ZCX-CFG-PATHPFXLEN.
           MOVE 'ZCXTOKNQ' TO ZCX-CFG-TOKENQNAME.
       FETCH-PAGES.
      *    One page per pass, parsed and filed straight away -- the
      *    full roster never has to fit in one buffer the way the
      *    ZCXLIST browse accumulates its 3800 bytes.
           PERFORM BUILD-PATH.
           PERFORM WEB-CONVERSATION.
      *    on page 3 of 200) is a failed snapshot, not the end of
      *    the data -- treating it as the end would feed the delta
      *    a truncated roster.
           IF SNAPSHOT-FAILED OR WORK-FILE-FAILED
              SET MORE-PAGES TO FALSE
           ELSE IF STATUSCODE = 200
              IF TOLENGTH > 0
                   SET JSON-OK TO TRUE
           END-JSON.
           IF JSON-OK AND PERSON-ID NOT = SPACES
              AND NOT WORK-FILE-FAILED
              MOVE PERSON-ID TO NI-ID
              MOVE PERSON-NAME TO NI-NAME
              MOVE PERSON-DOB TO NI-DOB
              MOVE PERSON-STREET TO NI-STREET
              MOVE PERSON-CITY TO NI-CITY
              MOVE PERSON-ZIP TO NI-ZIP
              MOVE PERSON-COUNTRY TO NI-COUNTRY
              PERFORM FILE-NEW-IMAGE
              ADD 1 TO PAGE-PERSONS
           END-IF.
       FILE-NEW-IMAGE.
      *    A person already filed turned up on a second page because
      *    the roster shifted under the sweep -- it is one person, so
      *    the later image replaces the earlier and is counted once.
           MOVE NI-ID TO WS-WK-RID.
           EXEC CICS READ
                FILE('ZCXSNWK')
                INTO (SNWK-RECORD)
                RIDFLD(WS-WK-RID)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE NEW-IMAGE TO SNWK-NEW-IMAGE
                 EXEC CICS REWRITE
                      FILE('ZCXSNWK')
                      FROM(SNWK-RECORD)
                      LENGTH(SNWK-RECORD-LENGTH)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE NI-ID TO SNWK-PERSON-ID
                 MOVE 'N' TO SNWK-OLD-SW
                 MOVE 'Y' TO SNWK-NEW-SW
                 MOVE SPACES TO SNWK-OLD-IMAGE
                 MOVE NEW-IMAGE TO SNWK-NEW-IMAGE
                 EXEC CICS WRITE
                      FILE('ZCXSNWK')
                      FROM(SNWK-RECORD)
                      RIDFLD(SNWK-PERSON-ID)
                      LENGTH(SNWK-RECORD-LENGTH)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    ADD 1 TO SNAP-COUNT
                 END-IF
           END-EVALUATE.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM WORK-FILE-ERROR
           END-IF.
       WRITE-DELTA-LOG.
      *    One line of counts per night that produced a delta,
      *    appended so the log carries the history the ZCXACKR
      *    reconciliation matches the billing acknowledgments
      *    against.  A night with no delta (failed or truncated
      *    snapshot) writes no line -- billing got nothing to
      *    acknowledge.  The line carries the business date the
      *    run control gave this run, not the clock date.
           MOVE RCTL-DATE TO WS-RUN-DATE.
           OPEN EXTEND DELTA-LOG.
           MOVE SPACES TO DELTA-LOG-REC.
           MOVE WS-RUN-DATE TO DLG-DATE.
           MOVE DELETES-WRITTEN TO DLG-DELETES.
           WRITE DELTA-LOG-REC.
           CLOSE DELTA-LOG.
       WRITE-MERGE-FEED.
      *    Every merge not yet handed to billing, plus any already
      *    stamped with tonight's date so a rerun rewrites the same
      *    feed.  A row is stamped as it is written, which a browse
      *    cannot do, so the browse is restarted after each row the
      *    way ZCXDRAIN walks ZCXPEND, stepping past the key it has
      *    just handled.
           OPEN OUTPUT MERGE-FEED.
           MOVE LOW-VALUES TO XREF-RID.
           MOVE LOW-VALUES TO XREF-LAST-ID.
           MOVE 'N' TO XREF-DONE-SW.
           PERFORM UNTIL XREF-DONE
              PERFORM FEED-NEXT-MERGE
           END-PERFORM.
           CLOSE MERGE-FEED.
       FEED-NEXT-MERGE.
           EXEC CICS STARTBR
                FILE('ZCXXREF')
                RIDFLD(XREF-RID)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET XREF-DONE TO TRUE
           ELSE
              EXEC CICS READNEXT
                   FILE('ZCXXREF')
                   INTO (XREF-RECORD)
                   LENGTH(XREF-RECORD-LENGTH)
                   RIDFLD(XREF-RID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND XREF-RETIRED-ID = XREF-LAST-ID
                 EXEC CICS READNEXT
                      FILE('ZCXXREF')
                      INTO (XREF-RECORD)
                      LENGTH(XREF-RECORD-LENGTH)
                      RIDFLD(XREF-RID)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
              END-IF
              EXEC CICS ENDBR
                   FILE('ZCXXREF')
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET XREF-DONE TO TRUE
              ELSE
                 MOVE XREF-RETIRED-ID TO XREF-LAST-ID
                 IF XREF-FED-DATE = SPACES
                    OR XREF-FED-DATE = WS-RUN-DATE
                    PERFORM FEED-ONE-MERGE
                 END-IF
              END-IF
           END-IF.
       FEED-ONE-MERGE.
           MOVE SPACES TO MERGE-FEED-REC.
           MOVE XREF-RETIRED-ID TO MF-RETIRED-ID.
           MOVE XREF-SURVIVOR-ID TO MF-SURVIVOR-ID.
           MOVE XREF-DATE TO MF-MERGE-DATE.
           MOVE XREF-USERID TO MF-USERID.
           WRITE MERGE-FEED-REC.
           ADD 1 TO MERGES-WRITTEN.
           IF XREF-FED-DATE = SPACES
              EXEC CICS READ
                   FILE('ZCXXREF')
                   INTO (XREF-RECORD)
                   RIDFLD(XREF-RID)
                   UPDATE
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE WS-RUN-DATE TO XREF-FED-DATE
                 EXEC CICS REWRITE
                      FILE('ZCXXREF')
                      FROM(XREF-RECORD)
                      LENGTH(XREF-RECORD-LENGTH)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
              END-IF
           END-IF.
       CLEAR-WORK-FILE.
      *    Whatever the last run left in the work file goes first.  A
      *    browse cannot delete, so the browse is restarted after
      *    each row, the same one-row-per-browse walk ZCXPSTL purges
      *    withdrawn zips with.
           MOVE 'N' TO WORK-DONE-SW.
           PERFORM UNTIL WORK-DONE OR WORK-FILE-FAILED
              PERFORM CLEAR-NEXT-WORK-ROW
           END-PERFORM.
       CLEAR-NEXT-WORK-ROW.
           MOVE LOW-VALUES TO WS-WK-RID.
           EXEC CICS STARTBR
                FILE('ZCXSNWK')
                RIDFLD(WS-WK-RID)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              SET WORK-DONE TO TRUE
           ELSE IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM WORK-FILE-ERROR
           ELSE
              EXEC CICS READNEXT
                   FILE('ZCXSNWK')
                   INTO (SNWK-RECORD)
                   LENGTH(SNWK-RECORD-LENGTH)
                   RIDFLD(WS-WK-RID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              EXEC CICS ENDBR
                   FILE('ZCXSNWK')
                   END-EXEC
              IF WS-RESP = DFHRESP(ENDFILE)
                 SET WORK-DONE TO TRUE
              ELSE IF WS-RESP NOT = DFHRESP(NORMAL)
                 PERFORM WORK-FILE-ERROR
              ELSE
                 EXEC CICS DELETE
                      FILE('ZCXSNWK')
                      RIDFLD(SNWK-PERSON-ID)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
                 IF WS-RESP NOT = DFHRESP(NORMAL)
                    PERFORM WORK-FILE-ERROR
                 END-IF
              END-IF
              END-IF
           END-IF
           END-IF.
       WORK-FILE-ERROR.
      *    Every later step trusts the snapshot to be the whole
      *    roster, so a work file that cannot take all of it -- out
      *    of space, or not there at all -- stops the run outright
      *    rather than let it go on with part of the picture.
           SET WORK-FILE-FAILED TO TRUE.
           SET MORE-PAGES TO FALSE.
           MOVE WS-RESP TO WORK-RESP.
           IF WS-RESP = DFHRESP(NOSPACE)
              MOVE 'ROSTER EXCEEDS WORK FILE ZCXSNWK' TO WORK-MESSAGE
           ELSE
              MOVE 'WORK FILE ZCXSNWK UNAVAILABLE' TO WORK-MESSAGE
           END-IF.
       LOAD-OLD-SNAPSHOT.
      *    Last night's snapshot is folded into the work file beside
      *    tonight's persons, matched on the person ID key -- no
      *    table to outgrow, and neither file has to be in order.
           OPEN INPUT OLD-SNAPSHOT.
           MOVE 'N' TO OLD-EOF-SW.
           PERFORM UNTIL OLD-EOF OR WORK-FILE-FAILED
              READ OLD-SNAPSHOT
                 AT END
                    SET OLD-EOF TO TRUE
                 NOT AT END
                    PERFORM FILE-OLD-IMAGE
              END-READ
           END-PERFORM.
           CLOSE OLD-SNAPSHOT.
       FILE-OLD-IMAGE.
           MOVE OS-REC-ID TO WS-WK-RID.
           EXEC CICS READ
                FILE('ZCXSNWK')
                INTO (SNWK-RECORD)
                RIDFLD(WS-WK-RID)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO SNWK-OLD-SW
                 MOVE OLD-SNAP-REC TO SNWK-OLD-IMAGE
                 EXEC CICS REWRITE
                      FILE('ZCXSNWK')
                      FROM(SNWK-RECORD)
                      LENGTH(SNWK-RECORD-LENGTH)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE OS-REC-ID TO SNWK-PERSON-ID
                 MOVE 'Y' TO SNWK-OLD-SW
                 MOVE 'N' TO SNWK-NEW-SW
                 MOVE OLD-SNAP-REC TO SNWK-OLD-IMAGE
                 MOVE SPACES TO SNWK-NEW-IMAGE
                 EXEC CICS WRITE
                      FILE('ZCXSNWK')
                      FROM(SNWK-RECORD)
                      RIDFLD(SNWK-PERSON-ID)
                      LENGTH(SNWK-RECORD-LENGTH)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
           END-EVALUATE.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM WORK-FILE-ERROR
           END-IF.
       WRITE-SNAPSHOT-FILES.
      *    ZCXSNAPN is rewritten every run.  A fetch the gateway cut
      *    short still writes what it got, as before, but no delta.
      *    A roster too big for the run -- past the page cap, or more
      *    than the work file can take -- leaves the snapshot empty,
      *    as part of the roster must not pass for the whole of it;
      *    a failure part way through the browse empties the delta
      *    as well.
           OPEN OUTPUT NEW-SNAPSHOT.
           IF NOT WORK-FILE-FAILED AND NOT MORE-PAGES
              IF NOT SNAPSHOT-FAILED
                 SET DELTA-WANTED TO TRUE
                 OPEN OUTPUT DELTA-FILE
              END-IF
              PERFORM BROWSE-WORK-FILE
              IF DELTA-WANTED
                 CLOSE DELTA-FILE
              END-IF
              IF WORK-FILE-FAILED
                 CLOSE NEW-SNAPSHOT
                 OPEN OUTPUT NEW-SNAPSHOT
                 IF DELTA-WANTED
                    OPEN OUTPUT DELTA-FILE
                    CLOSE DELTA-FILE
                    MOVE 0 TO ADDS-WRITTEN
                    MOVE 0 TO CHANGES-WRITTEN
                    MOVE 0 TO DELETES-WRITTEN
                 END-IF
              END-IF
           END-IF.
           CLOSE NEW-SNAPSHOT.
       BROWSE-WORK-FILE.
      *    One pass in person ID order: tonight's image of every
      *    person goes to the snapshot, and the two images side by
      *    side decide the delta -- new only is an add, old only a
      *    delete, both but different a change.
           MOVE LOW-VALUES TO WS-WK-RID.
           MOVE 'N' TO WORK-DONE-SW.
           EXEC CICS STARTBR
                FILE('ZCXSNWK')
                RIDFLD(WS-WK-RID)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
              SET WORK-DONE TO TRUE
           ELSE IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM WORK-FILE-ERROR
              SET WORK-DONE TO TRUE
           ELSE
              PERFORM UNTIL WORK-DONE
                 EXEC CICS READNEXT
                      FILE('ZCXSNWK')
                      INTO (SNWK-RECORD)
                      LENGTH(SNWK-RECORD-LENGTH)
                      RIDFLD(WS-WK-RID)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    PERFORM WRITE-ONE-WORK-ROW
                 ELSE IF WS-RESP = DFHRESP(ENDFILE)
                    SET WORK-DONE TO TRUE
                 ELSE
                    PERFORM WORK-FILE-ERROR
                    SET WORK-DONE TO TRUE
                 END-IF
                 END-IF
              END-PERFORM
              EXEC CICS ENDBR
                   FILE('ZCXSNWK')
                   END-EXEC
           END-IF
           END-IF.
       WRITE-ONE-WORK-ROW.
           IF SNWK-HAS-NEW
              MOVE SNWK-NEW-IMAGE TO SNAP-REC
              WRITE SNAP-REC
           END-IF.
           IF DELTA-WANTED
              EVALUATE TRUE
                 WHEN NOT SNWK-HAS-OLD
                    MOVE SPACES TO DELTA-REC
                    MOVE 'A' TO DL-TYPE
                    MOVE SNWK-NEW-IMAGE TO DL-AFTER
                    WRITE DELTA-REC
                    ADD 1 TO ADDS-WRITTEN
                 WHEN NOT SNWK-HAS-NEW
                    MOVE SPACES TO DELTA-REC
                    MOVE 'D' TO DL-TYPE
                    MOVE SNWK-OLD-IMAGE TO DL-BEFORE
                    WRITE DELTA-REC
                    ADD 1 TO DELETES-WRITTEN
                 WHEN SNWK-OLD-IMAGE NOT = SNWK-NEW-IMAGE
                    MOVE SPACES TO DELTA-REC
                    MOVE 'C' TO DL-TYPE
                    MOVE SNWK-OLD-IMAGE TO DL-BEFORE
                    MOVE SNWK-NEW-IMAGE TO DL-AFTER
                    WRITE DELTA-REC
                    ADD 1 TO CHANGES-WRITTEN
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.
