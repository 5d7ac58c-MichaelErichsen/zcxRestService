       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXEXCL.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Exception loader for the steward work queue.  ZCXDQAUD,       *
      * ZCXDUPS and ZCXCMPR each CALL it for every finding they print *
      * in their nightly report, and the keyed ZCXEXCP file keeps one *
      * item per finding (layout in ZCXEXCR) that the stewards work   *
      * on the ZCXEXQM screen.  Parameters are in ZCXEXCLP.           *
      *                                                               *
      * BEGIN takes the run stamp and clears the counts.  PUT adds a  *
      * finding not on file as an open item; a finding already on     *
      * file has its last-seen date, detail and run stamp brought up  *
      * to date, so the same bad DOB is one item however many nights  *
      * it appears, claim and note intact.  A closed item that turns  *
      * up again is reopened with a new first-seen date.  KEEP stamps *
      * a person's open items of the source without seeing them       *
      * again, for a person the step could not examine tonight.       *
      * CLOSE then closes every open item of the source this run did  *
      * not stamp -- the finding has gone away -- unless a PUT or     *
      * KEEP failed, as the file would no longer say what the run     *
      * saw.  Items of the other sources are never touched.           *
      *                                                               *
      * Updating an item ends the browse first, the same one-row-per- *
      * browse walk ZCXPSTL uses to purge, so the READ UPDATE never   *
      * waits on a browse of its own task.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZCXEXCR.
       01 WS.
          03 WS-RESP            PIC S9(8) USAGE BINARY.
          03 WS-RESP2           PIC S9(8) USAGE BINARY.
          03 WS-NOW             PIC S9(15) USAGE COMP.
          03 WS-NOW-DATE        PIC X(8).
          03 WS-NOW-TIME        PIC X(9).
          03 WS-RID             PIC X(48).
          03 WS-LAST-KEY        PIC X(48).
          03 WS-ACTION          PIC X(1).
             88 ITEM-ADDED      VALUE 'A'.
             88 ITEM-UPDATED    VALUE 'U'.
             88 ITEM-REOPENED   VALUE 'R'.
          03 SCAN-DONE-SW       PIC X(1).
             88 SCAN-DONE       VALUE 'Y'.
       LINKAGE SECTION.
       COPY ZCXEXCLP.
       PROCEDURE DIVISION USING ZCXEXCL-PARMS.
       MAIN SECTION.
           INITIALIZE WS.
           MOVE 0 TO EXCL-RETCODE.
           EVALUATE TRUE
              WHEN EXCL-BEGIN
                 PERFORM RUN-BEGIN
              WHEN EXCL-PUT
                 PERFORM PUT-FINDING
              WHEN EXCL-KEEP
                 PERFORM KEEP-PERSON
              WHEN EXCL-CLOSE
                 PERFORM CLOSE-UNSEEN
              WHEN OTHER
                 MOVE 1 TO EXCL-RETCODE
           END-EVALUATE.
           GOBACK.
       RUN-BEGIN.
      *    The stamp, not the business date, tells this run's items
      *    apart -- a RERUN of the same night must close what the
      *    first attempt found and this one no longer finds.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-NOW)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                END-EXEC.
           MOVE SPACES TO EXCL-RUNSTAMP.
           STRING WS-NOW-DATE '-' WS-NOW-TIME
                  DELIMITED BY SIZE
                  INTO EXCL-RUNSTAMP
           END-STRING.
           MOVE 0 TO EXCL-ADDED.
           MOVE 0 TO EXCL-UPDATED.
           MOVE 0 TO EXCL-REOPENED.
           MOVE 0 TO EXCL-CLOSED.
           MOVE 0 TO EXCL-ERRORS.
       PUT-FINDING.
           MOVE EXCL-PERSON-ID TO EXC-PERSON-ID.
           MOVE EXCL-TYPE TO EXC-TYPE.
           MOVE EXCL-QUALIFIER TO EXC-QUALIFIER.
           EXEC CICS READ
                FILE('ZCXEXCP')
                INTO (EXC-RECORD)
                LENGTH(EXC-RECORD-LENGTH)
                RIDFLD(EXC-KEY)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 IF EXC-CLOSED
      *             Back after closing: a new occurrence, so it ages
      *             from tonight.  The claim and note stay on it --
      *             the steward who worked it last knows it best.
                    SET ITEM-REOPENED TO TRUE
                    SET EXC-OPEN TO TRUE
                    MOVE EXCL-DATE TO EXC-FIRST-SEEN
                    MOVE SPACES TO EXC-CLOSED-DATE
                    MOVE 0 TO EXC-TIMES-SEEN
                 ELSE
                    SET ITEM-UPDATED TO TRUE
                 END-IF
                 PERFORM FILL-SEEN-FIELDS
                 EXEC CICS REWRITE
                      FILE('ZCXEXCP')
                      FROM (EXC-RECORD)
                      LENGTH(EXC-RECORD-LENGTH)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 SET ITEM-ADDED TO TRUE
                 INITIALIZE EXC-RECORD
                 MOVE EXCL-PERSON-ID TO EXC-PERSON-ID
                 MOVE EXCL-TYPE TO EXC-TYPE
                 MOVE EXCL-QUALIFIER TO EXC-QUALIFIER
                 SET EXC-OPEN TO TRUE
                 MOVE EXCL-DATE TO EXC-FIRST-SEEN
                 PERFORM FILL-SEEN-FIELDS
                 EXEC CICS WRITE
                      FILE('ZCXEXCP')
                      FROM (EXC-RECORD)
                      LENGTH(EXC-RECORD-LENGTH)
                      RIDFLD(EXC-KEY)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF WS-RESP = DFHRESP(NORMAL)
              EVALUATE TRUE
                 WHEN ITEM-ADDED
                    ADD 1 TO EXCL-ADDED
                 WHEN ITEM-REOPENED
                    ADD 1 TO EXCL-REOPENED
                 WHEN OTHER
                    ADD 1 TO EXCL-UPDATED
              END-EVALUATE
           ELSE
              PERFORM RECORD-FAILURE
           END-IF.
       FILL-SEEN-FIELDS.
      *    A finding reported twice in one run is still seen once.
           IF EXC-LAST-RUN NOT = EXCL-RUNSTAMP
              ADD 1 TO EXC-TIMES-SEEN
           END-IF.
           MOVE EXCL-SOURCE TO EXC-SOURCE.
           MOVE EXCL-DETAIL TO EXC-DETAIL.
           MOVE EXCL-DATE TO EXC-LAST-SEEN.
           MOVE EXCL-RUNSTAMP TO EXC-LAST-RUN.
       KEEP-PERSON.
      *    The person ID leads the key, so the person's items sit
      *    together from a key of the ID and LOW-VALUES.
           MOVE LOW-VALUES TO WS-RID.
           MOVE EXCL-PERSON-ID TO WS-RID(1:20).
           MOVE LOW-VALUES TO WS-LAST-KEY.
           MOVE 'N' TO SCAN-DONE-SW.
           PERFORM UNTIL SCAN-DONE
              PERFORM READ-NEXT-ITEM
              IF NOT SCAN-DONE
                 IF EXC-PERSON-ID NOT = EXCL-PERSON-ID
                    SET SCAN-DONE TO TRUE
                 ELSE
                    IF EXC-SOURCE = EXCL-SOURCE
                       AND EXC-OPEN
                       AND EXC-LAST-RUN NOT = EXCL-RUNSTAMP
                       PERFORM KEEP-ONE-ITEM
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       KEEP-ONE-ITEM.
      *    Only the run stamp moves: the item was not seen tonight,
      *    so its last-seen date must not claim it was.
           EXEC CICS READ
                FILE('ZCXEXCP')
                INTO (EXC-RECORD)
                LENGTH(EXC-RECORD-LENGTH)
                RIDFLD(EXC-KEY)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE EXCL-RUNSTAMP TO EXC-LAST-RUN
              EXEC CICS REWRITE
                   FILE('ZCXEXCP')
                   FROM (EXC-RECORD)
                   LENGTH(EXC-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM RECORD-FAILURE
           END-IF.
       CLOSE-UNSEEN.
           IF EXCL-ERRORS > 0
              MOVE 1 TO EXCL-RETCODE
              DISPLAY 'ZCXEXCL ' EXCL-SOURCE
                      ' ITEMS NOT CLOSED - ' EXCL-ERRORS
                      ' EXCEPTION FILE ERRORS THIS RUN'
           ELSE
              MOVE LOW-VALUES TO WS-RID
              MOVE LOW-VALUES TO WS-LAST-KEY
              MOVE 'N' TO SCAN-DONE-SW
              PERFORM UNTIL SCAN-DONE
                 PERFORM READ-NEXT-ITEM
                 IF NOT SCAN-DONE
                    IF EXC-SOURCE = EXCL-SOURCE
                       AND EXC-OPEN
                       AND EXC-LAST-RUN NOT = EXCL-RUNSTAMP
                       PERFORM CLOSE-ONE-ITEM
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
       CLOSE-ONE-ITEM.
           EXEC CICS READ
                FILE('ZCXEXCP')
                INTO (EXC-RECORD)
                LENGTH(EXC-RECORD-LENGTH)
                RIDFLD(EXC-KEY)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET EXC-CLOSED TO TRUE
              MOVE EXCL-DATE TO EXC-CLOSED-DATE
              EXEC CICS REWRITE
                   FILE('ZCXEXCP')
                   FROM (EXC-RECORD)
                   LENGTH(EXC-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO EXCL-CLOSED
           ELSE
              PERFORM RECORD-FAILURE
           END-IF.
       READ-NEXT-ITEM.
      *    Reopen the browse at the last key handled and step past
      *    it, so the row is in EXC-RECORD with no browse left open.
           EXEC CICS STARTBR
                FILE('ZCXEXCP')
                RIDFLD(WS-RID)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET SCAN-DONE TO TRUE
           ELSE
              EXEC CICS READNEXT
                   FILE('ZCXEXCP')
                   INTO (EXC-RECORD)
                   LENGTH(EXC-RECORD-LENGTH)
                   RIDFLD(WS-RID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND EXC-KEY = WS-LAST-KEY
                 EXEC CICS READNEXT
                      FILE('ZCXEXCP')
                      INTO (EXC-RECORD)
                      LENGTH(EXC-RECORD-LENGTH)
                      RIDFLD(WS-RID)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
              END-IF
              EXEC CICS ENDBR
                   FILE('ZCXEXCP')
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET SCAN-DONE TO TRUE
              ELSE
                 MOVE EXC-KEY TO WS-LAST-KEY
              END-IF
           END-IF.
       RECORD-FAILURE.
           ADD 1 TO EXCL-ERRORS.
           MOVE 1 TO EXCL-RETCODE.
           DISPLAY 'ZCXEXCL ZCXEXCP UPDATE FAILED FOR ' EXC-KEY
                   ' RESP ' WS-RESP.
