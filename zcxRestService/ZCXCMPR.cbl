      * counted; a person missing from the snapshot is reported --    *
      * the sweep input comes from the roster, so absence there is    *
      * itself a divergence.                                          *
      *                                                               *
      * The reconciliation is a step of the nightly chain in the      *
      * ZCXRUN run-control file: ZCXRCTL refuses it unless ZCXDUPS    *
      * has completed OK for the business date, or if it has already  *
      * completed for that date, unless the word RERUN is on the      *
      * input line.  A run that could not compare in full is recorded *
      * as failed and holds back the billing hand-off.                *
      *                                                               *
      * Every mismatch line is also loaded into the keyed ZCXEXCP     *
      * steward work queue through ZCXEXCL, as a CACHEDIF or SNAPDIFF *
      * item with the field as its qualifier.  A mismatch seen again  *
      * updates its open item and one no longer found is closed.  A   *
      * person whose sweep row could not be compared keeps its open   *
      * items as they are, and a failed run closes nothing.           *
      *                                                               *
      * The snapshot side used to be held in a table of 2000 persons, *
      * which the roster outgrew.  It is now loaded into the keyed    *
      * ZCXCPWK work file (layout in ZCXCPWKR), cleared first, and    *
      * each sweep row looks its person up there with one keyed READ, *
      * so the roster can be any size.  A snapshot the work file      *
      * cannot take in full (out of space, or the file not available) *
      * fails the run with an empty report and nothing closed.        *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       WORKING-STORAGE SECTION.
       COPY PERSON.
       COPY ZCXCACHE.
       COPY ZCXRCTLP.
       COPY ZCXEXCLP.
       COPY ZCXCPWKR.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
             88 RESULT-EOF        VALUE 'Y'.
          03 SNAP-EOF-SW          PIC X(1) VALUE 'N'.
             88 SNAP-EOF          VALUE 'Y'.
          03 WORK-FAILED-SW       PIC X(1) VALUE 'N'.
             88 WORK-FILE-FAILED  VALUE 'Y'.
          03 WORK-DONE-SW         PIC X(1) VALUE 'N'.
             88 WORK-DONE         VALUE 'Y'.
          03 WORK-MESSAGE         PIC X(40).
          03 WORK-RESP            PIC S9(8) USAGE BINARY.
          03 WS-WK-RID            PIC X(20).
          03 JSON-OK-SW           PIC X(1).
             88 JSON-OK           VALUE 'Y'.
          03 CACHE-FOUND-SW       PIC X(1).
             88 CACHE-FOUND       VALUE 'Y'.
          03 WS-RESPLEN           PIC S9(8) USAGE BINARY.
          03 WS-OURS              PIC X(40).
          03 WS-THEIRS            PIC X(40).
          03 WS-COPY              PIC X(8).
          03 ROWS-SKIPPED         PIC 9(8) VALUE 0.
          03 NO-CACHE-ROWS        PIC 9(8) VALUE 0.
          03 MISMATCHES           PIC 9(8) VALUE 0.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM RUN-CONTROL-START.
           IF RCTL-REFUSED
              DISPLAY 'ZCXCMPR REFUSED - ' RCTL-REASON
           ELSE
              PERFORM EXCEPTIONS-BEGIN
              PERFORM RECONCILE-RESULTS
              PERFORM EXCEPTIONS-CLOSE
              PERFORM RUN-CONTROL-END
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       RECONCILE-RESULTS.
           PERFORM CLEAR-WORK-FILE.
           IF NOT WORK-FILE-FAILED
              PERFORM LOAD-SNAPSHOT
           END-IF.
           OPEN OUTPUT COMPARE-REPORT.
           IF NOT WORK-FILE-FAILED
              OPEN INPUT RESULT-FILE
              PERFORM UNTIL RESULT-EOF OR WORK-FILE-FAILED
                 READ RESULT-FILE
                    AT END
                       SET RESULT-EOF TO TRUE
                    NOT AT END
                       ADD 1 TO ROWS-READ
                       PERFORM COMPARE-ONE-RESULT
                 END-READ
              END-PERFORM
              CLOSE RESULT-FILE
           END-IF.
           CLOSE COMPARE-REPORT.
      *    A report of some of the mismatches would read as the whole
      *    list -- a work file failure at any point leaves it empty.
           IF WORK-FILE-FAILED
              OPEN OUTPUT COMPARE-REPORT
              CLOSE COMPARE-REPORT
              MOVE 0 TO MISMATCHES
              DISPLAY 'ZCXCMPR ' WORK-MESSAGE
                      ' RESP ' WORK-RESP
              DISPLAY 'ZCXCMPR NO REPORT PRODUCED'
              MOVE 'F' TO RCTL-OUTCOME
              MOVE WORK-MESSAGE TO RCTL-MESSAGE
           END-IF.
           DISPLAY 'ZCXCMPR READ=' ROWS-READ
                   ' COMPARED=' ROWS-COMPARED
                   ' SKIPPED=' ROWS-SKIPPED
                   ' NO-CACHE=' NO-CACHE-ROWS
                   ' MISMATCHES=' MISMATCHES.
       INITIALIZATION.
           INITIALIZE WS.
           MOVE 80 TO WS-INPUTLEN.
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
           MOVE 'ZCXCMPR' TO RCTL-STEP.
           MOVE WS-INPUT TO RCTL-PARMTEXT.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
           IF RCTL-GO AND RCTL-REASON NOT = SPACES
              DISPLAY 'ZCXCMPR RERUN FORCED - ' RCTL-REASON
           END-IF.
           MOVE 'O' TO RCTL-OUTCOME.
           MOVE SPACES TO RCTL-MESSAGE.
       RUN-CONTROL-END.
           MOVE 'END' TO RCTL-FUNCTION.
           MOVE ROWS-READ TO RCTL-COUNT-IN.
           MOVE ROWS-COMPARED TO RCTL-COUNT-OUT.
           MOVE MISMATCHES TO RCTL-COUNT-EXC.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
       EXCEPTIONS-BEGIN.
           INITIALIZE ZCXEXCL-PARMS.
           MOVE 'BEGIN' TO EXCL-FUNCTION.
           MOVE 'ZCXCMPR' TO EXCL-SOURCE.
           MOVE RCTL-DATE TO EXCL-DATE.
           CALL 'ZCXEXCL' USING ZCXEXCL-PARMS.
       EXCEPTIONS-CLOSE.
      *    A run the work file stopped never compared everyone, so it
      *    closes nothing.
           IF WORK-FILE-FAILED
              DISPLAY 'ZCXCMPR FAILED RUN - WORK QUEUE ITEMS NOT '
                      'CLOSED'
           ELSE
              MOVE 'CLOSE' TO EXCL-FUNCTION
              CALL 'ZCXEXCL' USING ZCXEXCL-PARMS
           END-IF.
           DISPLAY 'ZCXCMPR WORK QUEUE ADDED=' EXCL-ADDED
                   ' UPDATED=' EXCL-UPDATED
                   ' REOPENED=' EXCL-REOPENED
                   ' CLOSED=' EXCL-CLOSED
                   ' ERRORS=' EXCL-ERRORS.
           IF EXCL-ERRORS > 0 AND NOT WORK-FILE-FAILED
              MOVE 'EXCEPTION FILE ERRORS - WORK QUEUE NOT CLOSED'
                TO RCTL-MESSAGE
           END-IF.
       EXCEPTIONS-KEEP.
      *    A reject or an unreadable body says nothing about whether
      *    the person's mismatches are still there -- leave them open.
           IF RR-PERSON-ID NOT = SPACES
              MOVE 'KEEP' TO EXCL-FUNCTION
              MOVE RR-PERSON-ID TO EXCL-PERSON-ID
              CALL 'ZCXEXCL' USING ZCXEXCL-PARMS
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
                FILE('ZCXCPWK')
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
                   FILE('ZCXCPWK')
                   INTO (CPWK-RECORD)
                   LENGTH(CPWK-RECORD-LENGTH)
                   RIDFLD(WS-WK-RID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              EXEC CICS ENDBR
                   FILE('ZCXCPWK')
                   END-EXEC
              IF WS-RESP = DFHRESP(ENDFILE)
                 SET WORK-DONE TO TRUE
              ELSE IF WS-RESP NOT = DFHRESP(NORMAL)
                 PERFORM WORK-FILE-ERROR
              ELSE
                 EXEC CICS DELETE
                      FILE('ZCXCPWK')
                      RIDFLD(CPWK-PERSON-ID)
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
      *    Persons the work file does not hold would read as ABSENT
      *    whether or not they are, so a work file that cannot take
      *    every person -- out of space, or not there at all -- stops
      *    the run outright.
           SET WORK-FILE-FAILED TO TRUE.
           MOVE WS-RESP TO WORK-RESP.
           IF WS-RESP = DFHRESP(NOSPACE)
              MOVE 'SNAPSHOT EXCEEDS WORK FILE ZCXCPWK' TO WORK-MESSAGE
           ELSE
              MOVE 'WORK FILE ZCXCPWK UNAVAILABLE' TO WORK-MESSAGE
           END-IF.
       LOAD-SNAPSHOT.
      *    Last night's roster goes into the work file keyed by
      *    person ID, so each sweep row is a keyed READ whatever order
      *    the sweep ran in.  The same person twice in the snapshot
      *    is one row.
           OPEN INPUT NEW-SNAPSHOT.
           MOVE 'N' TO SNAP-EOF-SW.
           PERFORM UNTIL SNAP-EOF OR WORK-FILE-FAILED
              READ NEW-SNAPSHOT
                 AT END
                    SET SNAP-EOF TO TRUE
           END-PERFORM.
           CLOSE NEW-SNAPSHOT.
       LOAD-ONE-SNAP-ROW.
           MOVE SNAP-REC TO CPWK-RECORD.
           EXEC CICS WRITE
                FILE('ZCXCPWK')
                FROM(CPWK-RECORD)
                RIDFLD(CPWK-PERSON-ID)
                LENGTH(CPWK-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(DUPREC)
              PERFORM WORK-FILE-ERROR
           END-IF.
       COMPARE-ONE-RESULT.
      *    Only a 200 row carries the service's picture of the
      *    has nothing to compare and is counted instead.
           IF RR-STATUSCODE NOT = 0200
              ADD 1 TO ROWS-SKIPPED
              PERFORM EXCEPTIONS-KEEP
           ELSE
              PERFORM PARSE-RESULT-BODY
              IF JSON-OK AND PERSON-ID NOT = SPACES
                 PERFORM COMPARE-AGAINST-SNAPSHOT
              ELSE
                 ADD 1 TO ROWS-SKIPPED
                 PERFORM EXCEPTIONS-KEEP
              END-IF
           END-IF.
       PARSE-RESULT-BODY.
              ADD 1 TO NO-CACHE-ROWS
           END-IF.
       COMPARE-AGAINST-SNAPSHOT.
           MOVE PERSON-ID TO WS-WK-RID.
           EXEC CICS READ
                FILE('ZCXCPWK')
                INTO (CPWK-RECORD)
                RIDFLD(WS-WK-RID)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              AND WS-RESP NOT = DFHRESP(NOTFND)
              PERFORM WORK-FILE-ERROR
           ELSE
              PERFORM JUDGE-AGAINST-SNAPSHOT
           END-IF.
       JUDGE-AGAINST-SNAPSHOT.
           MOVE 'SNAPSHOT' TO WS-COPY.
           IF WS-RESP = DFHRESP(NOTFND)
      *       The sweep input comes from the roster the snapshot
      *       captured -- a person the service answers for but the
      *       snapshot never saw is itself a divergence.
              MOVE PERSON-NAME TO WS-THEIRS
              PERFORM WRITE-MISMATCH
           ELSE
              MOVE CPWK-NAME TO WS-OURS
              MOVE PERSON-NAME TO WS-THEIRS
              MOVE 'NAME' TO WS-FIELD
              PERFORM JUDGE-ONE-FIELD
              MOVE CPWK-DOB TO WS-OURS
              MOVE PERSON-DOB TO WS-THEIRS
              MOVE 'DOB' TO WS-FIELD
              PERFORM JUDGE-ONE-FIELD
              MOVE CPWK-STREET TO WS-OURS
              MOVE PERSON-STREET TO WS-THEIRS
              MOVE 'STREET' TO WS-FIELD
              PERFORM JUDGE-ONE-FIELD
              MOVE CPWK-CITY TO WS-OURS
              MOVE PERSON-CITY TO WS-THEIRS
              MOVE 'CITY' TO WS-FIELD
              PERFORM JUDGE-ONE-FIELD
              MOVE CPWK-ZIP TO WS-OURS
              MOVE PERSON-ZIP TO WS-THEIRS
              MOVE 'ZIP' TO WS-FIELD
              PERFORM JUDGE-ONE-FIELD
              MOVE CPWK-COUNTRY TO WS-OURS
              MOVE PERSON-COUNTRY TO WS-THEIRS
              MOVE 'COUNTRY' TO WS-FIELD
              PERFORM JUDGE-ONE-FIELD
           MOVE WS-THEIRS TO CM-THEIRS.
           WRITE COMPARE-REC.
           ADD 1 TO MISMATCHES.
           PERFORM EXCEPTION-PUT.
       EXCEPTION-PUT.
           MOVE 'PUT' TO EXCL-FUNCTION.
           MOVE PERSON-ID TO EXCL-PERSON-ID.
           IF WS-COPY = 'CACHE'
              MOVE 'CACHEDIF' TO EXCL-TYPE
           ELSE
              MOVE 'SNAPDIFF' TO EXCL-TYPE
           END-IF.
           MOVE WS-FIELD TO EXCL-QUALIFIER.
           MOVE SPACES TO EXCL-DETAIL.
           STRING WS-FIELD DELIMITED BY SPACE
                  ' OURS ' DELIMITED BY SIZE
                  WS-OURS DELIMITED BY '  '
                  ' / THEIRS ' DELIMITED BY SIZE
                  WS-THEIRS DELIMITED BY '  '
              INTO EXCL-DETAIL
           END-STRING.
           CALL 'ZCXEXCL' USING ZCXEXCL-PARMS.
