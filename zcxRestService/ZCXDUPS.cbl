      * near-match when only the address differs.  Each pair prints   *
      * a summary line plus both full snapshot records, so the        *
      * steward can judge the two side by side without a lookup.      *
      *                                                               *
      * The report is a step of the nightly chain in the ZCXRUN       *
      * run-control file: ZCXRCTL refuses it unless ZCXDQAUD has      *
      * completed OK for the business date, or if it has already      *
      * completed for that date, unless the word RERUN is on the      *
      * input line.                                                   *
      *                                                               *
      * Every pair is also loaded into the keyed ZCXEXCP steward work *
      * queue through ZCXEXCL, as a DUPLICAT or ADDRDIFF item on the  *
      * first person of the pair with the second as its qualifier.    *
      * A pair seen again updates its open item; a pair no longer     *
      * found is closed -- except after a failed run, which never     *
      * looked for them all.                                          *
      *                                                               *
      * The roster used to be paired in a table of 2000 persons,      *
      * which it outgrew.  It is now loaded into the keyed ZCXDPWK    *
      * work file (layout in ZCXDPWKR), cleared first, whose key of   *
      * name, DOB and person ID keeps every candidate group together: *
      * each person is paired by a short forward browse from its own  *
      * row, so the roster can be any size.  A snapshot the work file *
      * cannot take in full (out of space, or the file not available) *
      * fails the run with an empty report and nothing closed.        *
      * Within a pair, the A person is now the lower person ID.       *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 DP-FILLER1           PIC X(1)   VALUE SPACE.
           03 DP-DETAIL            PIC X(170).
       WORKING-STORAGE SECTION.
       COPY ZCXRCTLP.
       COPY ZCXEXCLP.
       COPY ZCXDPWKR.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 SNAP-EOF-SW          PIC X(1) VALUE 'N'.
             88 SNAP-EOF          VALUE 'Y'.
          03 WORK-FAILED-SW       PIC X(1) VALUE 'N'.
             88 WORK-FILE-FAILED  VALUE 'Y'.
          03 WORK-DONE-SW         PIC X(1) VALUE 'N'.
             88 WORK-DONE         VALUE 'Y'.
          03 WORK-ROW-SW          PIC X(1) VALUE 'N'.
             88 WORK-ROW-FOUND    VALUE 'Y'.
          03 PAIR-DONE-SW         PIC X(1) VALUE 'N'.
             88 PAIR-DONE         VALUE 'Y'.
          03 WORK-MESSAGE         PIC X(40).
          03 WORK-RESP            PIC S9(8) USAGE BINARY.
          03 WS-WK-RID            PIC X(70).
          03 WS-LAST-KEY          PIC X(70).
          03 PERSONS-LOADED       PIC 9(8) VALUE 0.
          03 EXACT-PAIRS          PIC 9(8) VALUE 0.
          03 NEARMATCH-PAIRS      PIC 9(8) VALUE 0.
          03 PAIR-LINE            PIC X(170).
          03 PAIR-VERDICT         PIC X(40).
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
       01 PAIR-A.
          03 PA-ID                 PIC X(20).
          03 PA-NAME               PIC X(40).
          03 PA-DOB                PIC X(10).
          03 PA-ADDRESS.
             05 PA-STREET          PIC X(40).
             05 PA-CITY            PIC X(30).
             05 PA-ZIP             PIC X(10).
             05 PA-COUNTRY         PIC X(20).
       01 PAIR-B.
          03 PB-ID                 PIC X(20).
          03 PB-NAME               PIC X(40).
          03 PB-DOB                PIC X(10).
          03 PB-ADDRESS.
             05 PB-STREET          PIC X(40).
             05 PB-CITY            PIC X(30).
             05 PB-ZIP             PIC X(10).
             05 PB-COUNTRY         PIC X(20).
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM RUN-CONTROL-START.
           IF RCTL-REFUSED
              DISPLAY 'ZCXDUPS REFUSED - ' RCTL-REASON
           ELSE
              PERFORM EXCEPTIONS-BEGIN
              PERFORM REPORT-DUPLICATES
              PERFORM EXCEPTIONS-CLOSE
              PERFORM RUN-CONTROL-END
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       REPORT-DUPLICATES.
           PERFORM CLEAR-WORK-FILE.
           IF NOT WORK-FILE-FAILED
              PERFORM LOAD-SNAPSHOT
           END-IF.
           OPEN OUTPUT DUP-REPORT.
           IF NOT WORK-FILE-FAILED
              PERFORM COMPARE-ALL-PAIRS
           END-IF.
           CLOSE DUP-REPORT.
      *    A report of some of the pairs would read as the whole
      *    list -- a work file failure at any point leaves it empty.
           IF WORK-FILE-FAILED
              OPEN OUTPUT DUP-REPORT
              CLOSE DUP-REPORT
              MOVE 0 TO EXACT-PAIRS
              MOVE 0 TO NEARMATCH-PAIRS
              DISPLAY 'ZCXDUPS ' WORK-MESSAGE
                      ' RESP ' WORK-RESP
              DISPLAY 'ZCXDUPS NO REPORT PRODUCED'
              MOVE 'F' TO RCTL-OUTCOME
              MOVE WORK-MESSAGE TO RCTL-MESSAGE
           END-IF.
           DISPLAY 'ZCXDUPS PERSONS=' PERSONS-LOADED
                   ' DUPLICATES=' EXACT-PAIRS
                   ' ADDR-DIFF=' NEARMATCH-PAIRS.
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
           MOVE 'ZCXDUPS' TO RCTL-STEP.
           MOVE WS-INPUT TO RCTL-PARMTEXT.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
           IF RCTL-GO AND RCTL-REASON NOT = SPACES
              DISPLAY 'ZCXDUPS RERUN FORCED - ' RCTL-REASON
           END-IF.
           MOVE 'O' TO RCTL-OUTCOME.
           MOVE SPACES TO RCTL-MESSAGE.
       RUN-CONTROL-END.
           MOVE 'END' TO RCTL-FUNCTION.
           MOVE PERSONS-LOADED TO RCTL-COUNT-IN.
           COMPUTE RCTL-COUNT-OUT = EXACT-PAIRS + NEARMATCH-PAIRS.
           MOVE 0 TO RCTL-COUNT-EXC.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
       EXCEPTIONS-BEGIN.
           INITIALIZE ZCXEXCL-PARMS.
           MOVE 'BEGIN' TO EXCL-FUNCTION.
           MOVE 'ZCXDUPS' TO EXCL-SOURCE.
           MOVE RCTL-DATE TO EXCL-DATE.
           CALL 'ZCXEXCL' USING ZCXEXCL-PARMS.
       EXCEPTIONS-CLOSE.
      *    A run the work file stopped never paired everyone, so it
      *    cannot tell a pair that went away from one it never saw --
      *    nothing is closed until a complete run says so.
           IF WORK-FILE-FAILED
              DISPLAY 'ZCXDUPS FAILED RUN - WORK QUEUE ITEMS NOT '
                      'CLOSED'
           ELSE
              MOVE 'CLOSE' TO EXCL-FUNCTION
              CALL 'ZCXEXCL' USING ZCXEXCL-PARMS
           END-IF.
           DISPLAY 'ZCXDUPS WORK QUEUE ADDED=' EXCL-ADDED
                   ' UPDATED=' EXCL-UPDATED
                   ' REOPENED=' EXCL-REOPENED
                   ' CLOSED=' EXCL-CLOSED
                   ' ERRORS=' EXCL-ERRORS.
           IF EXCL-ERRORS > 0 AND NOT WORK-FILE-FAILED
              MOVE 'EXCEPTION FILE ERRORS - WORK QUEUE NOT CLOSED'
                TO RCTL-MESSAGE
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
                FILE('ZCXDPWK')
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
                   FILE('ZCXDPWK')
                   INTO (DPWK-RECORD)
                   LENGTH(DPWK-RECORD-LENGTH)
                   RIDFLD(WS-WK-RID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              EXEC CICS ENDBR
                   FILE('ZCXDPWK')
                   END-EXEC
              IF WS-RESP = DFHRESP(ENDFILE)
                 SET WORK-DONE TO TRUE
              ELSE IF WS-RESP NOT = DFHRESP(NORMAL)
                 PERFORM WORK-FILE-ERROR
              ELSE
                 EXEC CICS DELETE
                      FILE('ZCXDPWK')
                      RIDFLD(DPWK-KEY)
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
      *    A report of part of the roster would pass for the whole
      *    of it, so a work file that cannot take every person -- out
      *    of space, or not there at all -- stops the run outright.
           SET WORK-FILE-FAILED TO TRUE.
           MOVE WS-RESP TO WORK-RESP.
           IF WS-RESP = DFHRESP(NOSPACE)
              MOVE 'SNAPSHOT EXCEEDS WORK FILE ZCXDPWK' TO WORK-MESSAGE
           ELSE
              MOVE 'WORK FILE ZCXDPWK UNAVAILABLE' TO WORK-MESSAGE
           END-IF.
       LOAD-SNAPSHOT.
      *    The whole roster goes into the work file under name, DOB
      *    and person ID, so everyone who could pair up sits together.
      *    The same person twice in the snapshot is one row.
           OPEN INPUT NEW-SNAPSHOT.
           MOVE 'N' TO SNAP-EOF-SW.
           PERFORM UNTIL SNAP-EOF OR WORK-FILE-FAILED
              READ NEW-SNAPSHOT
                 AT END
                    SET SNAP-EOF TO TRUE
           END-PERFORM.
           CLOSE NEW-SNAPSHOT.
       LOAD-ONE-PERSON.
           MOVE SN-NAME TO DPWK-NAME.
           MOVE SN-DOB TO DPWK-DOB.
           MOVE SN-ID TO DPWK-PERSON-ID.
           MOVE SNAP-REC TO DPWK-IMAGE.
           EXEC CICS WRITE
                FILE('ZCXDPWK')
                FROM(DPWK-RECORD)
                RIDFLD(DPWK-KEY)
                LENGTH(DPWK-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO PERSONS-LOADED
           ELSE IF WS-RESP NOT = DFHRESP(DUPREC)
              PERFORM WORK-FILE-ERROR
           END-IF
           END-IF.
       COMPARE-ALL-PAIRS.
      *    Every person against every later person of the same name
      *    and DOB, so each candidate pair is reported exactly once.
      *    The browse is restarted at each person in turn, stepping
      *    past the one just handled the way ZCXPSTL walks ZCXPOST,
      *    and runs on from it only while the name and DOB hold.  A
      *    person with no name on file cannot be a match candidate --
      *    pairing the blanks would report every unnamed legacy
      *    record against every other one.
           MOVE LOW-VALUES TO WS-LAST-KEY.
           MOVE 'N' TO WORK-DONE-SW.
           PERFORM UNTIL WORK-DONE
              PERFORM PAIR-NEXT-PERSON
           END-PERFORM.
       PAIR-NEXT-PERSON.
           MOVE WS-LAST-KEY TO WS-WK-RID.
           EXEC CICS STARTBR
                FILE('ZCXDPWK')
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
              PERFORM READ-NEXT-WORK-ROW
              IF WORK-ROW-FOUND AND DPWK-KEY = WS-LAST-KEY
                 PERFORM READ-NEXT-WORK-ROW
              END-IF
              IF NOT WORK-ROW-FOUND
                 SET WORK-DONE TO TRUE
              ELSE
                 MOVE DPWK-KEY TO WS-LAST-KEY
                 MOVE DPWK-IMAGE TO PAIR-A
                 IF PA-NAME NOT = SPACES
                    PERFORM PAIR-WITH-LATER
                 END-IF
              END-IF
              EXEC CICS ENDBR
                   FILE('ZCXDPWK')
                   END-EXEC
           END-IF
           END-IF.
       PAIR-WITH-LATER.
           MOVE 'N' TO PAIR-DONE-SW.
           PERFORM UNTIL PAIR-DONE
              PERFORM READ-NEXT-WORK-ROW
              IF WORK-ROW-FOUND
                 AND DPWK-NAME = PA-NAME
                 AND DPWK-DOB = PA-DOB
                 MOVE DPWK-IMAGE TO PAIR-B
                 PERFORM REPORT-ONE-PAIR
              ELSE
                 SET PAIR-DONE TO TRUE
              END-IF
           END-PERFORM.
       READ-NEXT-WORK-ROW.
           MOVE 'N' TO WORK-ROW-SW.
           EXEC CICS READNEXT
                FILE('ZCXDPWK')
                INTO (DPWK-RECORD)
                LENGTH(DPWK-RECORD-LENGTH)
                RIDFLD(WS-WK-RID)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET WORK-ROW-FOUND TO TRUE
           ELSE IF WS-RESP NOT = DFHRESP(ENDFILE)
              PERFORM WORK-FILE-ERROR
              SET WORK-DONE TO TRUE
           END-IF
           END-IF.
       REPORT-ONE-PAIR.
      *    Same name and DOB makes the pair a candidate either way;
      *    the address decides whether it reads as a straight double
      *    or as a near-match the steward has to weigh up.
           MOVE SPACES TO DUP-REC.
           IF PB-ADDRESS = PA-ADDRESS
              MOVE 'DUPLICATE' TO DP-TAG
              ADD 1 TO EXACT-PAIRS
              MOVE 'DUPLICAT' TO EXCL-TYPE
              MOVE 'SAME NAME, DOB AND ADDRESS AS' TO PAIR-VERDICT
           ELSE
              MOVE 'ADDR-DIFF' TO DP-TAG
              ADD 1 TO NEARMATCH-PAIRS
              MOVE 'ADDRDIFF' TO EXCL-TYPE
              MOVE 'SAME NAME AND DOB, OTHER ADDRESS, AS'
                TO PAIR-VERDICT
           END-IF.
           MOVE SPACES TO PAIR-LINE.
           STRING PA-ID DELIMITED BY SPACE
                  ' / ' DELIMITED BY SIZE
                  PB-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  PA-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PA-DOB DELIMITED BY SPACE
              INTO PAIR-LINE
           END-STRING.
           MOVE PAIR-LINE TO DP-DETAIL.
           WRITE DUP-REC.
           MOVE SPACES TO DUP-REC.
           MOVE 'A' TO DP-TAG.
           MOVE PAIR-A TO DP-DETAIL.
           WRITE DUP-REC.
           MOVE SPACES TO DUP-REC.
           MOVE 'B' TO DP-TAG.
           MOVE PAIR-B TO DP-DETAIL.
           WRITE DUP-REC.
           PERFORM EXCEPTION-PUT.
       EXCEPTION-PUT.
           MOVE 'PUT' TO EXCL-FUNCTION.
           MOVE PA-ID TO EXCL-PERSON-ID.
           MOVE PB-ID TO EXCL-QUALIFIER.
           MOVE SPACES TO EXCL-DETAIL.
           STRING PAIR-VERDICT DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  PB-ID DELIMITED BY SPACE
                  ': ' DELIMITED BY SIZE
                  PA-NAME DELIMITED BY '  '
                  ' ' DELIMITED BY SIZE
                  PA-DOB DELIMITED BY SPACE
              INTO EXCL-DETAIL
           END-STRING.
           CALL 'ZCXEXCL' USING ZCXEXCL-PARMS.
