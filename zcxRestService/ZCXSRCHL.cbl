      * deleted here too, so a search cannot surface someone the      *
      * source system has already removed.  Runs after ZCXSNAP in     *
      * the nightly job.                                              *
      *                                                               *
      * The ZCXRUN run-control file now holds it to that order:       *
      * ZCXRCTL refuses the load unless ZCXHISTL has completed OK for *
      * the business date -- so a snapshot ZCXSNAP abandoned is never *
      * loaded -- or if the load has already completed for that date, *
      * unless the word RERUN is on the input line.                   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 DL-AFTER            PIC X(170).
       WORKING-STORAGE SECTION.
       COPY ZCXSRCHR.
       COPY ZCXRCTLP.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 ROWS-REWRITTEN       PIC 9(8) VALUE 0.
          03 ROWS-DELETED         PIC 9(8) VALUE 0.
          03 ROWS-FAILED          PIC 9(8) VALUE 0.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM RUN-CONTROL-START.
           IF RCTL-REFUSED
              DISPLAY 'ZCXSRCHL REFUSED - ' RCTL-REASON
           ELSE
              PERFORM LOAD-SEARCH-FILE
              PERFORM RUN-CONTROL-END
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       LOAD-SEARCH-FILE.
           OPEN INPUT NEW-SNAPSHOT.
           PERFORM UNTIL SNAP-EOF
              READ NEW-SNAPSHOT
                   ' REWRITTEN=' ROWS-REWRITTEN
                   ' DELETED=' ROWS-DELETED
                   ' FAILED=' ROWS-FAILED.
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
           MOVE 'ZCXSRCHL' TO RCTL-STEP.
           MOVE WS-INPUT TO RCTL-PARMTEXT.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
           IF RCTL-GO AND RCTL-REASON NOT = SPACES
              DISPLAY 'ZCXSRCHL RERUN FORCED - ' RCTL-REASON
           END-IF.
           MOVE 'O' TO RCTL-OUTCOME.
           MOVE SPACES TO RCTL-MESSAGE.
       RUN-CONTROL-END.
           MOVE 'END' TO RCTL-FUNCTION.
           MOVE ROWS-READ TO RCTL-COUNT-IN.
           COMPUTE RCTL-COUNT-OUT = ROWS-WRITTEN + ROWS-REWRITTEN.
           MOVE ROWS-FAILED TO RCTL-COUNT-EXC.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
       LOAD-ONE-PERSON.
      *    Write-or-rewrite keyed on the person ID, the same pattern
      *    as CACHE-WRITE in ZCXGATE, so tonight's load refreshes
