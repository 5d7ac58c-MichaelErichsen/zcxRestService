      * through instead.  This step must run between ZCXSNAP and the  *
      * billing hand-off; a rerun of the same night simply rewrites   *
      * the same keys, so a restarted job cannot double up a night.   *
      *                                                               *
      * The ZCXRUN run-control file now enforces that order: ZCXRCTL  *
      * refuses the fold unless ZCXSNAP has completed OK for the      *
      * business date, or if the fold has already completed for it,   *
      * unless the word RERUN is on the input line.  Rows are filed   *
      * under the business date rather than the clock date, so a      *
      * fold that runs after midnight still lands on the right night. *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 DL-AFTER            PIC X(170).
       WORKING-STORAGE SECTION.
       COPY ZCXHISTR.
       COPY ZCXRCTLP.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 DELTA-EOF-SW         PIC X(1) VALUE 'N'.
             88 DELTA-EOF         VALUE 'Y'.
          03 WS-RUN-DATE          PIC X(8).
          03 ROWS-READ            PIC 9(8) VALUE 0.
          03 ROWS-FOLDED          PIC 9(8) VALUE 0.
          03 ROWS-REWRITTEN       PIC 9(8) VALUE 0.
          03 ROWS-SKIPPED         PIC 9(8) VALUE 0.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM RUN-CONTROL-START.
           IF RCTL-REFUSED
              DISPLAY 'ZCXHISTL REFUSED - ' RCTL-REASON
           ELSE
              PERFORM FOLD-DELTA-FILE
              PERFORM RUN-CONTROL-END
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       FOLD-DELTA-FILE.
           OPEN INPUT DELTA-FILE.
           PERFORM UNTIL DELTA-EOF
              READ DELTA-FILE
                   ' FOLDED=' ROWS-FOLDED
                   ' REWRITTEN=' ROWS-REWRITTEN
                   ' SKIPPED=' ROWS-SKIPPED.
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
      *    The history rows are keyed on the business date ZCXRCTL
      *    hands back, the night of the ZCXSNAP run that made the
      *    delta.
           MOVE 'START' TO RCTL-FUNCTION.
           MOVE 'ZCXHISTL' TO RCTL-STEP.
           MOVE WS-INPUT TO RCTL-PARMTEXT.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
           IF RCTL-GO AND RCTL-REASON NOT = SPACES
              DISPLAY 'ZCXHISTL RERUN FORCED - ' RCTL-REASON
           END-IF.
           MOVE RCTL-DATE TO WS-RUN-DATE.
           MOVE 'O' TO RCTL-OUTCOME.
           MOVE SPACES TO RCTL-MESSAGE.
       RUN-CONTROL-END.
           MOVE 'END' TO RCTL-FUNCTION.
           MOVE ROWS-READ TO RCTL-COUNT-IN.
           COMPUTE RCTL-COUNT-OUT = ROWS-FOLDED + ROWS-REWRITTEN.
           MOVE ROWS-SKIPPED TO RCTL-COUNT-EXC.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
       FOLD-ONE-DELTA.
      *    The person ID is the first 20 bytes of whichever image the
      *    delta type carries: the after image for an add or change,
