      * (person ID, field, rule failed, current value) so the         *
      * stewards can work the backlog down.  The checks here must     *
      * stay in step with the ZCXMAINT paragraphs of the same names.  *
      *                                                               *
      * The audit is a step of the nightly chain in the ZCXRUN        *
      * run-control file: ZCXRCTL refuses it unless ZCXCWARM has      *
      * completed OK for the business date, or if it has already      *
      * completed for that date, unless the word RERUN is on the      *
      * input line.                                                   *
      *                                                               *
      * Every exception line is also loaded into the keyed ZCXEXCP    *
      * steward work queue through ZCXEXCL (type BAD-DOB or BAD-ZIP), *
      * so a bad value seen again tomorrow updates its open item      *
      * instead of adding one, and an item this run no longer finds   *
      * is closed.                                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 DQ-FILLER3          PIC X(1)   VALUE SPACE.
           03 DQ-VALUE            PIC X(10).
       WORKING-STORAGE SECTION.
       COPY ZCXRCTLP.
       COPY ZCXEXCLP.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 SNAP-EOF-SW          PIC X(1) VALUE 'N'.
             88 SNAP-EOF          VALUE 'Y'.
          03 WS-COUNTRY-U         PIC X(20).
          03 PERSONS-CHECKED      PIC 9(8) VALUE 0.
          03 DOB-EXCEPTIONS       PIC 9(8) VALUE 0.
          03 ZIP-EXCEPTIONS       PIC 9(8) VALUE 0.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM RUN-CONTROL-START.
           IF RCTL-REFUSED
              DISPLAY 'ZCXDQAUD REFUSED - ' RCTL-REASON
           ELSE
              PERFORM EXCEPTIONS-BEGIN
              PERFORM AUDIT-SNAPSHOT
              PERFORM EXCEPTIONS-CLOSE
              PERFORM RUN-CONTROL-END
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       AUDIT-SNAPSHOT.
           OPEN INPUT NEW-SNAPSHOT.
           OPEN OUTPUT DQ-REPORT.
           PERFORM UNTIL SNAP-EOF
           DISPLAY 'ZCXDQAUD PERSONS=' PERSONS-CHECKED
                   ' DOB-EXCEPTIONS=' DOB-EXCEPTIONS
                   ' ZIP-EXCEPTIONS=' ZIP-EXCEPTIONS.
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
           MOVE 'ZCXDQAUD' TO RCTL-STEP.
           MOVE WS-INPUT TO RCTL-PARMTEXT.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
           IF RCTL-GO AND RCTL-REASON NOT = SPACES
              DISPLAY 'ZCXDQAUD RERUN FORCED - ' RCTL-REASON
           END-IF.
           MOVE 'O' TO RCTL-OUTCOME.
           MOVE SPACES TO RCTL-MESSAGE.
       RUN-CONTROL-END.
           MOVE 'END' TO RCTL-FUNCTION.
           MOVE PERSONS-CHECKED TO RCTL-COUNT-IN.
           MOVE PERSONS-CHECKED TO RCTL-COUNT-OUT.
           COMPUTE RCTL-COUNT-EXC = DOB-EXCEPTIONS + ZIP-EXCEPTIONS.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
       EXCEPTIONS-BEGIN.
           INITIALIZE ZCXEXCL-PARMS.
           MOVE 'BEGIN' TO EXCL-FUNCTION.
           MOVE 'ZCXDQAUD' TO EXCL-SOURCE.
           MOVE RCTL-DATE TO EXCL-DATE.
           CALL 'ZCXEXCL' USING ZCXEXCL-PARMS.
       EXCEPTIONS-CLOSE.
      *    Every person was checked, so whatever was not found again
      *    tonight has been put right and its item can be closed.
           MOVE 'CLOSE' TO EXCL-FUNCTION.
           CALL 'ZCXEXCL' USING ZCXEXCL-PARMS.
           DISPLAY 'ZCXDQAUD WORK QUEUE ADDED=' EXCL-ADDED
                   ' UPDATED=' EXCL-UPDATED
                   ' REOPENED=' EXCL-REOPENED
                   ' CLOSED=' EXCL-CLOSED
                   ' ERRORS=' EXCL-ERRORS.
           IF EXCL-ERRORS > 0
              MOVE 'EXCEPTION FILE ERRORS - WORK QUEUE NOT CLOSED'
                TO RCTL-MESSAGE
           END-IF.
       EXCEPTION-PUT.
           MOVE 'PUT' TO EXCL-FUNCTION.
           MOVE SN-ID TO EXCL-PERSON-ID.
           MOVE SPACES TO EXCL-QUALIFIER.
           MOVE SPACES TO EXCL-DETAIL.
           STRING 'VALUE ' DQ-VALUE ' - ' DQ-RULE
                  DELIMITED BY SIZE
                  INTO EXCL-DETAIL
           END-STRING.
           CALL 'ZCXEXCL' USING ZCXEXCL-PARMS.
       CHECK-ONE-PERSON.
      *    The screen only validates a field the steward keyed, so
      *    the audit only flags a field the roster actually carries:
           MOVE SN-DOB TO DQ-VALUE.
           WRITE DQ-REC.
           ADD 1 TO DOB-EXCEPTIONS.
           MOVE 'BAD-DOB' TO EXCL-TYPE.
           PERFORM EXCEPTION-PUT.
       VALIDATE-ZIP.
      *    Same rule as VALIDATE-ZIP in ZCXMAINT: the zip format has
      *    to suit the country; countries without a known format just
           MOVE SN-ZIP TO DQ-VALUE.
           WRITE DQ-REC.
           ADD 1 TO ZIP-EXCEPTIONS.
           MOVE 'BAD-ZIP' TO EXCL-TYPE.
           PERFORM EXCEPTION-PUT.
