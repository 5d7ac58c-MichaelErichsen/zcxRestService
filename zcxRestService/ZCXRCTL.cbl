       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXRCTL.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Run-control subroutine for the nightly chain ZCXSNAP,         *
      * ZCXHISTL, ZCXSRCHL, ZCXCWARM, ZCXDQAUD, ZCXDUPS, ZCXCMPR and  *
      * ZCXHAND.  Each step CALLs it with START before touching       *
      * anything and with END when it is done, and the keyed ZCXRUN   *
      * file keeps one row per step per business date (layout in      *
      * ZCXRUNR).                                                     *
      *                                                               *
      * START works out the business date -- an 8-digit date on the   *
      * step's input line wins; otherwise ZCXSNAP runs for today and  *
      * every later step for the newest date ZCXSNAP has a row for,   *
      * so a step that runs after midnight still files under the      *
      * right night.  It then refuses the step if the step before it  *
      * in RUN-CHAIN has not completed OK for that date, or if this   *
      * step is already running or has completed OK for it.  The word *
      * RERUN on the input line overrides both checks; the row is     *
      * then marked forced so the status report shows it.  A refusal  *
      * is counted on the row (one is written if the step never ran)  *
      * and the reason handed back for the step to DISPLAY.           *
      *                                                               *
      * END stamps the end time, outcome, counts and message.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZCXRUNR.
       01 WS.
          03 WS-RESP            PIC S9(8) USAGE BINARY.
          03 WS-RESP2           PIC S9(8) USAGE BINARY.
          03 WS-NOW             PIC S9(15) USAGE COMP.
          03 WS-NOW-DATE        PIC X(8).
          03 WS-NOW-TIME        PIC X(9).
          03 WS-NOW-STAMP       PIC X(18).
          03 WS-USERID          PIC X(8).
          03 WS-WORD            PIC X(16) OCCURS 8 TIMES.
          03 WS-WORD-IX         PIC S9(4) USAGE BINARY.
          03 WS-PARM-DATE       PIC X(8).
          03 WS-STEP-POS        PIC S9(4) USAGE BINARY.
          03 WS-CHAIN-IX        PIC S9(4) USAGE BINARY.
          03 WS-REFUSE-REASON   PIC X(60).
          03 WS-BRKEY           PIC X(16).
          03 RERUN-SW           PIC X(1).
             88 RERUN-ASKED     VALUE 'Y'.
          03 BROWSE-EOF-SW      PIC X(1).
             88 BROWSE-EOF      VALUE 'Y'.
          03 DATE-FOUND-SW      PIC X(1).
             88 DATE-FOUND      VALUE 'Y'.
       LINKAGE SECTION.
       COPY ZCXRCTLP.
       PROCEDURE DIVISION USING ZCXRCTL-PARMS.
       MAIN SECTION.
           INITIALIZE WS.
           MOVE 0 TO RCTL-RETCODE.
           MOVE SPACES TO RCTL-REASON.
           PERFORM GET-NOW.
           IF RCTL-START
              PERFORM STEP-START
           ELSE
              PERFORM STEP-END
           END-IF.
           GOBACK.
       GET-NOW.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-NOW)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                END-EXEC.
           STRING WS-NOW-DATE '-' WS-NOW-TIME
                  DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING.
           EXEC CICS ASSIGN
                USERID(WS-USERID)
                END-EXEC.
       STEP-START.
           PERFORM SCAN-PARMTEXT.
           PERFORM FIND-CHAIN-POSITION.
           IF WS-PARM-DATE NOT = SPACES
              MOVE WS-PARM-DATE TO RCTL-DATE
           ELSE
              MOVE WS-NOW-DATE TO RCTL-DATE
              IF WS-STEP-POS > 1
                 PERFORM FIND-LATEST-CHAIN-DATE
              END-IF
           END-IF.
           MOVE SPACES TO WS-REFUSE-REASON.
           IF WS-STEP-POS > 1
              PERFORM CHECK-PREDECESSOR
           END-IF.
           IF WS-REFUSE-REASON = SPACES
              PERFORM CHECK-OWN-ROW
           END-IF.
           IF WS-REFUSE-REASON = SPACES
              PERFORM RECORD-START
           ELSE
              IF RERUN-ASKED
                 MOVE WS-REFUSE-REASON TO RCTL-REASON
                 PERFORM RECORD-START
              ELSE
                 MOVE 1 TO RCTL-RETCODE
                 MOVE WS-REFUSE-REASON TO RCTL-REASON
                 PERFORM RECORD-REFUSAL
              END-IF
           END-IF.
       SCAN-PARMTEXT.
      *    The step's own parameters share the line, so only the word
      *    RERUN and a word of eight digits are taken; anything else
      *    is left for the step.
           MOVE 'N' TO RERUN-SW.
           MOVE SPACES TO WS-PARM-DATE.
           IF RCTL-PARMTEXT NOT = SPACES
              AND RCTL-PARMTEXT NOT = LOW-VALUES
              UNSTRING RCTL-PARMTEXT DELIMITED BY ALL SPACES
                  INTO WS-WORD(1) WS-WORD(2) WS-WORD(3) WS-WORD(4)
                       WS-WORD(5) WS-WORD(6) WS-WORD(7) WS-WORD(8)
              PERFORM VARYING WS-WORD-IX FROM 1 BY 1
                      UNTIL WS-WORD-IX > 8
                 IF WS-WORD(WS-WORD-IX) = 'RERUN'
                    SET RERUN-ASKED TO TRUE
                 END-IF
                 IF WS-WORD(WS-WORD-IX)(1:8) IS NUMERIC
                    AND WS-WORD(WS-WORD-IX)(9:8) = SPACES
                    MOVE WS-WORD(WS-WORD-IX)(1:8) TO WS-PARM-DATE
                 END-IF
              END-PERFORM
           END-IF.
       FIND-CHAIN-POSITION.
           MOVE 0 TO WS-STEP-POS.
           PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > RUN-CHAIN-COUNT
              IF RUN-CHAIN-STEP(WS-CHAIN-IX) = RCTL-STEP
                 MOVE WS-CHAIN-IX TO WS-STEP-POS
              END-IF
           END-PERFORM.
       FIND-LATEST-CHAIN-DATE.
      *    Browse back from the end of the file to the newest row of
      *    the first step.  A key of HIGH-VALUES positions the browse
      *    past the last row, so the first READPREV returns it.
           MOVE HIGH-VALUES TO WS-BRKEY.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE 'N' TO DATE-FOUND-SW.
           EXEC CICS STARTBR
                FILE('ZCXRUN')
                RIDFLD(WS-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF OR DATE-FOUND
              EXEC CICS READPREV
                   FILE('ZCXRUN')
                   INTO (RUN-RECORD)
                   LENGTH(RUN-RECORD-LENGTH)
                   RIDFLD(WS-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-EOF TO TRUE
              ELSE
                 IF RUN-STEP = RUN-CHAIN-STEP(1)
                    SET DATE-FOUND TO TRUE
                    MOVE RUN-DATE TO RCTL-DATE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXRUN')
                RESP(WS-RESP)
                END-EXEC.
       CHECK-PREDECESSOR.
           MOVE RCTL-DATE TO RUN-DATE.
           MOVE RUN-CHAIN-STEP(WS-STEP-POS - 1) TO RUN-STEP.
           EXEC CICS READ
                FILE('ZCXRUN')
                INTO (RUN-RECORD)
                LENGTH(RUN-RECORD-LENGTH)
                RIDFLD(RUN-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              STRING RUN-CHAIN-STEP(WS-STEP-POS - 1)
                     DELIMITED BY SPACE
                     ' HAS NOT RUN FOR ' RCTL-DATE
                     DELIMITED BY SIZE
                     INTO WS-REFUSE-REASON
              END-STRING
           ELSE
              IF NOT RUN-OK
                 STRING RUN-CHAIN-STEP(WS-STEP-POS - 1)
                        DELIMITED BY SPACE
                        ' HAS NOT COMPLETED OK FOR ' RCTL-DATE
                        DELIMITED BY SIZE
                        INTO WS-REFUSE-REASON
                 END-STRING
              END-IF
           END-IF.
       CHECK-OWN-ROW.
           MOVE RCTL-DATE TO RUN-DATE.
           MOVE RCTL-STEP TO RUN-STEP.
           EXEC CICS READ
                FILE('ZCXRUN')
                INTO (RUN-RECORD)
                LENGTH(RUN-RECORD-LENGTH)
                RIDFLD(RUN-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              IF RUN-OK
                 STRING RCTL-STEP DELIMITED BY SPACE
                        ' ALREADY COMPLETED FOR ' RCTL-DATE
                        DELIMITED BY SIZE
                        INTO WS-REFUSE-REASON
                 END-STRING
              END-IF
              IF RUN-RUNNING
                 STRING RCTL-STEP DELIMITED BY SPACE
                        ' ALREADY RUNNING FOR ' RCTL-DATE
                        ' SINCE ' RUN-START
                        DELIMITED BY SIZE
                        INTO WS-REFUSE-REASON
                 END-STRING
              END-IF
           END-IF.
       RECORD-START.
      *    A rerun keeps the row's refusal count and bumps its attempt
      *    count; the counts of the earlier attempt are cleared.
           MOVE RCTL-DATE TO RUN-DATE.
           MOVE RCTL-STEP TO RUN-STEP.
           EXEC CICS READ
                FILE('ZCXRUN')
                INTO (RUN-RECORD)
                LENGTH(RUN-RECORD-LENGTH)
                RIDFLD(RUN-KEY)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM FILL-START-FIELDS
              ADD 1 TO RUN-ATTEMPTS
              EXEC CICS REWRITE
                   FILE('ZCXRUN')
                   FROM (RUN-RECORD)
                   LENGTH(RUN-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           ELSE
              INITIALIZE RUN-RECORD
              MOVE RCTL-DATE TO RUN-DATE
              MOVE RCTL-STEP TO RUN-STEP
              PERFORM FILL-START-FIELDS
              MOVE 1 TO RUN-ATTEMPTS
              EXEC CICS WRITE
                   FILE('ZCXRUN')
                   FROM (RUN-RECORD)
                   LENGTH(RUN-RECORD-LENGTH)
                   RIDFLD(RUN-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'ZCXRCTL ZCXRUN UPDATE FAILED FOR ' RUN-KEY
                      ' RESP ' WS-RESP
           END-IF.
       FILL-START-FIELDS.
           SET RUN-RUNNING TO TRUE.
           MOVE WS-NOW-STAMP TO RUN-START.
           MOVE SPACES TO RUN-END.
           MOVE WS-USERID TO RUN-USERID.
           MOVE 0 TO RUN-COUNT-IN.
           MOVE 0 TO RUN-COUNT-OUT.
           MOVE 0 TO RUN-COUNT-EXC.
           MOVE SPACES TO RUN-MESSAGE.
           IF RERUN-ASKED
              SET RUN-WAS-FORCED TO TRUE
              MOVE WS-REFUSE-REASON TO RUN-MESSAGE
           ELSE
              MOVE 'N' TO RUN-FORCED
           END-IF.
       RECORD-REFUSAL.
      *    The row of a step that did run keeps its status; a step
      *    refused before it ever ran gets a row of its own.
           MOVE RCTL-DATE TO RUN-DATE.
           MOVE RCTL-STEP TO RUN-STEP.
           EXEC CICS READ
                FILE('ZCXRUN')
                INTO (RUN-RECORD)
                LENGTH(RUN-RECORD-LENGTH)
                RIDFLD(RUN-KEY)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO RUN-REFUSALS
              EXEC CICS REWRITE
                   FILE('ZCXRUN')
                   FROM (RUN-RECORD)
                   LENGTH(RUN-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           ELSE
              INITIALIZE RUN-RECORD
              MOVE RCTL-DATE TO RUN-DATE
              MOVE RCTL-STEP TO RUN-STEP
              SET RUN-REFUSED TO TRUE
              MOVE SPACES TO RUN-START
              MOVE SPACES TO RUN-END
              MOVE WS-USERID TO RUN-USERID
              MOVE 'N' TO RUN-FORCED
              MOVE 1 TO RUN-REFUSALS
              MOVE WS-REFUSE-REASON TO RUN-MESSAGE
              EXEC CICS WRITE
                   FILE('ZCXRUN')
                   FROM (RUN-RECORD)
                   LENGTH(RUN-RECORD-LENGTH)
                   RIDFLD(RUN-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
       STEP-END.
           MOVE RCTL-DATE TO RUN-DATE.
           MOVE RCTL-STEP TO RUN-STEP.
           EXEC CICS READ
                FILE('ZCXRUN')
                INTO (RUN-RECORD)
                LENGTH(RUN-RECORD-LENGTH)
                RIDFLD(RUN-KEY)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM FILL-END-FIELDS
              EXEC CICS REWRITE
                   FILE('ZCXRUN')
                   FROM (RUN-RECORD)
                   LENGTH(RUN-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           ELSE
              INITIALIZE RUN-RECORD
              MOVE RCTL-DATE TO RUN-DATE
              MOVE RCTL-STEP TO RUN-STEP
              MOVE SPACES TO RUN-START
              MOVE WS-USERID TO RUN-USERID
              MOVE 'N' TO RUN-FORCED
              MOVE 1 TO RUN-ATTEMPTS
              PERFORM FILL-END-FIELDS
              EXEC CICS WRITE
                   FILE('ZCXRUN')
                   FROM (RUN-RECORD)
                   LENGTH(RUN-RECORD-LENGTH)
                   RIDFLD(RUN-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              DISPLAY 'ZCXRCTL ZCXRUN UPDATE FAILED FOR ' RUN-KEY
                      ' RESP ' WS-RESP
           END-IF.
       FILL-END-FIELDS.
           IF RCTL-OUTCOME-OK
              SET RUN-OK TO TRUE
           ELSE
              SET RUN-FAILED TO TRUE
           END-IF.
           MOVE WS-NOW-STAMP TO RUN-END.
           MOVE RCTL-COUNT-IN TO RUN-COUNT-IN.
           MOVE RCTL-COUNT-OUT TO RUN-COUNT-OUT.
           MOVE RCTL-COUNT-EXC TO RUN-COUNT-EXC.
           IF RCTL-MESSAGE NOT = SPACES
              MOVE RCTL-MESSAGE TO RUN-MESSAGE
           END-IF.
