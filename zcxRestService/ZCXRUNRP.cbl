       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXRUNRP.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * One-page status report of a night's run of the ZCXSNAP chain, *
      * read from the ZCXRUN run-control file that ZCXRCTL keeps.     *
      * Operations used to piece a night together from eight sets of  *
      * console messages; ZCXRCRPT now shows every step of RUN-CHAIN  *
      * in running order with its status (OK, FAILED, RUNNING,        *
      * REFUSED or NOT RUN), start and end, records in, out and in    *
      * exception, attempts, refusals, whether a RERUN forced it, and *
      * its last message -- then one line saying whether the chain    *
      * completed or where it stopped.                                *
      * Unformatted terminal input, one line:                         *
      *    business-date              e.g.  20261014                  *
      * blank (or a START TRANSID run) reports the newest date        *
      * ZCXSNAP has a run-control row for.                            *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATUS-REPORT ASSIGN TO ZCXRCRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  STATUS-REPORT.
       01  RR-TEXT-REC            PIC X(160).
       01  RR-DETAIL-REC.
           03 RR-STEP             PIC X(8).
           03 RR-FILLER1          PIC X(1).
           03 RR-STATUS           PIC X(8).
           03 RR-FILLER2          PIC X(1).
           03 RR-START            PIC X(18).
           03 RR-FILLER3          PIC X(1).
           03 RR-END              PIC X(18).
           03 RR-FILLER4          PIC X(1).
           03 RR-IN               PIC 9(8).
           03 RR-FILLER5          PIC X(1).
           03 RR-OUT              PIC 9(8).
           03 RR-FILLER6          PIC X(1).
           03 RR-EXC              PIC 9(8).
           03 RR-FILLER7          PIC X(1).
           03 RR-ATTEMPTS         PIC 9(4).
           03 RR-FILLER8          PIC X(1).
           03 RR-REFUSALS         PIC 9(4).
           03 RR-FILLER9          PIC X(1).
           03 RR-FORCED           PIC X(6).
           03 RR-FILLER10         PIC X(1).
           03 RR-MESSAGE          PIC X(60).
       WORKING-STORAGE SECTION.
       COPY ZCXRUNR.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
          03 WS-DATE-TXT          PIC X(10).
          03 WS-REPORT-DATE       PIC X(8).
          03 WS-NOW               PIC S9(15) USAGE COMP.
          03 WS-NOW-DATE          PIC X(8).
          03 WS-NOW-TIME          PIC X(9).
          03 WS-BRKEY             PIC X(16).
          03 WS-CHAIN-IX          PIC S9(4) USAGE BINARY.
          03 WS-STOPPED-AT        PIC X(8).
          03 WS-STOPPED-STATUS    PIC X(8).
          03 BROWSE-EOF-SW        PIC X(1).
             88 BROWSE-EOF        VALUE 'Y'.
          03 DATE-FOUND-SW        PIC X(1).
             88 DATE-FOUND        VALUE 'Y'.
          03 STEPS-OK             PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           IF WS-REPORT-DATE = SPACES
              PERFORM FIND-LATEST-CHAIN-DATE
           END-IF.
           OPEN OUTPUT STATUS-REPORT.
           PERFORM WRITE-HEADINGS.
           PERFORM VARYING WS-CHAIN-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-IX > RUN-CHAIN-COUNT
              PERFORM REPORT-ONE-STEP
           END-PERFORM.
           PERFORM WRITE-CHAIN-LINE.
           CLOSE STATUS-REPORT.
           DISPLAY 'ZCXRUNRP DATE=' WS-REPORT-DATE
                   ' STEPS-OK=' STEPS-OK.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           MOVE 80 TO WS-INPUTLEN.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-NOW)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                END-EXEC.
       RECEIVE-PARMS.
      *    An unattended run started with START TRANSID has no TERMID,
      *    so RECEIVE has nothing to read -- fall back to the newest
      *    night instead of letting it abend.
           MOVE SPACES TO WS-DATE-TXT.
           MOVE SPACES TO WS-REPORT-DATE.
           EXEC CICS RECEIVE
                INTO (WS-INPUT)
                LENGTH (WS-INPUTLEN)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              UNSTRING WS-INPUT DELIMITED BY ALL SPACES
                   INTO WS-DATE-TXT
              END-UNSTRING
           END-IF.
           IF WS-DATE-TXT(1:8) IS NUMERIC
              AND WS-DATE-TXT(9:2) = SPACES
              MOVE WS-DATE-TXT(1:8) TO WS-REPORT-DATE
           END-IF.
       FIND-LATEST-CHAIN-DATE.
      *    Same backward browse as ZCXRCTL uses to find the night the
      *    later steps belong to: the newest row of the first step.
           MOVE WS-NOW-DATE TO WS-REPORT-DATE.
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
                    MOVE RUN-DATE TO WS-REPORT-DATE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXRUN')
                RESP(WS-RESP)
                END-EXEC.
       WRITE-HEADINGS.
           MOVE SPACES TO RR-TEXT-REC.
           STRING 'NIGHTLY CHAIN RUN STATUS FOR BUSINESS DATE '
                  WS-REPORT-DATE
                  '     PRINTED ' WS-NOW-DATE '-' WS-NOW-TIME
                  DELIMITED BY SIZE
                  INTO RR-TEXT-REC
           END-STRING.
           WRITE RR-TEXT-REC.
           MOVE SPACES TO RR-TEXT-REC.
           WRITE RR-TEXT-REC.
           MOVE SPACES TO RR-TEXT-REC.
           STRING 'STEP     STATUS   STARTED            '
                  'ENDED              '
                  'IN       OUT      EXCEPT   '
                  'TRY  REFU FORCED MESSAGE'
                  DELIMITED BY SIZE
                  INTO RR-TEXT-REC
           END-STRING.
           WRITE RR-TEXT-REC.
       REPORT-ONE-STEP.
           MOVE WS-REPORT-DATE TO RUN-DATE.
           MOVE RUN-CHAIN-STEP(WS-CHAIN-IX) TO RUN-STEP.
           EXEC CICS READ
                FILE('ZCXRUN')
                INTO (RUN-RECORD)
                LENGTH(RUN-RECORD-LENGTH)
                RIDFLD(RUN-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE SPACES TO RR-DETAIL-REC.
           MOVE RUN-CHAIN-STEP(WS-CHAIN-IX) TO RR-STEP.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NOT RUN' TO RR-STATUS
              MOVE 0 TO RR-IN
              MOVE 0 TO RR-OUT
              MOVE 0 TO RR-EXC
              MOVE 0 TO RR-ATTEMPTS
              MOVE 0 TO RR-REFUSALS
           ELSE
              EVALUATE TRUE
                 WHEN RUN-OK
                    MOVE 'OK' TO RR-STATUS
                    ADD 1 TO STEPS-OK
                 WHEN RUN-FAILED
                    MOVE 'FAILED' TO RR-STATUS
                 WHEN RUN-RUNNING
                    MOVE 'RUNNING' TO RR-STATUS
                 WHEN OTHER
                    MOVE 'REFUSED' TO RR-STATUS
              END-EVALUATE
              MOVE RUN-START TO RR-START
              MOVE RUN-END TO RR-END
              MOVE RUN-COUNT-IN TO RR-IN
              MOVE RUN-COUNT-OUT TO RR-OUT
              MOVE RUN-COUNT-EXC TO RR-EXC
              MOVE RUN-ATTEMPTS TO RR-ATTEMPTS
              MOVE RUN-REFUSALS TO RR-REFUSALS
              IF RUN-WAS-FORCED
                 MOVE 'FORCED' TO RR-FORCED
              END-IF
              MOVE RUN-MESSAGE TO RR-MESSAGE
           END-IF.
           WRITE RR-DETAIL-REC.
      *    The first step not OK is where the chain stopped; every
      *    step after it was held back by the run control.
           IF WS-STOPPED-AT = SPACES
              AND RR-STATUS NOT = 'OK'
              MOVE RR-STEP TO WS-STOPPED-AT
              MOVE RR-STATUS TO WS-STOPPED-STATUS
           END-IF.
       WRITE-CHAIN-LINE.
           MOVE SPACES TO RR-TEXT-REC.
           WRITE RR-TEXT-REC.
           MOVE SPACES TO RR-TEXT-REC.
           IF WS-STOPPED-AT = SPACES
              STRING 'CHAIN COMPLETE FOR ' WS-REPORT-DATE
                     ' - BILLING HAND-OFF RELEASED'
                     DELIMITED BY SIZE
                     INTO RR-TEXT-REC
              END-STRING
           ELSE
              STRING 'CHAIN INCOMPLETE FOR ' WS-REPORT-DATE
                     ' - STOPPED AT ' WS-STOPPED-AT
                     ' (' WS-STOPPED-STATUS ')'
                     DELIMITED BY SIZE
                     INTO RR-TEXT-REC
              END-STRING
           END-IF.
           WRITE RR-TEXT-REC.
