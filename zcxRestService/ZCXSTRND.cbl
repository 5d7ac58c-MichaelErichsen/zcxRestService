       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXSTRND.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * 13-month trend report over the ZCXSTATM monthly summary that  *
      * ZCXSTRL rolls up from ZCXSTATS, for the capacity talks with   *
      * the zcxRestService team.  For every region on file, and then  *
      * for all regions COMBINED (the ZCXMRGRP idea carried over to   *
      * months), ZCXTRRPT shows one line per month: calls, error      *
      * percentage, average and max elapsed, the busiest hour and its *
      * calls, hours that failed the SLA, and the month-over-month    *
      * change in call volume and in average elapsed, in percent.  A  *
      * month with no calls is flagged NO DATA, and a month after one *
      * with no calls has no change figures and is flagged NO PRIOR.  *
      * Unformatted terminal input, one line:                         *
      *    last-month  (YYYYMM)        e.g.  202609                   *
      * blank (or a START TRANSID run) ends with the current month.   *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TREND-REPORT ASSIGN TO ZCXTRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TREND-REPORT.
       01  TR-TEXT-REC            PIC X(120).
       01  TR-REC.
           03 TR-APPLID           PIC X(8).
           03 TR-FILLER1          PIC X(1).
           03 TR-MONTH            PIC X(6).
           03 TR-FILLER2          PIC X(1).
           03 TR-CALLS            PIC 9(9).
           03 TR-FILLER3          PIC X(1).
           03 TR-ERRPCT           PIC 9(3).
           03 TR-FILLER4          PIC X(1).
           03 TR-AVG-MS           PIC 9(8).
           03 TR-FILLER5          PIC X(1).
           03 TR-MAX-MS           PIC 9(8).
           03 TR-FILLER6          PIC X(1).
           03 TR-BUSY-DATE        PIC X(8).
           03 TR-FILLER7          PIC X(1).
           03 TR-BUSY-HOUR        PIC X(2).
           03 TR-FILLER8          PIC X(1).
           03 TR-BUSY-CALLS       PIC 9(8).
           03 TR-FILLER9          PIC X(1).
           03 TR-SLA-FAIL         PIC 9(5).
           03 TR-FILLER10         PIC X(1).
           03 TR-VOL-CHG          PIC -(5)9.
           03 TR-FILLER11         PIC X(1).
           03 TR-AVG-CHG          PIC -(5)9.
           03 TR-FILLER12         PIC X(1).
           03 TR-FLAG             PIC X(10).
       WORKING-STORAGE SECTION.
       COPY STATMREC.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
          03 WS-MONTH-TXT         PIC X(10).
          03 WS-NOW               PIC S9(15) USAGE COMP.
          03 WS-TODAY             PIC X(8).
          03 WS-END-MONTH.
             05 WS-END-YYYY       PIC 9(4).
             05 WS-END-MM         PIC 9(2).
          03 WS-STEP-MONTH.
             05 WS-STEP-YYYY      PIC 9(4).
             05 WS-STEP-MM        PIC 9(2).
          03 WS-BRKEY             PIC X(14).
          03 WS-MONTH-IX          PIC S9(4) USAGE BINARY.
          03 WS-FOUND-IDX         PIC S9(8) USAGE BINARY.
          03 WS-AVG               PIC 9(8) USAGE COMP.
          03 WS-PREV-CALLS        PIC 9(9) USAGE COMP.
          03 WS-PREV-AVG          PIC 9(8) USAGE COMP.
          03 WS-CHANGE            PIC S9(7) USAGE COMP.
          03 BROWSE-EOF-SW        PIC X(1) VALUE 'N'.
             88 BROWSE-EOF        VALUE 'Y'.
          03 ROWS-READ            PIC 9(8) VALUE 0.
          03 REGIONS-REPORTED     PIC 9(8) VALUE 0.
       01 MONTH-LIST.
          03 ML-MONTH             PIC X(6) OCCURS 13 TIMES.
       01 REGION-TABLE.
          03 RT-ENTRY OCCURS 16 TIMES INDEXED BY RT-IDX.
             05 RT-APPLID          PIC X(8).
             05 RT-MONTH OCCURS 13 TIMES INDEXED BY RM-IDX.
                10 RM-CALLS        PIC 9(9) USAGE COMP.
                10 RM-ERRORS       PIC 9(9) USAGE COMP.
                10 RM-TOTAL        PIC 9(15) USAGE COMP.
                10 RM-MAX          PIC 9(8) USAGE COMP.
                10 RM-SLA-FAIL     PIC 9(8) USAGE COMP.
                10 RM-BUSY-DATE    PIC X(8).
                10 RM-BUSY-HOUR    PIC X(2).
                10 RM-BUSY-CALLS   PIC 9(8) USAGE COMP.
       01 RT-ENTRY-COUNT           PIC S9(8) USAGE BINARY VALUE 0.
      *    The COMBINED line of a month is built here from every
      *    region's entry for it, then printed like one region.
       01 LINE-FIGURES.
          03 LF-CALLS              PIC 9(9) USAGE COMP.
          03 LF-ERRORS             PIC 9(9) USAGE COMP.
          03 LF-TOTAL              PIC 9(15) USAGE COMP.
          03 LF-MAX                PIC 9(8) USAGE COMP.
          03 LF-SLA-FAIL           PIC 9(8) USAGE COMP.
          03 LF-BUSY-DATE          PIC X(8).
          03 LF-BUSY-HOUR          PIC X(2).
          03 LF-BUSY-CALLS         PIC 9(8) USAGE COMP.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM BUILD-MONTH-LIST.
           PERFORM LOAD-MONTHLY-SUMMARY.
           OPEN OUTPUT TREND-REPORT.
           PERFORM WRITE-HEADINGS.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-ENTRY-COUNT
              PERFORM EMIT-REGION
           END-PERFORM.
           PERFORM EMIT-COMBINED.
           CLOSE TREND-REPORT.
           DISPLAY 'ZCXSTRND MONTHS=' ML-MONTH(1) '-' ML-MONTH(13)
                   ' REGIONS=' REGIONS-REPORTED
                   ' ROWS=' ROWS-READ.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE REGION-TABLE.
           MOVE 0 TO RT-ENTRY-COUNT.
           MOVE 80 TO WS-INPUTLEN.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-NOW)
                YYYYMMDD(WS-TODAY)
                END-EXEC.
       RECEIVE-PARMS.
      *    A report run started with START TRANSID has no TERMID, so
      *    RECEIVE has nothing to read -- fall back to ending the
      *    trend with the current month.
           MOVE SPACES TO WS-MONTH-TXT.
           EXEC CICS RECEIVE
                INTO (WS-INPUT)
                LENGTH (WS-INPUTLEN)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              UNSTRING WS-INPUT DELIMITED BY ALL SPACES
                   INTO WS-MONTH-TXT
              END-UNSTRING
           END-IF.
           IF WS-MONTH-TXT(1:6) IS NUMERIC
              AND WS-MONTH-TXT(7:4) = SPACES
              AND WS-MONTH-TXT(5:2) >= '01'
              AND WS-MONTH-TXT(5:2) <= '12'
              MOVE WS-MONTH-TXT(1:6) TO WS-END-MONTH
           ELSE
              MOVE WS-TODAY(1:6) TO WS-END-MONTH
           END-IF.
       BUILD-MONTH-LIST.
      *    Thirteen months ending with the last month asked for, so
      *    the first month is the same month a year earlier and the
      *    last line of each region compares like with like.
           MOVE WS-END-YYYY TO WS-STEP-YYYY.
           MOVE WS-END-MM TO WS-STEP-MM.
           SUBTRACT 1 FROM WS-STEP-YYYY.
           PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                   UNTIL WS-MONTH-IX > 13
              MOVE WS-STEP-MONTH TO ML-MONTH(WS-MONTH-IX)
              IF WS-STEP-MM = 12
                 MOVE 1 TO WS-STEP-MM
                 ADD 1 TO WS-STEP-YYYY
              ELSE
                 ADD 1 TO WS-STEP-MM
              END-IF
           END-PERFORM.
       LOAD-MONTHLY-SUMMARY.
      *    ZCXSTATM holds one row per APPLID/month, so the whole file
      *    is small enough to browse end to end and keep only the
      *    thirteen months wanted.
           MOVE LOW-VALUES TO WS-BRKEY.
           EXEC CICS STARTBR
                FILE('ZCXSTATM')
                RIDFLD(WS-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT
                   FILE('ZCXSTATM')
                   INTO (STATM-RECORD)
                   LENGTH(STATM-RECORD-LENGTH)
                   RIDFLD(WS-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-EOF TO TRUE
              ELSE
                 IF STATM-MONTH >= ML-MONTH(1)
                    AND STATM-MONTH <= ML-MONTH(13)
                    ADD 1 TO ROWS-READ
                    PERFORM TALLY-ONE-MONTH
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXSTATM')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       TALLY-ONE-MONTH.
           PERFORM FIND-REGION.
           IF WS-FOUND-IDX = 0
              IF RT-ENTRY-COUNT < 16
                 ADD 1 TO RT-ENTRY-COUNT
                 MOVE RT-ENTRY-COUNT TO WS-FOUND-IDX
                 SET RT-IDX TO WS-FOUND-IDX
                 MOVE STATM-APPLID TO RT-APPLID(RT-IDX)
              ELSE
                 DISPLAY 'ZCXSTRND REGION TABLE FULL, SKIPPING '
                         STATM-APPLID ' ' STATM-MONTH
              END-IF
           END-IF.
           IF WS-FOUND-IDX > 0
              SET RT-IDX TO WS-FOUND-IDX
              PERFORM VARYING WS-MONTH-IX FROM 1 BY 1
                      UNTIL WS-MONTH-IX > 13
                 IF ML-MONTH(WS-MONTH-IX) = STATM-MONTH
                    SET RM-IDX TO WS-MONTH-IX
                    MOVE STATM-CALL-COUNT TO RM-CALLS(RT-IDX RM-IDX)
                    MOVE STATM-ERROR-COUNT TO RM-ERRORS(RT-IDX RM-IDX)
                    MOVE STATM-TOTAL-ELAPSED
                      TO RM-TOTAL(RT-IDX RM-IDX)
                    MOVE STATM-MAX-ELAPSED TO RM-MAX(RT-IDX RM-IDX)
                    MOVE STATM-SLA-FAIL-HOURS
                      TO RM-SLA-FAIL(RT-IDX RM-IDX)
                    MOVE STATM-BUSY-DATE
                      TO RM-BUSY-DATE(RT-IDX RM-IDX)
                    MOVE STATM-BUSY-HOUR
                      TO RM-BUSY-HOUR(RT-IDX RM-IDX)
                    MOVE STATM-BUSY-CALLS
                      TO RM-BUSY-CALLS(RT-IDX RM-IDX)
                 END-IF
              END-PERFORM
           END-IF.
       FIND-REGION.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING RT-IDX FROM 1 BY 1
                   UNTIL RT-IDX > RT-ENTRY-COUNT
              IF RT-APPLID(RT-IDX) = STATM-APPLID
                 SET WS-FOUND-IDX TO RT-IDX
              END-IF
           END-PERFORM.
       WRITE-HEADINGS.
           MOVE SPACES TO TR-TEXT-REC.
           STRING 'ZCXSTATS 13-MONTH TREND ' ML-MONTH(1)
                  ' TO ' ML-MONTH(13)
                  '     PRINTED ' WS-TODAY
                  DELIMITED BY SIZE
                  INTO TR-TEXT-REC
           END-STRING.
           WRITE TR-TEXT-REC.
           MOVE SPACES TO TR-TEXT-REC.
           STRING 'APPLID   MONTH  CALLS     ERR AVG-MS   '
                  'MAX-MS   BUSIEST     BUSY-CLS SLAFL '
                  'VOL-%  AVG-%  FLAG'
                  DELIMITED BY SIZE
                  INTO TR-TEXT-REC
           END-STRING.
           WRITE TR-TEXT-REC.
       EMIT-REGION.
           ADD 1 TO REGIONS-REPORTED.
           MOVE 0 TO WS-PREV-CALLS.
           MOVE 0 TO WS-PREV-AVG.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > 13
              MOVE RM-CALLS(RT-IDX RM-IDX) TO LF-CALLS
              MOVE RM-ERRORS(RT-IDX RM-IDX) TO LF-ERRORS
              MOVE RM-TOTAL(RT-IDX RM-IDX) TO LF-TOTAL
              MOVE RM-MAX(RT-IDX RM-IDX) TO LF-MAX
              MOVE RM-SLA-FAIL(RT-IDX RM-IDX) TO LF-SLA-FAIL
              MOVE RM-BUSY-DATE(RT-IDX RM-IDX) TO LF-BUSY-DATE
              MOVE RM-BUSY-HOUR(RT-IDX RM-IDX) TO LF-BUSY-HOUR
              MOVE RM-BUSY-CALLS(RT-IDX RM-IDX) TO LF-BUSY-CALLS
              SET WS-MONTH-IX TO RM-IDX
              PERFORM EMIT-MONTH-LINE
              MOVE RT-APPLID(RT-IDX) TO TR-APPLID
              WRITE TR-REC
           END-PERFORM.
       EMIT-COMBINED.
      *    Every region together: calls, errors, elapsed and SLA hours
      *    add up; the max and the busiest hour are the highest any
      *    one region saw.
           MOVE 0 TO WS-PREV-CALLS.
           MOVE 0 TO WS-PREV-AVG.
           PERFORM VARYING RM-IDX FROM 1 BY 1
                   UNTIL RM-IDX > 13
              INITIALIZE LINE-FIGURES
              PERFORM VARYING RT-IDX FROM 1 BY 1
                      UNTIL RT-IDX > RT-ENTRY-COUNT
                 ADD RM-CALLS(RT-IDX RM-IDX) TO LF-CALLS
                 ADD RM-ERRORS(RT-IDX RM-IDX) TO LF-ERRORS
                 ADD RM-TOTAL(RT-IDX RM-IDX) TO LF-TOTAL
                 ADD RM-SLA-FAIL(RT-IDX RM-IDX) TO LF-SLA-FAIL
                 IF RM-MAX(RT-IDX RM-IDX) > LF-MAX
                    MOVE RM-MAX(RT-IDX RM-IDX) TO LF-MAX
                 END-IF
                 IF RM-BUSY-CALLS(RT-IDX RM-IDX) > LF-BUSY-CALLS
                    MOVE RM-BUSY-DATE(RT-IDX RM-IDX) TO LF-BUSY-DATE
                    MOVE RM-BUSY-HOUR(RT-IDX RM-IDX) TO LF-BUSY-HOUR
                    MOVE RM-BUSY-CALLS(RT-IDX RM-IDX)
                      TO LF-BUSY-CALLS
                 END-IF
              END-PERFORM
              SET WS-MONTH-IX TO RM-IDX
              PERFORM EMIT-MONTH-LINE
              MOVE 'COMBINED' TO TR-APPLID
              WRITE TR-REC
           END-PERFORM.
       EMIT-MONTH-LINE.
      *    Builds TR-REC from LINE-FIGURES for month WS-MONTH-IX and
      *    carries this month's volume and average forward as the
      *    next month's base; the caller fills the APPLID and writes.
           MOVE SPACES TO TR-REC.
           MOVE ML-MONTH(WS-MONTH-IX) TO TR-MONTH.
           MOVE LF-CALLS TO TR-CALLS.
           MOVE LF-MAX TO TR-MAX-MS.
           MOVE LF-SLA-FAIL TO TR-SLA-FAIL.
           MOVE LF-BUSY-DATE TO TR-BUSY-DATE.
           MOVE LF-BUSY-HOUR TO TR-BUSY-HOUR.
           MOVE LF-BUSY-CALLS TO TR-BUSY-CALLS.
           IF LF-CALLS > 0
              COMPUTE WS-AVG = LF-TOTAL / LF-CALLS
              COMPUTE TR-ERRPCT ROUNDED =
                 LF-ERRORS * 100 / LF-CALLS
           ELSE
              MOVE 0 TO WS-AVG
              MOVE 0 TO TR-ERRPCT
           END-IF.
           MOVE WS-AVG TO TR-AVG-MS.
           IF LF-CALLS = 0
              MOVE 'NO DATA' TO TR-FLAG
           ELSE
              IF WS-PREV-CALLS = 0
                 IF WS-MONTH-IX > 1
                    MOVE 'NO PRIOR' TO TR-FLAG
                 END-IF
              ELSE
                 COMPUTE WS-CHANGE ROUNDED =
                    (LF-CALLS - WS-PREV-CALLS) * 100 / WS-PREV-CALLS
                 MOVE WS-CHANGE TO TR-VOL-CHG
                 IF WS-PREV-AVG > 0
                    COMPUTE WS-CHANGE ROUNDED =
                       (WS-AVG - WS-PREV-AVG) * 100 / WS-PREV-AVG
                    MOVE WS-CHANGE TO TR-AVG-CHG
                 END-IF
              END-IF
           END-IF.
           MOVE LF-CALLS TO WS-PREV-CALLS.
           MOVE WS-AVG TO WS-PREV-AVG.
