       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXAVAIL.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Outage register and monthly availability report for the       *
      * region the run is under.  ZCXSLARP covers response time and   *
      * error rate, but the contract with the zcxRestService team is  *
      * also about availability, and the outage minutes used to be    *
      * worked out afterwards from console logs.  This run lays the   *
      * month out minute by minute and marks a minute down when:      *
      *    PROBE - a ZCXPRBLG heartbeat failed, from that probe until *
      *            the next one (at most one probe interval);         *
      *    STATS - every call in that ZCXSTATS hour failed, for an    *
      *            hour in which no probe ran (a probed hour is       *
      *            already known to the minute);                      *
      *    QUEUE - a steward update was captured in ZCXPEND (or has   *
      *            since been dead-lettered to ZCXDEAD) because the   *
      *            gateway was unreachable.                           *
      * Each run of down minutes is one outage, written to the        *
      * ZCXOUTRG register with its start, end, duration in minutes,   *
      * how it was detected, the steward updates queued during it,    *
      * and how much of it fell in business and in quiet hours.       *
      * ZCXAVRPT then shows the availability of the month (to date,   *
      * for the current month) over all hours, business hours and     *
      * quiet hours against ZCX-CFG-AVAILTARGET, and lists the        *
      * outages touching business hours apart from those wholly in    *
      * the quiet hours.  Business hours are ZCX-CFG-BUSSTART to      *
      * ZCX-CFG-BUSEND, Monday to Friday.  An update ZCXDRAIN has     *
      * already replayed has left ZCXPEND and is no longer counted,   *
      * and hourly ZCXSTATS rows are only kept ZCX-CFG-STATRETDAYS    *
      * days -- run it for the month just ended early in the next.    *
      * Unformatted terminal input, one line:                         *
      *    month  (YYYYMM)             e.g.  202609                   *
      * blank (or a START TRANSID run) reports the current month.     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTAGE-REGISTER ASSIGN TO ZCXOUTRG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AVAIL-REPORT ASSIGN TO ZCXAVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OUTAGE-REGISTER.
       01  OUTAGE-REC.
           03 OR-APPLID           PIC X(8).
           03 OR-FILLER1          PIC X(1).
           03 OR-START            PIC X(13).
           03 OR-FILLER2          PIC X(1).
           03 OR-END              PIC X(13).
           03 OR-FILLER3          PIC X(1).
           03 OR-MINUTES          PIC 9(6).
           03 OR-FILLER4          PIC X(1).
           03 OR-DETECTED         PIC X(17).
           03 OR-FILLER5          PIC X(1).
           03 OR-QUEUED           PIC 9(6).
           03 OR-FILLER6          PIC X(1).
           03 OR-HOURS            PIC X(8).
           03 OR-FILLER7          PIC X(1).
           03 OR-BUS-MINUTES      PIC 9(6).
           03 OR-FILLER8          PIC X(1).
           03 OR-QUIET-MINUTES    PIC 9(6).
       FD  AVAIL-REPORT.
       01  AV-TEXT-REC            PIC X(100).
       01  AV-SUMMARY-REC.
           03 AV-SCOPE            PIC X(14).
           03 AV-FILLER1          PIC X(1).
           03 AV-PERIOD           PIC 9(6).
           03 AV-FILLER2          PIC X(3).
           03 AV-DOWN             PIC 9(6).
           03 AV-FILLER3          PIC X(3).
           03 AV-PCT              PIC ZZ9.99.
           03 AV-FILLER4          PIC X(3).
           03 AV-TARGET           PIC ZZ9.99.
           03 AV-FILLER5          PIC X(3).
           03 AV-RESULT           PIC X(6).
       WORKING-STORAGE SECTION.
       COPY ZCXCFG.
       COPY STATSREC.
       COPY ZCXPENDR.
       COPY ZCXDEADR.
       01 PROBE-RECORD.
          03 PRB-STAMP          PIC X(18).
          03 PRB-STATUS         PIC 9(4).
          03 PRB-ELAPSED-MS     PIC 9(8) USAGE COMP.
          03 PRB-OUTCOME        PIC X(1).
             88 PROBE-GOOD      VALUE 'Y'.
       01 PROBE-RECORD-LENGTH   PIC S9(8) USAGE BINARY VALUE +27.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
          03 WS-MONTH-TXT         PIC X(10).
          03 WS-NOW               PIC S9(15) USAGE COMP.
          03 WS-NOW-STAMP.
             05 WS-NOW-DATE       PIC X(8).
             05 WS-NOW-DASH       PIC X(1).
             05 WS-NOW-TIME       PIC X(9).
          03 WS-MONTH             PIC X(6).
          03 WS-MONTH-START-X.
             05 WS-MS-YYYYMM      PIC X(6).
             05 WS-MS-DD          PIC X(2).
          03 WS-MONTH-START-NUM REDEFINES WS-MONTH-START-X
                                  PIC 9(8).
          03 WS-NEXT-MONTH.
             05 WS-NM-YYYY        PIC 9(4).
             05 WS-NM-MM          PIC 9(2).
             05 WS-NM-DD          PIC 9(2).
          03 WS-NEXT-MONTH-NUM REDEFINES WS-NEXT-MONTH
                                  PIC 9(8).
          03 WS-START-INT         PIC S9(8) USAGE BINARY.
          03 WS-DAYS              PIC S9(8) USAGE BINARY.
          03 WS-DAY-IX            PIC S9(8) USAGE BINARY.
          03 WS-HOUR-IX           PIC S9(8) USAGE BINARY.
          03 WS-MIN-IX            PIC S9(8) USAGE BINARY.
          03 WS-LAST-IX           PIC S9(8) USAGE BINARY.
          03 WS-PERIOD-MINUTES    PIC S9(8) USAGE BINARY.
          03 WS-WORK              PIC S9(8) USAGE BINARY.
          03 WS-REM               PIC S9(8) USAGE BINARY.
          03 WS-HOUR-OF-DAY       PIC S9(8) USAGE BINARY.
          03 WS-DOW               PIC S9(8) USAGE BINARY.
          03 WS-PROBE-MINUTES     PIC S9(8) USAGE BINARY.
      *    A timestamp in the system's YYYYMMDD-HHMMSS form, broken
      *    down to the minute of the month it falls in.
          03 WS-STAMP.
             05 ST-YYYYMM         PIC X(6).
             05 ST-DD             PIC X(2).
             05 ST-DASH           PIC X(1).
             05 ST-HH             PIC X(2).
             05 ST-MI             PIC X(2).
             05 ST-REST           PIC X(5).
          03 WS-STAMP-NUMS.
             05 ST-DD-N           PIC 9(2).
             05 ST-HH-N           PIC 9(2).
             05 ST-MI-N           PIC 9(2).
          03 WS-STAMP-IX          PIC S9(8) USAGE BINARY.
          03 WS-PRB-KEY           PIC X(18).
          03 WS-PEND-KEY          PIC X(38).
          03 WS-STAT-BRKEY.
             05 WS-SB-APPLID      PIC X(8).
             05 WS-SB-DATE        PIC X(8).
             05 WS-SB-HOUR        PIC X(2).
          03 WS-PREV-PROBE-IX     PIC S9(8) USAGE BINARY.
          03 PREV-PROBE-SW        PIC X(1).
             88 PREV-PROBE-FAILED VALUE 'Y'.
          03 WS-MARK-FROM         PIC S9(8) USAGE BINARY.
          03 WS-MARK-TO           PIC S9(8) USAGE BINARY.
          03 WS-MARK-IX           PIC S9(8) USAGE BINARY.
          03 WS-EDGE-IX           PIC S9(8) USAGE BINARY.
          03 WS-EDGE-TEXT         PIC X(13).
          03 WS-EDGE-INT          PIC S9(8) USAGE BINARY.
          03 WS-EDGE-DATE         PIC 9(8).
          03 WS-EDGE-HH           PIC 9(2).
          03 WS-EDGE-MI           PIC 9(2).
          03 BROWSE-EOF-SW        PIC X(1) VALUE 'N'.
             88 BROWSE-EOF        VALUE 'Y'.
          03 IN-OUTAGE-SW         PIC X(1) VALUE 'N'.
             88 IN-OUTAGE         VALUE 'Y'.
          03 MINUTE-DOWN-SW       PIC X(1) VALUE 'N'.
             88 MINUTE-DOWN       VALUE 'Y'.
          03 MINUTE-BUSINESS-SW   PIC X(1) VALUE 'N'.
             88 MINUTE-BUSINESS   VALUE 'Y'.
          03 LISTED-SW            PIC X(1) VALUE 'N'.
             88 OUTAGE-LISTED     VALUE 'Y'.
      *    The outage being built while the minutes are scanned.
          03 CO-START-IX          PIC S9(8) USAGE BINARY.
          03 CO-MINUTES           PIC S9(8) USAGE BINARY.
          03 CO-QUEUED            PIC S9(8) USAGE BINARY.
          03 CO-BUS-MINUTES       PIC S9(8) USAGE BINARY.
          03 CO-QUIET-MINUTES     PIC S9(8) USAGE BINARY.
          03 CO-BY-PROBE          PIC X(1).
          03 CO-BY-STATS          PIC X(1).
          03 CO-BY-QUEUE          PIC X(1).
          03 CO-DETECTED          PIC X(18).
          03 CO-DET-PTR           PIC S9(4) USAGE BINARY.
          03 BUS-PERIOD           PIC S9(8) USAGE BINARY.
          03 BUS-DOWN             PIC S9(8) USAGE BINARY.
          03 QUIET-PERIOD         PIC S9(8) USAGE BINARY.
          03 QUIET-DOWN           PIC S9(8) USAGE BINARY.
          03 WS-SCOPE             PIC X(14).
          03 WS-SCOPE-MINUTES     PIC S9(8) USAGE BINARY.
          03 WS-SCOPE-DOWN        PIC S9(8) USAGE BINARY.
          03 WS-PCT               PIC 9(3)V99.
          03 WS-TARGET-PCT        PIC 9(3)V99.
          03 PROBES-READ          PIC 9(8) VALUE 0.
          03 STAT-HOURS-READ      PIC 9(8) VALUE 0.
          03 UPDATES-QUEUED       PIC 9(8) VALUE 0.
          03 OUTAGES-FOUND        PIC 9(8) VALUE 0.
          03 OUTAGES-LISTED       PIC 9(8) VALUE 0.
       01 MINUTE-TABLE.
          03 MT-ENTRY OCCURS 44640 TIMES.
             05 MT-PROBE           PIC X(1).
             05 MT-STATS           PIC X(1).
             05 MT-QUEUED          PIC 9(4) USAGE COMP.
       01 HOUR-TABLE.
          03 HT-PROBED             PIC X(1) OCCURS 744 TIMES.
       01 DAY-TABLE.
          03 DT-WEEKDAY            PIC X(1) OCCURS 31 TIMES.
       01 OUTAGE-TABLE.
          03 OG-ENTRY OCCURS 500 TIMES INDEXED BY OG-IDX.
             05 OG-START           PIC X(13).
             05 OG-END             PIC X(13).
             05 OG-MINUTES         PIC 9(6).
             05 OG-DETECTED        PIC X(17).
             05 OG-QUEUED          PIC 9(6).
             05 OG-HOURS           PIC X(8).
       01 OG-ENTRY-COUNT           PIC S9(8) USAGE BINARY VALUE 0.
       01 OG-ENTRY-MAX             PIC S9(8) USAGE BINARY VALUE 500.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM SET-UP-MONTH.
           PERFORM MARK-PROBE-FAILURES.
           PERFORM MARK-FAILED-STAT-HOURS.
           PERFORM MARK-QUEUED-UPDATES.
           OPEN OUTPUT OUTAGE-REGISTER.
           PERFORM SCAN-MINUTES.
           CLOSE OUTAGE-REGISTER.
           OPEN OUTPUT AVAIL-REPORT.
           PERFORM WRITE-AVAILABILITY.
           PERFORM WRITE-OUTAGE-LISTS.
           CLOSE AVAIL-REPORT.
           DISPLAY 'ZCXAVAIL ' ZCX-CFG-APPLID
                   ' MONTH=' WS-MONTH
                   ' PROBES=' PROBES-READ
                   ' STAT-HOURS=' STAT-HOURS-READ
                   ' QUEUED=' UPDATES-QUEUED
                   ' OUTAGES=' OUTAGES-FOUND.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE MINUTE-TABLE.
           INITIALIZE HOUR-TABLE.
           INITIALIZE DAY-TABLE.
           INITIALIZE OUTAGE-TABLE.
           MOVE 0 TO OG-ENTRY-COUNT.
           MOVE 80 TO WS-INPUTLEN.
           PERFORM CONFIG-LOOKUP.
      *    A control record written before these fields existed
      *    leaves them zero -- treat that as the documented defaults:
      *    99.50 percent, business hours 07 to 19, a probe every ten
      *    minutes.
           IF ZCX-CFG-AVAILTARGET = 0
              MOVE 9950 TO ZCX-CFG-AVAILTARGET
           END-IF.
           IF ZCX-CFG-BUSSTART = 0 AND ZCX-CFG-BUSEND = 0
              MOVE 7 TO ZCX-CFG-BUSSTART
              MOVE 19 TO ZCX-CFG-BUSEND
           END-IF.
           IF ZCX-CFG-PROBEINTSECS = 0
              MOVE 600 TO ZCX-CFG-PROBEINTSECS
           END-IF.
           COMPUTE WS-PROBE-MINUTES =
              (ZCX-CFG-PROBEINTSECS + 59) / 60.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-NOW)
                YYYYMMDD(WS-NOW-DATE)
                TIME(WS-NOW-TIME)
                END-EXEC.
           MOVE '-' TO WS-NOW-DASH.
       CONFIG-LOOKUP.
      *    The availability target, business hours and probe interval
      *    come from this region's ZCXCFGQ control record.
           INITIALIZE ZCX-CONFIG.
           EXEC CICS ASSIGN
                APPLID(ZCX-CFG-APPLID)
                END-EXEC.
           EXEC CICS READQ TS
                QUEUE('ZCXCFGQ')
                INTO (ZCX-CONFIG)
                LENGTH(ZCX-CFG-LENGTH)
                ITEM(1)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       RECEIVE-PARMS.
      *    A report run started with START TRANSID has no TERMID, so
      *    RECEIVE has nothing to read -- fall back to the current
      *    month.
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
              MOVE WS-MONTH-TXT(1:6) TO WS-MONTH
           ELSE
              MOVE WS-NOW-DATE(1:6) TO WS-MONTH
           END-IF.
       SET-UP-MONTH.
      *    The month's length is the distance to the first of the
      *    next month.  The current month only counts up to now, and
      *    a month still to come has no minutes at all.
           MOVE WS-MONTH TO WS-MS-YYYYMM.
           MOVE '01' TO WS-MS-DD.
           MOVE WS-MONTH-START-X TO WS-NEXT-MONTH.
           IF WS-NM-MM = 12
              MOVE 1 TO WS-NM-MM
              ADD 1 TO WS-NM-YYYY
           ELSE
              ADD 1 TO WS-NM-MM
           END-IF.
           COMPUTE WS-START-INT =
              FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUM).
           COMPUTE WS-DAYS =
              FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-NUM)
              - WS-START-INT.
           EVALUATE TRUE
              WHEN WS-MONTH < WS-NOW-DATE(1:6)
                 COMPUTE WS-PERIOD-MINUTES = WS-DAYS * 1440
              WHEN WS-MONTH = WS-NOW-DATE(1:6)
                 MOVE WS-NOW-STAMP TO WS-STAMP
                 PERFORM STAMP-TO-MINUTE
                 COMPUTE WS-PERIOD-MINUTES = WS-STAMP-IX - 1
              WHEN OTHER
                 MOVE 0 TO WS-PERIOD-MINUTES
           END-EVALUATE.
      *    1601-01-01, day 1 of the integer dates, was a Monday, so
      *    the day of the week counts from Monday as 0.
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                   UNTIL WS-DAY-IX > WS-DAYS
              COMPUTE WS-WORK = WS-START-INT + WS-DAY-IX - 2
              DIVIDE WS-WORK BY 7 GIVING WS-WORK REMAINDER WS-DOW
              IF WS-DOW < 5
                 MOVE 'Y' TO DT-WEEKDAY(WS-DAY-IX)
              ELSE
                 MOVE 'N' TO DT-WEEKDAY(WS-DAY-IX)
              END-IF
           END-PERFORM.
       STAMP-TO-MINUTE.
      *    WS-STAMP in, its minute of the month out -- zero for a
      *    stamp outside the month or one that is not a timestamp.
           MOVE 0 TO WS-STAMP-IX.
           IF ST-YYYYMM = WS-MONTH
              AND ST-DD IS NUMERIC
              AND ST-HH IS NUMERIC
              AND ST-MI IS NUMERIC
              MOVE ST-DD TO ST-DD-N
              MOVE ST-HH TO ST-HH-N
              MOVE ST-MI TO ST-MI-N
              IF ST-DD-N >= 1 AND ST-DD-N <= WS-DAYS
                 AND ST-HH-N <= 23 AND ST-MI-N <= 59
                 COMPUTE WS-STAMP-IX =
                    (ST-DD-N - 1) * 1440 + ST-HH-N * 60 + ST-MI-N + 1
              END-IF
           END-IF.
       MARK-PROBE-FAILURES.
      *    ZCXPRBLG is keyed on the probe timestamp, so the month is
      *    one browse from its first day.  A failed probe means the
      *    service was down from that probe until the next one, but
      *    never for longer than one probe interval -- a gap in the
      *    log is the probe not running, not the service being down.
           MOVE SPACES TO WS-PRB-KEY.
           MOVE WS-MONTH-START-X TO WS-PRB-KEY(1:8).
           MOVE 'N' TO PREV-PROBE-SW.
           MOVE 'N' TO BROWSE-EOF-SW.
           EXEC CICS STARTBR
                FILE('ZCXPRBLG')
                RIDFLD(WS-PRB-KEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT
                   FILE('ZCXPRBLG')
                   INTO (PROBE-RECORD)
                   LENGTH(PROBE-RECORD-LENGTH)
                   RIDFLD(WS-PRB-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR PRB-STAMP(1:6) > WS-MONTH
                 SET BROWSE-EOF TO TRUE
              ELSE
                 MOVE PRB-STAMP TO WS-STAMP
                 PERFORM STAMP-TO-MINUTE
                 IF WS-STAMP-IX > 0
                    AND WS-STAMP-IX <= WS-PERIOD-MINUTES
                    PERFORM TAKE-ONE-PROBE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXPRBLG')
                RESP(WS-RESP)
                END-EXEC.
           IF PREV-PROBE-FAILED
              MOVE WS-PERIOD-MINUTES TO WS-STAMP-IX
              ADD 1 TO WS-STAMP-IX
              PERFORM MARK-PROBE-SPAN
           END-IF.
       TAKE-ONE-PROBE.
           ADD 1 TO PROBES-READ.
           COMPUTE WS-HOUR-IX = (WS-STAMP-IX - 1) / 60 + 1.
           MOVE 'Y' TO HT-PROBED(WS-HOUR-IX).
           IF PREV-PROBE-FAILED
              PERFORM MARK-PROBE-SPAN
           END-IF.
           MOVE WS-STAMP-IX TO WS-PREV-PROBE-IX.
           IF PROBE-GOOD
              MOVE 'N' TO PREV-PROBE-SW
           ELSE
              MOVE 'Y' TO PREV-PROBE-SW
           END-IF.
       MARK-PROBE-SPAN.
      *    From the failed probe up to the minute before WS-STAMP-IX,
      *    cut off at one probe interval.
           MOVE WS-PREV-PROBE-IX TO WS-MARK-FROM.
           COMPUTE WS-MARK-TO = WS-STAMP-IX - 1.
           IF WS-MARK-TO > WS-MARK-FROM + WS-PROBE-MINUTES - 1
              COMPUTE WS-MARK-TO = WS-MARK-FROM + WS-PROBE-MINUTES - 1
           END-IF.
           IF WS-MARK-TO > WS-PERIOD-MINUTES
              MOVE WS-PERIOD-MINUTES TO WS-MARK-TO
           END-IF.
           PERFORM VARYING WS-MARK-IX FROM WS-MARK-FROM BY 1
                   UNTIL WS-MARK-IX > WS-MARK-TO
              MOVE 'Y' TO MT-PROBE(WS-MARK-IX)
           END-PERFORM.
       MARK-FAILED-STAT-HOURS.
      *    ZCXSTATS is keyed APPLID/date/hour, so this region's month
      *    is one browse.  An hour counts as down only when every call
      *    in it failed, and only when no probe ran in it to say more
      *    precisely when.
           MOVE ZCX-CFG-APPLID TO WS-SB-APPLID.
           MOVE WS-MONTH-START-X TO WS-SB-DATE.
           MOVE '00' TO WS-SB-HOUR.
           MOVE 'N' TO BROWSE-EOF-SW.
           EXEC CICS STARTBR
                FILE('ZCXSTATS')
                RIDFLD(WS-STAT-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF
      *       Reset per row: a row from before the fast-fail
      *       count existed reads short and would clamp the
      *       length for the next one, and must not inherit
      *       the previous row's count.
              MOVE LENGTH OF STATS-RECORD TO STATS-RECORD-LENGTH
              MOVE 0 TO STAT-FASTFAIL-COUNT
              EXEC CICS READNEXT
                   FILE('ZCXSTATS')
                   INTO (STATS-RECORD)
                   LENGTH(STATS-RECORD-LENGTH)
                   RIDFLD(WS-STAT-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR STAT-APPLID NOT = ZCX-CFG-APPLID
                 OR STAT-DATE(1:6) > WS-MONTH
                 SET BROWSE-EOF TO TRUE
              ELSE
                 MOVE SPACES TO WS-STAMP
                 MOVE STAT-DATE TO WS-STAMP(1:8)
                 MOVE '-' TO ST-DASH
                 MOVE STAT-HOUR TO ST-HH
                 MOVE '00' TO ST-MI
                 PERFORM STAMP-TO-MINUTE
                 IF WS-STAMP-IX > 0
                    AND WS-STAMP-IX <= WS-PERIOD-MINUTES
                    PERFORM TAKE-ONE-STAT-HOUR
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXSTATS')
                RESP(WS-RESP)
                END-EXEC.
       TAKE-ONE-STAT-HOUR.
           ADD 1 TO STAT-HOURS-READ.
           COMPUTE WS-HOUR-IX = (WS-STAMP-IX - 1) / 60 + 1.
      *    Calls the ZCXGATE breaker failed fast are in neither the
      *    call nor the error count; an hour of nothing but those was
      *    down just the same.
           IF HT-PROBED(WS-HOUR-IX) NOT = 'Y'
              AND STAT-CALL-COUNT + STAT-FASTFAIL-COUNT > 0
              AND STAT-ERROR-COUNT = STAT-CALL-COUNT
              MOVE WS-STAMP-IX TO WS-MARK-FROM
              COMPUTE WS-MARK-TO = WS-STAMP-IX + 59
              IF WS-MARK-TO > WS-PERIOD-MINUTES
                 MOVE WS-PERIOD-MINUTES TO WS-MARK-TO
              END-IF
              PERFORM VARYING WS-MARK-IX FROM WS-MARK-FROM BY 1
                      UNTIL WS-MARK-IX > WS-MARK-TO
                 MOVE 'Y' TO MT-STATS(WS-MARK-IX)
              END-PERFORM
           END-IF.
       MARK-QUEUED-UPDATES.
      *    ZCXPEND and ZCXDEAD are keyed on person ID, not time, so
      *    both are browsed end to end for capture stamps in the
      *    month.  Every captured update is a steward who found the
      *    gateway unreachable at that minute.
           MOVE LOW-VALUES TO WS-PEND-KEY.
           MOVE 'N' TO BROWSE-EOF-SW.
           EXEC CICS STARTBR
                FILE('ZCXPEND')
                RIDFLD(WS-PEND-KEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              MOVE LENGTH OF PEND-RECORD TO PEND-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXPEND')
                   INTO (PEND-RECORD)
                   LENGTH(PEND-RECORD-LENGTH)
                   RIDFLD(WS-PEND-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-EOF TO TRUE
              ELSE
                 MOVE PEND-STAMP TO WS-STAMP
                 PERFORM TAKE-ONE-QUEUED-UPDATE
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXPEND')
                RESP(WS-RESP)
                END-EXEC.
           MOVE LOW-VALUES TO WS-PEND-KEY.
           MOVE 'N' TO BROWSE-EOF-SW.
           EXEC CICS STARTBR
                FILE('ZCXDEAD')
                RIDFLD(WS-PEND-KEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              MOVE LENGTH OF DEAD-RECORD TO DEAD-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXDEAD')
                   INTO (DEAD-RECORD)
                   LENGTH(DEAD-RECORD-LENGTH)
                   RIDFLD(WS-PEND-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-EOF TO TRUE
              ELSE
                 MOVE DEAD-STAMP TO WS-STAMP
                 PERFORM TAKE-ONE-QUEUED-UPDATE
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXDEAD')
                RESP(WS-RESP)
                END-EXEC.
       TAKE-ONE-QUEUED-UPDATE.
           PERFORM STAMP-TO-MINUTE.
           IF WS-STAMP-IX > 0
              AND WS-STAMP-IX <= WS-PERIOD-MINUTES
              ADD 1 TO UPDATES-QUEUED
              ADD 1 TO MT-QUEUED(WS-STAMP-IX)
           END-IF.
       SCAN-MINUTES.
      *    One pass over the month: every minute counts towards the
      *    business or quiet period, every down minute towards its
      *    outage, and the first minute up again closes the outage.
           MOVE 'N' TO IN-OUTAGE-SW.
           PERFORM VARYING WS-MIN-IX FROM 1 BY 1
                   UNTIL WS-MIN-IX > WS-PERIOD-MINUTES
              PERFORM CLASSIFY-MINUTE
              IF MINUTE-BUSINESS
                 ADD 1 TO BUS-PERIOD
              ELSE
                 ADD 1 TO QUIET-PERIOD
              END-IF
              IF MINUTE-DOWN
                 IF NOT IN-OUTAGE
                    PERFORM OPEN-OUTAGE
                 END-IF
                 PERFORM ADD-OUTAGE-MINUTE
              ELSE
                 IF IN-OUTAGE
                    PERFORM CLOSE-OUTAGE
                 END-IF
              END-IF
           END-PERFORM.
           IF IN-OUTAGE
              PERFORM CLOSE-OUTAGE
           END-IF.
       CLASSIFY-MINUTE.
           MOVE 'N' TO MINUTE-DOWN-SW.
           IF MT-PROBE(WS-MIN-IX) = 'Y'
              OR MT-STATS(WS-MIN-IX) = 'Y'
              OR MT-QUEUED(WS-MIN-IX) > 0
              SET MINUTE-DOWN TO TRUE
           END-IF.
           COMPUTE WS-WORK = WS-MIN-IX - 1.
           DIVIDE WS-WORK BY 1440 GIVING WS-DAY-IX REMAINDER WS-REM.
           ADD 1 TO WS-DAY-IX.
           DIVIDE WS-REM BY 60 GIVING WS-HOUR-OF-DAY.
           MOVE 'N' TO MINUTE-BUSINESS-SW.
           IF DT-WEEKDAY(WS-DAY-IX) = 'Y'
              AND WS-HOUR-OF-DAY >= ZCX-CFG-BUSSTART
              AND WS-HOUR-OF-DAY < ZCX-CFG-BUSEND
              SET MINUTE-BUSINESS TO TRUE
           END-IF.
       OPEN-OUTAGE.
           SET IN-OUTAGE TO TRUE.
           MOVE WS-MIN-IX TO CO-START-IX.
           MOVE 0 TO CO-MINUTES.
           MOVE 0 TO CO-QUEUED.
           MOVE 0 TO CO-BUS-MINUTES.
           MOVE 0 TO CO-QUIET-MINUTES.
           MOVE 'N' TO CO-BY-PROBE.
           MOVE 'N' TO CO-BY-STATS.
           MOVE 'N' TO CO-BY-QUEUE.
       ADD-OUTAGE-MINUTE.
           ADD 1 TO CO-MINUTES.
           ADD MT-QUEUED(WS-MIN-IX) TO CO-QUEUED.
           IF MT-PROBE(WS-MIN-IX) = 'Y'
              MOVE 'Y' TO CO-BY-PROBE
           END-IF.
           IF MT-STATS(WS-MIN-IX) = 'Y'
              MOVE 'Y' TO CO-BY-STATS
           END-IF.
           IF MT-QUEUED(WS-MIN-IX) > 0
              MOVE 'Y' TO CO-BY-QUEUE
           END-IF.
           IF MINUTE-BUSINESS
              ADD 1 TO CO-BUS-MINUTES
              ADD 1 TO BUS-DOWN
           ELSE
              ADD 1 TO CO-QUIET-MINUTES
              ADD 1 TO QUIET-DOWN
           END-IF.
       CLOSE-OUTAGE.
      *    The end written is the first minute the service was seen
      *    up again (or the end of the period), so end minus start is
      *    the duration.
           MOVE 'N' TO IN-OUTAGE-SW.
           ADD 1 TO OUTAGES-FOUND.
           MOVE SPACES TO CO-DETECTED.
           MOVE 1 TO CO-DET-PTR.
           IF CO-BY-PROBE = 'Y'
              STRING 'PROBE+' DELIMITED BY SIZE
                 INTO CO-DETECTED WITH POINTER CO-DET-PTR
              END-STRING
           END-IF.
           IF CO-BY-STATS = 'Y'
              STRING 'STATS+' DELIMITED BY SIZE
                 INTO CO-DETECTED WITH POINTER CO-DET-PTR
              END-STRING
           END-IF.
           IF CO-BY-QUEUE = 'Y'
              STRING 'QUEUE+' DELIMITED BY SIZE
                 INTO CO-DETECTED WITH POINTER CO-DET-PTR
              END-STRING
           END-IF.
           SUBTRACT 1 FROM CO-DET-PTR.
           MOVE SPACE TO CO-DETECTED(CO-DET-PTR:1).
           MOVE SPACES TO OUTAGE-REC.
           MOVE ZCX-CFG-APPLID TO OR-APPLID.
           MOVE CO-START-IX TO WS-EDGE-IX.
           PERFORM MINUTE-TO-TEXT.
           MOVE WS-EDGE-TEXT TO OR-START.
           COMPUTE WS-EDGE-IX = CO-START-IX + CO-MINUTES.
           PERFORM MINUTE-TO-TEXT.
           MOVE WS-EDGE-TEXT TO OR-END.
           MOVE CO-MINUTES TO OR-MINUTES.
           MOVE CO-DETECTED TO OR-DETECTED.
           MOVE CO-QUEUED TO OR-QUEUED.
           EVALUATE TRUE
              WHEN CO-QUIET-MINUTES = 0
                 MOVE 'BUSINESS' TO OR-HOURS
              WHEN CO-BUS-MINUTES = 0
                 MOVE 'QUIET' TO OR-HOURS
              WHEN OTHER
                 MOVE 'BOTH' TO OR-HOURS
           END-EVALUATE.
           MOVE CO-BUS-MINUTES TO OR-BUS-MINUTES.
           MOVE CO-QUIET-MINUTES TO OR-QUIET-MINUTES.
           WRITE OUTAGE-REC.
           IF OG-ENTRY-COUNT < OG-ENTRY-MAX
              ADD 1 TO OG-ENTRY-COUNT
              SET OG-IDX TO OG-ENTRY-COUNT
              MOVE OR-START TO OG-START(OG-IDX)
              MOVE OR-END TO OG-END(OG-IDX)
              MOVE OR-MINUTES TO OG-MINUTES(OG-IDX)
              MOVE OR-DETECTED TO OG-DETECTED(OG-IDX)
              MOVE OR-QUEUED TO OG-QUEUED(OG-IDX)
              MOVE OR-HOURS TO OG-HOURS(OG-IDX)
           END-IF.
       MINUTE-TO-TEXT.
      *    Minute of the month back to YYYYMMDD-HHMM; the minute after
      *    the last of the month is the first of the next.
           COMPUTE WS-WORK = WS-EDGE-IX - 1.
           DIVIDE WS-WORK BY 1440 GIVING WS-DAY-IX REMAINDER WS-REM.
           COMPUTE WS-EDGE-INT = WS-START-INT + WS-DAY-IX.
           COMPUTE WS-EDGE-DATE = FUNCTION DATE-OF-INTEGER(WS-EDGE-INT).
           DIVIDE WS-REM BY 60 GIVING WS-EDGE-HH REMAINDER WS-EDGE-MI.
           MOVE SPACES TO WS-EDGE-TEXT.
           STRING WS-EDGE-DATE '-' WS-EDGE-HH WS-EDGE-MI
                  DELIMITED BY SIZE
                  INTO WS-EDGE-TEXT
           END-STRING.
       WRITE-AVAILABILITY.
           MOVE SPACES TO AV-TEXT-REC.
           IF WS-MONTH = WS-NOW-DATE(1:6)
              STRING 'SERVICE AVAILABILITY FOR ' ZCX-CFG-APPLID
                     ' MONTH ' WS-MONTH
                     ' TO DATE (' WS-NOW-DATE '-' WS-NOW-TIME(1:4) ')'
                     DELIMITED BY SIZE
                     INTO AV-TEXT-REC
              END-STRING
           ELSE
              STRING 'SERVICE AVAILABILITY FOR ' ZCX-CFG-APPLID
                     ' MONTH ' WS-MONTH
                     DELIMITED BY SIZE
                     INTO AV-TEXT-REC
              END-STRING
           END-IF.
           WRITE AV-TEXT-REC.
           MOVE SPACES TO AV-TEXT-REC.
           WRITE AV-TEXT-REC.
           MOVE SPACES TO AV-TEXT-REC.
           STRING 'HOURS          MINUTES   DOWN     AVAIL%   '
                  'TARGET%  RESULT'
                  DELIMITED BY SIZE
                  INTO AV-TEXT-REC
           END-STRING.
           WRITE AV-TEXT-REC.
           COMPUTE WS-TARGET-PCT = ZCX-CFG-AVAILTARGET / 100.
           MOVE 'ALL' TO WS-SCOPE.
           COMPUTE WS-SCOPE-MINUTES = BUS-PERIOD + QUIET-PERIOD.
           COMPUTE WS-SCOPE-DOWN = BUS-DOWN + QUIET-DOWN.
           PERFORM WRITE-AVAILABILITY-LINE.
           MOVE 'BUSINESS' TO WS-SCOPE.
           MOVE BUS-PERIOD TO WS-SCOPE-MINUTES.
           MOVE BUS-DOWN TO WS-SCOPE-DOWN.
           PERFORM WRITE-AVAILABILITY-LINE.
           MOVE 'QUIET' TO WS-SCOPE.
           MOVE QUIET-PERIOD TO WS-SCOPE-MINUTES.
           MOVE QUIET-DOWN TO WS-SCOPE-DOWN.
           PERFORM WRITE-AVAILABILITY-LINE.
       WRITE-AVAILABILITY-LINE.
      *    The percentage is truncated, not rounded, so a month
      *    that missed the target never prints as meeting it.
           MOVE SPACES TO AV-SUMMARY-REC.
           MOVE WS-SCOPE TO AV-SCOPE.
           MOVE WS-SCOPE-MINUTES TO AV-PERIOD.
           MOVE WS-SCOPE-DOWN TO AV-DOWN.
           MOVE WS-TARGET-PCT TO AV-TARGET.
           IF WS-SCOPE-MINUTES = 0
              MOVE 0 TO AV-PCT
              MOVE 'NODATA' TO AV-RESULT
           ELSE
              COMPUTE WS-PCT =
                 (WS-SCOPE-MINUTES - WS-SCOPE-DOWN) * 100
                 / WS-SCOPE-MINUTES
              MOVE WS-PCT TO AV-PCT
              IF WS-PCT < WS-TARGET-PCT
                 MOVE 'MISSED' TO AV-RESULT
              ELSE
                 MOVE 'MET' TO AV-RESULT
              END-IF
           END-IF.
           WRITE AV-SUMMARY-REC.
       WRITE-OUTAGE-LISTS.
      *    Outages touching business hours first -- those are the
      *    ones the contract talks about -- then the ones wholly in
      *    the quiet hours.
           MOVE SPACES TO AV-TEXT-REC.
           WRITE AV-TEXT-REC.
           MOVE 'OUTAGES IN BUSINESS HOURS' TO AV-TEXT-REC.
           WRITE AV-TEXT-REC.
           PERFORM WRITE-OUTAGE-HEADING.
           MOVE 'N' TO LISTED-SW.
           PERFORM VARYING OG-IDX FROM 1 BY 1
                   UNTIL OG-IDX > OG-ENTRY-COUNT
              IF OG-HOURS(OG-IDX) NOT = 'QUIET'
                 PERFORM WRITE-OUTAGE-LINE
              END-IF
           END-PERFORM.
           PERFORM WRITE-NONE-IF-EMPTY.
           MOVE SPACES TO AV-TEXT-REC.
           WRITE AV-TEXT-REC.
           MOVE 'OUTAGES IN QUIET HOURS' TO AV-TEXT-REC.
           WRITE AV-TEXT-REC.
           PERFORM WRITE-OUTAGE-HEADING.
           MOVE 'N' TO LISTED-SW.
           PERFORM VARYING OG-IDX FROM 1 BY 1
                   UNTIL OG-IDX > OG-ENTRY-COUNT
              IF OG-HOURS(OG-IDX) = 'QUIET'
                 PERFORM WRITE-OUTAGE-LINE
              END-IF
           END-PERFORM.
           PERFORM WRITE-NONE-IF-EMPTY.
           IF OUTAGES-FOUND > OG-ENTRY-COUNT
              MOVE SPACES TO AV-TEXT-REC
              WRITE AV-TEXT-REC
              MOVE SPACES TO AV-TEXT-REC
              MOVE OG-ENTRY-MAX TO OUTAGES-LISTED
              STRING 'ONLY THE FIRST ' OUTAGES-LISTED
                     ' OUTAGES ARE LISTED - SEE ZCXOUTRG FOR ALL '
                     OUTAGES-FOUND
                     DELIMITED BY SIZE
                     INTO AV-TEXT-REC
              END-STRING
              WRITE AV-TEXT-REC
           END-IF.
       WRITE-OUTAGE-HEADING.
           MOVE SPACES TO AV-TEXT-REC.
           STRING 'START         END           MINUTES '
                  'DETECTED BY       QUEUED HOURS'
                  DELIMITED BY SIZE
                  INTO AV-TEXT-REC
           END-STRING.
           WRITE AV-TEXT-REC.
       WRITE-OUTAGE-LINE.
           MOVE SPACES TO AV-TEXT-REC.
           STRING OG-START(OG-IDX) ' '
                  OG-END(OG-IDX) ' '
                  OG-MINUTES(OG-IDX) '  '
                  OG-DETECTED(OG-IDX) ' '
                  OG-QUEUED(OG-IDX) ' '
                  OG-HOURS(OG-IDX)
                  DELIMITED BY SIZE
                  INTO AV-TEXT-REC
           END-STRING.
           WRITE AV-TEXT-REC.
           SET OUTAGE-LISTED TO TRUE.
       WRITE-NONE-IF-EMPTY.
           IF NOT OUTAGE-LISTED
              MOVE '   NONE' TO AV-TEXT-REC
              WRITE AV-TEXT-REC
           END-IF.
