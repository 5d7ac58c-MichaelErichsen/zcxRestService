       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXSTRL.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Monthly rollup and purge for the ZCXSTATS file.  STATS-LOG    *
      * keeps one row per APPLID per hour forever, and ZCXSLARP and   *
      * ZCXMRGRP only cope with short date ranges -- the annual       *
      * service review meant copying a year of daily numbers into a   *
      * spreadsheet by hand.  This housekeeping run browses ZCXSTATS  *
      * across every APPLID and rolls each completed day's hours      *
      * into the keyed ZCXSTATM monthly summary (layout in STATMREC): *
      * calls, errors, total and max elapsed, the busiest hour, and   *
      * how many hours failed the SLA thresholds in the ZCX-CONFIG    *
      * record of the region the run is under -- the SLA with the     *
      * service is one number however many regions share it.  Today   *
      * is never rolled; its hours are still filling.  Once rolled,   *
      * hourly rows older than ZCX-CFG-STATRETDAYS days (default 90)  *
      * are deleted, one generic DELETE per APPLID and day.  If any   *
      * month could not be written nothing is purged, so the detail   *
      * is never lost before its summary is safe.  The ZCXSTRND trend *
      * report reads the summary.                                     *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZCXCFG.
       COPY STATSREC.
       COPY STATMREC.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 WS-NOW               PIC S9(15) USAGE COMP.
          03 WS-TODAY-X           PIC X(8).
          03 WS-TODAY-NUM REDEFINES WS-TODAY-X
                                  PIC 9(8).
          03 WS-CUTOFF-INT        PIC S9(8) USAGE BINARY.
          03 WS-CUTOFF-NUM        PIC 9(8).
          03 WS-CUTOFF-X          PIC X(8).
          03 WS-BRKEY.
             05 WS-BR-APPLID      PIC X(8).
             05 WS-BR-DATE        PIC X(8).
             05 WS-BR-HOUR        PIC X(2).
          03 WS-HELD-KEY.
             05 WS-HELD-APPLID    PIC X(8).
             05 WS-HELD-MONTH     PIC X(6).
          03 WS-NEW-THRU          PIC X(8).
          03 WS-HOUR-AVG          PIC 9(8) USAGE COMP.
          03 WS-HOUR-ERRPCT       PIC 9(3) USAGE COMP.
          03 WS-NUMREC            PIC S9(4) USAGE BINARY.
          03 BROWSE-EOF-SW        PIC X(1) VALUE 'N'.
             88 BROWSE-EOF        VALUE 'Y'.
          03 MONTH-HELD-SW        PIC X(1) VALUE 'N'.
             88 MONTH-HELD        VALUE 'Y'.
          03 MONTH-ON-FILE-SW     PIC X(1) VALUE 'N'.
             88 MONTH-ON-FILE     VALUE 'Y'.
          03 MONTH-CHANGED-SW     PIC X(1) VALUE 'N'.
             88 MONTH-CHANGED     VALUE 'Y'.
          03 FLUSH-FAILED-SW      PIC X(1) VALUE 'N'.
             88 FLUSH-FAILED      VALUE 'Y'.
          03 PURGE-FULL-SW        PIC X(1) VALUE 'N'.
             88 PURGE-TABLE-FULL  VALUE 'Y'.
          03 HOURS-BROWSED        PIC 9(8) VALUE 0.
          03 HOURS-ROLLED         PIC 9(8) VALUE 0.
          03 MONTHS-WRITTEN       PIC 9(8) VALUE 0.
          03 DAYS-PURGED          PIC 9(8) VALUE 0.
          03 HOURS-PURGED         PIC 9(8) VALUE 0.
       01 STATM-SAVE              PIC X(64).
       01 PURGE-TABLE.
          03 PD-ENTRY OCCURS 3000 TIMES INDEXED BY PD-IDX.
             05 PD-KEY.
                10 PD-APPLID       PIC X(8).
                10 PD-DATE         PIC X(8).
       01 PD-ENTRY-COUNT           PIC S9(8) USAGE BINARY VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM ROLL-UP-HOURS.
           IF FLUSH-FAILED
              DISPLAY 'ZCXSTRL MONTHLY SUMMARY NOT WRITTEN - '
                      'NO HOURLY ROWS PURGED'
           ELSE
              PERFORM PURGE-OLD-HOURS
           END-IF.
           IF PURGE-TABLE-FULL
              DISPLAY 'ZCXSTRL PURGE TABLE FULL - '
                      'REMAINING DAYS WAIT FOR THE NEXT RUN'
           END-IF.
           DISPLAY 'ZCXSTRL BROWSED=' HOURS-BROWSED
                   ' ROLLED=' HOURS-ROLLED
                   ' MONTHS=' MONTHS-WRITTEN
                   ' DAYS-PURGED=' DAYS-PURGED
                   ' HOURS-PURGED=' HOURS-PURGED
                   ' CUTOFF=' WS-CUTOFF-X.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE PURGE-TABLE.
           MOVE 0 TO PD-ENTRY-COUNT.
           PERFORM CONFIG-LOOKUP.
      *    A control record written before these fields existed
      *    leaves them zero -- treat that as the documented defaults:
      *    average under 500 ms, errors under 2 percent, hourly rows
      *    kept 90 days.
           IF ZCX-CFG-SLA-AVG-MS = 0
              MOVE 500 TO ZCX-CFG-SLA-AVG-MS
           END-IF.
           IF ZCX-CFG-SLA-ERRPCT = 0
              MOVE 2 TO ZCX-CFG-SLA-ERRPCT
           END-IF.
           IF ZCX-CFG-STATRETDAYS = 0
              MOVE 90 TO ZCX-CFG-STATRETDAYS
           END-IF.
           PERFORM COMPUTE-CUTOFF-DATE.
       CONFIG-LOOKUP.
      *    Look up the SLA thresholds and retention period for this
      *    region's APPLID from the ZCXCFGQ control file instead of
      *    coding them as literals.
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
       COMPUTE-CUTOFF-DATE.
      *    Same arithmetic as the ZCXAUDHK cutoff: today minus the
      *    retention period, and a row dated before it is purged.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-NOW)
                YYYYMMDD(WS-TODAY-X)
                END-EXEC.
           COMPUTE WS-CUTOFF-INT =
              FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
              - ZCX-CFG-STATRETDAYS.
           COMPUTE WS-CUTOFF-NUM =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-X.
       ROLL-UP-HOURS.
      *    ZCXSTATS is keyed APPLID/date/hour, so one browse from the
      *    start of the file meets each APPLID's months one after the
      *    other; the month being built is held until the key moves
      *    on, then written.
           MOVE LOW-VALUES TO WS-BRKEY.
           EXEC CICS STARTBR
                FILE('ZCXSTATS')
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
                   RIDFLD(WS-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-EOF TO TRUE
              ELSE
                 ADD 1 TO HOURS-BROWSED
                 IF STAT-DATE < WS-TODAY-X
                    PERFORM ROLL-ONE-HOUR
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXSTATS')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF MONTH-HELD
              PERFORM FLUSH-MONTH
           END-IF.
       ROLL-ONE-HOUR.
           IF NOT MONTH-HELD
              OR STAT-APPLID NOT = WS-HELD-APPLID
              OR STAT-DATE(1:6) NOT = WS-HELD-MONTH
              IF MONTH-HELD
                 PERFORM FLUSH-MONTH
              END-IF
              PERFORM LOAD-MONTH
           END-IF.
      *    Days up to STATM-ROLLED-THRU are already in the totals from
      *    an earlier run; only later days are added.
           IF STAT-DATE > STATM-ROLLED-THRU
              PERFORM ADD-HOUR-TO-MONTH
           END-IF.
           IF STAT-DATE < WS-CUTOFF-X
              PERFORM NOTE-PURGE-DAY
           END-IF.
       LOAD-MONTH.
           MOVE STAT-APPLID TO WS-HELD-APPLID.
           MOVE STAT-DATE(1:6) TO WS-HELD-MONTH.
           SET MONTH-HELD TO TRUE.
           MOVE 'N' TO MONTH-CHANGED-SW.
           MOVE WS-HELD-KEY TO STATM-KEY.
           EXEC CICS READ
                FILE('ZCXSTATM')
                INTO (STATM-RECORD)
                LENGTH(STATM-RECORD-LENGTH)
                RIDFLD(STATM-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              SET MONTH-ON-FILE TO TRUE
           ELSE
              MOVE 'N' TO MONTH-ON-FILE-SW
              INITIALIZE STATM-RECORD
              MOVE WS-HELD-KEY TO STATM-KEY
              MOVE SPACES TO STATM-ROLLED-THRU
           END-IF.
           MOVE STATM-ROLLED-THRU TO WS-NEW-THRU.
       ADD-HOUR-TO-MONTH.
           ADD 1 TO HOURS-ROLLED.
           SET MONTH-CHANGED TO TRUE.
           IF STAT-DATE > WS-NEW-THRU
              MOVE STAT-DATE TO WS-NEW-THRU
           END-IF.
           ADD 1 TO STATM-HOURS.
           ADD STAT-CALL-COUNT TO STATM-CALL-COUNT.
           ADD STAT-ERROR-COUNT TO STATM-ERROR-COUNT.
           ADD STAT-TOTAL-ELAPSED TO STATM-TOTAL-ELAPSED.
           IF STAT-MAX-ELAPSED > STATM-MAX-ELAPSED
              MOVE STAT-MAX-ELAPSED TO STATM-MAX-ELAPSED
           END-IF.
           IF STAT-CALL-COUNT > STATM-BUSY-CALLS
              MOVE STAT-DATE TO STATM-BUSY-DATE
              MOVE STAT-HOUR TO STATM-BUSY-HOUR
              MOVE STAT-CALL-COUNT TO STATM-BUSY-CALLS
           END-IF.
      *    The hour is judged exactly as ZCXSLARP judges a day; an
      *    hour with no calls has nothing to fail.
           IF STAT-CALL-COUNT > 0
              COMPUTE WS-HOUR-AVG =
                 STAT-TOTAL-ELAPSED / STAT-CALL-COUNT
              COMPUTE WS-HOUR-ERRPCT ROUNDED =
                 STAT-ERROR-COUNT * 100 / STAT-CALL-COUNT
              IF WS-HOUR-AVG < ZCX-CFG-SLA-AVG-MS
                 AND WS-HOUR-ERRPCT < ZCX-CFG-SLA-ERRPCT
                 CONTINUE
              ELSE
                 ADD 1 TO STATM-SLA-FAIL-HOURS
              END-IF
           END-IF.
       FLUSH-MONTH.
      *    Write-or-rewrite the held month.  The rolled-through date
      *    only moves forward once the totals it covers are on file.
           MOVE 'N' TO MONTH-HELD-SW.
           IF MONTH-CHANGED
              MOVE WS-NEW-THRU TO STATM-ROLLED-THRU
              IF MONTH-ON-FILE
                 EXEC CICS READ
                      FILE('ZCXSTATM')
                      INTO (STATM-SAVE)
                      LENGTH(STATM-RECORD-LENGTH)
                      RIDFLD(STATM-KEY)
                      UPDATE
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    EXEC CICS REWRITE
                         FILE('ZCXSTATM')
                         FROM (STATM-RECORD)
                         LENGTH(STATM-RECORD-LENGTH)
                         RESP(WS-RESP)
                         RESP2(WS-RESP2)
                         END-EXEC
                 END-IF
              ELSE
                 EXEC CICS WRITE
                      FILE('ZCXSTATM')
                      FROM (STATM-RECORD)
                      LENGTH(STATM-RECORD-LENGTH)
                      RIDFLD(STATM-KEY)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
              END-IF
              IF WS-RESP = DFHRESP(NORMAL)
                 ADD 1 TO MONTHS-WRITTEN
              ELSE
                 SET FLUSH-FAILED TO TRUE
                 DISPLAY 'ZCXSTRL WRITE FAILED FOR ' STATM-KEY
                         ' RESP ' WS-RESP
              END-IF
           END-IF.
       NOTE-PURGE-DAY.
      *    Hours arrive in key order, so a day is new to the table
      *    exactly when it differs from the last entry.
           IF PD-ENTRY-COUNT > 0
              SET PD-IDX TO PD-ENTRY-COUNT
              IF PD-APPLID(PD-IDX) = STAT-APPLID
                 AND PD-DATE(PD-IDX) = STAT-DATE
                 CONTINUE
              ELSE
                 PERFORM ADD-PURGE-DAY
              END-IF
           ELSE
              PERFORM ADD-PURGE-DAY
           END-IF.
       ADD-PURGE-DAY.
           IF PD-ENTRY-COUNT < 3000
              ADD 1 TO PD-ENTRY-COUNT
              SET PD-IDX TO PD-ENTRY-COUNT
              MOVE STAT-APPLID TO PD-APPLID(PD-IDX)
              MOVE STAT-DATE TO PD-DATE(PD-IDX)
           ELSE
              SET PURGE-TABLE-FULL TO TRUE
           END-IF.
       PURGE-OLD-HOURS.
      *    A generic DELETE on the APPLID/date part of the key removes
      *    every hour of that day in one request.
           PERFORM VARYING PD-IDX FROM 1 BY 1
                   UNTIL PD-IDX > PD-ENTRY-COUNT
              MOVE PD-APPLID(PD-IDX) TO WS-BR-APPLID
              MOVE PD-DATE(PD-IDX) TO WS-BR-DATE
              MOVE SPACES TO WS-BR-HOUR
              MOVE 0 TO WS-NUMREC
              EXEC CICS DELETE
                   FILE('ZCXSTATS')
                   RIDFLD(WS-BRKEY)
                   KEYLENGTH(16)
                   GENERIC
                   NUMREC(WS-NUMREC)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 ADD 1 TO DAYS-PURGED
                 ADD WS-NUMREC TO HOURS-PURGED
              ELSE
                 DISPLAY 'ZCXSTRL PURGE FAILED FOR '
                         PD-APPLID(PD-IDX) ' ' PD-DATE(PD-IDX)
                         ' RESP ' WS-RESP
              END-IF
           END-PERFORM.
