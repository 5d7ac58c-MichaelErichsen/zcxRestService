       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXREGEN.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Rebuilds a billing delta for a past night or range of nights  *
      * from the before and after images ZCXHISTL folds into the      *
      * keyed ZCXHIST history file.  ZCXDELTA is overwritten every    *
      * night and ZCXSNAPO only goes back one generation, so a night  *
      * ZCXACKR reports as NO-ACK or DIVERGED could not be sent again *
      * -- ZCXRSDLT is written in the exact ZCXDELTA A/C/D layout for *
      * billing to load in its place.                                 *
      * Over a range each person's nights are netted into one record: *
      * the state before the first night (no person if that night was *
      * an add) against the state after the last (no person if that   *
      * night was a delete).  An add then changes is one A with the   *
      * final image, a change then a delete is one D with the image   *
      * before the range, an add then a delete is nothing, and a      *
      * change that was changed back is nothing.                      *
      * One line is appended to the ZCXDLLOG delta log, marked RESEND *
      * and dated with the last night of the range -- the date        *
      * billing acknowledges the catch-up file under -- so the next   *
      * ZCXACKR run reconciles the catch-up acknowledgment against    *
      * it.  A history browse that fails part way writes no log line  *
      * and leaves ZCXRSDLT empty, so nothing partial can be sent.    *
      * Unformatted terminal input, one line:                         *
      *    from-date [thru-date]      e.g.  20261012 20261014         *
      * thru-date defaults to from-date (a single night).             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESEND-DELTA ASSIGN TO ZCXRSDLT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DELTA-LOG ASSIGN TO ZCXDLLOG
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RESEND-DELTA.
       01  DELTA-REC.
           03 DL-TYPE             PIC X(1).
           03 DL-FILLER1          PIC X(1).
           03 DL-BEFORE           PIC X(170).
           03 DL-FILLER2          PIC X(1).
           03 DL-AFTER            PIC X(170).
      *    The nightly ZCXSNAP lines end after DLG-DELETES; a resend
      *    line carries the word RESEND and the first night it covers.
       FD  DELTA-LOG.
       01  DELTA-LOG-REC.
           03 DLG-DATE            PIC X(8).
           03 DLG-FILLER1         PIC X(1).
           03 DLG-ADDS            PIC 9(8).
           03 DLG-FILLER2         PIC X(1).
           03 DLG-CHANGES         PIC 9(8).
           03 DLG-FILLER3         PIC X(1).
           03 DLG-DELETES         PIC 9(8).
           03 DLG-FILLER4         PIC X(1).
           03 DLG-KIND            PIC X(6).
           03 DLG-FILLER5         PIC X(1).
           03 DLG-FROM-DATE       PIC X(8).
       WORKING-STORAGE SECTION.
       COPY ZCXHISTR.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
          03 WS-FROM-TXT          PIC X(10).
          03 WS-THRU-TXT          PIC X(10).
          03 WS-FROM-DATE         PIC X(8).
          03 WS-THRU-DATE         PIC X(8).
          03 WS-REASON            PIC X(50).
          03 WS-BRKEY             PIC X(28).
          03 PARMS-VALID-SW       PIC X(1).
             88 PARMS-VALID       VALUE 'Y'.
          03 BROWSE-EOF-SW        PIC X(1).
             88 BROWSE-EOF        VALUE 'Y'.
          03 BROWSE-FAILED-SW     PIC X(1).
             88 BROWSE-FAILED     VALUE 'Y'.
      *    The person being netted: first night's type and before
      *    image, last night's type and after image.
          03 NET-PERSON-ID        PIC X(20).
          03 NET-FIRST-TYPE       PIC X(1).
          03 NET-LAST-TYPE        PIC X(1).
          03 NET-BEFORE           PIC X(170).
          03 NET-AFTER            PIC X(170).
          03 ROWS-READ            PIC 9(8) VALUE 0.
          03 ROWS-IN-RANGE        PIC 9(8) VALUE 0.
          03 PERSONS-NETTED       PIC 9(8) VALUE 0.
          03 PERSONS-CANCELLED    PIC 9(8) VALUE 0.
          03 ADDS-WRITTEN         PIC 9(8) VALUE 0.
          03 CHANGES-WRITTEN      PIC 9(8) VALUE 0.
          03 DELETES-WRITTEN      PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           IF NOT PARMS-VALID
              DISPLAY 'ZCXREGEN NOT RUN - ' WS-REASON
           ELSE
              OPEN OUTPUT RESEND-DELTA
              PERFORM REBUILD-DELTA
              CLOSE RESEND-DELTA
      *       A partial file must never reach billing by mistake --
      *       reopening it for output truncates it to nothing.
              IF BROWSE-FAILED
                 OPEN OUTPUT RESEND-DELTA
                 CLOSE RESEND-DELTA
                 MOVE 0 TO ADDS-WRITTEN
                 MOVE 0 TO CHANGES-WRITTEN
                 MOVE 0 TO DELETES-WRITTEN
              END-IF
              DISPLAY 'ZCXREGEN FROM=' WS-FROM-DATE
                      ' THRU=' WS-THRU-DATE
                      ' HISTORY-READ=' ROWS-READ
                      ' IN-RANGE=' ROWS-IN-RANGE
                      ' PERSONS=' PERSONS-NETTED
                      ' CANCELLED=' PERSONS-CANCELLED
              DISPLAY 'ZCXREGEN ADDS=' ADDS-WRITTEN
                      ' CHANGES=' CHANGES-WRITTEN
                      ' DELETES=' DELETES-WRITTEN
              IF BROWSE-FAILED
                 DISPLAY 'ZCXREGEN HISTORY BROWSE FAILED - ZCXRSDLT '
                         'LEFT EMPTY, NO RESEND LOGGED'
              ELSE
                 PERFORM WRITE-RESEND-LOG
              END-IF
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           MOVE 80 TO WS-INPUTLEN.
       RECEIVE-PARMS.
      *    A resend is always asked for by name -- there is no
      *    sensible default night, so a blank line runs nothing.
           MOVE SPACES TO WS-INPUT.
           MOVE SPACES TO WS-FROM-TXT.
           MOVE SPACES TO WS-THRU-TXT.
           MOVE 'N' TO PARMS-VALID-SW.
           EXEC CICS RECEIVE
                INTO (WS-INPUT)
                LENGTH (WS-INPUTLEN)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              UNSTRING WS-INPUT DELIMITED BY ALL SPACES
                   INTO WS-FROM-TXT WS-THRU-TXT
              END-UNSTRING
           END-IF.
           IF WS-THRU-TXT = SPACES
              MOVE WS-FROM-TXT TO WS-THRU-TXT
           END-IF.
           EVALUATE TRUE
              WHEN WS-FROM-TXT(1:8) IS NOT NUMERIC
                 OR WS-FROM-TXT(9:2) NOT = SPACES
                 MOVE 'FROM-DATE MUST BE YYYYMMDD' TO WS-REASON
              WHEN WS-THRU-TXT(1:8) IS NOT NUMERIC
                 OR WS-THRU-TXT(9:2) NOT = SPACES
                 MOVE 'THRU-DATE MUST BE YYYYMMDD' TO WS-REASON
              WHEN WS-THRU-TXT(1:8) < WS-FROM-TXT(1:8)
                 MOVE 'THRU-DATE IS BEFORE FROM-DATE' TO WS-REASON
              WHEN OTHER
                 MOVE WS-FROM-TXT(1:8) TO WS-FROM-DATE
                 MOVE WS-THRU-TXT(1:8) TO WS-THRU-DATE
                 SET PARMS-VALID TO TRUE
           END-EVALUATE.
       REBUILD-DELTA.
      *    ZCXHIST is keyed person ID then date, so one pass of the
      *    file meets every person's nights together and in date
      *    order; each person is netted and written when the next
      *    person's first row in the range arrives.
           MOVE LOW-VALUES TO WS-BRKEY.
           MOVE SPACES TO NET-PERSON-ID.
           MOVE 'N' TO BROWSE-EOF-SW.
           MOVE 'N' TO BROWSE-FAILED-SW.
           EXEC CICS STARTBR
                FILE('ZCXHIST')
                RIDFLD(WS-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 CONTINUE
              WHEN WS-RESP = DFHRESP(NOTFND)
                 SET BROWSE-EOF TO TRUE
              WHEN OTHER
                 SET BROWSE-EOF TO TRUE
                 SET BROWSE-FAILED TO TRUE
           END-EVALUATE.
           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT
                   FILE('ZCXHIST')
                   INTO (HIST-RECORD)
                   LENGTH(HIST-RECORD-LENGTH)
                   RIDFLD(WS-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              EVALUATE TRUE
                 WHEN WS-RESP = DFHRESP(NORMAL)
                    ADD 1 TO ROWS-READ
                    IF HIST-DATE NOT < WS-FROM-DATE
                       AND HIST-DATE NOT > WS-THRU-DATE
                       PERFORM NET-ONE-NIGHT
                    END-IF
                 WHEN WS-RESP = DFHRESP(ENDFILE)
                    SET BROWSE-EOF TO TRUE
                 WHEN OTHER
                    SET BROWSE-EOF TO TRUE
                    SET BROWSE-FAILED TO TRUE
              END-EVALUATE
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXHIST')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           PERFORM WRITE-NET-CHANGE.
       NET-ONE-NIGHT.
           ADD 1 TO ROWS-IN-RANGE.
           IF HIST-PERSON-ID NOT = NET-PERSON-ID
              PERFORM WRITE-NET-CHANGE
              MOVE HIST-PERSON-ID TO NET-PERSON-ID
              MOVE HIST-TYPE TO NET-FIRST-TYPE
              MOVE HIST-BEFORE TO NET-BEFORE
           END-IF.
           MOVE HIST-TYPE TO NET-LAST-TYPE.
           MOVE HIST-AFTER TO NET-AFTER.
       WRITE-NET-CHANGE.
      *    The person existed before the range unless the first night
      *    added it, and exists after it unless the last night
      *    deleted it.
           IF NET-PERSON-ID NOT = SPACES
              ADD 1 TO PERSONS-NETTED
              MOVE SPACES TO DELTA-REC
              EVALUATE TRUE
                 WHEN NET-FIRST-TYPE = 'A' AND NET-LAST-TYPE NOT = 'D'
                    MOVE 'A' TO DL-TYPE
                    MOVE NET-AFTER TO DL-AFTER
                    WRITE DELTA-REC
                    ADD 1 TO ADDS-WRITTEN
                 WHEN NET-FIRST-TYPE NOT = 'A' AND NET-LAST-TYPE = 'D'
                    MOVE 'D' TO DL-TYPE
                    MOVE NET-BEFORE TO DL-BEFORE
                    WRITE DELTA-REC
                    ADD 1 TO DELETES-WRITTEN
                 WHEN NET-FIRST-TYPE NOT = 'A'
                    AND NET-BEFORE NOT = NET-AFTER
                    MOVE 'C' TO DL-TYPE
                    MOVE NET-BEFORE TO DL-BEFORE
                    MOVE NET-AFTER TO DL-AFTER
                    WRITE DELTA-REC
                    ADD 1 TO CHANGES-WRITTEN
                 WHEN OTHER
                    ADD 1 TO PERSONS-CANCELLED
              END-EVALUATE
              MOVE SPACES TO NET-PERSON-ID
           END-IF.
       WRITE-RESEND-LOG.
      *    Appended like ZCXSNAP's nightly line, so the delta log
      *    stays the one record of everything handed to billing.
           OPEN EXTEND DELTA-LOG.
           MOVE SPACES TO DELTA-LOG-REC.
           MOVE WS-THRU-DATE TO DLG-DATE.
           MOVE ADDS-WRITTEN TO DLG-ADDS.
           MOVE CHANGES-WRITTEN TO DLG-CHANGES.
           MOVE DELETES-WRITTEN TO DLG-DELETES.
           MOVE 'RESEND' TO DLG-KIND.
           MOVE WS-FROM-DATE TO DLG-FROM-DATE.
           WRITE DELTA-LOG-REC.
           CLOSE DELTA-LOG.
