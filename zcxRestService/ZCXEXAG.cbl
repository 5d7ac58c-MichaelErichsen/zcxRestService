       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXEXAG.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Weekly aging report of the steward exception work queue, read *
      * from the keyed ZCXEXCP file the nightly ZCXDQAUD, ZCXDUPS and *
      * ZCXCMPR steps load through ZCXEXCL.  ZCXAGRPT shows the open  *
      * backlog twice, once by exception type and once by the steward *
      * who claimed it (UNCLAIMED for items nobody has taken), each   *
      * line split into age bands of 0-7, 8-30, 31-90 and over 90     *
      * days since the item was first seen, with the oldest first-    *
      * seen date on the line, then one total line.  Closed items are *
      * not counted.                                                  *
      * Unformatted terminal input, one line:                         *
      *    as-of-date                 e.g.  20261014                  *
      * blank (or a START TRANSID run) ages the backlog as of today.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AGING-REPORT ASSIGN TO ZCXAGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AGING-REPORT.
       01  AR-TEXT-REC            PIC X(132).
       01  AR-DETAIL-REC.
           03 AR-NAME             PIC X(10).
           03 AR-FILLER1          PIC X(1).
           03 AR-OPEN             PIC Z(7)9.
           03 AR-FILLER2          PIC X(2).
           03 AR-BAND1            PIC Z(7)9.
           03 AR-FILLER3          PIC X(2).
           03 AR-BAND2            PIC Z(7)9.
           03 AR-FILLER4          PIC X(2).
           03 AR-BAND3            PIC Z(7)9.
           03 AR-FILLER5          PIC X(2).
           03 AR-BAND4            PIC Z(7)9.
           03 AR-FILLER6          PIC X(2).
           03 AR-OLDEST           PIC X(8).
           03 AR-FILLER7          PIC X(63).
       WORKING-STORAGE SECTION.
       COPY ZCXEXCR.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
          03 WS-DATE-TXT          PIC X(10).
          03 WS-ASOF-DATE         PIC X(8).
          03 WS-ASOF-NUM REDEFINES WS-ASOF-DATE PIC 9(8).
          03 WS-NOW               PIC S9(15) USAGE COMP.
          03 WS-NOW-DATE          PIC X(8).
          03 WS-NOW-TIME          PIC X(9).
          03 WS-BRKEY             PIC X(48).
          03 WS-FIRST-NUM         PIC 9(8).
          03 WS-AGE               PIC S9(8) USAGE BINARY.
          03 WS-BAND              PIC S9(4) USAGE BINARY.
          03 WS-STEWARD           PIC X(8).
          03 WS-SECTION-NAME      PIC X(10).
          03 WS-IX                PIC S9(4) USAGE BINARY.
          03 BROWSE-EOF-SW        PIC X(1).
             88 BROWSE-EOF        VALUE 'Y'.
          03 STEWARD-FOUND-SW     PIC X(1).
             88 STEWARD-FOUND     VALUE 'Y'.
          03 ITEMS-READ           PIC 9(8) VALUE 0.
          03 ITEMS-OPEN           PIC 9(8) VALUE 0.
          03 STEWARDS-DROPPED     PIC 9(8) VALUE 0.
      *    One row per exception type, in EXC-TYPE-NAME order, one per
      *    steward as met, and one for the whole backlog.  Band 1 is
      *    0-7 days, 2 is 8-30, 3 is 31-90, 4 is over 90.
       01 TYPE-TABLE.
          03 TT-ROW OCCURS 6 TIMES.
             05 TT-OPEN           PIC 9(8).
             05 TT-BAND           PIC 9(8) OCCURS 4 TIMES.
             05 TT-OLDEST         PIC X(8).
       01 STEWARD-TABLE.
          03 SW-COUNT             PIC S9(4) USAGE BINARY.
          03 SW-ROW OCCURS 200 TIMES.
             05 SW-USERID         PIC X(8).
             05 SW-OPEN           PIC 9(8).
             05 SW-BAND           PIC 9(8) OCCURS 4 TIMES.
             05 SW-OLDEST         PIC X(8).
       01 TOTAL-ROW.
          03 TR-OPEN              PIC 9(8).
          03 TR-BAND              PIC 9(8) OCCURS 4 TIMES.
          03 TR-OLDEST            PIC X(8).
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM COUNT-OPEN-ITEMS.
           OPEN OUTPUT AGING-REPORT.
           PERFORM WRITE-HEADINGS.
           PERFORM WRITE-TYPE-LINES.
           PERFORM WRITE-STEWARD-LINES.
           PERFORM WRITE-TOTAL-LINE.
           CLOSE AGING-REPORT.
           DISPLAY 'ZCXEXAG AS-OF=' WS-ASOF-DATE
                   ' READ=' ITEMS-READ
                   ' OPEN=' ITEMS-OPEN
                   ' STEWARDS=' SW-COUNT.
           IF STEWARDS-DROPPED > 0
              DISPLAY 'ZCXEXAG STEWARD TABLE FULL - '
                      STEWARDS-DROPPED
                      ' ITEMS COUNTED ONLY BY TYPE AND IN THE TOTAL'
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE TYPE-TABLE.
           INITIALIZE STEWARD-TABLE.
           INITIALIZE TOTAL-ROW.
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
      *    The weekly run is started with START TRANSID and has no
      *    TERMID, so RECEIVE has nothing to read -- age as of today.
           MOVE SPACES TO WS-DATE-TXT.
           MOVE WS-NOW-DATE TO WS-ASOF-DATE.
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
              MOVE WS-DATE-TXT(1:8) TO WS-ASOF-DATE
           END-IF.
       COUNT-OPEN-ITEMS.
           MOVE LOW-VALUES TO WS-BRKEY.
           MOVE 'N' TO BROWSE-EOF-SW.
           EXEC CICS STARTBR
                FILE('ZCXEXCP')
                RIDFLD(WS-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT
                   FILE('ZCXEXCP')
                   INTO (EXC-RECORD)
                   LENGTH(EXC-RECORD-LENGTH)
                   RIDFLD(WS-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 ADD 1 TO ITEMS-READ
                 IF EXC-OPEN
                    PERFORM COUNT-ONE-ITEM
                 END-IF
              ELSE
                 SET BROWSE-EOF TO TRUE
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXEXCP')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       COUNT-ONE-ITEM.
           ADD 1 TO ITEMS-OPEN.
           PERFORM COMPUTE-ITEM-AGE.
           EVALUATE TRUE
              WHEN WS-AGE <= 7
                 MOVE 1 TO WS-BAND
              WHEN WS-AGE <= 30
                 MOVE 2 TO WS-BAND
              WHEN WS-AGE <= 90
                 MOVE 3 TO WS-BAND
              WHEN OTHER
                 MOVE 4 TO WS-BAND
           END-EVALUATE.
           ADD 1 TO TR-OPEN.
           ADD 1 TO TR-BAND(WS-BAND).
           IF TR-OLDEST = SPACES OR EXC-FIRST-SEEN < TR-OLDEST
              MOVE EXC-FIRST-SEEN TO TR-OLDEST
           END-IF.
      *    A type this report does not know is only in the total.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > EXC-TYPE-COUNT
              IF EXC-TYPE = EXC-TYPE-NAME(WS-IX)
                 ADD 1 TO TT-OPEN(WS-IX)
                 ADD 1 TO TT-BAND(WS-IX, WS-BAND)
                 IF TT-OLDEST(WS-IX) = SPACES
                    OR EXC-FIRST-SEEN < TT-OLDEST(WS-IX)
                    MOVE EXC-FIRST-SEEN TO TT-OLDEST(WS-IX)
                 END-IF
              END-IF
           END-PERFORM.
           PERFORM COUNT-BY-STEWARD.
       COUNT-BY-STEWARD.
           IF EXC-ASSIGNED = SPACES
              MOVE 'UNCLAIMED' TO WS-STEWARD
           ELSE
              MOVE EXC-ASSIGNED TO WS-STEWARD
           END-IF.
           MOVE 'N' TO STEWARD-FOUND-SW.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > SW-COUNT OR STEWARD-FOUND
              IF SW-USERID(WS-IX) = WS-STEWARD
                 SET STEWARD-FOUND TO TRUE
              END-IF
           END-PERFORM.
           IF STEWARD-FOUND
              SUBTRACT 1 FROM WS-IX
           ELSE
              IF SW-COUNT < 200
                 ADD 1 TO SW-COUNT
                 MOVE SW-COUNT TO WS-IX
                 MOVE WS-STEWARD TO SW-USERID(WS-IX)
                 SET STEWARD-FOUND TO TRUE
              ELSE
                 ADD 1 TO STEWARDS-DROPPED
              END-IF
           END-IF.
           IF STEWARD-FOUND
              ADD 1 TO SW-OPEN(WS-IX)
              ADD 1 TO SW-BAND(WS-IX, WS-BAND)
              IF SW-OLDEST(WS-IX) = SPACES
                 OR EXC-FIRST-SEEN < SW-OLDEST(WS-IX)
                 MOVE EXC-FIRST-SEEN TO SW-OLDEST(WS-IX)
              END-IF
           END-IF.
       COMPUTE-ITEM-AGE.
      *    Age is whole days from the business date the finding was
      *    first seen to the as-of date, as on the ZCXEXQM screen.
           MOVE 0 TO WS-AGE.
           IF EXC-FIRST-SEEN IS NUMERIC
              MOVE EXC-FIRST-SEEN TO WS-FIRST-NUM
              COMPUTE WS-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-ASOF-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-FIRST-NUM)
              IF WS-AGE < 0
                 MOVE 0 TO WS-AGE
              END-IF
           END-IF.
       WRITE-HEADINGS.
           MOVE SPACES TO AR-TEXT-REC.
           STRING 'STEWARD EXCEPTION BACKLOG AGING AS OF '
                  WS-ASOF-DATE
                  '     PRINTED ' WS-NOW-DATE '-' WS-NOW-TIME
                  DELIMITED BY SIZE
                  INTO AR-TEXT-REC
           END-STRING.
           WRITE AR-TEXT-REC.
           MOVE SPACES TO AR-TEXT-REC.
           WRITE AR-TEXT-REC.
       WRITE-COLUMN-HEADINGS.
           MOVE SPACES TO AR-TEXT-REC.
           WRITE AR-TEXT-REC.
           MOVE SPACES TO AR-TEXT-REC.
           STRING WS-SECTION-NAME
                  '     OPEN  0-7 DAYS 8-30 DAYS31-90 DAYS   OVER 90'
                  '  OLDEST'
                  DELIMITED BY SIZE
                  INTO AR-TEXT-REC
           END-STRING.
           WRITE AR-TEXT-REC.
       WRITE-TYPE-LINES.
           MOVE 'BY TYPE' TO WS-SECTION-NAME.
           PERFORM WRITE-COLUMN-HEADINGS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > EXC-TYPE-COUNT
              MOVE SPACES TO AR-DETAIL-REC
              MOVE EXC-TYPE-NAME(WS-IX) TO AR-NAME
              MOVE TT-OPEN(WS-IX) TO AR-OPEN
              MOVE TT-BAND(WS-IX, 1) TO AR-BAND1
              MOVE TT-BAND(WS-IX, 2) TO AR-BAND2
              MOVE TT-BAND(WS-IX, 3) TO AR-BAND3
              MOVE TT-BAND(WS-IX, 4) TO AR-BAND4
              MOVE TT-OLDEST(WS-IX) TO AR-OLDEST
              WRITE AR-DETAIL-REC
           END-PERFORM.
       WRITE-STEWARD-LINES.
           MOVE 'BY STEWARD' TO WS-SECTION-NAME.
           PERFORM WRITE-COLUMN-HEADINGS.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > SW-COUNT
              MOVE SPACES TO AR-DETAIL-REC
              MOVE SW-USERID(WS-IX) TO AR-NAME
              MOVE SW-OPEN(WS-IX) TO AR-OPEN
              MOVE SW-BAND(WS-IX, 1) TO AR-BAND1
              MOVE SW-BAND(WS-IX, 2) TO AR-BAND2
              MOVE SW-BAND(WS-IX, 3) TO AR-BAND3
              MOVE SW-BAND(WS-IX, 4) TO AR-BAND4
              MOVE SW-OLDEST(WS-IX) TO AR-OLDEST
              WRITE AR-DETAIL-REC
           END-PERFORM.
           IF STEWARDS-DROPPED > 0
              MOVE SPACES TO AR-TEXT-REC
              STRING 'STEWARD TABLE FULL - '
                     STEWARDS-DROPPED
                     ' ITEMS NOT SHOWN BY STEWARD'
                     DELIMITED BY SIZE
                     INTO AR-TEXT-REC
              END-STRING
              WRITE AR-TEXT-REC
           END-IF.
       WRITE-TOTAL-LINE.
           MOVE SPACES TO AR-TEXT-REC.
           WRITE AR-TEXT-REC.
           MOVE SPACES TO AR-DETAIL-REC.
           MOVE 'ALL OPEN' TO AR-NAME.
           MOVE TR-OPEN TO AR-OPEN.
           MOVE TR-BAND(1) TO AR-BAND1.
           MOVE TR-BAND(2) TO AR-BAND2.
           MOVE TR-BAND(3) TO AR-BAND3.
           MOVE TR-BAND(4) TO AR-BAND4.
           MOVE TR-OLDEST TO AR-OLDEST.
           WRITE AR-DETAIL-REC.
