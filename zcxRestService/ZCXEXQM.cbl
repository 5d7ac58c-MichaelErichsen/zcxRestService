       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXEXQM.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Steward exception work queue over the keyed ZCXEXCP file that *
      * the nightly ZCXDQAUD, ZCXDUPS and ZCXCMPR steps load through  *
      * ZCXEXCL.  The stewards used to work those three reports from  *
      * paper with no record of who was handling which line; here     *
      * they list the open items -- all of them, one type, or only    *
      * those at least so many days old -- with each item's age and   *
      * steward.  Against a row S shows the item's detail and note,   *
      * C claims it for the steward signed on, U releases the         *
      * steward's own claim, N stores the text keyed in the note      *
      * field with the steward's userid and the time, and M or H      *
      * transfers to ZCXMAINT or ZCXHINQ opened on that person (the   *
      * ZCXJUMP COMMAREA).  An item is never closed here -- it closes *
      * itself the night its finding no longer appears.  The filter   *
      * and page are carried in the COMMAREA, and the file is browsed *
      * fresh on every interaction like ZCXDLQM does.                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZCXEXCR.
       COPY ZCXJUMP.
       COPY ZCXEXQS.
       01 WS.
          03 WS-RESP            PIC S9(8) USAGE BINARY.
          03 WS-RESP2           PIC S9(8) USAGE BINARY.
          03 WS-BRKEY           PIC X(48).
          03 BROWSE-EOF-SW      PIC X(1).
             88 BROWSE-EOF      VALUE 'Y'.
          03 TABLE-MORE-SW      PIC X(1).
             88 TABLE-MORE      VALUE 'Y'.
          03 SHOW-ITEM-SW       PIC X(1).
             88 SHOW-ITEM       VALUE 'Y'.
          03 FILTER-OK-SW       PIC X(1).
             88 FILTER-OK       VALUE 'Y'.
          03 WS-USERID          PIC X(8).
          03 WS-MSG             PIC X(79).
          03 WS-SELCHAR         PIC X(1).
          03 ROW-SUB            PIC S9(8) USAGE BINARY.
          03 ENTRY-SUB          PIC S9(8) USAGE BINARY.
          03 SELECTED-SUB       PIC S9(8) USAGE BINARY.
          03 TYPE-SUB           PIC S9(4) USAGE BINARY.
          03 WS-NOW             PIC S9(15) USAGE COMP.
          03 WS-TODAY           PIC X(8).
          03 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
          03 WS-NOW-TIME        PIC X(9).
          03 WS-NOW-STAMP       PIC X(18).
          03 WS-FIRST-NUM       PIC 9(8).
          03 WS-AGE             PIC S9(8) USAGE BINARY.
          03 WS-AGE-OUT         PIC ZZZ9.
          03 WS-SEEN-OUT        PIC Z(5)9.
          03 WS-TYPE            PIC X(8).
          03 WS-AGE-TXT         PIC X(3).
          03 WS-AGE-LEN         PIC S9(8) USAGE BINARY.
          03 WS-MIN-AGE         PIC 9(3).
          03 WS-NOTE            PIC X(60).
          03 WS-JUMP-PROGRAM    PIC X(8).
       01 COMM-AREA.
          03 COMM-TOP           PIC 9(4).
          03 COMM-TYPE          PIC X(8).
          03 COMM-MIN-AGE       PIC 9(3).
          03 COMM-SHOW-KEY      PIC X(48).
       01 ITEM-TABLE.
          03 IT-COUNT           PIC 9(4).
          03 IT-ENTRY OCCURS 100 TIMES.
             05 IT-KEY.
                10 IT-PERSON-ID PIC X(20).
                10 IT-TYPE      PIC X(8).
                10 IT-QUALIFIER PIC X(20).
             05 IT-AGE          PIC 9(4).
             05 IT-FIRST-SEEN   PIC X(8).
             05 IT-ASSIGNED     PIC X(8).
       LINKAGE SECTION.
       01 DFHCOMMAREA           PIC X(63).
       PROCEDURE DIVISION.
       MAIN SECTION.
           INITIALIZE WS.
           INITIALIZE COMM-AREA.
           INITIALIZE ITEM-TABLE.
           PERFORM GET-NOW.
           IF EIBCALEN = 0
              MOVE 1 TO COMM-TOP
              PERFORM LOAD-ITEM-TABLE
              PERFORM LIST-MESSAGE
              PERFORM SHOW-PAGE
              PERFORM RETURN-TO-SCREEN
           ELSE
              MOVE DFHCOMMAREA TO COMM-AREA
              IF COMM-TOP = 0
                 MOVE 1 TO COMM-TOP
              END-IF
              EXEC CICS RECEIVE MAP('ZCXEXQ')
                   MAPSET('ZCXEXQMM')
                   INTO(ZCXEXQI)
                   END-EXEC
              PERFORM READ-FILTER
              EVALUATE EIBAID
                 WHEN DFHPF3
                 WHEN DFHPF12
                    PERFORM SEND-GOODBYE
                    EXEC CICS RETURN
                         END-EXEC
                 WHEN DFHPF7
                    PERFORM LOAD-ITEM-TABLE
                    PERFORM PAGE-BACKWARD
                    PERFORM LIST-MESSAGE
                    PERFORM SHOW-PAGE
                    PERFORM RETURN-TO-SCREEN
                 WHEN DFHPF8
                    PERFORM LOAD-ITEM-TABLE
                    PERFORM PAGE-FORWARD
                    PERFORM LIST-MESSAGE
                    PERFORM SHOW-PAGE
                    PERFORM RETURN-TO-SCREEN
                 WHEN OTHER
                    PERFORM LOAD-ITEM-TABLE
                    PERFORM FIND-SELECTION
                    EVALUATE TRUE
                       WHEN NOT FILTER-OK
                          CONTINUE
                       WHEN SELECTED-SUB = 0
                          MOVE SPACES TO COMM-SHOW-KEY
                          PERFORM LIST-MESSAGE
                       WHEN WS-SELCHAR = 'S' OR WS-SELCHAR = 's'
                          PERFORM SHOW-ENTRY
                       WHEN WS-SELCHAR = 'C' OR WS-SELCHAR = 'c'
                          PERFORM CLAIM-ENTRY
                          PERFORM LOAD-ITEM-TABLE
                       WHEN WS-SELCHAR = 'U' OR WS-SELCHAR = 'u'
                          PERFORM RELEASE-ENTRY
                          PERFORM LOAD-ITEM-TABLE
                       WHEN WS-SELCHAR = 'N' OR WS-SELCHAR = 'n'
                          PERFORM NOTE-ENTRY
                       WHEN WS-SELCHAR = 'M' OR WS-SELCHAR = 'm'
                          MOVE 'ZCXMAINT' TO WS-JUMP-PROGRAM
                          PERFORM JUMP-TO-PERSON
                       WHEN WS-SELCHAR = 'H' OR WS-SELCHAR = 'h'
                          MOVE 'ZCXHINQ' TO WS-JUMP-PROGRAM
                          PERFORM JUMP-TO-PERSON
                       WHEN OTHER
                          MOVE 'USE S, C, U, N, M OR H AGAINST A ROW'
                             TO WS-MSG
                    END-EVALUATE
                    PERFORM SHOW-PAGE
                    PERFORM RETURN-TO-SCREEN
              END-EVALUATE
           END-IF.
           GOBACK.
       RETURN-TO-SCREEN.
           EXEC CICS RETURN
                TRANSID('ZCXK')
                COMMAREA(COMM-AREA)
                LENGTH(63)
                END-EXEC.
       SEND-GOODBYE.
           MOVE LOW-VALUES TO ZCXEXQO.
           MOVE 'GOODBYE' TO KMSGO.
           EXEC CICS SEND MAP('ZCXEXQ')
                MAPSET('ZCXEXQMM')
                FROM(ZCXEXQO)
                ERASE FREEKB
                END-EXEC.
       GET-NOW.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-NOW)
                YYYYMMDD(WS-TODAY)
                TIME(WS-NOW-TIME)
                END-EXEC.
           STRING WS-TODAY '-' WS-NOW-TIME
                  DELIMITED BY SIZE
                  INTO WS-NOW-STAMP
           END-STRING.
           EXEC CICS ASSIGN
                USERID(WS-USERID)
                END-EXEC.
       READ-FILTER.
      *    A changed filter starts the list again from the top.  The
      *    age is class-tested on the keyed digits only, the same as
      *    the ZCXLIST page size -- a keyed "7" arrives space-padded.
           SET FILTER-OK TO TRUE.
           MOVE FUNCTION UPPER-CASE(KTYPEI) TO WS-TYPE.
           INSPECT WS-TYPE REPLACING ALL LOW-VALUE BY SPACE.
           MOVE KAGEI TO WS-AGE-TXT.
           INSPECT WS-AGE-TXT REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 0 TO WS-MIN-AGE.
           IF WS-AGE-TXT NOT = SPACES
              COMPUTE WS-AGE-LEN =
                 FUNCTION LENGTH(FUNCTION TRIM(WS-AGE-TXT))
              IF WS-AGE-TXT(1:WS-AGE-LEN) IS NUMERIC
                 MOVE WS-AGE-TXT(1:WS-AGE-LEN) TO WS-MIN-AGE
              ELSE
                 MOVE 'N' TO FILTER-OK-SW
                 MOVE 'MINIMUM AGE MUST BE A NUMBER OF DAYS' TO WS-MSG
              END-IF
           END-IF.
           IF WS-TYPE NOT = SPACES
              MOVE 0 TO TYPE-SUB
              PERFORM VARYING ENTRY-SUB FROM 1 BY 1
                      UNTIL ENTRY-SUB > EXC-TYPE-COUNT
                 IF EXC-TYPE-NAME(ENTRY-SUB) = WS-TYPE
                    MOVE ENTRY-SUB TO TYPE-SUB
                 END-IF
              END-PERFORM
              IF TYPE-SUB = 0
                 MOVE 'N' TO FILTER-OK-SW
                 MOVE 'UNKNOWN TYPE - USE ONE OF THE TYPES LISTED'
                    TO WS-MSG
              END-IF
           END-IF.
           IF FILTER-OK
              IF WS-TYPE NOT = COMM-TYPE
                 OR WS-MIN-AGE NOT = COMM-MIN-AGE
                 MOVE WS-TYPE TO COMM-TYPE
                 MOVE WS-MIN-AGE TO COMM-MIN-AGE
                 MOVE 1 TO COMM-TOP
                 MOVE SPACES TO COMM-SHOW-KEY
              END-IF
           END-IF.
       LOAD-ITEM-TABLE.
      *    Only open items that pass the filter are listed, in key
      *    order.  The table holds a hundred; past that the message
      *    asks the steward to narrow the filter.
           MOVE 0 TO IT-COUNT.
           MOVE 'N' TO TABLE-MORE-SW.
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
           PERFORM UNTIL BROWSE-EOF OR TABLE-MORE
              EXEC CICS READNEXT
                   FILE('ZCXEXCP')
                   INTO (EXC-RECORD)
                   LENGTH(EXC-RECORD-LENGTH)
                   RIDFLD(WS-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 IF EXC-OPEN
                    AND (COMM-TYPE = SPACES OR EXC-TYPE = COMM-TYPE)
                    PERFORM COMPUTE-ITEM-AGE
                    IF WS-AGE >= COMM-MIN-AGE
                       PERFORM TABLE-ONE-ITEM
                    END-IF
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
       COMPUTE-ITEM-AGE.
      *    Age is whole days since the business date the finding was
      *    first seen.
           MOVE 0 TO WS-AGE.
           IF EXC-FIRST-SEEN IS NUMERIC
              MOVE EXC-FIRST-SEEN TO WS-FIRST-NUM
              COMPUTE WS-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                 - FUNCTION INTEGER-OF-DATE(WS-FIRST-NUM)
              IF WS-AGE < 0
                 MOVE 0 TO WS-AGE
              END-IF
           END-IF.
       TABLE-ONE-ITEM.
           IF IT-COUNT >= 100
              SET TABLE-MORE TO TRUE
           ELSE
              ADD 1 TO IT-COUNT
              MOVE IT-COUNT TO ENTRY-SUB
              MOVE EXC-KEY TO IT-KEY(ENTRY-SUB)
              MOVE WS-AGE TO IT-AGE(ENTRY-SUB)
              MOVE EXC-FIRST-SEEN TO IT-FIRST-SEEN(ENTRY-SUB)
              MOVE EXC-ASSIGNED TO IT-ASSIGNED(ENTRY-SUB)
           END-IF.
       LIST-MESSAGE.
           IF TABLE-MORE
              MOVE 'FIRST 100 OPEN ITEMS SHOWN - NARROW BY TYPE OR AGE'
                 TO WS-MSG
           ELSE
              MOVE 'OPEN ITEMS SHOWN - S=SHOW C=CLAIM U=RELEASE N=NOTE M
      -            '/H=JUMP' TO WS-MSG
           END-IF.
       PAGE-BACKWARD.
           IF COMM-TOP > 10
              SUBTRACT 10 FROM COMM-TOP
           ELSE
              MOVE 1 TO COMM-TOP
           END-IF.
       PAGE-FORWARD.
           IF COMM-TOP + 10 <= IT-COUNT
              ADD 10 TO COMM-TOP
           END-IF.
       FIND-SELECTION.
      *    The first row carrying a selection character wins; the row
      *    number plus the page top gives the table entry, same as
      *    the ZCXDLQM selection field.
           MOVE 0 TO SELECTED-SUB.
           MOVE SPACE TO WS-SELCHAR.
           PERFORM VARYING ROW-SUB FROM 1 BY 1
                   UNTIL ROW-SUB > 10 OR SELECTED-SUB > 0
              IF KROWSELI(ROW-SUB) NOT = SPACE
                 AND KROWSELI(ROW-SUB) NOT = LOW-VALUE
                 COMPUTE SELECTED-SUB = COMM-TOP + ROW-SUB - 1
                 MOVE KROWSELI(ROW-SUB) TO WS-SELCHAR
                 IF SELECTED-SUB > IT-COUNT
                    MOVE 0 TO SELECTED-SUB
                 END-IF
              END-IF
           END-PERFORM.
       READ-SELECTED-ENTRY.
           MOVE IT-KEY(SELECTED-SUB) TO EXC-KEY.
           EXEC CICS READ
                FILE('ZCXEXCP')
                INTO (EXC-RECORD)
                LENGTH(EXC-RECORD-LENGTH)
                RIDFLD(EXC-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       READ-SELECTED-FOR-UPDATE.
           MOVE IT-KEY(SELECTED-SUB) TO EXC-KEY.
           EXEC CICS READ
                FILE('ZCXEXCP')
                INTO (EXC-RECORD)
                LENGTH(EXC-RECORD-LENGTH)
                RIDFLD(EXC-KEY)
                UPDATE
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       REWRITE-SELECTED.
           EXEC CICS REWRITE
                FILE('ZCXEXCP')
                FROM (EXC-RECORD)
                LENGTH(EXC-RECORD-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       SHOW-ENTRY.
           PERFORM READ-SELECTED-ENTRY.
           IF WS-RESP = DFHRESP(NORMAL)
              SET SHOW-ITEM TO TRUE
              MOVE EXC-KEY TO COMM-SHOW-KEY
              MOVE 'ITEM SHOWN - KEY A NOTE AND PUT N ON THE SAME ROW'
                 TO WS-MSG
           ELSE
              MOVE SPACES TO COMM-SHOW-KEY
              MOVE 'ITEM NO LONGER ON FILE - LIST REFRESHED' TO WS-MSG
           END-IF.
       CLAIM-ENTRY.
      *    A claim only takes an unclaimed item; taking over another
      *    steward's item is for that steward to release first.  The
      *    nightly run may have closed the item since the list was
      *    shown, and a closed item is not worth claiming.
           PERFORM READ-SELECTED-FOR-UPDATE.
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ITEM NO LONGER ON FILE - LIST REFRESHED'
                    TO WS-MSG
              WHEN NOT EXC-OPEN
                 PERFORM UNLOCK-SELECTED
                 MOVE 'ITEM HAS BEEN CLOSED - LIST REFRESHED' TO WS-MSG
              WHEN EXC-ASSIGNED = WS-USERID
                 PERFORM UNLOCK-SELECTED
                 MOVE 'ITEM IS ALREADY CLAIMED BY YOU' TO WS-MSG
              WHEN EXC-ASSIGNED NOT = SPACES
                 PERFORM UNLOCK-SELECTED
                 MOVE SPACES TO WS-MSG
                 STRING 'ITEM IS ALREADY CLAIMED BY ' DELIMITED BY SIZE
                        EXC-ASSIGNED DELIMITED BY SPACE
                    INTO WS-MSG
                 END-STRING
              WHEN OTHER
                 MOVE WS-USERID TO EXC-ASSIGNED
                 MOVE WS-TODAY TO EXC-CLAIMED-DATE
                 PERFORM REWRITE-SELECTED
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE 'ITEM CLAIMED' TO WS-MSG
                 ELSE
                    MOVE 'CLAIM FAILED - ZCXEXCP FILE ERROR' TO WS-MSG
                 END-IF
           END-EVALUATE.
       RELEASE-ENTRY.
           PERFORM READ-SELECTED-FOR-UPDATE.
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ITEM NO LONGER ON FILE - LIST REFRESHED'
                    TO WS-MSG
              WHEN EXC-ASSIGNED NOT = WS-USERID
                 PERFORM UNLOCK-SELECTED
                 MOVE 'ONLY THE STEWARD WHO CLAIMED AN ITEM CAN RELEASE
      -               ' IT' TO WS-MSG
              WHEN OTHER
                 MOVE SPACES TO EXC-ASSIGNED
                 MOVE SPACES TO EXC-CLAIMED-DATE
                 PERFORM REWRITE-SELECTED
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE 'ITEM RELEASED' TO WS-MSG
                 ELSE
                    MOVE 'RELEASE FAILED - ZCXEXCP FILE ERROR'
                       TO WS-MSG
                 END-IF
           END-EVALUATE.
       NOTE-ENTRY.
      *    The note field replaces the item's note outright, stamped
      *    with who wrote it and when; a blank field is a slip, not
      *    a request to wipe the note.
           MOVE KNOTEI TO WS-NOTE.
           INSPECT WS-NOTE REPLACING ALL LOW-VALUE BY SPACE.
           IF WS-NOTE = SPACES
              MOVE 'KEY THE NOTE IN THE NOTE FIELD, THEN N AGAINST THE R
      -            'OW' TO WS-MSG
           ELSE
              PERFORM READ-SELECTED-FOR-UPDATE
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ITEM NO LONGER ON FILE - LIST REFRESHED'
                    TO WS-MSG
              ELSE
                 MOVE WS-NOTE TO EXC-NOTE
                 MOVE WS-USERID TO EXC-NOTE-USERID
                 MOVE WS-NOW-STAMP TO EXC-NOTE-STAMP
                 PERFORM REWRITE-SELECTED
                 IF WS-RESP = DFHRESP(NORMAL)
                    SET SHOW-ITEM TO TRUE
                    MOVE EXC-KEY TO COMM-SHOW-KEY
                    MOVE 'NOTE SAVED' TO WS-MSG
                 ELSE
                    MOVE 'NOTE FAILED - ZCXEXCP FILE ERROR' TO WS-MSG
                 END-IF
              END-IF
           END-IF.
       UNLOCK-SELECTED.
      *    Nothing to change after all -- let go of the record.
           EXEC CICS UNLOCK
                FILE('ZCXEXCP')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       JUMP-TO-PERSON.
      *    Control passes to the other screen for good; ZCXJUMP's
      *    length tells it to open on the person instead of blank.
           MOVE EIBTRNID TO JUMP-FROM.
           MOVE IT-PERSON-ID(SELECTED-SUB) TO JUMP-PERSON-ID.
           EXEC CICS XCTL
                PROGRAM(WS-JUMP-PROGRAM)
                COMMAREA(JUMP-AREA)
                LENGTH(JUMP-AREA-LENGTH)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE SPACES TO WS-MSG.
           STRING 'TRANSFER TO ' DELIMITED BY SIZE
                  WS-JUMP-PROGRAM DELIMITED BY SPACE
                  ' FAILED' DELIMITED BY SIZE
              INTO WS-MSG
           END-STRING.
       SHOW-PAGE.
           MOVE LOW-VALUES TO ZCXEXQO.
           MOVE COMM-TYPE TO KTYPEO.
           IF COMM-MIN-AGE > 0
              MOVE COMM-MIN-AGE TO KAGEO
           END-IF.
           IF IT-COUNT = 0
              IF FILTER-OK
                 MOVE 'NO OPEN ITEMS MATCH THE FILTER' TO KMSGO
              ELSE
                 MOVE WS-MSG TO KMSGO
              END-IF
           ELSE
              IF COMM-TOP > IT-COUNT
                 MOVE 1 TO COMM-TOP
              END-IF
              PERFORM VARYING ROW-SUB FROM 1 BY 1
                      UNTIL ROW-SUB > 10
                 COMPUTE ENTRY-SUB = COMM-TOP + ROW-SUB - 1
                 IF ENTRY-SUB <= IT-COUNT
                    PERFORM BUILD-ROW-LINE
                 END-IF
              END-PERFORM
              MOVE WS-MSG TO KMSGO
           END-IF.
           IF SHOW-ITEM
              PERFORM FILL-ITEM-LINES
           END-IF.
           EXEC CICS SEND MAP('ZCXEXQ')
                MAPSET('ZCXEXQMM')
                FROM(ZCXEXQO)
                ERASE FREEKB
                END-EXEC.
       BUILD-ROW-LINE.
           MOVE IT-AGE(ENTRY-SUB) TO WS-AGE-OUT.
           MOVE SPACES TO KROWLINI(ROW-SUB).
           STRING IT-PERSON-ID(ENTRY-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-TYPE(ENTRY-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-QUALIFIER(ENTRY-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-AGE-OUT DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-FIRST-SEEN(ENTRY-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  IT-ASSIGNED(ENTRY-SUB) DELIMITED BY SIZE
              INTO KROWLINI(ROW-SUB)
           END-STRING.
       FILL-ITEM-LINES.
      *    EXC-RECORD still holds the item read for S or N.
           MOVE EXC-TIMES-SEEN TO WS-SEEN-OUT.
           STRING 'FROM ' DELIMITED BY SIZE
                  EXC-SOURCE DELIMITED BY SPACE
                  '  LAST SEEN ' DELIMITED BY SIZE
                  EXC-LAST-SEEN DELIMITED BY SIZE
                  '  SEEN' DELIMITED BY SIZE
                  WS-SEEN-OUT DELIMITED BY SIZE
                  ' NIGHTS' DELIMITED BY SIZE
                  '  CLAIMED ' DELIMITED BY SIZE
                  EXC-CLAIMED-DATE DELIMITED BY SIZE
              INTO KITEMO
           END-STRING.
           MOVE EXC-DETAIL TO KDETO.
           MOVE EXC-NOTE TO KNOTEO.
           IF EXC-NOTE-USERID NOT = SPACES
              STRING 'NOTED BY ' DELIMITED BY SIZE
                     EXC-NOTE-USERID DELIMITED BY SPACE
                     ' AT ' DELIMITED BY SIZE
                     EXC-NOTE-STAMP DELIMITED BY SIZE
                 INTO KNTBYO
              END-STRING
           END-IF.
