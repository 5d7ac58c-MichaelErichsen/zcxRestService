      * A corrected resubmission is a new logical request, so it      *
      * goes out without the originally captured correlation ID --    *
      * ZCXGATE stamps a fresh one at replay.                         *
      *                                                               *
      * ZCXDRAIN also parks here a replay it did not send because the *
      * person changed at the source after the steward fetched it.    *
      * Such a row shows reason CONFLICT, and C against it lays the   *
      * image the steward fetched beside the one the source held at   *
      * replay, field by field.  R on a conflict row is the override: *
      * the update is queued again with the replay-time image as its  *
      * base, so the next drain only stops it if the person has moved *
      * once more.                                                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
             88 SHOW-BODY       VALUE 'Y'.
          03 EDIT-OK-SW         PIC X(1).
             88 EDIT-ACCEPTED   VALUE 'Y'.
          03 SHOW-CONFLICT-SW   PIC X(1).
             88 SHOW-CONFLICT   VALUE 'Y'.
          03 CONFLICT-LINE.
             05 CL-FLAG         PIC X(1).
             05 FILLER          PIC X(1).
             05 CL-LABEL        PIC X(7).
             05 FILLER          PIC X(1).
             05 CL-BASE         PIC X(32).
             05 FILLER          PIC X(1).
             05 CL-CURRENT      PIC X(32).
             05 FILLER          PIC X(1).
       01 COMM-AREA.
          03 COMM-TOP           PIC 9(4).
          03 COMM-BODY-KEY      PIC X(38).
             05 DT-VERB         PIC X(6).
             05 DT-USERID       PIC X(8).
             05 DT-STATUS       PIC 9(4).
             05 DT-REASON       PIC X(8).
       LINKAGE SECTION.
       01 DFHCOMMAREA           PIC X(42).
       PROCEDURE DIVISION.
           IF EIBCALEN = 0
              MOVE 1 TO COMM-TOP
              PERFORM LOAD-DEAD-TABLE
              MOVE 'REJECTED UPDATES SHOWN - S=INSPECT, C=CONFLICT, R=RE
      -            'SUBMIT, D=DISCARD' TO WS-MSG
              PERFORM SHOW-PAGE
              PERFORM RETURN-TO-SCREEN
           ELSE
                          MOVE 'LIST REFRESHED' TO WS-MSG
                       WHEN WS-SELCHAR = 'S' OR WS-SELCHAR = 's'
                          PERFORM INSPECT-ENTRY
                       WHEN WS-SELCHAR = 'C' OR WS-SELCHAR = 'c'
                          PERFORM INSPECT-CONFLICT
                       WHEN WS-SELCHAR = 'R' OR WS-SELCHAR = 'r'
                          PERFORM RESUBMIT-ENTRY
                          PERFORM LOAD-DEAD-TABLE
                          PERFORM DISCARD-ENTRY
                          PERFORM LOAD-DEAD-TABLE
                       WHEN OTHER
                          MOVE 'USE S, C, R OR D AGAINST A ROW'
                             TO WS-MSG
                    END-EVALUATE
                    PERFORM SHOW-PAGE
                    PERFORM RETURN-TO-SCREEN
              SET BROWSE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL BROWSE-EOF OR DT-COUNT >= 100
              MOVE LENGTH OF DEAD-RECORD TO DEAD-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXDEAD')
                   INTO (DEAD-RECORD)
                 MOVE DEAD-VERB TO DT-VERB(ENTRY-SUB)
                 MOVE DEAD-USERID TO DT-USERID(ENTRY-SUB)
                 MOVE DEAD-STATUSCODE TO DT-STATUS(ENTRY-SUB)
      *          A row written before the reason existed reads short
      *          and can only be a rejection.
                 IF DEAD-RECORD-LENGTH < 952
                    MOVE 'REJECTED' TO DT-REASON(ENTRY-SUB)
                 ELSE
                    MOVE DEAD-REASON TO DT-REASON(ENTRY-SUB)
                 END-IF
              ELSE
                 SET BROWSE-EOF TO TRUE
              END-IF
              END-IF
           END-PERFORM.
       READ-SELECTED-ENTRY.
      *    A short row written before the reason and images existed
      *    leaves them as cleared here: a rejection with no images.
           MOVE DT-KEY(SELECTED-SUB) TO DEAD-KEY.
           MOVE 'REJECTED' TO DEAD-REASON.
           MOVE SPACES TO DEAD-BASE.
           MOVE SPACES TO DEAD-CURRENT.
           EXEC CICS READ
                FILE('ZCXDEAD')
                INTO (DEAD-RECORD)
              MOVE 'ENTRY NO LONGER ON FILE - LIST REFRESHED'
                 TO WS-MSG
           END-IF.
       INSPECT-CONFLICT.
      *    The comparison goes into the body lines in place of the
      *    body.  The body key is left clear, so an R that follows
      *    resubmits the captured body as it was, not these lines.
           PERFORM READ-SELECTED-ENTRY.
           MOVE SPACES TO COMM-BODY-KEY.
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'ENTRY NO LONGER ON FILE - LIST REFRESHED'
                    TO WS-MSG
              WHEN NOT DEAD-CONFLICT
                 MOVE 'NOT A CONFLICT - USE S TO SEE THE REJECTED BODY'
                    TO WS-MSG
              WHEN OTHER
                 SET SHOW-CONFLICT TO TRUE
                 MOVE 'R SENDS IT OVER THE CURRENT VALUES, D DROPS IT'
                    TO WS-MSG
           END-EVALUATE.
       RESUBMIT-ENTRY.
           PERFORM READ-SELECTED-ENTRY.
           IF WS-RESP NOT = DFHRESP(NORMAL)
           MOVE DEAD-BODY TO PEND-BODY.
           MOVE DEAD-BODYLEN TO PEND-BODYLEN.
           MOVE SPACES TO PEND-REQUESTID.
      *    A rejection keeps the image the steward fetched.  A conflict
      *    is resubmitted over the values the source held at replay,
      *    which the steward has now been shown; a person that was
      *    gone leaves nothing to check against.
           IF DEAD-CONFLICT
              IF DEAD-CUR-ID NOT = SPACES
                 MOVE DEAD-CURRENT TO PEND-BASE
              ELSE
                 MOVE SPACES TO PEND-BASE
              END-IF
           ELSE
              MOVE DEAD-BASE TO PEND-BASE
           END-IF.
           EXEC CICS ASSIGN
                USERID(PEND-USERID)
                END-EXEC.
           MOVE DEAD-STATUSCODE TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'RESUBMITTED ' DELIMITED BY SIZE
                  DEAD-REASON DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  DEAD-VERB DELIMITED BY SPACE
                  ' FOR ' DELIMITED BY SIZE
                  DEAD-PERSON-ID DELIMITED BY SPACE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-DISCARD.
           PERFORM AUDIT-STAMP-AND-USER.
           MOVE DEAD-STATUSCODE TO AUD-STATUSCODE.
           MOVE SPACES TO AUD-RESPONSE.
           STRING 'DISCARDED ' DELIMITED BY SIZE
                  DEAD-REASON DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  DEAD-VERB DELIMITED BY SPACE
                  ' FOR ' DELIMITED BY SIZE
                  DEAD-PERSON-ID DELIMITED BY SPACE
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'N' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-DENIED.
      *    Security wants to review who tried what, so a denied
           END-STRING.
           MOVE 'N' TO AUD-DEGRADED.
           MOVE 'Y' TO AUD-DENIED.
           MOVE EIBTRNID TO AUD-TRANSID.
           MOVE SPACES TO AUD-VERB.
           PERFORM AUDIT-WRITE.
       AUDIT-STAMP-AND-USER.
           EXEC CICS ASKTIME
           IF SHOW-BODY
              PERFORM FILL-BODY-LINES
           END-IF.
           IF SHOW-CONFLICT
              PERFORM FILL-CONFLICT-LINES
           END-IF.
           EXEC CICS SEND MAP('ZCXDLQ')
                MAPSET('ZCXDLQMM')
                FROM(ZCXDLQO)
                  DT-USERID(ENTRY-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  DT-STATUS(ENTRY-SUB) DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  DT-REASON(ENTRY-SUB) DELIMITED BY SIZE
              INTO DROWLINI(ROW-SUB)
           END-STRING.
       FILL-BODY-LINES.
              END-IF
              ADD 76 TO BODY-OFFSET
           END-PERFORM.
       FILL-CONFLICT-LINES.
      *    A heading line and one line per attribute: as the steward
      *    fetched it and as the source held it at replay, with an
      *    asterisk where the two differ.
           MOVE SPACES TO CONFLICT-LINE.
           MOVE 'FIELD' TO CL-LABEL.
           MOVE 'AS FETCHED' TO CL-BASE.
           IF DEAD-CUR-ID = SPACES
              MOVE 'AT REPLAY - PERSON DELETED' TO CL-CURRENT
           ELSE
              MOVE 'AT REPLAY (CURRENT)' TO CL-CURRENT
           END-IF.
           MOVE CONFLICT-LINE TO DBROWI(1).
           MOVE 'NAME' TO CL-LABEL.
           IF DEAD-BASE-NAME NOT = DEAD-CUR-NAME
              MOVE '*' TO CL-FLAG
           ELSE
              MOVE SPACE TO CL-FLAG
           END-IF.
           MOVE DEAD-BASE-NAME TO CL-BASE.
           MOVE DEAD-CUR-NAME TO CL-CURRENT.
           MOVE 2 TO BODY-SUB.
           PERFORM FILL-ONE-CONFLICT-LINE.
           MOVE 'DOB' TO CL-LABEL.
           IF DEAD-BASE-DOB NOT = DEAD-CUR-DOB
              MOVE '*' TO CL-FLAG
           ELSE
              MOVE SPACE TO CL-FLAG
           END-IF.
           MOVE DEAD-BASE-DOB TO CL-BASE.
           MOVE DEAD-CUR-DOB TO CL-CURRENT.
           MOVE 3 TO BODY-SUB.
           PERFORM FILL-ONE-CONFLICT-LINE.
           MOVE 'STREET' TO CL-LABEL.
           IF DEAD-BASE-STREET NOT = DEAD-CUR-STREET
              MOVE '*' TO CL-FLAG
           ELSE
              MOVE SPACE TO CL-FLAG
           END-IF.
           MOVE DEAD-BASE-STREET TO CL-BASE.
           MOVE DEAD-CUR-STREET TO CL-CURRENT.
           MOVE 4 TO BODY-SUB.
           PERFORM FILL-ONE-CONFLICT-LINE.
           MOVE 'CITY' TO CL-LABEL.
           IF DEAD-BASE-CITY NOT = DEAD-CUR-CITY
              MOVE '*' TO CL-FLAG
           ELSE
              MOVE SPACE TO CL-FLAG
           END-IF.
           MOVE DEAD-BASE-CITY TO CL-BASE.
           MOVE DEAD-CUR-CITY TO CL-CURRENT.
           MOVE 5 TO BODY-SUB.
           PERFORM FILL-ONE-CONFLICT-LINE.
           MOVE 'ZIP' TO CL-LABEL.
           IF DEAD-BASE-ZIP NOT = DEAD-CUR-ZIP
              MOVE '*' TO CL-FLAG
           ELSE
              MOVE SPACE TO CL-FLAG
           END-IF.
           MOVE DEAD-BASE-ZIP TO CL-BASE.
           MOVE DEAD-CUR-ZIP TO CL-CURRENT.
           MOVE 6 TO BODY-SUB.
           PERFORM FILL-ONE-CONFLICT-LINE.
           MOVE 'COUNTRY' TO CL-LABEL.
           IF DEAD-BASE-COUNTRY NOT = DEAD-CUR-COUNTRY
              MOVE '*' TO CL-FLAG
           ELSE
              MOVE SPACE TO CL-FLAG
           END-IF.
           MOVE DEAD-BASE-COUNTRY TO CL-BASE.
           MOVE DEAD-CUR-COUNTRY TO CL-CURRENT.
           MOVE 7 TO BODY-SUB.
           PERFORM FILL-ONE-CONFLICT-LINE.
       FILL-ONE-CONFLICT-LINE.
      *    The flag is set from the full fields before they are cut
      *    down to the line; a deleted person flags every attribute.
           IF DEAD-CUR-ID = SPACES
              MOVE '*' TO CL-FLAG
           END-IF.
           MOVE CONFLICT-LINE TO DBROWI(BODY-SUB).
