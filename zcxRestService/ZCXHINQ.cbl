      * next, PF7 the previous.  The night on display is carried in   *
      * the COMMAREA between interactions, the same pseudo-           *
      * conversational pattern as the other ZCX screens.              *
      *                                                               *
      * A steward can also arrive here by XCTL from the ZCXEXQM       *
      * exception work queue with a ZCXJUMP COMMAREA; the screen then *
      * opens straight on that person's first night.                  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY ZCXHISTR.
       COPY ZCXHSTS.
       COPY ZCXJUMP.
       01 WS.
          03 WS-RESP            PIC S9(8) USAGE BINARY.
          03 WS-RESP2           PIC S9(8) USAGE BINARY.
       MAIN SECTION.
           INITIALIZE WS.
           INITIALIZE COMM-AREA.
           EVALUATE TRUE
              WHEN EIBCALEN = 0
                 PERFORM SEND-INITIAL-MAP
                 PERFORM RETURN-TO-INQUIRY
              WHEN EIBCALEN = JUMP-AREA-LENGTH
      *          Sent over from the work queue: no map to receive
      *          yet, the person ID comes in the COMMAREA.
                 MOVE DFHCOMMAREA(1:24) TO JUMP-AREA
                 MOVE JUMP-PERSON-ID TO COMM-PERSON-ID
                 PERFORM FETCH-FIRST
                 PERFORM SHOW-RESULT
                 PERFORM RETURN-TO-INQUIRY
              WHEN OTHER
                 MOVE DFHCOMMAREA TO COMM-AREA
                 PERFORM RECEIVE-REQUEST
                 EVALUATE EIBAID
                    WHEN DFHPF3
                    WHEN DFHPF12
                       PERFORM SEND-GOODBYE
                       EXEC CICS RETURN
                            END-EXEC
                    WHEN DFHPF7
                       PERFORM FETCH-EARLIER
                       PERFORM SHOW-RESULT
                       PERFORM RETURN-TO-INQUIRY
                    WHEN DFHPF8
                       PERFORM FETCH-LATER
                       PERFORM SHOW-RESULT
                       PERFORM RETURN-TO-INQUIRY
                    WHEN OTHER
                       PERFORM FETCH-FIRST
                       PERFORM SHOW-RESULT
                       PERFORM RETURN-TO-INQUIRY
                 END-EVALUATE
           END-EVALUATE.
           GOBACK.
       RETURN-TO-INQUIRY.
           EXEC CICS RETURN
