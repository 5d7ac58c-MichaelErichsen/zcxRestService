       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXHAND.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Billing hand-off release, the last step of the nightly chain  *
      * in the ZCXRUN run-control file.  The transfer job that sends  *
      * ZCXDELTA and ZCXMFEED to billing used to pick them up on the  *
      * clock whatever state the chain was in.  It now waits for the  *
      * one-line release file ZCXHNDOF this step writes, and this     *
      * step is refused by ZCXRCTL unless ZCXCMPR has completed OK    *
      * for the business date (or if the hand-off has already been    *
      * released for it), unless the word RERUN is on the input       *
      * line.  The release line carries the business date and the     *
      * adds, changes, deletes and merges actually in the two files,  *
      * so billing can check what it loads against it.  A delta       *
      * whose row count differs from what ZCXSNAP recorded writing    *
      * on its run-control row has been replaced or cut short since   *
      * -- no release is written and the step is recorded as failed.  *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL: a night that produced no delta has nothing to
      *    hand off, and its absence must read as zero rows, not
      *    abend the step.
           SELECT OPTIONAL DELTA-FILE ASSIGN TO ZCXDELTA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MERGE-FEED ASSIGN TO ZCXMFEED
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HANDOFF-FILE ASSIGN TO ZCXHNDOF
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-FILE.
       01  DELTA-REC.
           03 DL-TYPE             PIC X(1).
           03 DL-FILLER1          PIC X(1).
           03 DL-BEFORE           PIC X(170).
           03 DL-FILLER2          PIC X(1).
           03 DL-AFTER            PIC X(170).
       FD  MERGE-FEED.
       COPY ZCXMFDR.
       FD  HANDOFF-FILE.
       01  HANDOFF-REC.
           03 HO-DATE             PIC X(8).
           03 HO-FILLER1          PIC X(1)   VALUE SPACE.
           03 HO-ADDS             PIC 9(8).
           03 HO-FILLER2          PIC X(1)   VALUE SPACE.
           03 HO-CHANGES          PIC 9(8).
           03 HO-FILLER3          PIC X(1)   VALUE SPACE.
           03 HO-DELETES          PIC 9(8).
           03 HO-FILLER4          PIC X(1)   VALUE SPACE.
           03 HO-MERGES           PIC 9(8).
           03 HO-FILLER5          PIC X(1)   VALUE SPACE.
           03 HO-STATUS           PIC X(8).
       WORKING-STORAGE SECTION.
       COPY ZCXRUNR.
       COPY ZCXRCTLP.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 WS-INPUT             PIC X(80).
          03 WS-INPUTLEN          PIC S9(8) USAGE BINARY VALUE +80.
          03 DELTA-EOF-SW         PIC X(1) VALUE 'N'.
             88 DELTA-EOF         VALUE 'Y'.
          03 FEED-EOF-SW          PIC X(1) VALUE 'N'.
             88 FEED-EOF          VALUE 'Y'.
          03 ADDS-FOUND           PIC 9(8) VALUE 0.
          03 CHANGES-FOUND        PIC 9(8) VALUE 0.
          03 DELETES-FOUND        PIC 9(8) VALUE 0.
          03 MERGES-FOUND         PIC 9(8) VALUE 0.
          03 OTHER-FOUND          PIC 9(8) VALUE 0.
          03 DELTA-ROWS           PIC 9(8) VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM RECEIVE-PARMS.
           PERFORM RUN-CONTROL-START.
           IF RCTL-REFUSED
              DISPLAY 'ZCXHAND REFUSED - ' RCTL-REASON
           ELSE
              PERFORM RELEASE-HANDOFF
              PERFORM RUN-CONTROL-END
           END-IF.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       RELEASE-HANDOFF.
           PERFORM COUNT-DELTA.
           PERFORM COUNT-MERGE-FEED.
           PERFORM CHECK-AGAINST-SNAPSHOT.
           IF RCTL-OUTCOME-OK
              OPEN OUTPUT HANDOFF-FILE
              MOVE SPACES TO HANDOFF-REC
              MOVE RCTL-DATE TO HO-DATE
              MOVE ADDS-FOUND TO HO-ADDS
              MOVE CHANGES-FOUND TO HO-CHANGES
              MOVE DELETES-FOUND TO HO-DELETES
              MOVE MERGES-FOUND TO HO-MERGES
              MOVE 'RELEASED' TO HO-STATUS
              WRITE HANDOFF-REC
              CLOSE HANDOFF-FILE
              DISPLAY 'ZCXHAND RELEASED ' RCTL-DATE
                      ' ADDS=' ADDS-FOUND
                      ' CHANGES=' CHANGES-FOUND
                      ' DELETES=' DELETES-FOUND
                      ' MERGES=' MERGES-FOUND
           ELSE
              DISPLAY 'ZCXHAND NOT RELEASED - ' RCTL-MESSAGE
           END-IF.
       INITIALIZATION.
           INITIALIZE WS.
           MOVE 80 TO WS-INPUTLEN.
       RECEIVE-PARMS.
      *    The input line carries only the run-control words (RERUN
      *    and a business date).  An unattended run started with
      *    START TRANSID has no TERMID, so RECEIVE has nothing to
      *    read and the line stays blank.
           MOVE SPACES TO WS-INPUT.
           EXEC CICS RECEIVE
                INTO (WS-INPUT)
                LENGTH (WS-INPUTLEN)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       RUN-CONTROL-START.
           MOVE 'START' TO RCTL-FUNCTION.
           MOVE 'ZCXHAND' TO RCTL-STEP.
           MOVE WS-INPUT TO RCTL-PARMTEXT.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
           IF RCTL-GO AND RCTL-REASON NOT = SPACES
              DISPLAY 'ZCXHAND RERUN FORCED - ' RCTL-REASON
           END-IF.
           MOVE 'O' TO RCTL-OUTCOME.
           MOVE SPACES TO RCTL-MESSAGE.
       RUN-CONTROL-END.
           MOVE 'END' TO RCTL-FUNCTION.
           COMPUTE RCTL-COUNT-IN = DELTA-ROWS + MERGES-FOUND.
           IF RCTL-OUTCOME-OK
              COMPUTE RCTL-COUNT-OUT = DELTA-ROWS + MERGES-FOUND
           ELSE
              MOVE 0 TO RCTL-COUNT-OUT
           END-IF.
           MOVE OTHER-FOUND TO RCTL-COUNT-EXC.
           CALL 'ZCXRCTL' USING ZCXRCTL-PARMS.
       COUNT-DELTA.
           OPEN INPUT DELTA-FILE.
           PERFORM UNTIL DELTA-EOF
              READ DELTA-FILE
                 AT END
                    SET DELTA-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO DELTA-ROWS
                    EVALUATE DL-TYPE
                       WHEN 'A'
                          ADD 1 TO ADDS-FOUND
                       WHEN 'C'
                          ADD 1 TO CHANGES-FOUND
                       WHEN 'D'
                          ADD 1 TO DELETES-FOUND
                       WHEN OTHER
                          ADD 1 TO OTHER-FOUND
                    END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE DELTA-FILE.
       COUNT-MERGE-FEED.
           OPEN INPUT MERGE-FEED.
           PERFORM UNTIL FEED-EOF
              READ MERGE-FEED
                 AT END
                    SET FEED-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO MERGES-FOUND
              END-READ
           END-PERFORM.
           CLOSE MERGE-FEED.
       CHECK-AGAINST-SNAPSHOT.
      *    ZCXSNAP's run-control row holds the A/C/D rows it wrote for
      *    this business date.  A different count on disk means the
      *    delta is not the one the chain checked, and a row of a
      *    type billing does not know is just as unfit to send.
           MOVE RCTL-DATE TO RUN-DATE.
           MOVE RUN-CHAIN-STEP(1) TO RUN-STEP.
           EXEC CICS READ
                FILE('ZCXRUN')
                INTO (RUN-RECORD)
                LENGTH(RUN-RECORD-LENGTH)
                RIDFLD(RUN-KEY)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'F' TO RCTL-OUTCOME
              MOVE 'NO ZCXSNAP RUN-CONTROL ROW FOR THIS DATE'
                TO RCTL-MESSAGE
           ELSE
              IF RUN-COUNT-OUT NOT = DELTA-ROWS
                 MOVE 'F' TO RCTL-OUTCOME
                 MOVE 'DELTA ROWS DIFFER FROM ZCXSNAP COUNT'
                   TO RCTL-MESSAGE
                 DISPLAY 'ZCXHAND ZCXSNAP WROTE ' RUN-COUNT-OUT
                         ' DELTA ROWS, FILE HOLDS ' DELTA-ROWS
              END-IF
           END-IF.
           IF OTHER-FOUND > 0
              MOVE 'F' TO RCTL-OUTCOME
              MOVE 'DELTA HOLDS ROWS OF UNKNOWN TYPE'
                TO RCTL-MESSAGE
           END-IF.
