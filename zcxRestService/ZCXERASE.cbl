      * (ZCXERAID, one per line) and removes or scrubs that person    *
      * from every local copy:                                        *
      *  - deletes the keyed rows: ZCXCACHE, the ZCXSRCH search       *
      *    file, the ZCXXREF merge cross-reference, the nightly work  *
      *    files ZCXSNWK and ZCXCPWK, and -- by generic key -- any    *
      *    ZCXPEND, ZCXHIST, ZCXDEAD and ZCXAPPR entries and the      *
      *    person's ZCXEXCP steward exceptions;                       *
      *  - browses the files the person's ID does not key: the        *
      *    ZCXDPWK work file (keyed on name and date of birth) and    *
      *    the ZCXEXCP duplicate-pair items that name the person as   *
      *    the other half of the pair;                                *
      *  - scrubs AUD-RESPONSE in matching ZCXAUDIT rows in place,    *
      *    keeping the row itself so the trail of the call survives   *
      *    without the PII (current 670- and older 660- and 627-byte  *
      *    layouts, same split as ZCXAUDHK);                          *
      *  - copies the sequential files forward with the person        *
      *    removed or scrubbed: ZCXSNAPN to ZCXSNPNO, ZCXSNAPO to     *
      *    ZCXSNPOO and ZCXEVENT to ZCXEVNTO with the person's        *
      *    records dropped, ZCXRESLT to ZCXRSLTO with the response    *
      *    body overwritten, and the ZCXARCH audit archive to         *
      *    ZCXARCHO with the response scrubbed the same way as the    *
      *    live audit rows (the IDCAMS steps that follow in the job   *
      *    put the scrubbed copies back under the original names);    *
      *  - prints a signed-off manifest of what was scrubbed where    *
      *    to ZCXERMAN for the privacy binder.                        *
      ******************************************************************
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCH-OUT ASSIGN TO ZCXARCHO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EVENT-IN ASSIGN TO ZCXEVENT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENT-OUT ASSIGN TO ZCXEVNTO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO ZCXERMAN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FD  RESLT-OUT.
       01  RESLT-OUT-REC          PIC X(1050).
       FD  ARCH-IN.
       01  ARCH-IN-REC            PIC X(670).
       FD  ARCH-OUT.
       01  ARCH-OUT-REC           PIC X(670).
       FD  EVENT-IN.
       01  EVENT-IN-REC.
           03 EVI-TIMESTAMP       PIC X(18).
           03 EVI-PERSON-ID       PIC X(20).
           03 EVI-REST            PIC X(220).
       FD  EVENT-OUT.
       01  EVENT-OUT-REC          PIC X(258).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC           PIC X(80).
       WORKING-STORAGE SECTION.
       COPY AUDITREC.
       COPY ZCXDPWKR.
       COPY ZCXEXCR.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
             88 ID-TABLE-FULL     VALUE 'Y'.
          03 SCRUB-FULL-SW        PIC X(1) VALUE 'N'.
             88 SCRUB-TABLE-FULL  VALUE 'Y'.
          03 PURGE-FULL-SW        PIC X(1) VALUE 'N'.
             88 PURGE-TABLE-FULL  VALUE 'Y'.
          03 WS-RBA               PIC X(4) VALUE LOW-VALUES.
          03 WS-TODAY-ABS         PIC S9(15) USAGE COMP.
          03 WS-TODAY-X           PIC X(8).
          03 WS-MATCH-IDX         PIC S9(8) USAGE BINARY.
          03 WS-MATCH-ID          PIC X(20).
          03 WS-PURGE-KEY         PIC X(70).
          03 WS-ID-LEN            PIC S9(4) USAGE BINARY.
          03 WS-SCAN-PTR          PIC S9(8) USAGE BINARY.
          03 WS-SCAN-LIMIT        PIC S9(8) USAGE BINARY.
          03 PEND-DELETED         PIC 9(5) VALUE 0.
          03 HIST-DELETED         PIC 9(5) VALUE 0.
          03 DEAD-DELETED         PIC 9(5) VALUE 0.
          03 APPR-DELETED         PIC 9(5) VALUE 0.
          03 XREF-DELETED         PIC 9(5) VALUE 0.
          03 EXCP-DELETED         PIC 9(5) VALUE 0.
          03 WORK-DELETED         PIC 9(5) VALUE 0.
          03 AUDIT-SCRUBBED       PIC 9(5) VALUE 0.
          03 ARCH-SCRUBBED        PIC 9(5) VALUE 0.
          03 SNAPN-DROPPED        PIC 9(5) VALUE 0.
          03 SNAPO-DROPPED        PIC 9(5) VALUE 0.
          03 EVENT-DROPPED        PIC 9(5) VALUE 0.
          03 RESLT-SCRUBBED       PIC 9(5) VALUE 0.
          03 MANIFEST-LINE        PIC X(80).
       01 ERASE-ID-TABLE.
             05 SRB-RBA            PIC X(4).
             05 SRB-ID-IDX         PIC S9(8) USAGE BINARY.
       01 SRB-ENTRY-COUNT          PIC S9(8) USAGE BINARY VALUE 0.
       01 PURGE-KEY-TABLE.
          03 PKY-ENTRY OCCURS 1000 TIMES INDEXED BY PKY-IDX.
             05 PKY-KEY            PIC X(70).
             05 PKY-ID-IDX         PIC S9(8) USAGE BINARY.
       01 PKY-ENTRY-COUNT          PIC S9(8) USAGE BINARY VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
              PERFORM SCRUB-SNAPSHOT-O
              PERFORM SCRUB-RESULT-FILE
              PERFORM SCRUB-ARCHIVE-FILE
              PERFORM SCRUB-EVENT-FILE
           END-IF.
           PERFORM WRITE-MANIFEST.
           IF ID-TABLE-FULL
              DISPLAY 'ZCXERASE AUDIT SCRUB TABLE FULL - '
                      'RERUN TO FINISH THE AUDIT FILE'
           END-IF.
           IF PURGE-TABLE-FULL
              DISPLAY 'ZCXERASE PURGE KEY TABLE FULL - '
                      'RERUN TO FINISH ZCXDPWK AND ZCXEXCP'
           END-IF.
           DISPLAY 'ZCXERASE IDS=' EID-ENTRY-COUNT
                   ' CACHE=' CACHE-DELETED
                   ' SRCH=' SRCH-DELETED
                   ' SNAPN=' SNAPN-DROPPED
                   ' SNAPO=' SNAPO-DROPPED
                   ' RESLT=' RESLT-SCRUBBED.
           DISPLAY 'ZCXERASE APPR=' APPR-DELETED
                   ' XREF=' XREF-DELETED
                   ' EXCP=' EXCP-DELETED
                   ' WORK=' WORK-DELETED
                   ' EVENT=' EVENT-DROPPED.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
           INITIALIZE WS.
           INITIALIZE ERASE-ID-TABLE.
           INITIALIZE SCRUB-RBA-TABLE.
           INITIALIZE PURGE-KEY-TABLE.
           MOVE 0 TO EID-ENTRY-COUNT.
           MOVE 0 TO PKY-ENTRY-COUNT.
           MOVE 0 TO SRB-ENTRY-COUNT.
           EXEC CICS ASKTIME
                ABSTIME(WS-TODAY-ABS)
                   UNTIL EID-IDX > EID-ENTRY-COUNT
              PERFORM ERASE-ONE-PERSON-KEYED
           END-PERFORM.
           PERFORM PURGE-DUPS-WORK-FILE.
           PERFORM PURGE-PAIR-EXCEPTIONS.
       ERASE-ONE-PERSON-KEYED.
      *    The cache, search, cross-reference and work-file rows are
      *    keyed on the bare person ID; the pending, history,
      *    dead-letter, approval and exception files carry the ID as
      *    the front of a compound key, so those deletes go generic
      *    and NUMREC says how many rows went.  A row already absent
      *    is simply not counted.
              ADD WS-NUMREC TO DEAD-DELETED
              ADD WS-NUMREC TO EID-COUNT(EID-IDX)
           END-IF.
           MOVE 0 TO WS-NUMREC.
           EXEC CICS DELETE
                FILE('ZCXAPPR')
                RIDFLD(EID-ID(EID-IDX))
                KEYLENGTH(20)
                GENERIC
                NUMREC(WS-NUMREC)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND WS-NUMREC > 0
              ADD WS-NUMREC TO APPR-DELETED
              ADD WS-NUMREC TO EID-COUNT(EID-IDX)
           END-IF.
           MOVE 0 TO WS-NUMREC.
           EXEC CICS DELETE
                FILE('ZCXEXCP')
                RIDFLD(EID-ID(EID-IDX))
                KEYLENGTH(20)
                GENERIC
                NUMREC(WS-NUMREC)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND WS-NUMREC > 0
              ADD WS-NUMREC TO EXCP-DELETED
              ADD WS-NUMREC TO EID-COUNT(EID-IDX)
           END-IF.
           EXEC CICS DELETE
                FILE('ZCXXREF')
                RIDFLD(EID-ID(EID-IDX))
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO XREF-DELETED
              ADD 1 TO EID-COUNT(EID-IDX)
           END-IF.
      *    The nightly work files are cleared only when their step
      *    next runs, so until then they hold a copy of the roster.
           EXEC CICS DELETE
                FILE('ZCXSNWK')
                RIDFLD(EID-ID(EID-IDX))
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WORK-DELETED
              ADD 1 TO EID-COUNT(EID-IDX)
           END-IF.
           EXEC CICS DELETE
                FILE('ZCXCPWK')
                RIDFLD(EID-ID(EID-IDX))
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              ADD 1 TO WORK-DELETED
              ADD 1 TO EID-COUNT(EID-IDX)
           END-IF.
       PURGE-DUPS-WORK-FILE.
      *    ZCXDPWK is keyed on name and date of birth, so the person's
      *    row cannot be reached by ID.  Two passes, as for the audit
      *    file: a browse collects the key of every row that belongs
      *    to an erased person, then each collected row is deleted.
           MOVE 0 TO PKY-ENTRY-COUNT.
           MOVE LOW-VALUES TO WS-PURGE-KEY.
           EXEC CICS STARTBR
                FILE('ZCXDPWK')
                RIDFLD(WS-PURGE-KEY)
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
                   FILE('ZCXDPWK')
                   INTO (DPWK-RECORD)
                   LENGTH(DPWK-RECORD-LENGTH)
                   RIDFLD(WS-PURGE-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE DPWK-PERSON-ID TO WS-MATCH-ID
                 PERFORM FIND-ID-EXACT
                 IF WS-MATCH-IDX > 0
                    MOVE DPWK-KEY TO WS-PURGE-KEY
                    PERFORM COLLECT-PURGE-KEY
                 END-IF
              ELSE
                 SET BROWSE-EOF TO TRUE
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXDPWK')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           PERFORM VARYING PKY-IDX FROM 1 BY 1
                   UNTIL PKY-IDX > PKY-ENTRY-COUNT
              EXEC CICS DELETE
                   FILE('ZCXDPWK')
                   RIDFLD(PKY-KEY(PKY-IDX))
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 ADD 1 TO WORK-DELETED
                 SET EID-IDX TO PKY-ID-IDX(PKY-IDX)
                 ADD 1 TO EID-COUNT(EID-IDX)
              END-IF
           END-PERFORM.
       PURGE-PAIR-EXCEPTIONS.
      *    A duplicate-pair item is keyed on the lower person ID and
      *    carries the other one as its qualifier.  The erased
      *    person's own items went with the generic delete; this
      *    browse finds the items where the person is the other half
      *    of the pair, then deletes them the same way.
           MOVE 0 TO PKY-ENTRY-COUNT.
           MOVE LOW-VALUES TO WS-PURGE-KEY.
           EXEC CICS STARTBR
                FILE('ZCXEXCP')
                RIDFLD(WS-PURGE-KEY)
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
                   FILE('ZCXEXCP')
                   INTO (EXC-RECORD)
                   LENGTH(EXC-RECORD-LENGTH)
                   RIDFLD(WS-PURGE-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 IF EXC-TYPE = 'DUPLICAT' OR EXC-TYPE = 'ADDRDIFF'
                    MOVE EXC-QUALIFIER TO WS-MATCH-ID
                    PERFORM FIND-ID-EXACT
                    IF WS-MATCH-IDX > 0
                       MOVE EXC-KEY TO WS-PURGE-KEY
                       PERFORM COLLECT-PURGE-KEY
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
           PERFORM VARYING PKY-IDX FROM 1 BY 1
                   UNTIL PKY-IDX > PKY-ENTRY-COUNT
              MOVE PKY-KEY(PKY-IDX) TO EXC-KEY
              EXEC CICS DELETE
                   FILE('ZCXEXCP')
                   RIDFLD(EXC-KEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 ADD 1 TO EXCP-DELETED
                 SET EID-IDX TO PKY-ID-IDX(PKY-IDX)
                 ADD 1 TO EID-COUNT(EID-IDX)
              END-IF
           END-PERFORM.
       COLLECT-PURGE-KEY.
           IF PKY-ENTRY-COUNT < 1000
              ADD 1 TO PKY-ENTRY-COUNT
              SET PKY-IDX TO PKY-ENTRY-COUNT
              MOVE WS-PURGE-KEY TO PKY-KEY(PKY-IDX)
              MOVE WS-MATCH-IDX TO PKY-ID-IDX(PKY-IDX)
           ELSE
              SET PURGE-TABLE-FULL TO TRUE
           END-IF.
       FIND-ID-EXACT.
           MOVE 0 TO WS-MATCH-IDX.
           PERFORM VARYING EID-IDX FROM 1 BY 1
                   UNTIL EID-IDX > EID-ENTRY-COUNT
                      OR WS-MATCH-IDX > 0
              IF WS-MATCH-ID = EID-ID(EID-IDX)
                 SET WS-MATCH-IDX TO EID-IDX
              END-IF
           END-PERFORM.
       SCRUB-AUDIT-FILE.
      *    Two passes: a browse collects the RBA of every row whose
      *    path names an erased person (a REWRITE against a file this
      *    Re-read by RBA under UPDATE and REWRITE at the same
      *    length.  A 627-byte row predates the request-ID field, so
      *    its response sits 32 bytes earlier -- the same layout
      *    split CONVERT-OLD-ROW in ZCXAUDHK handles.  A 660-byte row
      *    only lacks the trailing transaction ID and verb, so its
      *    response is where the current layout has it.
           MOVE SRB-RBA(SRB-IDX) TO WS-RBA.
           MOVE LENGTH OF AUDIT-RECORD TO AUDIT-RECORD-LENGTH.
           EXEC CICS READ
           END-IF.
           MOVE AUDIT-RECORD TO ARCH-OUT-REC.
           WRITE ARCH-OUT-REC.
       SCRUB-EVENT-FILE.
      *    An event carries the person's after-image, so the erased
      *    person's events are dropped outright like snapshot rows.
           OPEN INPUT EVENT-IN.
           OPEN OUTPUT EVENT-OUT.
           MOVE 'N' TO FILE-EOF-SW.
           PERFORM UNTIL FILE-EOF
              READ EVENT-IN
                 AT END
                    SET FILE-EOF TO TRUE
                 NOT AT END
                    PERFORM COPY-ONE-EVENT-ROW
              END-READ
           END-PERFORM.
           CLOSE EVENT-IN.
           CLOSE EVENT-OUT.
       COPY-ONE-EVENT-ROW.
           MOVE EVI-PERSON-ID TO WS-MATCH-ID.
           PERFORM FIND-ID-EXACT.
           IF WS-MATCH-IDX > 0
              ADD 1 TO EVENT-DROPPED
              SET EID-IDX TO WS-MATCH-IDX
              ADD 1 TO EID-COUNT(EID-IDX)
           ELSE
              MOVE EVENT-IN-REC TO EVENT-OUT-REC
              WRITE EVENT-OUT-REC
           END-IF.
       WRITE-MANIFEST.
      *    The page that goes in the privacy binder: when the run
      *    went, what was taken out of which copy, and one line per
           MOVE MANIFEST-LINE TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-LINE.
           STRING 'ROWS REMOVED  APPROVAL ' DELIMITED BY SIZE
                  APPR-DELETED DELIMITED BY SIZE
                  '  XREF ' DELIMITED BY SIZE
                  XREF-DELETED DELIMITED BY SIZE
                  '  EXCEPTION ' DELIMITED BY SIZE
                  EXCP-DELETED DELIMITED BY SIZE
                  '  WORK FILES ' DELIMITED BY SIZE
                  WORK-DELETED DELIMITED BY SIZE
              INTO MANIFEST-LINE
           END-STRING.
           MOVE MANIFEST-LINE TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-LINE.
           STRING 'ROWS SCRUBBED AUDIT ' DELIMITED BY SIZE
                  AUDIT-SCRUBBED DELIMITED BY SIZE
                  '  ARCHIVE ' DELIMITED BY SIZE
                  SNAPN-DROPPED DELIMITED BY SIZE
                  '  OLD ' DELIMITED BY SIZE
                  SNAPO-DROPPED DELIMITED BY SIZE
                  '  EVENTS ' DELIMITED BY SIZE
                  EVENT-DROPPED DELIMITED BY SIZE
              INTO MANIFEST-LINE
           END-STRING.
           MOVE MANIFEST-LINE TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE 'SCRUBBED COPIES ON DD ZCXSNPNO/ZCXSNPOO/ZCXRSLTO/ZCXAR
      -         'CHO/ZCXEVNTO' TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           PERFORM VARYING EID-IDX FROM 1 BY 1
                   UNTIL EID-IDX > EID-ENTRY-COUNT
