       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXSAR.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Subject access report: everything we hold on one person.      *
      * When a person asked what data we hold on them, someone ran a  *
      * GET in CICS2ZCX and stopped there -- but copies of the record *
      * sit in a dozen local files.  This run takes a file of person  *
      * IDs (ZCXSARID, one per line, the same layout as ZCXERAID for  *
      * erasure) and writes, per person, a readable disclosure        *
      * document to ZCXSARPT:                                         *
      *  - every local copy with its field values and dates: the      *
      *    ZCXCACHE fallback copy, the ZCXSRCH search copy, the       *
      *    ZCXSNAPN/ZCXSNAPO snapshots, updates queued in ZCXPEND,    *
      *    rejected in ZCXDEAD or held in ZCXAPPR (with the base and  *
      *    current images a conflict check kept), a merge recorded in *
      *    ZCXXREF, the ZCXRESLT sweep results, steward exceptions    *
      *    and their notes in ZCXEXCP (including the duplicate-pair   *
      *    items held under the other person's ID), the after-images  *
      *    of the intraday change events in ZCXEVENT, and the copies  *
      *    in the nightly work files ZCXSNWK, ZCXCPWK and ZCXDPWK;    *
      *  - the full night-by-night change history from ZCXHIST;       *
      *  - every call in the ZCXARCH archive and the live ZCXAUDIT    *
      *    file that viewed or changed the record -- when, by which   *
      *    userid, from which terminal -- with the response body we   *
      *    kept.  A call on a single-person path is matched on the    *
      *    path; a bare-path CICS2ZCX lookup or a roster page on the  *
      *    "id" member of the body; a tagged row (approval, merge,    *
      *    dead-letter) on the ID as a word in its text.              *
      * ZCXSAMAN gets the manifest: every file searched, per person,  *
      * with its row count and DATA HELD / NO DATA, or UNAVAILABLE    *
      * when a keyed file could not be read, so the privacy officer   *
      * can show the search was complete.  Subject access requests    *
      * come a handful at a time, so each person is a separate pass   *
      * over the sequential files and the audit trail.                *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SAR-ID-FILE ASSIGN TO ZCXSARID
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAPN-IN ASSIGN TO ZCXSNAPN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAPO-IN ASSIGN TO ZCXSNAPO
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESLT-IN ASSIGN TO ZCXRESLT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCH-IN ASSIGN TO ZCXARCH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EVENT-IN ASSIGN TO ZCXEVENT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISCLOSURE-FILE ASSIGN TO ZCXSARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE ASSIGN TO ZCXSAMAN
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SAR-ID-FILE.
       01  SAR-ID-REC.
           03 SI-PERSON-ID        PIC X(20).
       FD  SNAPN-IN.
       01  SNAPN-IN-REC.
           03 SNI-ID              PIC X(20).
           03 SNI-REST            PIC X(150).
       FD  SNAPO-IN.
       01  SNAPO-IN-REC.
           03 SOI-ID              PIC X(20).
           03 SOI-REST            PIC X(150).
       FD  RESLT-IN.
       01  RESLT-IN-REC.
           03 RSI-PERSON-ID       PIC X(20).
           03 RSI-FILLER1         PIC X(1).
           03 RSI-STATUSCODE      PIC 9(4).
           03 RSI-FILLER2         PIC X(1).
           03 RSI-RESPONSE        PIC X(1024).
       FD  ARCH-IN.
       01  ARCH-IN-REC            PIC X(670).
       FD  EVENT-IN.
       01  EVENT-IN-REC           PIC X(258).
       FD  DISCLOSURE-FILE.
       01  DISCLOSURE-REC         PIC X(132).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC           PIC X(80).
       WORKING-STORAGE SECTION.
       COPY ZCXCFG.
       COPY AUDITREC.
       COPY ZCXCACHE.
       COPY ZCXSRCHR.
       COPY ZCXHISTR.
       COPY ZCXPENDR.
       COPY ZCXDEADR.
       COPY ZCXAPPRR.
       COPY ZCXXREFR.
       COPY ZCXEXCR.
       COPY ZCXEVTR.
       COPY ZCXSNWKR.
       COPY ZCXCPWKR.
       COPY ZCXDPWKR.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 ID-EOF-SW            PIC X(1) VALUE 'N'.
             88 ID-EOF            VALUE 'Y'.
          03 FILE-EOF-SW          PIC X(1) VALUE 'N'.
             88 FILE-EOF          VALUE 'Y'.
          03 BROWSE-EOF-SW        PIC X(1) VALUE 'N'.
             88 BROWSE-EOF        VALUE 'Y'.
          03 ID-FULL-SW           PIC X(1) VALUE 'N'.
             88 ID-TABLE-FULL     VALUE 'Y'.
          03 MATCHED-SW           PIC X(1) VALUE 'N'.
             88 ROW-MATCHED       VALUE 'Y'.
          03 WS-RBA               PIC X(4) VALUE LOW-VALUES.
          03 WS-TODAY-ABS         PIC S9(15) USAGE COMP.
          03 WS-TODAY-X           PIC X(8).
          03 WS-FILE-NO           PIC S9(4) USAGE BINARY.
          03 WS-ID-LEN            PIC S9(4) USAGE BINARY.
          03 WS-SCAN-PTR          PIC S9(8) USAGE BINARY.
          03 WS-SCAN-LIMIT        PIC S9(8) USAGE BINARY.
          03 WS-NEXT-CHAR         PIC X(1).
          03 WS-PREV-CHAR         PIC X(1).
          03 WS-HIST-BRKEY.
             05 WS-HBR-PERSON-ID  PIC X(20).
             05 WS-HBR-DATE       PIC X(8).
          03 WS-STAMP-BRKEY.
             05 WS-SBR-PERSON-ID  PIC X(20).
             05 WS-SBR-STAMP      PIC X(18).
          03 WS-EXC-BRKEY.
             05 WS-EBR-PERSON-ID  PIC X(20).
             05 WS-EBR-REST       PIC X(28).
          03 WS-DPWK-BRKEY        PIC X(70).
          03 WS-IMG-LABEL         PIC X(8).
          03 WS-BODY              PIC X(1024).
          03 WS-BODY-LEN          PIC S9(8) USAGE BINARY.
          03 WS-STATUS-X          PIC 9(4).
          03 WS-COUNT-X           PIC 9(5).
          03 OLD-ROW-TAIL         PIC X(517).
          03 DISC-LINE            PIC X(132).
          03 MANIFEST-LINE        PIC X(80).
          03 PERSONS-DISCLOSED    PIC 9(5) VALUE 0.
          03 PERSONS-WITH-DATA    PIC 9(5) VALUE 0.
          03 PERSON-TOTAL         PIC 9(8) USAGE COMP.
      *    Manifest order of the files searched.  Kept outside WS so
      *    INITIALIZE WS leaves the names and numbers alone.
       01 SAR-FILE-NAMES.
          03 FILLER               PIC X(24)
                VALUE 'ZCXCACHEZCXSRCH ZCXSNAPN'.
          03 FILLER               PIC X(24)
                VALUE 'ZCXSNAPOZCXHIST ZCXPEND '.
          03 FILLER               PIC X(24)
                VALUE 'ZCXDEAD ZCXAPPR ZCXXREF '.
          03 FILLER               PIC X(24)
                VALUE 'ZCXRESLTZCXARCH ZCXAUDIT'.
          03 FILLER               PIC X(24)
                VALUE 'ZCXEXCP ZCXEVENTZCXSNWK '.
          03 FILLER               PIC X(16)
                VALUE 'ZCXCPWK ZCXDPWK '.
       01 SAR-FILE-TABLE REDEFINES SAR-FILE-NAMES.
          03 SFN-NAME OCCURS 17 TIMES PIC X(8).
       01 SAR-FILE-NUMBERS.
          03 F-CACHE              PIC S9(4) USAGE BINARY VALUE 1.
          03 F-SRCH               PIC S9(4) USAGE BINARY VALUE 2.
          03 F-SNAPN              PIC S9(4) USAGE BINARY VALUE 3.
          03 F-SNAPO              PIC S9(4) USAGE BINARY VALUE 4.
          03 F-HIST               PIC S9(4) USAGE BINARY VALUE 5.
          03 F-PEND               PIC S9(4) USAGE BINARY VALUE 6.
          03 F-DEAD               PIC S9(4) USAGE BINARY VALUE 7.
          03 F-APPR               PIC S9(4) USAGE BINARY VALUE 8.
          03 F-XREF               PIC S9(4) USAGE BINARY VALUE 9.
          03 F-RESLT              PIC S9(4) USAGE BINARY VALUE 10.
          03 F-ARCH               PIC S9(4) USAGE BINARY VALUE 11.
          03 F-AUDIT              PIC S9(4) USAGE BINARY VALUE 12.
          03 F-EXCP               PIC S9(4) USAGE BINARY VALUE 13.
          03 F-EVENT              PIC S9(4) USAGE BINARY VALUE 14.
          03 F-SNWK               PIC S9(4) USAGE BINARY VALUE 15.
          03 F-CPWK               PIC S9(4) USAGE BINARY VALUE 16.
          03 F-DPWK               PIC S9(4) USAGE BINARY VALUE 17.
       01 SAR-ID-TABLE.
          03 SID-ENTRY OCCURS 500 TIMES INDEXED BY SID-IDX.
             05 SID-ID             PIC X(20).
             05 SID-LEN            PIC S9(4) USAGE BINARY.
             05 SID-FILE OCCURS 17 TIMES.
                07 SID-ROWS        PIC 9(5).
                07 SID-STATE       PIC X(1).
                   88 SID-SEARCHED    VALUE 'S'.
                   88 SID-UNAVAILABLE VALUE 'U'.
       01 SID-ENTRY-COUNT          PIC S9(8) USAGE BINARY VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           PERFORM LOAD-SAR-IDS.
           OPEN OUTPUT DISCLOSURE-FILE.
           PERFORM VARYING SID-IDX FROM 1 BY 1
                   UNTIL SID-IDX > SID-ENTRY-COUNT
              PERFORM DISCLOSE-ONE-PERSON
           END-PERFORM.
           CLOSE DISCLOSURE-FILE.
           PERFORM WRITE-MANIFEST.
           IF ID-TABLE-FULL
              DISPLAY 'ZCXSAR ID TABLE FULL - '
                      'RERUN WITH THE REMAINING IDS'
           END-IF.
           DISPLAY 'ZCXSAR IDS=' SID-ENTRY-COUNT
                   ' DISCLOSED=' PERSONS-DISCLOSED
                   ' WITH-DATA=' PERSONS-WITH-DATA.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE SAR-ID-TABLE.
           MOVE 0 TO SID-ENTRY-COUNT.
           EXEC CICS ASKTIME
                ABSTIME(WS-TODAY-ABS)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-TODAY-ABS)
                YYYYMMDD(WS-TODAY-X)
                END-EXEC.
           PERFORM CONFIG-LOOKUP.
       CONFIG-LOOKUP.
      *    The path prefix tells a service call from a tagged row.
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
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM CONFIG-DEFAULTS
           END-IF.
       CONFIG-DEFAULTS.
      *    No control record found for this APPLID -- fall back to the
      *    values used before the config lookup existed.
           MOVE '/api/person' TO ZCX-CFG-PATHPREFIX.
           MOVE 11 TO ZCX-CFG-PATHPFXLEN.
       LOAD-SAR-IDS.
           OPEN INPUT SAR-ID-FILE.
           MOVE 'N' TO ID-EOF-SW.
           PERFORM UNTIL ID-EOF
              READ SAR-ID-FILE
                 AT END
                    SET ID-EOF TO TRUE
                 NOT AT END
                    PERFORM LOAD-ONE-ID
              END-READ
           END-PERFORM.
           CLOSE SAR-ID-FILE.
       LOAD-ONE-ID.
           IF SI-PERSON-ID = SPACES
              CONTINUE
           ELSE
              IF SID-ENTRY-COUNT < 500
                 ADD 1 TO SID-ENTRY-COUNT
                 SET SID-IDX TO SID-ENTRY-COUNT
                 MOVE SI-PERSON-ID TO SID-ID(SID-IDX)
                 COMPUTE SID-LEN(SID-IDX) =
                    FUNCTION LENGTH(FUNCTION TRIM(SI-PERSON-ID))
              ELSE
                 SET ID-TABLE-FULL TO TRUE
                 DISPLAY 'ZCXSAR ID TABLE FULL, SKIPPING '
                         SI-PERSON-ID
              END-IF
           END-IF.
       DISCLOSE-ONE-PERSON.
           MOVE ALL '=' TO DISC-LINE(1:72).
           PERFORM PUT-LINE.
           STRING 'SUBJECT ACCESS DISCLOSURE FOR PERSON '
                     DELIMITED BY SIZE
                  SID-ID(SID-IDX) DELIMITED BY SPACE
              INTO DISC-LINE
           END-STRING.
           PERFORM PUT-LINE.
           STRING 'PREPARED ' DELIMITED BY SIZE
                  WS-TODAY-X DELIMITED BY SIZE
                  ' FROM EVERY LOCAL COPY HELD BY ZCXRESTSERVICE'
                     DELIMITED BY SIZE
              INTO DISC-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE ALL '=' TO DISC-LINE(1:72).
           PERFORM PUT-LINE.
           PERFORM DISCLOSE-CACHE.
           PERFORM DISCLOSE-SEARCH.
           PERFORM DISCLOSE-SNAPSHOT-N.
           PERFORM DISCLOSE-SNAPSHOT-O.
           PERFORM DISCLOSE-HISTORY.
           PERFORM DISCLOSE-PENDING.
           PERFORM DISCLOSE-DEAD.
           PERFORM DISCLOSE-APPROVALS.
           PERFORM DISCLOSE-XREF.
           PERFORM DISCLOSE-RESULTS.
           PERFORM DISCLOSE-EXCEPTIONS.
           PERFORM DISCLOSE-EVENTS.
           PERFORM DISCLOSE-SNAP-WORK.
           PERFORM DISCLOSE-COMPARE-WORK.
           PERFORM DISCLOSE-DUPS-WORK.
           PERFORM DISCLOSE-ACCESS.
           MOVE 'END OF DISCLOSURE' TO DISC-LINE.
           PERFORM PUT-LINE.
           PERFORM PUT-LINE.
           ADD 1 TO PERSONS-DISCLOSED.
           MOVE 0 TO PERSON-TOTAL.
           PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                   UNTIL WS-FILE-NO > 17
              ADD SID-ROWS(SID-IDX, WS-FILE-NO) TO PERSON-TOTAL
           END-PERFORM.
           IF PERSON-TOTAL > 0
              ADD 1 TO PERSONS-WITH-DATA
           END-IF.
       PUT-LINE.
           MOVE DISC-LINE TO DISCLOSURE-REC.
           WRITE DISCLOSURE-REC.
           MOVE SPACES TO DISC-LINE.
       START-SECTION.
      *    DISC-LINE carries the section title on the way in.
           PERFORM PUT-LINE.
           MOVE 'S' TO SID-STATE(SID-IDX, WS-FILE-NO).
           MOVE 0 TO SID-ROWS(SID-IDX, WS-FILE-NO).
       END-SECTION.
           IF SID-UNAVAILABLE(SID-IDX, WS-FILE-NO)
              MOVE '    FILE UNAVAILABLE - NOT SEARCHED' TO DISC-LINE
              PERFORM PUT-LINE
           ELSE
              IF SID-ROWS(SID-IDX, WS-FILE-NO) = 0
                 MOVE '    NO DATA HELD' TO DISC-LINE
                 PERFORM PUT-LINE
              END-IF
           END-IF.
       COUNT-ROW.
           ADD 1 TO SID-ROWS(SID-IDX, WS-FILE-NO).
       PRINT-IMAGE.
      *    A 170-byte person image (snapshot, search and history
      *    layout) sits in SRCH-RECORD; WS-IMG-LABEL says which copy.
           STRING '    ' DELIMITED BY SIZE
                  WS-IMG-LABEL DELIMITED BY SIZE
                  ' NAME: ' DELIMITED BY SIZE
                  SRCH-NAME DELIMITED BY '  '
                  '  DOB: ' DELIMITED BY SIZE
                  SRCH-DOB DELIMITED BY SIZE
              INTO DISC-LINE
           END-STRING.
           PERFORM PUT-LINE.
           STRING '    ' DELIMITED BY SIZE
                  WS-IMG-LABEL DELIMITED BY SIZE
                  ' ADDRESS: ' DELIMITED BY SIZE
                  SRCH-STREET DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  SRCH-ZIP DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SRCH-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  SRCH-COUNTRY DELIMITED BY '  '
              INTO DISC-LINE
           END-STRING.
           PERFORM PUT-LINE.
       PRINT-BODY.
      *    A kept request or response body, 100 bytes a line, blank
      *    stretches left out.
           PERFORM VARYING WS-SCAN-PTR FROM 1 BY 100
                   UNTIL WS-SCAN-PTR > WS-BODY-LEN
              IF WS-BODY(WS-SCAN-PTR:100) NOT = SPACES
                 STRING '      ' DELIMITED BY SIZE
                        WS-BODY(WS-SCAN-PTR:100) DELIMITED BY SIZE
                    INTO DISC-LINE
                 END-STRING
                 PERFORM PUT-LINE
              END-IF
           END-PERFORM.
       DISCLOSE-CACHE.
           MOVE F-CACHE TO WS-FILE-NO.
           MOVE '-- ZCXCACHE: LAST COPY FETCHED FROM THE SERVICE'
              TO DISC-LINE.
           PERFORM START-SECTION.
           EXEC CICS READ
                FILE('ZCXCACHE')
                INTO (CACHE-RECORD)
                LENGTH(CACHE-RECORD-LENGTH)
                RIDFLD(SID-ID(SID-IDX))
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM COUNT-ROW
              MOVE CAC-PERSON-ID TO SRCH-PERSON-ID
              MOVE CAC-NAME TO SRCH-NAME
              MOVE CAC-DOB TO SRCH-DOB
              MOVE CAC-STREET TO SRCH-STREET
              MOVE CAC-CITY TO SRCH-CITY
              MOVE CAC-ZIP TO SRCH-ZIP
              MOVE CAC-COUNTRY TO SRCH-COUNTRY
              MOVE SPACES TO WS-IMG-LABEL
              PERFORM PRINT-IMAGE
              STRING '    FETCHED ' DELIMITED BY SIZE
                     CAC-FETCHED DELIMITED BY SIZE
                 INTO DISC-LINE
              END-STRING
              PERFORM PUT-LINE
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM END-SECTION.
       DISCLOSE-SEARCH.
           MOVE F-SRCH TO WS-FILE-NO.
           MOVE '-- ZCXSRCH: NIGHTLY SEARCH COPY' TO DISC-LINE.
           PERFORM START-SECTION.
           EXEC CICS READ
                FILE('ZCXSRCH')
                INTO (SRCH-RECORD)
                LENGTH(SRCH-RECORD-LENGTH)
                RIDFLD(SID-ID(SID-IDX))
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM COUNT-ROW
              MOVE SPACES TO WS-IMG-LABEL
              PERFORM PRINT-IMAGE
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM END-SECTION.
       DISCLOSE-SNAPSHOT-N.
           MOVE F-SNAPN TO WS-FILE-NO.
           MOVE '-- ZCXSNAPN: LATEST NIGHTLY SNAPSHOT' TO DISC-LINE.
           PERFORM START-SECTION.
           OPEN INPUT SNAPN-IN.
           MOVE 'N' TO FILE-EOF-SW.
           PERFORM UNTIL FILE-EOF
              READ SNAPN-IN
                 AT END
                    SET FILE-EOF TO TRUE
                 NOT AT END
                    IF SNI-ID = SID-ID(SID-IDX)
                       PERFORM COUNT-ROW
                       MOVE SNAPN-IN-REC TO SRCH-RECORD
                       MOVE SPACES TO WS-IMG-LABEL
                       PERFORM PRINT-IMAGE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SNAPN-IN.
           PERFORM END-SECTION.
       DISCLOSE-SNAPSHOT-O.
           MOVE F-SNAPO TO WS-FILE-NO.
           MOVE '-- ZCXSNAPO: PREVIOUS NIGHTLY SNAPSHOT' TO DISC-LINE.
           PERFORM START-SECTION.
           OPEN INPUT SNAPO-IN.
           MOVE 'N' TO FILE-EOF-SW.
           PERFORM UNTIL FILE-EOF
              READ SNAPO-IN
                 AT END
                    SET FILE-EOF TO TRUE
                 NOT AT END
                    IF SOI-ID = SID-ID(SID-IDX)
                       PERFORM COUNT-ROW
                       MOVE SNAPO-IN-REC TO SRCH-RECORD
                       MOVE SPACES TO WS-IMG-LABEL
                       PERFORM PRINT-IMAGE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SNAPO-IN.
           PERFORM END-SECTION.
       DISCLOSE-HISTORY.
      *    The person's nights are contiguous under the key, so a
      *    browse from ID + LOW-VALUES runs until the ID changes.
           MOVE F-HIST TO WS-FILE-NO.
           MOVE '-- ZCXHIST: CHANGE HISTORY, NIGHT BY NIGHT'
              TO DISC-LINE.
           PERFORM START-SECTION.
           MOVE SID-ID(SID-IDX) TO WS-HBR-PERSON-ID.
           MOVE LOW-VALUES TO WS-HBR-DATE.
           EXEC CICS STARTBR
                FILE('ZCXHIST')
                RIDFLD(WS-HIST-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT
                   FILE('ZCXHIST')
                   INTO (HIST-RECORD)
                   LENGTH(HIST-RECORD-LENGTH)
                   RIDFLD(WS-HIST-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR HIST-PERSON-ID NOT = SID-ID(SID-IDX)
                 SET BROWSE-EOF TO TRUE
              ELSE
                 PERFORM COUNT-ROW
                 PERFORM PRINT-ONE-NIGHT
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXHIST')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           PERFORM END-SECTION.
       PRINT-ONE-NIGHT.
           EVALUATE TRUE
              WHEN HIST-ADD
                 STRING '  ' DELIMITED BY SIZE
                        HIST-DATE DELIMITED BY SIZE
                        ' ADDED' DELIMITED BY SIZE
                    INTO DISC-LINE
                 END-STRING
              WHEN HIST-CHANGE
                 STRING '  ' DELIMITED BY SIZE
                        HIST-DATE DELIMITED BY SIZE
                        ' CHANGED' DELIMITED BY SIZE
                    INTO DISC-LINE
                 END-STRING
              WHEN OTHER
                 STRING '  ' DELIMITED BY SIZE
                        HIST-DATE DELIMITED BY SIZE
                        ' DELETED' DELIMITED BY SIZE
                    INTO DISC-LINE
                 END-STRING
           END-EVALUATE.
           PERFORM PUT-LINE.
           IF NOT HIST-ADD
              MOVE HIST-BEFORE TO SRCH-RECORD
              MOVE 'BEFORE' TO WS-IMG-LABEL
              PERFORM PRINT-IMAGE
           END-IF.
           IF NOT HIST-DELETE
              MOVE HIST-AFTER TO SRCH-RECORD
              MOVE 'AFTER' TO WS-IMG-LABEL
              PERFORM PRINT-IMAGE
           END-IF.
       DISCLOSE-PENDING.
           MOVE F-PEND TO WS-FILE-NO.
           MOVE '-- ZCXPEND: UPDATES QUEUED DURING AN OUTAGE'
              TO DISC-LINE.
           PERFORM START-SECTION.
           MOVE SID-ID(SID-IDX) TO WS-SBR-PERSON-ID.
           MOVE LOW-VALUES TO WS-SBR-STAMP.
           EXEC CICS STARTBR
                FILE('ZCXPEND')
                RIDFLD(WS-STAMP-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              MOVE LENGTH OF PEND-RECORD TO PEND-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXPEND')
                   INTO (PEND-RECORD)
                   LENGTH(PEND-RECORD-LENGTH)
                   RIDFLD(WS-STAMP-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR PEND-PERSON-ID NOT = SID-ID(SID-IDX)
                 SET BROWSE-EOF TO TRUE
              ELSE
      *          A row queued before the fetched image was carried
      *          reads short -- its base would be the last row's.
                 IF PEND-RECORD-LENGTH < 770
                    MOVE SPACES TO PEND-BASE
                 END-IF
                 PERFORM COUNT-ROW
                 STRING '  CAPTURED ' DELIMITED BY SIZE
                        PEND-STAMP DELIMITED BY SIZE
                        ' BY ' DELIMITED BY SIZE
                        PEND-USERID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        PEND-VERB DELIMITED BY SIZE
                        ' REQUEST ' DELIMITED BY SIZE
                        PEND-REQUESTID DELIMITED BY SIZE
                    INTO DISC-LINE
                 END-STRING
                 PERFORM PUT-LINE
                 MOVE PEND-BODY TO WS-BODY
                 MOVE 512 TO WS-BODY-LEN
                 PERFORM PRINT-BODY
                 IF PEND-BASE NOT = SPACES
                    MOVE PEND-BASE TO SRCH-RECORD
                    MOVE 'BASE' TO WS-IMG-LABEL
                    PERFORM PRINT-IMAGE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXPEND')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           PERFORM END-SECTION.
       DISCLOSE-DEAD.
           MOVE F-DEAD TO WS-FILE-NO.
           MOVE '-- ZCXDEAD: QUEUED UPDATES THE SERVICE REJECTED'
              TO DISC-LINE.
           PERFORM START-SECTION.
           MOVE SID-ID(SID-IDX) TO WS-SBR-PERSON-ID.
           MOVE LOW-VALUES TO WS-SBR-STAMP.
           EXEC CICS STARTBR
                FILE('ZCXDEAD')
                RIDFLD(WS-STAMP-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              MOVE LENGTH OF DEAD-RECORD TO DEAD-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXDEAD')
                   INTO (DEAD-RECORD)
                   LENGTH(DEAD-RECORD-LENGTH)
                   RIDFLD(WS-STAMP-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR DEAD-PERSON-ID NOT = SID-ID(SID-IDX)
                 SET BROWSE-EOF TO TRUE
              ELSE
      *          A row written before the reason and images existed
      *          reads short -- a rejection with no images.
                 IF DEAD-RECORD-LENGTH < 952
                    MOVE SPACES TO DEAD-BASE
                    MOVE SPACES TO DEAD-CURRENT
                 END-IF
                 PERFORM COUNT-ROW
                 MOVE DEAD-STATUSCODE TO WS-STATUS-X
                 STRING '  CAPTURED ' DELIMITED BY SIZE
                        DEAD-STAMP DELIMITED BY SIZE
                        ' BY ' DELIMITED BY SIZE
                        DEAD-USERID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        DEAD-VERB DELIMITED BY SIZE
                        ' REJECTED STATUS ' DELIMITED BY SIZE
                        WS-STATUS-X DELIMITED BY SIZE
                        ' REQUEST ' DELIMITED BY SIZE
                        DEAD-REQUESTID DELIMITED BY SIZE
                    INTO DISC-LINE
                 END-STRING
                 PERFORM PUT-LINE
                 MOVE DEAD-BODY TO WS-BODY
                 MOVE 512 TO WS-BODY-LEN
                 PERFORM PRINT-BODY
                 IF DEAD-BASE NOT = SPACES
                    MOVE DEAD-BASE TO SRCH-RECORD
                    MOVE 'BASE' TO WS-IMG-LABEL
                    PERFORM PRINT-IMAGE
                 END-IF
                 IF DEAD-CURRENT NOT = SPACES
                    MOVE DEAD-CURRENT TO SRCH-RECORD
                    MOVE 'CURRENT' TO WS-IMG-LABEL
                    PERFORM PRINT-IMAGE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXDEAD')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           PERFORM END-SECTION.
       DISCLOSE-APPROVALS.
           MOVE F-APPR TO WS-FILE-NO.
           MOVE '-- ZCXAPPR: UPDATES AWAITING FOUR-EYES APPROVAL'
              TO DISC-LINE.
           PERFORM START-SECTION.
           MOVE SID-ID(SID-IDX) TO WS-SBR-PERSON-ID.
           MOVE LOW-VALUES TO WS-SBR-STAMP.
           EXEC CICS STARTBR
                FILE('ZCXAPPR')
                RIDFLD(WS-STAMP-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              MOVE LENGTH OF APPR-RECORD TO APPR-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXAPPR')
                   INTO (APPR-RECORD)
                   LENGTH(APPR-RECORD-LENGTH)
                   RIDFLD(WS-STAMP-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR APPR-PERSON-ID NOT = SID-ID(SID-IDX)
                 SET BROWSE-EOF TO TRUE
              ELSE
      *          A row held before the fetched image was carried
      *          reads short -- its base would be the last row's.
                 IF APPR-RECORD-LENGTH < 782
                    MOVE SPACES TO APPR-BASE
                 END-IF
                 PERFORM COUNT-ROW
                 STRING '  CAPTURED ' DELIMITED BY SIZE
                        APPR-STAMP DELIMITED BY SIZE
                        ' BY ' DELIMITED BY SIZE
                        APPR-USERID DELIMITED BY SIZE
                        ' TERMINAL ' DELIMITED BY SIZE
                        APPR-TERMID DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        APPR-VERB DELIMITED BY SIZE
                        ' REQUEST ' DELIMITED BY SIZE
                        APPR-REQUESTID DELIMITED BY SIZE
                    INTO DISC-LINE
                 END-STRING
                 PERFORM PUT-LINE
                 MOVE APPR-BODY TO WS-BODY
                 MOVE 512 TO WS-BODY-LEN
                 PERFORM PRINT-BODY
                 IF APPR-BASE NOT = SPACES
                    MOVE APPR-BASE TO SRCH-RECORD
                    MOVE 'BASE' TO WS-IMG-LABEL
                    PERFORM PRINT-IMAGE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXAPPR')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           PERFORM END-SECTION.
       DISCLOSE-XREF.
      *    Keyed on the retired ID: a row here says this person's
      *    record was merged into another one, by whom and when.
           MOVE F-XREF TO WS-FILE-NO.
           MOVE '-- ZCXXREF: MERGED INTO ANOTHER PERSON' TO DISC-LINE.
           PERFORM START-SECTION.
           EXEC CICS READ
                FILE('ZCXXREF')
                INTO (XREF-RECORD)
                LENGTH(XREF-RECORD-LENGTH)
                RIDFLD(SID-ID(SID-IDX))
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM COUNT-ROW
              STRING '  MERGED INTO ' DELIMITED BY SIZE
                     XREF-SURVIVOR-ID DELIMITED BY SPACE
                     ' ON ' DELIMITED BY SIZE
                     XREF-DATE DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     XREF-TIME DELIMITED BY SIZE
                     ' BY ' DELIMITED BY SIZE
                     XREF-USERID DELIMITED BY SIZE
                 INTO DISC-LINE
              END-STRING
              PERFORM PUT-LINE
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM END-SECTION.
       DISCLOSE-RESULTS.
           MOVE F-RESLT TO WS-FILE-NO.
           MOVE '-- ZCXRESLT: BATCH SWEEP RESULTS' TO DISC-LINE.
           PERFORM START-SECTION.
           OPEN INPUT RESLT-IN.
           MOVE 'N' TO FILE-EOF-SW.
           PERFORM UNTIL FILE-EOF
              READ RESLT-IN
                 AT END
                    SET FILE-EOF TO TRUE
                 NOT AT END
                    IF RSI-PERSON-ID = SID-ID(SID-IDX)
                       PERFORM PRINT-ONE-RESULT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RESLT-IN.
           PERFORM END-SECTION.
       PRINT-ONE-RESULT.
           PERFORM COUNT-ROW.
           MOVE RSI-STATUSCODE TO WS-STATUS-X.
           STRING '  STATUS ' DELIMITED BY SIZE
                  WS-STATUS-X DELIMITED BY SIZE
              INTO DISC-LINE
           END-STRING.
           PERFORM PUT-LINE.
           MOVE RSI-RESPONSE TO WS-BODY.
           MOVE 1024 TO WS-BODY-LEN.
           PERFORM PRINT-BODY.
       DISCLOSE-EXCEPTIONS.
      *    Keyed on person ID, type and qualifier: the person's items
      *    are contiguous, so a browse from ID + LOW-VALUES runs until
      *    the ID changes.
           MOVE F-EXCP TO WS-FILE-NO.
           MOVE '-- ZCXEXCP: DATA-QUALITY EXCEPTIONS AND STEWARD NOTES'
              TO DISC-LINE.
           PERFORM START-SECTION.
           MOVE SID-ID(SID-IDX) TO WS-EBR-PERSON-ID.
           MOVE LOW-VALUES TO WS-EBR-REST.
           EXEC CICS STARTBR
                FILE('ZCXEXCP')
                RIDFLD(WS-EXC-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT
                   FILE('ZCXEXCP')
                   INTO (EXC-RECORD)
                   LENGTH(EXC-RECORD-LENGTH)
                   RIDFLD(WS-EXC-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR EXC-PERSON-ID NOT = SID-ID(SID-IDX)
                 SET BROWSE-EOF TO TRUE
              ELSE
                 PERFORM COUNT-ROW
                 PERFORM PRINT-ONE-EXCEPTION
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXEXCP')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF NOT SID-UNAVAILABLE(SID-IDX, WS-FILE-NO)
              PERFORM DISCLOSE-PAIR-EXCEPTIONS
           END-IF.
           PERFORM END-SECTION.
       DISCLOSE-PAIR-EXCEPTIONS.
      *    A duplicate-pair item is keyed on the lower person ID and
      *    carries the other one as its qualifier, so the items where
      *    this person is the higher half are not under their ID.  A
      *    second browse over the whole file finds them, the same way
      *    the erasure run finds them to purge.
           MOVE LOW-VALUES TO WS-EXC-BRKEY.
           EXEC CICS STARTBR
                FILE('ZCXEXCP')
                RIDFLD(WS-EXC-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT
                   FILE('ZCXEXCP')
                   INTO (EXC-RECORD)
                   LENGTH(EXC-RECORD-LENGTH)
                   RIDFLD(WS-EXC-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-EOF TO TRUE
              ELSE
                 IF (EXC-TYPE = 'DUPLICAT' OR EXC-TYPE = 'ADDRDIFF')
                    AND EXC-QUALIFIER = SID-ID(SID-IDX)
                    AND EXC-PERSON-ID NOT = SID-ID(SID-IDX)
                    PERFORM COUNT-ROW
                    STRING '  PAIR ITEM HELD UNDER PERSON '
                              DELIMITED BY SIZE
                           EXC-PERSON-ID DELIMITED BY SPACE
                       INTO DISC-LINE
                    END-STRING
                    PERFORM PUT-LINE
                    PERFORM PRINT-ONE-EXCEPTION
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXEXCP')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       PRINT-ONE-EXCEPTION.
           STRING '  ' DELIMITED BY SIZE
                  EXC-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EXC-QUALIFIER DELIMITED BY SIZE
                  ' FIRST SEEN ' DELIMITED BY SIZE
                  EXC-FIRST-SEEN DELIMITED BY SIZE
                  ' LAST SEEN ' DELIMITED BY SIZE
                  EXC-LAST-SEEN DELIMITED BY SIZE
                  ' STATUS ' DELIMITED BY SIZE
                  EXC-STATUS DELIMITED BY SIZE
                  ' ASSIGNED ' DELIMITED BY SIZE
                  EXC-ASSIGNED DELIMITED BY SIZE
              INTO DISC-LINE
           END-STRING.
           PERFORM PUT-LINE.
           STRING '    DETAIL: ' DELIMITED BY SIZE
                  EXC-DETAIL DELIMITED BY SIZE
              INTO DISC-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF EXC-NOTE NOT = SPACES
              STRING '    NOTE BY ' DELIMITED BY SIZE
                     EXC-NOTE-USERID DELIMITED BY SIZE
                     ' ' DELIMITED BY SIZE
                     EXC-NOTE-STAMP DELIMITED BY SIZE
                     ': ' DELIMITED BY SIZE
                     EXC-NOTE DELIMITED BY SIZE
                 INTO DISC-LINE
              END-STRING
              PERFORM PUT-LINE
           END-IF.
       DISCLOSE-EVENTS.
           MOVE F-EVENT TO WS-FILE-NO.
           MOVE '-- ZCXEVENT: INTRADAY CHANGE EVENTS SENT TO BILLING'
              TO DISC-LINE.
           PERFORM START-SECTION.
           OPEN INPUT EVENT-IN.
           MOVE 'N' TO FILE-EOF-SW.
           PERFORM UNTIL FILE-EOF
              READ EVENT-IN
                 AT END
                    SET FILE-EOF TO TRUE
                 NOT AT END
                    MOVE EVENT-IN-REC TO EVT-RECORD
                    IF EVT-PERSON-ID = SID-ID(SID-IDX)
                       PERFORM PRINT-ONE-EVENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE EVENT-IN.
           PERFORM END-SECTION.
       PRINT-ONE-EVENT.
           PERFORM COUNT-ROW.
           STRING '  ' DELIMITED BY SIZE
                  EVT-TIMESTAMP DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  EVT-USERID DELIMITED BY SIZE
                  ' TRAN ' DELIMITED BY SIZE
                  EVT-TRANSID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  EVT-VERB DELIMITED BY SIZE
                  ' REQUEST ' DELIMITED BY SIZE
                  EVT-REQUESTID DELIMITED BY SIZE
              INTO DISC-LINE
           END-STRING.
           PERFORM PUT-LINE.
           IF EVT-AFTER NOT = SPACES
              MOVE EVT-AFTER TO SRCH-RECORD
              MOVE 'AFTER' TO WS-IMG-LABEL
              PERFORM PRINT-IMAGE
           END-IF.
       DISCLOSE-SNAP-WORK.
      *    The nightly work files are cleared only when their step
      *    next runs, so until then they hold a copy of the roster.
      *    ZCXSNWK keeps last night's and tonight's image side by
      *    side under the person ID.
           MOVE F-SNWK TO WS-FILE-NO.
           MOVE '-- ZCXSNWK: NIGHTLY SNAPSHOT COMPARE WORK FILE'
              TO DISC-LINE.
           PERFORM START-SECTION.
           EXEC CICS READ
                FILE('ZCXSNWK')
                INTO (SNWK-RECORD)
                LENGTH(SNWK-RECORD-LENGTH)
                RIDFLD(SID-ID(SID-IDX))
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM COUNT-ROW
              IF SNWK-HAS-OLD
                 MOVE SNWK-OLD-IMAGE TO SRCH-RECORD
                 MOVE 'OLD' TO WS-IMG-LABEL
                 PERFORM PRINT-IMAGE
              END-IF
              IF SNWK-HAS-NEW
                 MOVE SNWK-NEW-IMAGE TO SRCH-RECORD
                 MOVE 'NEW' TO WS-IMG-LABEL
                 PERFORM PRINT-IMAGE
              END-IF
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM END-SECTION.
       DISCLOSE-COMPARE-WORK.
           MOVE F-CPWK TO WS-FILE-NO.
           MOVE '-- ZCXCPWK: SWEEP COMPARE WORK FILE' TO DISC-LINE.
           PERFORM START-SECTION.
           EXEC CICS READ
                FILE('ZCXCPWK')
                INTO (CPWK-RECORD)
                LENGTH(CPWK-RECORD-LENGTH)
                RIDFLD(SID-ID(SID-IDX))
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM COUNT-ROW
              MOVE CPWK-RECORD TO SRCH-RECORD
              MOVE SPACES TO WS-IMG-LABEL
              PERFORM PRINT-IMAGE
           ELSE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM END-SECTION.
       DISCLOSE-DUPS-WORK.
      *    ZCXDPWK is keyed on name and date of birth, so the person's
      *    row cannot be reached by ID -- browse the whole file for it.
           MOVE F-DPWK TO WS-FILE-NO.
           MOVE '-- ZCXDPWK: DUPLICATE CHECK WORK FILE' TO DISC-LINE.
           PERFORM START-SECTION.
           MOVE LOW-VALUES TO WS-DPWK-BRKEY.
           EXEC CICS STARTBR
                FILE('ZCXDPWK')
                RIDFLD(WS-DPWK-BRKEY)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
              IF WS-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
              END-IF
           END-IF.
           PERFORM UNTIL BROWSE-EOF
              EXEC CICS READNEXT
                   FILE('ZCXDPWK')
                   INTO (DPWK-RECORD)
                   LENGTH(DPWK-RECORD-LENGTH)
                   RIDFLD(WS-DPWK-BRKEY)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 SET BROWSE-EOF TO TRUE
              ELSE
                 IF DPWK-PERSON-ID = SID-ID(SID-IDX)
                    PERFORM COUNT-ROW
                    MOVE DPWK-IMAGE TO SRCH-RECORD
                    MOVE SPACES TO WS-IMG-LABEL
                    PERFORM PRINT-IMAGE
                 END-IF
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXDPWK')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           PERFORM END-SECTION.
       DISCLOSE-ACCESS.
      *    The archive holds the older days, so it goes first and the
      *    list reads in date order.
           MOVE '-- ZCXARCH/ZCXAUDIT: WHEN AND BY WHOM THE RECORD WAS VI
      -         'EWED OR CHANGED' TO DISC-LINE.
           PERFORM PUT-LINE.
           MOVE F-ARCH TO WS-FILE-NO.
           MOVE '  FROM THE ZCXARCH COMPLIANCE ARCHIVE' TO DISC-LINE.
           PERFORM START-SECTION.
           OPEN INPUT ARCH-IN.
           MOVE 'N' TO FILE-EOF-SW.
           PERFORM UNTIL FILE-EOF
              READ ARCH-IN
                 AT END
                    SET FILE-EOF TO TRUE
                 NOT AT END
                    MOVE ARCH-IN-REC TO AUDIT-RECORD
                    PERFORM JUDGE-ONE-AUDIT-ROW
              END-READ
           END-PERFORM.
           CLOSE ARCH-IN.
           PERFORM END-SECTION.
           MOVE F-AUDIT TO WS-FILE-NO.
           MOVE '  FROM THE LIVE ZCXAUDIT FILE' TO DISC-LINE.
           PERFORM START-SECTION.
           PERFORM BROWSE-AUDIT-FILE.
           PERFORM END-SECTION.
       BROWSE-AUDIT-FILE.
           MOVE LOW-VALUES TO WS-RBA.
           EXEC CICS STARTBR
                FILE('ZCXAUDIT')
                RIDFLD(WS-RBA)
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           MOVE 'N' TO BROWSE-EOF-SW.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET BROWSE-EOF TO TRUE
              MOVE 'U' TO SID-STATE(SID-IDX, WS-FILE-NO)
           END-IF.
           PERFORM UNTIL BROWSE-EOF
      *       READNEXT clamps the length field to each row it returns
      *       -- with mixed-length rows on file it must be reset to
      *       the full size every pass, same as ZCXRECON.
              MOVE LENGTH OF AUDIT-RECORD TO AUDIT-RECORD-LENGTH
              EXEC CICS READNEXT
                   FILE('ZCXAUDIT')
                   INTO (AUDIT-RECORD)
                   LENGTH(AUDIT-RECORD-LENGTH)
                   RIDFLD(WS-RBA)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM ALIGN-SHORT-ROW
                 PERFORM JUDGE-ONE-AUDIT-ROW
              ELSE
                 SET BROWSE-EOF TO TRUE
              END-IF
           END-PERFORM.
           EXEC CICS ENDBR
                FILE('ZCXAUDIT')
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
       ALIGN-SHORT-ROW.
      *    A short row leaves the bytes past its end holding residue
      *    from the previous longer one.  A 627-byte row also has its
      *    status code and response 32 bytes earlier -- shifted down
      *    the same way CONVERT-OLD-ROW in ZCXAUDHK does it.
           IF AUDIT-RECORD-LENGTH = 627
              MOVE AUDIT-RECORD(111:517) TO OLD-ROW-TAIL
              MOVE SPACES TO AUD-REQUESTID
              MOVE OLD-ROW-TAIL TO AUDIT-RECORD(143:517)
              MOVE 'N' TO AUD-DENIED
           END-IF.
           IF AUDIT-RECORD-LENGTH < 670
              MOVE SPACES TO AUD-TRANSID
              MOVE SPACES TO AUD-VERB
           END-IF.
       JUDGE-ONE-AUDIT-ROW.
      *    A service call names its person in the path (prefix + '/'
      *    + ID) or, for a bare-path lookup or a roster page, in the
      *    "id" member of the body.  A tagged row (approval, merge,
      *    dead-letter, pending cancel) names the person as a word in
      *    its own text.
           MOVE 'N' TO MATCHED-SW.
           MOVE SID-LEN(SID-IDX) TO WS-ID-LEN.
           IF AUD-PATH(1:ZCX-CFG-PATHPFXLEN) =
              ZCX-CFG-PATHPREFIX(1:ZCX-CFG-PATHPFXLEN)
              PERFORM MATCH-ID-IN-PATH
              IF NOT ROW-MATCHED
                 PERFORM MATCH-ID-IN-JSON
              END-IF
           ELSE
              PERFORM MATCH-ID-IN-TEXT
           END-IF.
           IF ROW-MATCHED
              PERFORM COUNT-ROW
              PERFORM PRINT-ONE-ACCESS
           END-IF.
       MATCH-ID-IN-PATH.
      *    '/' plus the exact ID, ended by the end of the path or a
      *    '?' or '/' -- the bare comparison would make person 4711
      *    claim person 47112's rows (same rule as ZCXERASE).
           COMPUTE WS-SCAN-LIMIT = 80 - WS-ID-LEN.
           PERFORM VARYING WS-SCAN-PTR FROM 1 BY 1
                   UNTIL WS-SCAN-PTR > WS-SCAN-LIMIT
                      OR ROW-MATCHED
              IF AUD-PATH(WS-SCAN-PTR:1) = '/'
                 AND AUD-PATH(WS-SCAN-PTR + 1:WS-ID-LEN)
                     = SID-ID(SID-IDX)(1:WS-ID-LEN)
                 IF WS-SCAN-PTR + WS-ID-LEN + 1 > 80
                    SET ROW-MATCHED TO TRUE
                 ELSE
                    MOVE AUD-PATH(WS-SCAN-PTR + WS-ID-LEN + 1:1)
                       TO WS-NEXT-CHAR
                    IF WS-NEXT-CHAR = SPACE OR '?' OR '/'
                       SET ROW-MATCHED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       MATCH-ID-IN-JSON.
      *    "id":"4711" or "id": "4711" -- only the id member counts,
      *    so a zip or house number that happens to equal the ID
      *    never pulls in someone else's row.
           COMPUTE WS-SCAN-LIMIT = 512 - WS-ID-LEN - 1.
           PERFORM VARYING WS-SCAN-PTR FROM 8 BY 1
                   UNTIL WS-SCAN-PTR > WS-SCAN-LIMIT
                      OR ROW-MATCHED
              IF AUD-RESPONSE(WS-SCAN-PTR:1) = '"'
                 AND AUD-RESPONSE(WS-SCAN-PTR + 1:WS-ID-LEN)
                     = SID-ID(SID-IDX)(1:WS-ID-LEN)
                 AND AUD-RESPONSE(WS-SCAN-PTR + WS-ID-LEN + 1:1) = '"'
                 IF AUD-RESPONSE(WS-SCAN-PTR - 5:5) = '"id":'
                    OR AUD-RESPONSE(WS-SCAN-PTR - 6:6) = '"id": '
                    SET ROW-MATCHED TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
       MATCH-ID-IN-TEXT.
      *    The ID as a whole word: start of text, a space or a '/'
      *    before it, and a space, '/' or '?' after it.
           COMPUTE WS-SCAN-LIMIT = 512 - WS-ID-LEN.
           PERFORM VARYING WS-SCAN-PTR FROM 1 BY 1
                   UNTIL WS-SCAN-PTR > WS-SCAN-LIMIT
                      OR ROW-MATCHED
              IF AUD-RESPONSE(WS-SCAN-PTR:WS-ID-LEN)
                 = SID-ID(SID-IDX)(1:WS-ID-LEN)
                 IF WS-SCAN-PTR = 1
                    MOVE SPACE TO WS-PREV-CHAR
                 ELSE
                    MOVE AUD-RESPONSE(WS-SCAN-PTR - 1:1)
                       TO WS-PREV-CHAR
                 END-IF
                 MOVE AUD-RESPONSE(WS-SCAN-PTR + WS-ID-LEN:1)
                    TO WS-NEXT-CHAR
                 IF (WS-PREV-CHAR = SPACE OR '/')
                    AND (WS-NEXT-CHAR = SPACE OR '/' OR '?')
                    SET ROW-MATCHED TO TRUE
                 END-IF
              END-IF
           END-PERFORM.
       PRINT-ONE-ACCESS.
           MOVE AUD-STATUSCODE TO WS-STATUS-X.
           STRING '    ' DELIMITED BY SIZE
                  AUD-TIMESTAMP DELIMITED BY SIZE
                  ' USER ' DELIMITED BY SIZE
                  AUD-USERID DELIMITED BY SIZE
                  ' TERM ' DELIMITED BY SIZE
                  AUD-TERMID DELIMITED BY SIZE
                  ' TRAN ' DELIMITED BY SIZE
                  AUD-TRANSID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUD-VERB DELIMITED BY SIZE
                  ' STATUS ' DELIMITED BY SIZE
                  WS-STATUS-X DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  AUD-PATH DELIMITED BY SPACE
              INTO DISC-LINE
           END-STRING.
           IF AUD-AUTH-DENIED
              MOVE 'DENIED' TO DISC-LINE(120:6)
           END-IF.
           PERFORM PUT-LINE.
           MOVE AUD-RESPONSE TO WS-BODY.
           MOVE 512 TO WS-BODY-LEN.
           PERFORM PRINT-BODY.
       WRITE-MANIFEST.
      *    The page that goes in the privacy binder: which files were
      *    searched for whom, and what each one held.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE 'ZCXSAR SUBJECT ACCESS SEARCH MANIFEST' TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-LINE.
           STRING 'RUN DATE ' DELIMITED BY SIZE
                  WS-TODAY-X DELIMITED BY SIZE
                  '  PERSONS ' DELIMITED BY SIZE
                  PERSONS-DISCLOSED DELIMITED BY SIZE
                  '  DISCLOSURES ON DD ZCXSARPT' DELIMITED BY SIZE
              INTO MANIFEST-LINE
           END-STRING.
           MOVE MANIFEST-LINE TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE 'FILES SEARCHED FOR EVERY PERSON:' TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-LINE.
           STRING '  ' DELIMITED BY SIZE
                  SFN-NAME(1) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(2) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(3) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(4) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(5) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(6) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(7) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(8) DELIMITED BY SPACE
              INTO MANIFEST-LINE
           END-STRING.
           MOVE MANIFEST-LINE TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-LINE.
           STRING '  ' DELIMITED BY SIZE
                  SFN-NAME(9) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(10) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(11) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(12) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(13) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(14) DELIMITED BY SPACE
              INTO MANIFEST-LINE
           END-STRING.
           MOVE MANIFEST-LINE TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           MOVE SPACES TO MANIFEST-LINE.
           STRING '  ' DELIMITED BY SIZE
                  SFN-NAME(15) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(16) DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  SFN-NAME(17) DELIMITED BY SPACE
              INTO MANIFEST-LINE
           END-STRING.
           MOVE MANIFEST-LINE TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           PERFORM VARYING SID-IDX FROM 1 BY 1
                   UNTIL SID-IDX > SID-ENTRY-COUNT
              MOVE SPACES TO MANIFEST-LINE
              STRING 'PERSON ' DELIMITED BY SIZE
                     SID-ID(SID-IDX) DELIMITED BY SIZE
                 INTO MANIFEST-LINE
              END-STRING
              MOVE MANIFEST-LINE TO MANIFEST-REC
              WRITE MANIFEST-REC
              PERFORM VARYING WS-FILE-NO FROM 1 BY 1
                      UNTIL WS-FILE-NO > 17
                 PERFORM MANIFEST-ONE-FILE
              END-PERFORM
           END-PERFORM.
           MOVE 'PRIVACY OFFICER SIGN-OFF: _______________________'
              TO MANIFEST-REC.
           WRITE MANIFEST-REC.
           CLOSE MANIFEST-FILE.
       MANIFEST-ONE-FILE.
           MOVE SPACES TO MANIFEST-LINE.
           MOVE SID-ROWS(SID-IDX, WS-FILE-NO) TO WS-COUNT-X.
           IF SID-UNAVAILABLE(SID-IDX, WS-FILE-NO)
              STRING '  ' DELIMITED BY SIZE
                     SFN-NAME(WS-FILE-NO) DELIMITED BY SIZE
                     ' UNAVAILABLE - NOT SEARCHED, RERUN'
                        DELIMITED BY SIZE
                 INTO MANIFEST-LINE
              END-STRING
           ELSE
              IF SID-ROWS(SID-IDX, WS-FILE-NO) > 0
                 STRING '  ' DELIMITED BY SIZE
                        SFN-NAME(WS-FILE-NO) DELIMITED BY SIZE
                        ' ROWS ' DELIMITED BY SIZE
                        WS-COUNT-X DELIMITED BY SIZE
                        '  DATA HELD' DELIMITED BY SIZE
                    INTO MANIFEST-LINE
                 END-STRING
              ELSE
                 STRING '  ' DELIMITED BY SIZE
                        SFN-NAME(WS-FILE-NO) DELIMITED BY SIZE
                        ' ROWS ' DELIMITED BY SIZE
                        WS-COUNT-X DELIMITED BY SIZE
                        '  NO DATA' DELIMITED BY SIZE
                    INTO MANIFEST-LINE
                 END-STRING
              END-IF
           END-IF.
           MOVE MANIFEST-LINE TO MANIFEST-REC.
           WRITE MANIFEST-REC.
