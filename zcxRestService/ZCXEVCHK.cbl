       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXEVCHK.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Nightly check of the intraday change events against the       *
      * delta, in the ZCXACKR mold.  ZCXMAINT, ZCXAPPR, ZCXDRAIN,     *
      * ZCXMERG and ZCXLOAD publish an event on the ZCXE queue for    *
      * every change the service accepts, and billing acts on those   *
      * events through the day -- so every one of them must be        *
      * followed by the matching A/C/D in that night's ZCXDELTA, or   *
      * billing and the roster have drifted apart.  The day's         *
      * ZCXEVENT file is netted per person (a POST then a PUT is one  *
      * add, a PUT then a DELETE is one delete, a POST then a DELETE  *
      * is nothing at all) and compared with the delta.  ZCXEVRPT     *
      * lists every person whose events have no delta record (NO      *
      * DELTA), whose delta record is of the wrong type (WRONG TYPE), *
      * every delta record with no event (NO EVENT -- a change made   *
      * outside these transactions, or an event that was lost) and    *
      * every event that carries no person ID (NO PERSON ID), then    *
      * the totals.  More persons with events than the table holds    *
      * stops the check with nothing compared, rather than report     *
      * every overflow as a mismatch.                                 *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL: a day nobody changed anything has no events, and
      *    a night that produced no delta must read as no records.
           SELECT OPTIONAL EVENT-FILE ASSIGN TO ZCXEVENT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DELTA-FILE ASSIGN TO ZCXDELTA
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EVENT-REPORT ASSIGN TO ZCXEVRPT
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       01  EVENT-REC.
           03 EV-TIMESTAMP        PIC X(18).
           03 EV-PERSON-ID        PIC X(20).
           03 EV-VERB             PIC X(6).
           03 EV-AFTER            PIC X(170).
           03 EV-USERID           PIC X(8).
           03 EV-REQUESTID        PIC X(32).
           03 EV-TRANSID          PIC X(4).
       FD  DELTA-FILE.
       01  DELTA-REC.
           03 DL-TYPE             PIC X(1).
           03 DL-FILLER1          PIC X(1).
           03 DL-BEFORE.
              05 DL-BEFORE-ID     PIC X(20).
              05 DL-BEFORE-REST   PIC X(150).
           03 DL-FILLER2          PIC X(1).
           03 DL-AFTER.
              05 DL-AFTER-ID      PIC X(20).
              05 DL-AFTER-REST    PIC X(150).
       FD  EVENT-REPORT.
       01  ER-TEXT-REC            PIC X(140).
       01  ER-DETAIL-REC.
           03 ER-PERSON-ID        PIC X(20).
           03 ER-FILLER1          PIC X(1).
           03 ER-STATUS           PIC X(12).
           03 ER-FILLER2          PIC X(1).
           03 ER-EXPECTED         PIC X(1).
           03 ER-FILLER3          PIC X(4).
           03 ER-DELTA            PIC X(1).
           03 ER-FILLER4          PIC X(4).
           03 ER-EVENTS           PIC 9(5).
           03 ER-FILLER5          PIC X(1).
           03 ER-LAST-VERB        PIC X(6).
           03 ER-FILLER6          PIC X(1).
           03 ER-LAST-STAMP       PIC X(18).
           03 ER-FILLER7          PIC X(1).
           03 ER-LAST-USERID      PIC X(8).
           03 ER-FILLER8          PIC X(1).
           03 ER-LAST-REQID       PIC X(32).
       WORKING-STORAGE SECTION.
       01 WS.
          03 EVENT-EOF-SW         PIC X(1) VALUE 'N'.
             88 EVENT-EOF         VALUE 'Y'.
          03 DELTA-EOF-SW         PIC X(1) VALUE 'N'.
             88 DELTA-EOF         VALUE 'Y'.
          03 TABLE-FULL-SW        PIC X(1) VALUE 'N'.
             88 TABLE-FULL        VALUE 'Y'.
          03 WS-PERSON-KEY        PIC X(20).
          03 WS-FOUND-IDX         PIC S9(8) USAGE BINARY.
          03 WS-LINE-STATUS       PIC X(12).
          03 WS-LINE-DELTA        PIC X(1).
          03 WS-COUNT-DISP        PIC 9(8).
          03 EVENTS-READ          PIC 9(8) VALUE 0.
          03 DELTAS-READ          PIC 9(8) VALUE 0.
          03 PERSONS-MATCHED      PIC 9(8) VALUE 0.
          03 PERSONS-NETTED       PIC 9(8) VALUE 0.
          03 EXCEPTIONS-FOUND     PIC 9(8) VALUE 0.
       01 PERSON-EVENT-TABLE.
          03 PET-ENTRY OCCURS 5000 TIMES INDEXED BY PET-IDX.
             05 PET-PERSON-ID      PIC X(20).
             05 PET-FIRST-VERB     PIC X(6).
             05 PET-LAST-VERB      PIC X(6).
             05 PET-LAST-STAMP     PIC X(18).
             05 PET-LAST-USERID    PIC X(8).
             05 PET-LAST-REQID     PIC X(32).
             05 PET-EVENTS         PIC 9(5) USAGE COMP.
             05 PET-EXPECTED       PIC X(1).
                88 PET-NOTHING-DUE VALUE 'N'.
             05 PET-MATCHED-SW     PIC X(1).
                88 PET-MATCHED     VALUE 'Y'.
       01 PET-ENTRY-COUNT          PIC S9(8) USAGE BINARY VALUE 0.
       01 PET-ENTRY-MAX            PIC S9(8) USAGE BINARY VALUE 5000.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           OPEN OUTPUT EVENT-REPORT.
           PERFORM WRITE-HEADINGS.
           PERFORM LOAD-EVENTS.
           IF TABLE-FULL
              MOVE PET-ENTRY-MAX TO WS-COUNT-DISP
              MOVE SPACES TO ER-TEXT-REC
              STRING 'CHECK NOT RUN - MORE THAN ' WS-COUNT-DISP
                     ' PERSONS HAVE EVENTS TODAY'
                     DELIMITED BY SIZE
                     INTO ER-TEXT-REC
              END-STRING
              WRITE ER-TEXT-REC
              DISPLAY 'ZCXEVCHK PERSON TABLE FULL AT ' PET-ENTRY-MAX
                      ' - NOTHING COMPARED'
           ELSE
              PERFORM SET-EXPECTED-TYPES
              OPEN INPUT DELTA-FILE
              PERFORM UNTIL DELTA-EOF
                 READ DELTA-FILE
                    AT END
                       SET DELTA-EOF TO TRUE
                    NOT AT END
                       PERFORM COMPARE-ONE-DELTA
                 END-READ
              END-PERFORM
              CLOSE DELTA-FILE
              PERFORM REPORT-UNMATCHED-EVENTS
              PERFORM WRITE-TOTALS
           END-IF.
           CLOSE EVENT-REPORT.
           DISPLAY 'ZCXEVCHK EVENTS=' EVENTS-READ
                   ' DELTAS=' DELTAS-READ
                   ' MATCHED=' PERSONS-MATCHED
                   ' EXCEPTIONS=' EXCEPTIONS-FOUND.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE PERSON-EVENT-TABLE.
           MOVE 0 TO PET-ENTRY-COUNT.
       WRITE-HEADINGS.
           MOVE SPACES TO ER-TEXT-REC.
           MOVE 'INTRADAY CHANGE EVENTS AGAINST NIGHTLY DELTA'
             TO ER-TEXT-REC.
           WRITE ER-TEXT-REC.
           MOVE SPACES TO ER-TEXT-REC.
           WRITE ER-TEXT-REC.
           MOVE SPACES TO ER-TEXT-REC.
           STRING 'PERSON ID            STATUS       EXP  DLT  '
                  'EVNTS VERB   LAST EVENT         USERID   '
                  'REQUEST ID'
                  DELIMITED BY SIZE
                  INTO ER-TEXT-REC
           END-STRING.
           WRITE ER-TEXT-REC.
       LOAD-EVENTS.
      *    The event file is in publishing order, so the first and
      *    last verb kept per person are the first and last change
      *    the service accepted for them today.
           OPEN INPUT EVENT-FILE.
           PERFORM UNTIL EVENT-EOF OR TABLE-FULL
              READ EVENT-FILE
                 AT END
                    SET EVENT-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO EVENTS-READ
                    PERFORM LOAD-ONE-EVENT
              END-READ
           END-PERFORM.
           CLOSE EVENT-FILE.
       LOAD-ONE-EVENT.
      *    A POST whose response carried no body leaves the event
      *    without the person ID the service assigned -- it cannot
      *    be matched to anything, so it is reported on its own.
           IF EV-PERSON-ID = SPACES
              MOVE SPACES TO ER-DETAIL-REC
              MOVE 'NO PERSON ID' TO ER-STATUS
              MOVE 1 TO ER-EVENTS
              MOVE EV-VERB TO ER-LAST-VERB
              MOVE EV-TIMESTAMP TO ER-LAST-STAMP
              MOVE EV-USERID TO ER-LAST-USERID
              MOVE EV-REQUESTID TO ER-LAST-REQID
              WRITE ER-DETAIL-REC
              ADD 1 TO EXCEPTIONS-FOUND
           ELSE
              MOVE EV-PERSON-ID TO WS-PERSON-KEY
              PERFORM FIND-PERSON
              IF WS-FOUND-IDX = 0
                 IF PET-ENTRY-COUNT < PET-ENTRY-MAX
                    ADD 1 TO PET-ENTRY-COUNT
                    SET PET-IDX TO PET-ENTRY-COUNT
                    MOVE EV-PERSON-ID TO PET-PERSON-ID(PET-IDX)
                    MOVE EV-VERB TO PET-FIRST-VERB(PET-IDX)
                    MOVE 0 TO PET-EVENTS(PET-IDX)
                    MOVE 'N' TO PET-MATCHED-SW(PET-IDX)
                    SET WS-FOUND-IDX TO PET-IDX
                 ELSE
                    SET TABLE-FULL TO TRUE
                 END-IF
              END-IF
              IF WS-FOUND-IDX > 0
                 SET PET-IDX TO WS-FOUND-IDX
                 MOVE EV-VERB TO PET-LAST-VERB(PET-IDX)
                 MOVE EV-TIMESTAMP TO PET-LAST-STAMP(PET-IDX)
                 MOVE EV-USERID TO PET-LAST-USERID(PET-IDX)
                 MOVE EV-REQUESTID TO PET-LAST-REQID(PET-IDX)
                 ADD 1 TO PET-EVENTS(PET-IDX)
              END-IF
           END-IF.
       FIND-PERSON.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING PET-IDX FROM 1 BY 1
                   UNTIL PET-IDX > PET-ENTRY-COUNT
                      OR WS-FOUND-IDX > 0
              IF PET-PERSON-ID(PET-IDX) = WS-PERSON-KEY
                 SET WS-FOUND-IDX TO PET-IDX
              END-IF
           END-PERFORM.
       SET-EXPECTED-TYPES.
      *    The delta only shows the net effect of the day, the same
      *    way the snapshot comparison sees it: a person added today
      *    is an add however often amended, a person removed today is
      *    a delete, and one both added and removed today never
      *    reaches either snapshot.
           PERFORM VARYING PET-IDX FROM 1 BY 1
                   UNTIL PET-IDX > PET-ENTRY-COUNT
              EVALUATE TRUE
                 WHEN PET-LAST-VERB(PET-IDX) = 'DELETE'
                  AND PET-FIRST-VERB(PET-IDX) = 'POST'
                    MOVE 'N' TO PET-EXPECTED(PET-IDX)
                 WHEN PET-LAST-VERB(PET-IDX) = 'DELETE'
                    MOVE 'D' TO PET-EXPECTED(PET-IDX)
                 WHEN PET-FIRST-VERB(PET-IDX) = 'POST'
                    MOVE 'A' TO PET-EXPECTED(PET-IDX)
                 WHEN OTHER
                    MOVE 'C' TO PET-EXPECTED(PET-IDX)
              END-EVALUATE
           END-PERFORM.
       COMPARE-ONE-DELTA.
           ADD 1 TO DELTAS-READ.
           IF DL-TYPE = 'D'
              MOVE DL-BEFORE-ID TO WS-PERSON-KEY
           ELSE
              MOVE DL-AFTER-ID TO WS-PERSON-KEY
           END-IF.
           PERFORM FIND-PERSON.
           IF WS-FOUND-IDX = 0
              MOVE SPACES TO ER-DETAIL-REC
              MOVE WS-PERSON-KEY TO ER-PERSON-ID
              MOVE 'NO EVENT' TO ER-STATUS
              MOVE DL-TYPE TO ER-DELTA
              MOVE 0 TO ER-EVENTS
              WRITE ER-DETAIL-REC
              ADD 1 TO EXCEPTIONS-FOUND
           ELSE
              SET PET-IDX TO WS-FOUND-IDX
              SET PET-MATCHED(PET-IDX) TO TRUE
              IF DL-TYPE = PET-EXPECTED(PET-IDX)
                 ADD 1 TO PERSONS-MATCHED
              ELSE
                 MOVE 'WRONG TYPE' TO WS-LINE-STATUS
                 MOVE DL-TYPE TO WS-LINE-DELTA
                 PERFORM WRITE-PERSON-LINE
              END-IF
           END-IF.
       REPORT-UNMATCHED-EVENTS.
      *    Billing acted on these changes today and the delta says
      *    they never happened -- exactly the drift this check is for.
      *    A person added and removed the same day is expected to be
      *    missing from the delta and is only counted.
           PERFORM VARYING PET-IDX FROM 1 BY 1
                   UNTIL PET-IDX > PET-ENTRY-COUNT
              IF NOT PET-MATCHED(PET-IDX)
                 IF PET-NOTHING-DUE(PET-IDX)
                    ADD 1 TO PERSONS-NETTED
                 ELSE
                    MOVE 'NO DELTA' TO WS-LINE-STATUS
                    MOVE SPACE TO WS-LINE-DELTA
                    PERFORM WRITE-PERSON-LINE
                 END-IF
              END-IF
           END-PERFORM.
       WRITE-PERSON-LINE.
           MOVE SPACES TO ER-DETAIL-REC.
           MOVE WS-LINE-STATUS TO ER-STATUS.
           MOVE PET-PERSON-ID(PET-IDX) TO ER-PERSON-ID.
           MOVE PET-EXPECTED(PET-IDX) TO ER-EXPECTED.
           MOVE WS-LINE-DELTA TO ER-DELTA.
           MOVE PET-EVENTS(PET-IDX) TO ER-EVENTS.
           MOVE PET-LAST-VERB(PET-IDX) TO ER-LAST-VERB.
           MOVE PET-LAST-STAMP(PET-IDX) TO ER-LAST-STAMP.
           MOVE PET-LAST-USERID(PET-IDX) TO ER-LAST-USERID.
           MOVE PET-LAST-REQID(PET-IDX) TO ER-LAST-REQID.
           WRITE ER-DETAIL-REC.
           ADD 1 TO EXCEPTIONS-FOUND.
       WRITE-TOTALS.
           MOVE PET-ENTRY-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO ER-TEXT-REC.
           WRITE ER-TEXT-REC.
           MOVE SPACES TO ER-TEXT-REC.
           STRING 'EVENTS ' EVENTS-READ
                  '  PERSONS ' WS-COUNT-DISP
                  '  DELTA RECORDS ' DELTAS-READ
                  '  MATCHED ' PERSONS-MATCHED
                  '  NETTED OUT ' PERSONS-NETTED
                  '  EXCEPTIONS ' EXCEPTIONS-FOUND
                  DELIMITED BY SIZE
                  INTO ER-TEXT-REC
           END-STRING.
           WRITE ER-TEXT-REC.
