      * the two disagree (DIVERGED), where billing rejected rows      *
      * (REJECTS), where no ack arrived at all (NO-ACK), and where    *
      * an ack names a night we never fed (ACK-ONLY).                 *
      *                                                               *
      * A night billing missed can now be sent again: ZCXREGEN        *
      * rebuilds the delta for a night or range from ZCXHIST and      *
      * appends a RESEND line to ZCXDLLOG, dated with the last night  *
      * it covers.  Billing acknowledges the catch-up under that      *
      * date, so an ack is matched against the night's own counts or  *
      * the resend's, whichever it agrees with; report lines for a    *
      * resend are marked RESEND with the first night it covers.  A   *
      * night that was never acknowledged itself but lies inside an   *
      * acknowledged resend is reported as RESENT rather than NO-ACK  *
      * and no longer counts as diverged.                             *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 DLG-CHANGES         PIC 9(8).
           03 DLG-FILLER3         PIC X(1).
           03 DLG-DELETES         PIC 9(8).
           03 DLG-FILLER4         PIC X(1).
           03 DLG-KIND            PIC X(6).
              88 DLG-RESEND       VALUE 'RESEND'.
           03 DLG-FILLER5         PIC X(1).
           03 DLG-FROM-DATE       PIC X(8).
       FD  ACK-FILE.
       01  ACK-REC.
           03 ACK-DATE            PIC X(8).
           03 AR-REJECTS           PIC 9(8).
           03 AR-FILLER4           PIC X(1)   VALUE SPACE.
           03 AR-STATUS            PIC X(10).
           03 AR-FILLER5           PIC X(1)   VALUE SPACE.
           03 AR-KIND              PIC X(6).
           03 AR-FILLER6           PIC X(1)   VALUE SPACE.
           03 AR-FROM-DATE         PIC X(8).
       WORKING-STORAGE SECTION.
       01 WS.
          03 LOG-EOF-SW           PIC X(1) VALUE 'N'.
          03 WS-ACK-TOTAL         PIC 9(8) USAGE COMP.
          03 NIGHTS-FED           PIC 9(8) VALUE 0.
          03 NIGHTS-DIVERGED      PIC 9(8) VALUE 0.
          03 NIGHTS-RESENT        PIC 9(8) VALUE 0.
          03 RESENDS-FED          PIC 9(8) VALUE 0.
          03 WS-COVERED-SW        PIC X(1).
             88 NIGHT-COVERED     VALUE 'Y'.
          03 WS-CMP-ADDS          PIC 9(8) USAGE COMP.
          03 WS-CMP-CHANGES       PIC 9(8) USAGE COMP.
          03 WS-CMP-DELETES       PIC 9(8) USAGE COMP.
          03 WS-CMP-KIND          PIC X(6).
          03 WS-CMP-FROM          PIC X(8).
      *    One bucket per date.  FED is set when ZCXSNAP's nightly
      *    line for the date was read; the RS- fields hold the latest
      *    RESEND line dated with it.
       01 FEED-DAY-TABLE.
          03 FDT-ENTRY OCCURS 400 TIMES INDEXED BY FDT-IDX FDT-RSX.
             05 FDT-DATE           PIC X(8) VALUE SPACES.
             05 FDT-ADDS           PIC 9(8) USAGE COMP.
             05 FDT-CHANGES        PIC 9(8) USAGE COMP.
             05 FDT-DELETES        PIC 9(8) USAGE COMP.
             05 FDT-MATCHED-SW     PIC X(1) VALUE 'N'.
                88 FDT-MATCHED     VALUE 'Y'.
             05 FDT-FED-SW         PIC X(1) VALUE 'N'.
                88 FDT-FED         VALUE 'Y'.
             05 FDT-RS-SW          PIC X(1) VALUE 'N'.
                88 FDT-RS          VALUE 'Y'.
             05 FDT-RS-FROM        PIC X(8) VALUE SPACES.
             05 FDT-RS-ADDS        PIC 9(8) USAGE COMP.
             05 FDT-RS-CHANGES     PIC 9(8) USAGE COMP.
             05 FDT-RS-DELETES     PIC 9(8) USAGE COMP.
             05 FDT-RS-MATCHED-SW  PIC X(1) VALUE 'N'.
                88 FDT-RS-MATCHED  VALUE 'Y'.
       01 FDT-ENTRY-COUNT          PIC S9(8) USAGE BINARY VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           CLOSE ACK-FILE.
           CLOSE ACK-REPORT.
           DISPLAY 'ZCXACKR NIGHTS-FED=' NIGHTS-FED
                   ' RESENDS-FED=' RESENDS-FED
                   ' NIGHTS-DIVERGED=' NIGHTS-DIVERGED
                   ' NIGHTS-RESENT=' NIGHTS-RESENT.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
      *    night is one bucket here -- the later line (the rerun's
      *    counts) replaces the earlier one, otherwise billing's
      *    single ack would match one line and the other would read
      *    as a spurious NO-ACK.  A RESEND line goes into the same
      *    bucket beside the night's own counts, the later resend of
      *    a date replacing the earlier one the same way.
           MOVE DLG-DATE TO WS-DAY-KEY.
           PERFORM FIND-LOG-NIGHT.
           IF WS-FOUND-IDX = 0
              IF FDT-ENTRY-COUNT < 400
                 ADD 1 TO FDT-ENTRY-COUNT
                 SET FDT-IDX TO FDT-ENTRY-COUNT
                 MOVE DLG-DATE TO FDT-DATE(FDT-IDX)
                 MOVE 0 TO FDT-ADDS(FDT-IDX)
                 MOVE 0 TO FDT-CHANGES(FDT-IDX)
                 MOVE 0 TO FDT-DELETES(FDT-IDX)
                 MOVE 'N' TO FDT-MATCHED-SW(FDT-IDX)
                 MOVE 'N' TO FDT-FED-SW(FDT-IDX)
                 MOVE 'N' TO FDT-RS-SW(FDT-IDX)
                 MOVE 'N' TO FDT-RS-MATCHED-SW(FDT-IDX)
                 SET WS-FOUND-IDX TO FDT-IDX
              ELSE
                 DISPLAY 'ZCXACKR NIGHT TABLE FULL, SKIPPING '
                         DLG-DATE
              END-IF
           END-IF.
           IF WS-FOUND-IDX > 0
              SET FDT-IDX TO WS-FOUND-IDX
              IF DLG-RESEND
                 IF NOT FDT-RS(FDT-IDX)
                    ADD 1 TO RESENDS-FED
                 END-IF
                 SET FDT-RS(FDT-IDX) TO TRUE
                 MOVE DLG-FROM-DATE TO FDT-RS-FROM(FDT-IDX)
                 MOVE DLG-ADDS TO FDT-RS-ADDS(FDT-IDX)
                 MOVE DLG-CHANGES TO FDT-RS-CHANGES(FDT-IDX)
                 MOVE DLG-DELETES TO FDT-RS-DELETES(FDT-IDX)
              ELSE
                 IF NOT FDT-FED(FDT-IDX)
                    ADD 1 TO NIGHTS-FED
                 END-IF
                 SET FDT-FED(FDT-IDX) TO TRUE
                 MOVE DLG-ADDS TO FDT-ADDS(FDT-IDX)
                 MOVE DLG-CHANGES TO FDT-CHANGES(FDT-IDX)
                 MOVE DLG-DELETES TO FDT-DELETES(FDT-IDX)
              END-IF
           END-IF.
       COMPARE-ONE-ACK.
           MOVE ACK-DATE TO WS-DAY-KEY.
           PERFORM FIND-LOG-NIGHT.
              ADD 1 TO NIGHTS-DIVERGED
           ELSE
              SET FDT-IDX TO WS-FOUND-IDX
              PERFORM CHOOSE-ACKED-FEED
              COMPUTE WS-FED-TOTAL =
                 WS-CMP-ADDS + WS-CMP-CHANGES + WS-CMP-DELETES
              COMPUTE WS-ACK-TOTAL =
                 ACK-ADDS + ACK-CHANGES + ACK-DELETES
              IF WS-CMP-ADDS NOT = ACK-ADDS
                 OR WS-CMP-CHANGES NOT = ACK-CHANGES
                 OR WS-CMP-DELETES NOT = ACK-DELETES
                 MOVE SPACES TO ACK-REPORT-REC
                 MOVE ACK-DATE TO AR-DATE
                 MOVE WS-FED-TOTAL TO AR-FED
                 MOVE WS-ACK-TOTAL TO AR-ACKED
                 MOVE ACK-REJECTS TO AR-REJECTS
                 MOVE 'DIVERGED' TO AR-STATUS
                 MOVE WS-CMP-KIND TO AR-KIND
                 MOVE WS-CMP-FROM TO AR-FROM-DATE
                 WRITE ACK-REPORT-REC
                 ADD 1 TO NIGHTS-DIVERGED
              ELSE
                    MOVE WS-ACK-TOTAL TO AR-ACKED
                    MOVE ACK-REJECTS TO AR-REJECTS
                    MOVE 'REJECTS' TO AR-STATUS
                    MOVE WS-CMP-KIND TO AR-KIND
                    MOVE WS-CMP-FROM TO AR-FROM-DATE
                    WRITE ACK-REPORT-REC
                    ADD 1 TO NIGHTS-DIVERGED
                 END-IF
              END-IF
           END-IF.
       CHOOSE-ACKED-FEED.
      *    A date can carry the night's own feed and a resend.  The
      *    ack is matched with whichever it agrees with; one that
      *    agrees with neither is charged to the resend while that is
      *    unacknowledged -- the resend exists because the night was
      *    not loaded properly -- and to the night otherwise.
           EVALUATE TRUE
              WHEN FDT-FED(FDT-IDX)
                   AND FDT-ADDS(FDT-IDX) = ACK-ADDS
                   AND FDT-CHANGES(FDT-IDX) = ACK-CHANGES
                   AND FDT-DELETES(FDT-IDX) = ACK-DELETES
                 PERFORM USE-NIGHTLY-FEED
              WHEN FDT-RS(FDT-IDX)
                   AND FDT-RS-ADDS(FDT-IDX) = ACK-ADDS
                   AND FDT-RS-CHANGES(FDT-IDX) = ACK-CHANGES
                   AND FDT-RS-DELETES(FDT-IDX) = ACK-DELETES
                 PERFORM USE-RESEND-FEED
              WHEN FDT-RS(FDT-IDX)
                   AND (NOT FDT-RS-MATCHED(FDT-IDX)
                        OR NOT FDT-FED(FDT-IDX))
                 PERFORM USE-RESEND-FEED
              WHEN OTHER
                 PERFORM USE-NIGHTLY-FEED
           END-EVALUATE.
       USE-NIGHTLY-FEED.
           SET FDT-MATCHED(FDT-IDX) TO TRUE.
           MOVE FDT-ADDS(FDT-IDX) TO WS-CMP-ADDS.
           MOVE FDT-CHANGES(FDT-IDX) TO WS-CMP-CHANGES.
           MOVE FDT-DELETES(FDT-IDX) TO WS-CMP-DELETES.
           MOVE SPACES TO WS-CMP-KIND.
           MOVE SPACES TO WS-CMP-FROM.
       USE-RESEND-FEED.
           SET FDT-RS-MATCHED(FDT-IDX) TO TRUE.
           MOVE FDT-RS-ADDS(FDT-IDX) TO WS-CMP-ADDS.
           MOVE FDT-RS-CHANGES(FDT-IDX) TO WS-CMP-CHANGES.
           MOVE FDT-RS-DELETES(FDT-IDX) TO WS-CMP-DELETES.
           MOVE 'RESEND' TO WS-CMP-KIND.
           MOVE FDT-RS-FROM(FDT-IDX) TO WS-CMP-FROM.
       FIND-LOG-NIGHT.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING FDT-IDX FROM 1 BY 1
           END-PERFORM.
       REPORT-UNACKED-NIGHTS.
      *    A night we fed that billing never acknowledged is exactly
      *    the July failure this reconciliation exists to catch --
      *    unless an acknowledged resend has since caught billing up
      *    on it.  A resend nobody acknowledged is just as missing.
           PERFORM VARYING FDT-IDX FROM 1 BY 1
                   UNTIL FDT-IDX > FDT-ENTRY-COUNT
              IF FDT-FED(FDT-IDX) AND NOT FDT-MATCHED(FDT-IDX)
                 PERFORM CHECK-NIGHT-RESENT
                 MOVE SPACES TO ACK-REPORT-REC
                 MOVE FDT-DATE(FDT-IDX) TO AR-DATE
                 COMPUTE AR-FED =
                    + FDT-DELETES(FDT-IDX)
                 MOVE 0 TO AR-ACKED
                 MOVE 0 TO AR-REJECTS
                 IF NIGHT-COVERED
                    MOVE 'RESENT' TO AR-STATUS
                    ADD 1 TO NIGHTS-RESENT
                 ELSE
                    MOVE 'NO-ACK' TO AR-STATUS
                    ADD 1 TO NIGHTS-DIVERGED
                 END-IF
                 WRITE ACK-REPORT-REC
              END-IF
              IF FDT-RS(FDT-IDX) AND NOT FDT-RS-MATCHED(FDT-IDX)
                 MOVE SPACES TO ACK-REPORT-REC
                 MOVE FDT-DATE(FDT-IDX) TO AR-DATE
                 COMPUTE AR-FED =
                    FDT-RS-ADDS(FDT-IDX) + FDT-RS-CHANGES(FDT-IDX)
                    + FDT-RS-DELETES(FDT-IDX)
                 MOVE 0 TO AR-ACKED
                 MOVE 0 TO AR-REJECTS
                 MOVE 'NO-ACK' TO AR-STATUS
                 MOVE 'RESEND' TO AR-KIND
                 MOVE FDT-RS-FROM(FDT-IDX) TO AR-FROM-DATE
                 WRITE ACK-REPORT-REC
                 ADD 1 TO NIGHTS-DIVERGED
              END-IF
           END-PERFORM.
       CHECK-NIGHT-RESENT.
      *    Covered when an acknowledged resend's range, first night
      *    through the night it is dated with, takes in this night.
           MOVE 'N' TO WS-COVERED-SW.
           PERFORM VARYING FDT-RSX FROM 1 BY 1
                   UNTIL FDT-RSX > FDT-ENTRY-COUNT
              IF FDT-RS(FDT-RSX) AND FDT-RS-MATCHED(FDT-RSX)
                 AND FDT-RS-FROM(FDT-RSX) NOT > FDT-DATE(FDT-IDX)
                 AND FDT-DATE(FDT-RSX) NOT < FDT-DATE(FDT-IDX)
                 SET NIGHT-COVERED TO TRUE
              END-IF
           END-PERFORM.
