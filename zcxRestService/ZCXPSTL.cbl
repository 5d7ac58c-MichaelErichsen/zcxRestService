       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZCXPSTL.
       AUTHOR. Michael Erichsen, Xact Consulting.
      ******************************************************************
      * Load and refresh of the keyed ZCXPOST postal reference file   *
      * from the postal authority's file ZCXPOSTF (one line per zip:  *
      * country code, zip, official city name).  ZCXMAINT used to     *
      * check only the shape of a zip, so "2100 AARHUS" went through  *
      * although 2100 is Copenhagen, and billing's letters followed   *
      * the bad address; it now reads ZCXPOST to reject a city that   *
      * does not match the zip and fill in a blank one.               *
      *                                                                 *
      * Every input row is written (or rewritten, so reruns are       *
      * harmless) and stamped with today's date.  Afterwards, for     *
      * each country the input carried, rows the input no longer      *
      * carries -- zips the authority has withdrawn -- are deleted.   *
      * Countries not in the input are left exactly as they are, so   *
      * one country can be refreshed without resending the others.    *
      * Country names are folded to the codes ZCXMAINT looks up       *
      * (DENMARK to DK, GERMANY to DE, USA to US).                    *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTAL-FILE ASSIGN TO ZCXPOSTF
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTAL-FILE.
       01  POSTAL-REC.
           03 PI-COUNTRY          PIC X(20).
           03 PI-FILLER1          PIC X(1).
           03 PI-ZIP              PIC X(10).
           03 PI-FILLER2          PIC X(1).
           03 PI-CITY             PIC X(30).
       WORKING-STORAGE SECTION.
       COPY ZCXPOSTR.
       01 WS.
          03 WS-RESP              PIC S9(8) USAGE BINARY.
          03 WS-RESP2             PIC S9(8) USAGE BINARY.
          03 POSTAL-EOF-SW        PIC X(1) VALUE 'N'.
             88 POSTAL-EOF        VALUE 'Y'.
          03 PURGE-DONE-SW        PIC X(1) VALUE 'N'.
             88 PURGE-DONE        VALUE 'Y'.
          03 WS-RUN-ABS           PIC S9(15) USAGE COMP.
          03 WS-RUN-DATE          PIC X(8).
          03 WS-COUNTRY           PIC X(20).
          03 WS-CITY              PIC X(30).
          03 WS-RID.
             05 WS-RID-COUNTRY    PIC X(20).
             05 WS-RID-ZIP        PIC X(10).
          03 WS-LAST-KEY          PIC X(30).
          03 WS-FOUND-IDX         PIC S9(8) USAGE BINARY.
          03 ROWS-READ            PIC 9(8) VALUE 0.
          03 ROWS-WRITTEN         PIC 9(8) VALUE 0.
          03 ROWS-REWRITTEN       PIC 9(8) VALUE 0.
          03 ROWS-WITHDRAWN       PIC 9(8) VALUE 0.
          03 ROWS-FAILED          PIC 9(8) VALUE 0.
       01 COUNTRY-TABLE.
          03 CT-ENTRY OCCURS 100 TIMES INDEXED BY CT-IDX.
             05 CT-COUNTRY         PIC X(20).
             05 CT-ROWS            PIC 9(8) USAGE COMP.
       01 CT-ENTRY-COUNT           PIC S9(8) USAGE BINARY VALUE 0.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM INITIALIZATION.
           OPEN INPUT POSTAL-FILE.
           PERFORM UNTIL POSTAL-EOF
              READ POSTAL-FILE
                 AT END
                    SET POSTAL-EOF TO TRUE
                 NOT AT END
                    ADD 1 TO ROWS-READ
                    PERFORM LOAD-ONE-ZIP
              END-READ
           END-PERFORM.
           CLOSE POSTAL-FILE.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-ENTRY-COUNT
              PERFORM PURGE-WITHDRAWN-ZIPS
           END-PERFORM.
           DISPLAY 'ZCXPSTL READ=' ROWS-READ
                   ' COUNTRIES=' CT-ENTRY-COUNT
                   ' WRITTEN=' ROWS-WRITTEN
                   ' REWRITTEN=' ROWS-REWRITTEN
                   ' WITHDRAWN=' ROWS-WITHDRAWN
                   ' FAILED=' ROWS-FAILED.
           EXEC CICS RETURN
                END-EXEC.
           GOBACK.
       INITIALIZATION.
           INITIALIZE WS.
           INITIALIZE COUNTRY-TABLE.
           MOVE 0 TO CT-ENTRY-COUNT.
           EXEC CICS ASKTIME
                ABSTIME(WS-RUN-ABS)
                END-EXEC.
           EXEC CICS FORMATTIME
                ABSTIME(WS-RUN-ABS)
                YYYYMMDD(WS-RUN-DATE)
                END-EXEC.
       LOAD-ONE-ZIP.
      *    Write-or-rewrite keyed on country plus zip, the same
      *    pattern as ZCXSRCHL, with today's date on every row the
      *    input carries.
           MOVE FUNCTION UPPER-CASE(PI-COUNTRY) TO WS-COUNTRY.
           PERFORM NORMALIZE-COUNTRY.
           MOVE FUNCTION UPPER-CASE(PI-CITY) TO WS-CITY.
           IF WS-COUNTRY = SPACES OR PI-ZIP = SPACES
              OR WS-CITY = SPACES
              ADD 1 TO ROWS-FAILED
              DISPLAY 'ZCXPSTL INCOMPLETE ROW ' ROWS-READ
                      ' SKIPPED'
           ELSE
              PERFORM NOTE-COUNTRY
              INITIALIZE POST-RECORD
              MOVE WS-COUNTRY TO POST-COUNTRY
              MOVE PI-ZIP TO POST-ZIP
              MOVE WS-CITY TO POST-CITY
              MOVE WS-RUN-DATE TO POST-LOAD-DATE
              EXEC CICS WRITE
                   FILE('ZCXPOST')
                   FROM(POST-RECORD)
                   RIDFLD(POST-KEY)
                   LENGTH(POST-RECORD-LENGTH)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              EVALUATE WS-RESP
                 WHEN DFHRESP(NORMAL)
                    ADD 1 TO ROWS-WRITTEN
                 WHEN DFHRESP(DUPREC)
                    EXEC CICS READ
                         FILE('ZCXPOST')
                         INTO (POST-RECORD)
                         RIDFLD(POST-KEY)
                         UPDATE
                         RESP(WS-RESP)
                         RESP2(WS-RESP2)
                         END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                       MOVE WS-CITY TO POST-CITY
                       MOVE WS-RUN-DATE TO POST-LOAD-DATE
                       EXEC CICS REWRITE
                            FILE('ZCXPOST')
                            FROM(POST-RECORD)
                            LENGTH(POST-RECORD-LENGTH)
                            RESP(WS-RESP)
                            RESP2(WS-RESP2)
                            END-EXEC
                    END-IF
      *             A row that cannot be refreshed keeps yesterday's
      *             load date and would be purged as withdrawn -- the
      *             country is left unpurged instead, see below.
                    IF WS-RESP = DFHRESP(NORMAL)
                       ADD 1 TO ROWS-REWRITTEN
                    ELSE
                       ADD 1 TO ROWS-FAILED
                       PERFORM KEEP-COUNTRY-UNPURGED
                       DISPLAY 'ZCXPSTL REWRITE FAILED FOR '
                               POST-COUNTRY ' ' POST-ZIP
                    END-IF
                 WHEN OTHER
                    ADD 1 TO ROWS-FAILED
                    PERFORM KEEP-COUNTRY-UNPURGED
                    DISPLAY 'ZCXPSTL WRITE FAILED FOR '
                            POST-COUNTRY ' ' POST-ZIP
              END-EVALUATE
           END-IF.
       NORMALIZE-COUNTRY.
      *    The same country spellings ZCXMAINT's zip shape check
      *    accepts, folded to the code the reference file is keyed on.
           EVALUATE WS-COUNTRY
              WHEN 'USA'
                 MOVE 'US' TO WS-COUNTRY
              WHEN 'GERMANY'
                 MOVE 'DE' TO WS-COUNTRY
              WHEN 'DENMARK'
                 MOVE 'DK' TO WS-COUNTRY
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       NOTE-COUNTRY.
      *    Remember each country the input carries; only those are
      *    purged of withdrawn zips.  A country with a failed write
      *    has its count zeroed and is not purged at all, since its
      *    unrefreshed rows would look withdrawn.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > CT-ENTRY-COUNT
              IF CT-COUNTRY(CT-IDX) = WS-COUNTRY
                 SET WS-FOUND-IDX TO CT-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX > 0
              SET CT-IDX TO WS-FOUND-IDX
              IF CT-ROWS(CT-IDX) > 0
                 ADD 1 TO CT-ROWS(CT-IDX)
              END-IF
           ELSE
              IF CT-ENTRY-COUNT < 100
                 ADD 1 TO CT-ENTRY-COUNT
                 SET CT-IDX TO CT-ENTRY-COUNT
                 MOVE WS-COUNTRY TO CT-COUNTRY(CT-IDX)
                 MOVE 1 TO CT-ROWS(CT-IDX)
                 SET WS-FOUND-IDX TO CT-IDX
              ELSE
      *          No slot to remember it by: the rows are still
      *          loaded, the country is simply never purged.
                 DISPLAY 'ZCXPSTL COUNTRY TABLE FULL, NOT PURGING '
                         WS-COUNTRY
              END-IF
           END-IF.
       KEEP-COUNTRY-UNPURGED.
           IF WS-FOUND-IDX > 0
              SET CT-IDX TO WS-FOUND-IDX
              MOVE 0 TO CT-ROWS(CT-IDX)
           END-IF.
       PURGE-WITHDRAWN-ZIPS.
      *    A row in a refreshed country still carrying an older load
      *    date was not in tonight's input: the zip is withdrawn.  A
      *    browse cannot delete, so the browse is restarted after
      *    each row the way ZCXDRAIN walks ZCXPEND, stepping past the
      *    key it has just kept.
           IF CT-ROWS(CT-IDX) > 0
              MOVE CT-COUNTRY(CT-IDX) TO WS-RID-COUNTRY
              MOVE LOW-VALUES TO WS-RID-ZIP
              MOVE LOW-VALUES TO WS-LAST-KEY
              MOVE 'N' TO PURGE-DONE-SW
              PERFORM UNTIL PURGE-DONE
                 PERFORM PURGE-NEXT-ZIP
              END-PERFORM
           END-IF.
       PURGE-NEXT-ZIP.
           EXEC CICS STARTBR
                FILE('ZCXPOST')
                RIDFLD(WS-RID)
                GTEQ
                RESP(WS-RESP)
                RESP2(WS-RESP2)
                END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
              SET PURGE-DONE TO TRUE
           ELSE
              EXEC CICS READNEXT
                   FILE('ZCXPOST')
                   INTO (POST-RECORD)
                   LENGTH(POST-RECORD-LENGTH)
                   RIDFLD(WS-RID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 AND POST-KEY = WS-LAST-KEY
                 EXEC CICS READNEXT
                      FILE('ZCXPOST')
                      INTO (POST-RECORD)
                      LENGTH(POST-RECORD-LENGTH)
                      RIDFLD(WS-RID)
                      RESP(WS-RESP)
                      RESP2(WS-RESP2)
                      END-EXEC
              END-IF
              EXEC CICS ENDBR
                   FILE('ZCXPOST')
                   END-EXEC
              IF WS-RESP NOT = DFHRESP(NORMAL)
                 OR POST-COUNTRY NOT = CT-COUNTRY(CT-IDX)
                 SET PURGE-DONE TO TRUE
              ELSE
                 MOVE POST-KEY TO WS-LAST-KEY
                 IF POST-LOAD-DATE < WS-RUN-DATE
                    EXEC CICS DELETE
                         FILE('ZCXPOST')
                         RIDFLD(POST-KEY)
                         RESP(WS-RESP)
                         RESP2(WS-RESP2)
                         END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                       ADD 1 TO ROWS-WITHDRAWN
                    END-IF
                 END-IF
              END-IF
           END-IF.
