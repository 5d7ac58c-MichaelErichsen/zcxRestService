      * archive DD) is printed to ZCXMANIF for the audit binder.      *
      * The redefine of ZCXAUDIT and its reload from ZCXKEEP is the   *
      * IDCAMS step that follows this program in the job.             *
      * Both outputs carry every row in the current 670-byte layout;  *
      * older, shorter rows are converted on the way through.         *
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC            PIC X(670).
       FD  KEEP-FILE.
       01  KEEP-REC               PIC X(670).
       FD  MANIFEST-FILE.
       01  MANIFEST-REC           PIC X(80).
       WORKING-STORAGE SECTION.
                 IF AUDIT-RECORD-LENGTH = 627
                    PERFORM CONVERT-OLD-ROW
                 END-IF
      *          A row shorter than the current layout predates the
      *          transaction-ID and verb fields; the bytes past its
      *          end are residue from the previous longer row.
                 IF AUDIT-RECORD-LENGTH < 670
                    MOVE SPACES TO AUD-TRANSID
                    MOVE SPACES TO AUD-VERB
                 END-IF
                 PERFORM SPLIT-ONE-ROW
              ELSE
                 SET BROWSE-EOF TO TRUE
