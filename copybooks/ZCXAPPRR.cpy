      ******************************************************************
      * ZCXAPPRR - one row per ZCXMAINT request held for four-eyes    *
      * approval, written to the keyed ZCXAPPR VSAM file instead of   *
      * going straight to ZCXGATE.  A DELETE is always held (and a    *
      * PUT that changes the name or DOB when ZCX-CFG-APPRPUT is Y);  *
      * the ZCXAPPR transaction lets a second userid holding          *
      * PERM-DELETE approve (send) or reject it.  The row carries the *
      * complete captured request -- verb, body, correlation ID --    *
      * plus who keyed it, from which terminal and when, so the       *
      * approver reviews exactly what will be sent and a row older    *
      * than ZCX-CFG-APPRHOURS can be expired.  The key is person ID  *
      * plus capture timestamp, the same as ZCXPEND.                  *
      * APPR-BASE is the person as the steward last fetched it, in    *
      * the same layout as PEND-BASE; ZCXAPPR re-reads the person     *
      * before sending an approved PUT or DELETE and rejects the      *
      * entry as a conflict when the person has changed since.  It    *
      * is blank when nothing was fetched first (and on rows written  *
      * before it existed, which are 612 bytes long).                 *
      ******************************************************************
       01 APPR-RECORD.
          03 APPR-KEY.
             05 APPR-PERSON-ID  PIC X(20).
             05 APPR-STAMP      PIC X(18).
          03 APPR-VERB          PIC X(6).
          03 APPR-BODY          PIC X(512).
          03 APPR-BODYLEN       PIC S9(8) USAGE BINARY.
          03 APPR-USERID        PIC X(8).
          03 APPR-TERMID        PIC X(4).
          03 APPR-REQUESTID     PIC X(32).
          03 APPR-ABSTIME       PIC S9(15) USAGE COMP.
          03 APPR-BASE.
             05 APPR-BASE-ID    PIC X(20).
             05 APPR-BASE-NAME  PIC X(40).
             05 APPR-BASE-DOB   PIC X(10).
             05 APPR-BASE-STREET PIC X(40).
             05 APPR-BASE-CITY  PIC X(30).
             05 APPR-BASE-ZIP   PIC X(10).
             05 APPR-BASE-COUNTRY PIC X(20).
       01 APPR-RECORD-LENGTH    PIC S9(8) USAGE BINARY VALUE +782.
