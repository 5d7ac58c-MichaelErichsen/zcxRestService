      ******************************************************************
      * ZCXEXCLP - LINKAGE parameter block for the ZCXEXCL exception  *
      * loader the nightly ZCXDQAUD, ZCXDUPS and ZCXCMPR steps CALL.  *
      * BEGIN: the caller fills SOURCE (its program name) and DATE    *
      * (the business date ZCXRCTL returned) and gets back RUNSTAMP   *
      * with the counts cleared.  PUT: the caller fills PERSON-ID,    *
      * TYPE, QUALIFIER and DETAIL for one finding.  KEEP: the caller *
      * fills PERSON-ID for a person it could not examine this run,   *
      * so that person's open items of this source are left open.     *
      * CLOSE: closes every open item of this source the run did not  *
      * PUT or KEEP -- it does nothing once a PUT or KEEP has failed, *
      * as a finding missed through a file error is not a resolved    *
      * one.  Every call leaves SOURCE, DATE and RUNSTAMP as BEGIN    *
      * set them; the counts accumulate over the run.                 *
      ******************************************************************
       01 ZCXEXCL-PARMS.
          03 EXCL-FUNCTION      PIC X(5).
             88 EXCL-BEGIN      VALUE 'BEGIN'.
             88 EXCL-PUT        VALUE 'PUT'.
             88 EXCL-KEEP       VALUE 'KEEP'.
             88 EXCL-CLOSE      VALUE 'CLOSE'.
          03 EXCL-SOURCE        PIC X(8).
          03 EXCL-DATE          PIC X(8).
          03 EXCL-RUNSTAMP      PIC X(18).
          03 EXCL-PERSON-ID     PIC X(20).
          03 EXCL-TYPE          PIC X(8).
          03 EXCL-QUALIFIER     PIC X(20).
          03 EXCL-DETAIL        PIC X(80).
          03 EXCL-ADDED         PIC 9(8).
          03 EXCL-UPDATED       PIC 9(8).
          03 EXCL-REOPENED      PIC 9(8).
          03 EXCL-CLOSED        PIC 9(8).
          03 EXCL-ERRORS        PIC 9(8).
          03 EXCL-RETCODE       PIC S9(8) USAGE BINARY.
             88 EXCL-OK         VALUE 0.
             88 EXCL-FAILED     VALUE 1.
