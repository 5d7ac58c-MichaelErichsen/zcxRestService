      ******************************************************************
      * ZCXRUNR - one row per nightly step per business date in the   *
      * keyed ZCXRUN VSAM run-control file.  Nothing used to stop a   *
      * step of the ZCXSNAP chain running against the wrong night:    *
      * after the September abend ZCXHISTL folded an old ZCXDELTA in  *
      * again, and ZCXSRCHL loaded a snapshot ZCXSNAP had abandoned   *
      * on a gateway failure.  Every step now CALLs ZCXRCTL at start  *
      * and at end; the row records when the step ran, how it ended,  *
      * its record counts, and how often it was refused.  The key is  *
      * business date plus step name, so one night's rows sit         *
      * together for the ZCXRUNRP status report.                      *
      * RUN-CHAIN lists the steps in running order -- each step's     *
      * predecessor is the one before it.                             *
      ******************************************************************
       01 RUN-RECORD.
          03 RUN-KEY.
             05 RUN-DATE        PIC X(8).
             05 RUN-STEP        PIC X(8).
          03 RUN-STATUS         PIC X(1).
             88 RUN-RUNNING     VALUE 'R'.
             88 RUN-OK          VALUE 'O'.
             88 RUN-FAILED      VALUE 'F'.
             88 RUN-REFUSED     VALUE 'X'.
          03 RUN-START          PIC X(18).
          03 RUN-END            PIC X(18).
          03 RUN-USERID         PIC X(8).
          03 RUN-COUNT-IN       PIC 9(8).
          03 RUN-COUNT-OUT      PIC 9(8).
          03 RUN-COUNT-EXC      PIC 9(8).
          03 RUN-ATTEMPTS       PIC 9(4).
          03 RUN-REFUSALS       PIC 9(4).
          03 RUN-FORCED         PIC X(1).
             88 RUN-WAS-FORCED  VALUE 'Y'.
          03 RUN-MESSAGE        PIC X(60).
       01 RUN-RECORD-LENGTH     PIC S9(8) USAGE BINARY VALUE +154.
       01 RUN-CHAIN-NAMES.
          03 FILLER             PIC X(32)
                VALUE 'ZCXSNAP ZCXHISTLZCXSRCHLZCXCWARM'.
          03 FILLER             PIC X(32)
                VALUE 'ZCXDQAUDZCXDUPS ZCXCMPR ZCXHAND '.
       01 RUN-CHAIN REDEFINES RUN-CHAIN-NAMES.
          03 RUN-CHAIN-STEP     PIC X(8) OCCURS 8 TIMES.
       01 RUN-CHAIN-COUNT       PIC S9(4) USAGE BINARY VALUE +8.
