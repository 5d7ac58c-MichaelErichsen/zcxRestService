      * leaves it as spaces/low-values gets one generated by ZCXGATE;  *
      * a caller replaying the same logical request (ZCXDRAIN) passes  *
      * the originally captured ID back in unchanged.                  *
      *                                                                 *
      * FASTFAIL is 'Y' when ZCXGATE's circuit breaker is open and the *
      * call was refused without trying the service.  RETCODE is still *
      * 1, so every caller's cache/queue fallback works unchanged; the *
      * flag only tells STATS-LOG that ZCXGATE has already counted the *
      * call as a fast fail and it must not be counted as an error.    *
      ******************************************************************
       01 ZCXGATE-PARMS.
          03 GATE-VERB          PIC X(6).
             88 GATE-SUCCESS    VALUE 0.
             88 GATE-FAILURE    VALUE 1.
          03 GATE-REQUESTID     PIC X(32).
          03 GATE-FASTFAIL      PIC X(1).
             88 GATE-FAST-FAILED VALUE 'Y'.
