      ******************************************************************
      * ZCXRCTLP - LINKAGE parameter block for the ZCXRCTL run-control*
      * subroutine every step of the nightly ZCXSNAP chain CALLs.     *
      * START: the caller fills FUNCTION, STEP and PARMTEXT (its own  *
      * unformatted input line, scanned for the word RERUN and an     *
      * 8-digit business date) and gets back RETCODE, REASON and the  *
      * business DATE the step runs for.  A refused step must do      *
      * nothing at all.  END: the caller fills OUTCOME, the three     *
      * counts and MESSAGE, leaving DATE as START returned it.        *
      ******************************************************************
       01 ZCXRCTL-PARMS.
          03 RCTL-FUNCTION      PIC X(5).
             88 RCTL-START      VALUE 'START'.
             88 RCTL-END        VALUE 'END'.
          03 RCTL-STEP          PIC X(8).
          03 RCTL-PARMTEXT      PIC X(80).
          03 RCTL-DATE          PIC X(8).
          03 RCTL-OUTCOME       PIC X(1).
             88 RCTL-OUTCOME-OK     VALUE 'O'.
             88 RCTL-OUTCOME-FAILED VALUE 'F'.
          03 RCTL-COUNT-IN      PIC 9(8).
          03 RCTL-COUNT-OUT     PIC 9(8).
          03 RCTL-COUNT-EXC     PIC 9(8).
          03 RCTL-MESSAGE       PIC X(60).
          03 RCTL-RETCODE       PIC S9(8) USAGE BINARY.
             88 RCTL-GO         VALUE 0.
             88 RCTL-REFUSED    VALUE 1.
          03 RCTL-REASON        PIC X(60).
