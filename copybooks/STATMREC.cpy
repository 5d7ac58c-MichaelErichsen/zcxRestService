      ******************************************************************
      * STATMREC - one row per APPLID/month in the ZCXSTATM VSAM      *
      * monthly summary file, rolled up from the hourly ZCXSTATS rows *
      * by ZCXSTRL so a year of service figures survives the purge of *
      * the hourly detail.  STATM-ROLLED-THRU is the last day whose   *
      * hours are already in the totals; a rerun skips those hours,   *
      * so a month is never counted twice.  The busiest hour is the   *
      * single hour with the most calls in the month, and an hour     *
      * fails the SLA on the same average-elapsed and error-percent   *
      * test ZCXSLARP applies to a day.                               *
      ******************************************************************
       01 STATM-RECORD.
          03 STATM-KEY.
             05 STATM-APPLID       PIC X(8).
             05 STATM-MONTH        PIC X(6).
          03 STATM-CALL-COUNT      PIC 9(9) USAGE COMP.
          03 STATM-ERROR-COUNT     PIC 9(9) USAGE COMP.
          03 STATM-TOTAL-ELAPSED   PIC 9(15) USAGE COMP.
          03 STATM-MAX-ELAPSED     PIC 9(8) USAGE COMP.
          03 STATM-HOURS           PIC 9(8) USAGE COMP.
          03 STATM-SLA-FAIL-HOURS  PIC 9(8) USAGE COMP.
          03 STATM-BUSY-DATE       PIC X(8).
          03 STATM-BUSY-HOUR       PIC X(2).
          03 STATM-BUSY-CALLS      PIC 9(8) USAGE COMP.
          03 STATM-ROLLED-THRU     PIC X(8).
       01 STATM-RECORD-LENGTH      PIC S9(8) USAGE BINARY VALUE +64.
