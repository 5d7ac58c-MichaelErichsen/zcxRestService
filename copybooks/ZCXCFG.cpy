          03 ZCX-CFG-PROBEID        PIC X(20).
          03 ZCX-CFG-PROBEINTSECS   PIC S9(8) USAGE BINARY.
          03 ZCX-CFG-PROBEMAXFAIL   PIC S9(8) USAGE BINARY.
      *    Four-eyes approval: hours a held ZCXMAINT request may wait
      *    for a second steward before it expires, and whether a PUT
      *    that changes the name or DOB is held as well as a DELETE.
      *    An older short control record leaves these zero/blank,
      *    which means the documented 24 hours and DELETE-only.
          03 ZCX-CFG-APPRHOURS      PIC S9(8) USAGE BINARY.
          03 ZCX-CFG-APPRPUT        PIC X(1).
             88 ZCX-CFG-APPRPUT-YES VALUE 'Y'.
      *    ZCXPRIV access-pattern report: the daily ceiling on the
      *    distinct persons one userid looks up, and how many times
      *    a userid's own usual daily level counts as far above it.
      *    Zero (an older short record) means the documented 200
      *    persons and 3 times.
          03 ZCX-CFG-PRIVCEILING    PIC S9(8) USAGE BINARY.
          03 ZCX-CFG-PRIVFACTOR     PIC S9(8) USAGE BINARY.
      *    ZCXSTRL statistics housekeeping: days an hourly ZCXSTATS
      *    row is kept once it has been rolled into the ZCXSTATM
      *    monthly summary.  Zero (an older short record) means the
      *    documented 90 days.
          03 ZCX-CFG-STATRETDAYS    PIC S9(8) USAGE BINARY.
      *    ZCXAVAIL availability report: the contracted availability
      *    in hundredths of a percent, and the business day as the
      *    first hour in and the first hour after it (Monday to
      *    Friday; every other hour is a quiet hour).  Zero (an older
      *    short record) means the documented 99.50 percent and 07
      *    to 19.
          03 ZCX-CFG-AVAILTARGET    PIC S9(8) USAGE BINARY.
          03 ZCX-CFG-BUSSTART       PIC S9(8) USAGE BINARY.
          03 ZCX-CFG-BUSEND         PIC S9(8) USAGE BINARY.
      *    ZCXGATE circuit breaker: consecutive transport failures,
      *    across every caller in the region, that trip it open, and
      *    the seconds it then fails calls fast before letting one
      *    trial call through.  Zero (an older short record) means
      *    the documented 5 failures and 60 seconds.
          03 ZCX-CFG-BRKFAILS       PIC S9(8) USAGE BINARY.
          03 ZCX-CFG-BRKCOOLSECS    PIC S9(8) USAGE BINARY.
       01 ZCX-CFG-LENGTH            PIC S9(8) USAGE BINARY VALUE +315.
