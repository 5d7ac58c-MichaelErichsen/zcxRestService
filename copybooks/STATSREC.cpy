      * accumulated by STATS-LOG so a daily SLA report can be pulled   *
      * from call count/average/max elapsed time and error rate        *
      * without having to replay the audit log.                        *
      * STAT-FASTFAIL-COUNT is kept by ZCXGATE itself: calls its       *
      * circuit breaker refused without trying the service.  They are  *
      * in neither the call count nor the error count, so a hard       *
      * outage does not flatten the elapsed-time figures.  A row       *
      * written before the field existed reads short and is zeroed.    *
      ******************************************************************
       01 STATS-RECORD.
          03 STAT-KEY.
          03 STAT-ERROR-COUNT      PIC 9(8) USAGE COMP.
          03 STAT-TOTAL-ELAPSED    PIC 9(8) USAGE COMP.
          03 STAT-MAX-ELAPSED      PIC 9(8) USAGE COMP.
          03 STAT-FASTFAIL-COUNT   PIC 9(8) USAGE COMP.
       01 STATS-RECORD-LENGTH      PIC S9(8) USAGE BINARY VALUE +38.
       01 STATS-WORK.
          03 STAT-START-TIME       PIC S9(15) USAGE COMP.
          03 STAT-END-TIME         PIC S9(15) USAGE COMP.
