      ******************************************************************
      * ZCXBRKR - region-wide circuit-breaker state for ZCXGATE, held *
      * as the single item of the ZCXBRKQ temporary-storage queue so  *
      * every task in the region sees the same breaker.  ZCXGATE      *
      * updates it under ENQ on the queue name; ZCXDASH only reads    *
      * it.  No queue (a fresh region) is a closed breaker.           *
      *    CLOSED  - calls go through; BRK-FAIL-COUNT counts the      *
      *              consecutive transport failures so far.           *
      *    OPEN    - calls fail fast until ZCX-CFG-BRKCOOLSECS after  *
      *              BRK-OPENED-ABS.                                  *
      *    TRIAL   - one call let through at BRK-TRIAL-ABS to see if  *
      *              the service is back; every other call still      *
      *              fails fast.  A trial that never reports back is  *
      *              replaced after another cool-off.                 *
      * BRK-CHANGED is the YYYYMMDD-HHMMSS of the last trip or close. *
      ******************************************************************
       01 BRK-RECORD.
          03 BRK-STATE          PIC X(1).
             88 BRK-CLOSED      VALUE 'C' ' ' LOW-VALUE.
             88 BRK-OPEN        VALUE 'O'.
             88 BRK-TRIAL       VALUE 'T'.
          03 BRK-FAIL-COUNT     PIC S9(8) USAGE BINARY.
          03 BRK-OPENED-ABS     PIC S9(15) USAGE COMP.
          03 BRK-TRIAL-ABS      PIC S9(15) USAGE COMP.
          03 BRK-TRIP-COUNT     PIC S9(8) USAGE BINARY.
          03 BRK-CHANGED        PIC X(18).
       01 BRK-RECORD-LENGTH     PIC S9(8) USAGE BINARY VALUE +43.
