      ******************************************************************
      * ZCXJUMP - COMMAREA the ZCXEXQM work-queue screen passes on    *
      * XCTL to ZCXMAINT or ZCXHINQ when a steward jumps from an      *
      * exception item to that person.  Its length tells it apart     *
      * from the COMMAREA each of those screens passes itself, so on  *
      * arrival the screen opens on JUMP-PERSON-ID instead of blank.  *
      * JUMP-FROM is the transaction the steward came from.           *
      ******************************************************************
       01 JUMP-AREA.
          03 JUMP-FROM          PIC X(4).
          03 JUMP-PERSON-ID     PIC X(20).
       01 JUMP-AREA-LENGTH      PIC S9(4) USAGE BINARY VALUE +24.
