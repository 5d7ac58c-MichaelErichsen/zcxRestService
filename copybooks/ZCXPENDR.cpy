      * reachable again.  The key is person ID plus capture timestamp *
      * so a keyed browse replays each person's updates in original   *
      * order.                                                         *
      * PEND-BASE is the person as the steward last fetched it in     *
      * ZCXMAINT, in the 170-byte ZCXSNAPN snapshot layout; ZCXDRAIN  *
      * re-reads the person before replaying a PUT or DELETE and      *
      * sends a replay whose person has changed since to ZCXDEAD as a *
      * conflict.  It is blank when nothing was fetched first (and on *
      * rows written before it existed, which are 600 bytes long).    *
      ******************************************************************
       01 PEND-RECORD.
          03 PEND-KEY.
          03 PEND-BODYLEN       PIC S9(8) USAGE BINARY.
          03 PEND-USERID        PIC X(8).
          03 PEND-REQUESTID     PIC X(32).
          03 PEND-BASE.
             05 PEND-BASE-ID    PIC X(20).
             05 PEND-BASE-NAME  PIC X(40).
             05 PEND-BASE-DOB   PIC X(10).
             05 PEND-BASE-STREET PIC X(40).
             05 PEND-BASE-CITY  PIC X(30).
             05 PEND-BASE-ZIP   PIC X(10).
             05 PEND-BASE-COUNTRY PIC X(20).
       01 PEND-RECORD-LENGTH    PIC S9(8) USAGE BINARY VALUE +770.
