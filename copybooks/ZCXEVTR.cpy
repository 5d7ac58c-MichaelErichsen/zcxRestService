      ******************************************************************
      * ZCXEVTR - one intraday person-change event, written to the    *
      * extrapartition transient-data queue ZCXE for every POST, PUT  *
      * or DELETE the service accepts: by ZCXMAINT for a live change, *
      * by ZCXAPPR for one held for approval, by ZCXDRAIN for one     *
      * replayed from ZCXPEND, by ZCXMERG for each call of a merge    *
      * and by ZCXLOAD for each row of a bulk load.  The queue drains *
      * to the sequential event file ZCXEVENT, which billing picks up *
      * through the day instead of waiting for the next morning's     *
      * ZCXDELTA.                                                     *
      * EVT-AFTER is the person as the service returned it, in the    *
      * same 170-byte layout as a ZCXSNAPN snapshot record; it is     *
      * blank on a DELETE.  EVT-USERID is the steward who keyed the   *
      * change, also on an approval or a replay.  The nightly         *
      * ZCXEVCHK check matches the events against that night's delta. *
      ******************************************************************
       01 EVT-RECORD.
          03 EVT-TIMESTAMP      PIC X(18).
          03 EVT-PERSON-ID      PIC X(20).
          03 EVT-VERB           PIC X(6).
          03 EVT-AFTER.
             05 EVT-AFT-ID      PIC X(20).
             05 EVT-AFT-NAME    PIC X(40).
             05 EVT-AFT-DOB     PIC X(10).
             05 EVT-AFT-STREET  PIC X(40).
             05 EVT-AFT-CITY    PIC X(30).
             05 EVT-AFT-ZIP     PIC X(10).
             05 EVT-AFT-COUNTRY PIC X(20).
          03 EVT-USERID         PIC X(8).
          03 EVT-REQUESTID      PIC X(32).
          03 EVT-TRANSID        PIC X(4).
       01 EVT-RECORD-LENGTH     PIC S9(8) USAGE BINARY VALUE +258.
