      * update never just evaporates with a counter tick: the        *
      * ZCXDLQM transaction reviews, corrects and resubmits (or       *
      * discards) these rows.                                          *
      * DEAD-REASON tells a rejection from a conflict: a replayed PUT *
      * or DELETE whose person changed at the source after the        *
      * steward fetched it is not sent at all but parked here with    *
      * the image the steward fetched (DEAD-BASE) and the image the   *
      * source held at replay (DEAD-CURRENT, blank if the person was  *
      * gone), both in the ZCXSNAPN snapshot layout, so ZCXDLQM can   *
      * show what a resubmit would override.  Rows written before the *
      * reason existed are 604 bytes long and are rejections.         *
      ******************************************************************
       01 DEAD-RECORD.
          03 DEAD-KEY.
          03 DEAD-USERID        PIC X(8).
          03 DEAD-REQUESTID     PIC X(32).
          03 DEAD-STATUSCODE    PIC 9(4).
          03 DEAD-REASON        PIC X(8).
             88 DEAD-REJECTED   VALUE 'REJECTED'.
             88 DEAD-CONFLICT   VALUE 'CONFLICT'.
          03 DEAD-BASE.
             05 DEAD-BASE-ID    PIC X(20).
             05 DEAD-BASE-NAME  PIC X(40).
             05 DEAD-BASE-DOB   PIC X(10).
             05 DEAD-BASE-STREET PIC X(40).
             05 DEAD-BASE-CITY  PIC X(30).
             05 DEAD-BASE-ZIP   PIC X(10).
             05 DEAD-BASE-COUNTRY PIC X(20).
          03 DEAD-CURRENT.
             05 DEAD-CUR-ID     PIC X(20).
             05 DEAD-CUR-NAME   PIC X(40).
             05 DEAD-CUR-DOB    PIC X(10).
             05 DEAD-CUR-STREET PIC X(40).
             05 DEAD-CUR-CITY   PIC X(30).
             05 DEAD-CUR-ZIP    PIC X(10).
             05 DEAD-CUR-COUNTRY PIC X(20).
       01 DEAD-RECORD-LENGTH    PIC S9(8) USAGE BINARY VALUE +952.
