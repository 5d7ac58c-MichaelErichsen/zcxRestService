      ******************************************************************
      * ZCXCPWKR - one row per snapshot person in the keyed ZCXCPWK   *
      * VSAM work file ZCXCMPR looks the snapshot side of its compare *
      * up in.  The field layout is the 170-byte snapshot record      *
      * keyed on the person ID.  The run clears the file and loads it *
      * from ZCXSNAPN before the first sweep row is compared, so each *
      * sweep row is one keyed READ whatever order the sweep ran in;  *
      * being keyed, it puts no ceiling on the roster the way the old *
      * in-storage table of 2000 persons did.                         *
      ******************************************************************
       01 CPWK-RECORD.
          03 CPWK-PERSON-ID     PIC X(20).
          03 CPWK-NAME          PIC X(40).
          03 CPWK-DOB           PIC X(10).
          03 CPWK-STREET        PIC X(40).
          03 CPWK-CITY          PIC X(30).
          03 CPWK-ZIP           PIC X(10).
          03 CPWK-COUNTRY       PIC X(20).
       01 CPWK-RECORD-LENGTH    PIC S9(8) USAGE BINARY VALUE +170.
