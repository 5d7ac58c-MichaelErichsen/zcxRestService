      ******************************************************************
      * ZCXDPWKR - one row per snapshot person in the keyed ZCXDPWK   *
      * VSAM work file ZCXDUPS pairs the roster in.  The key is name, *
      * then DOB, then person ID, so everyone sharing a name and DOB  *
      * sits together and a forward browse from any person meets      *
      * exactly the later candidates for a pair with it.  The run     *
      * clears the file and loads it from ZCXSNAPN before the first   *
      * pair is looked for; being keyed, it puts no ceiling on the    *
      * roster the way the old in-storage table of 2000 persons did.  *
      ******************************************************************
       01 DPWK-RECORD.
          03 DPWK-KEY.
             05 DPWK-NAME       PIC X(40).
             05 DPWK-DOB        PIC X(10).
             05 DPWK-PERSON-ID  PIC X(20).
          03 DPWK-IMAGE         PIC X(170).
       01 DPWK-RECORD-LENGTH    PIC S9(8) USAGE BINARY VALUE +240.
