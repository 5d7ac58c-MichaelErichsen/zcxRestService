      ******************************************************************
      * ZCXSNWKR - one row per person ID in the keyed ZCXSNWK VSAM    *
      * work file ZCXSNAP stages each night's compare in.  The run    *
      * clears it, files every person it fetches under the new image, *
      * folds last night's snapshot in under the old one, and then    *
      * browses it once in person ID order: the new images become     *
      * tonight's ZCXSNAPN, and a row with only a new image is an     *
      * add, one with only an old image a delete, and one whose two   *
      * images differ a change.  Being keyed, the file puts no        *
      * ceiling on the roster the way the old in-storage table of     *
      * 2000 persons did, and neither snapshot has to arrive in any   *
      * particular order.                                             *
      ******************************************************************
       01 SNWK-RECORD.
          03 SNWK-PERSON-ID     PIC X(20).
          03 SNWK-OLD-SW        PIC X(1).
             88 SNWK-HAS-OLD    VALUE 'Y'.
          03 SNWK-NEW-SW        PIC X(1).
             88 SNWK-HAS-NEW    VALUE 'Y'.
          03 SNWK-OLD-IMAGE     PIC X(170).
          03 SNWK-NEW-IMAGE     PIC X(170).
       01 SNWK-RECORD-LENGTH    PIC S9(8) USAGE BINARY VALUE +362.
