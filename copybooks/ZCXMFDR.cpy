      ******************************************************************
      * ZCXMFDR - one line of the ZCXMFEED merge feed ZCXSNAP writes  *
      * for billing each night from the ZCXXREF rows not yet fed:     *
      * the retired person ID, the ID it was merged into, the merge   *
      * date and the steward's userid, blank-separated -- 59 bytes.   *
      * ZCXHAND reads the same file to count the merges it releases.  *
      ******************************************************************
       01 MERGE-FEED-REC.
          03 MF-RETIRED-ID      PIC X(20).
          03 MF-FILLER1         PIC X(1).
          03 MF-SURVIVOR-ID     PIC X(20).
          03 MF-FILLER2         PIC X(1).
          03 MF-MERGE-DATE      PIC X(8).
          03 MF-FILLER3         PIC X(1).
          03 MF-USERID          PIC X(8).
