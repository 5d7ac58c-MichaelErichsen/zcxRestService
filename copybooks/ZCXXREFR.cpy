      ******************************************************************
      * ZCXXREFR - one row per person ID retired by a merge, written  *
      * to the keyed ZCXXREF VSAM cross-reference file by the ZCXMERG *
      * transaction once the survivor has been PUT and the duplicate  *
      * DELETEd.  The key is the retired ID, so "where did this ID    *
      * go" is one keyed READ.  Billing used to see a merge only as a *
      * bare D in ZCXDELTA with no idea which ID the charges should   *
      * move to; the nightly ZCXSNAP run now hands each new row on in *
      * the ZCXMFEED merge feed alongside the delta and stamps        *
      * XREF-FED-DATE, so every merge is fed exactly once.            *
      ******************************************************************
       01 XREF-RECORD.
          03 XREF-RETIRED-ID    PIC X(20).
          03 XREF-SURVIVOR-ID   PIC X(20).
          03 XREF-DATE          PIC X(8).
          03 XREF-TIME          PIC X(6).
          03 XREF-USERID        PIC X(8).
          03 XREF-FED-DATE      PIC X(8).
       01 XREF-RECORD-LENGTH    PIC S9(8) USAGE BINARY VALUE +70.
