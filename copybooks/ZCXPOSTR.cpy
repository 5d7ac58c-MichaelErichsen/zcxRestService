      ******************************************************************
      * ZCXPOSTR - one row per postal code in the keyed ZCXPOST VSAM  *
      * postal reference file, loaded and refreshed from the postal   *
      * authority's file by the ZCXPSTL batch job.  The key is the    *
      * country code plus the zip, so ZCXMAINT gets the official city *
      * name for a keyed address with one READ: a city that does not  *
      * match is rejected and a blank city is filled in.  A country   *
      * with no rows on the file keeps the shape-only zip check.      *
      * POST-LOAD-DATE is the last load that carried the row, which   *
      * is how a refresh finds the zips the authority has withdrawn.  *
      ******************************************************************
       01 POST-RECORD.
          03 POST-KEY.
             05 POST-COUNTRY    PIC X(20).
             05 POST-ZIP        PIC X(10).
          03 POST-CITY          PIC X(30).
          03 POST-LOAD-DATE     PIC X(8).
       01 POST-RECORD-LENGTH    PIC S9(8) USAGE BINARY VALUE +68.
