      * AUDITREC - one row per /api/person call, written to the       *
      * entry-sequenced VSAM audit file ZCXAUDIT so "who saw this     *
      * record and when" can be reconstructed after the fact.         *
      * AUD-TRANSID and AUD-VERB (the calling transaction and the     *
      * HTTP verb, blank on rows that are not a service call) were    *
      * added so the ZCXPRIV access-pattern report can tell a lookup  *
      * from an update; rows written before then are 660 bytes long.  *
      ******************************************************************
       01 AUDIT-RECORD.
          03 AUD-TIMESTAMP      PIC X(18).
             88 AUD-SERVICE-DEGRADED VALUE 'Y'.
          03 AUD-DENIED         PIC X(1).
             88 AUD-AUTH-DENIED VALUE 'Y'.
          03 AUD-TRANSID        PIC X(4).
          03 AUD-VERB           PIC X(6).
       01 AUDIT-RECORD-LENGTH   PIC S9(8) USAGE BINARY VALUE +670.
       01 AUDIT-TIME-WORK.
          03 AUD-ABSTIME        PIC S9(15) USAGE COMP.
          03 AUD-DATE           PIC X(8).
