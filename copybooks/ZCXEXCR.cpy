      ******************************************************************
      * ZCXEXCR - one steward exception in the keyed ZCXEXCP VSAM     *
      * file.  The nightly ZCXDQAUD, ZCXDUPS and ZCXCMPR steps still  *
      * print their reports, and besides load every finding here      *
      * through the ZCXEXCL subroutine, so a finding is one item that *
      * lives from the night it first appears until the night it no   *
      * longer does -- not a fresh report line every night with no    *
      * record of who is working it.  The stewards list, claim and    *
      * annotate the items on the ZCXEXQM work-queue screen, and the  *
      * weekly ZCXEXAG report ages the open backlog.                  *
      * The key is person ID, exception type and a qualifier that     *
      * tells two findings of one type for one person apart: the      *
      * other person ID of a duplicate pair, the field of a content   *
      * mismatch, blank for a data-quality rule.                      *
      *    BAD-DOB  / BAD-ZIP   - ZCXDQAUD                            *
      *    DUPLICAT / ADDRDIFF  - ZCXDUPS                             *
      *    CACHEDIF / SNAPDIFF  - ZCXCMPR                             *
      * FIRST-SEEN and LAST-SEEN are business dates; LAST-RUN is the  *
      * stamp of the load run that last saw the item, and each run    *
      * closes the open items of its own source it did not see.  An   *
      * item that turns up again after closing is reopened with a new *
      * first-seen date.  ASSIGNED is the steward who claimed it,     *
      * blank while unclaimed.                                        *
      ******************************************************************
       01 EXC-RECORD.
          03 EXC-KEY.
             05 EXC-PERSON-ID   PIC X(20).
             05 EXC-TYPE        PIC X(8).
             05 EXC-QUALIFIER   PIC X(20).
          03 EXC-SOURCE         PIC X(8).
          03 EXC-DETAIL         PIC X(80).
          03 EXC-FIRST-SEEN     PIC X(8).
          03 EXC-LAST-SEEN      PIC X(8).
          03 EXC-LAST-RUN       PIC X(18).
          03 EXC-TIMES-SEEN     PIC 9(6).
          03 EXC-STATUS         PIC X(1).
             88 EXC-OPEN        VALUE 'O'.
             88 EXC-CLOSED      VALUE 'C'.
          03 EXC-CLOSED-DATE    PIC X(8).
          03 EXC-ASSIGNED       PIC X(8).
          03 EXC-CLAIMED-DATE   PIC X(8).
          03 EXC-NOTE           PIC X(60).
          03 EXC-NOTE-USERID    PIC X(8).
          03 EXC-NOTE-STAMP     PIC X(18).
       01 EXC-RECORD-LENGTH     PIC S9(8) USAGE BINARY VALUE +287.
       01 EXC-TYPE-NAMES.
          03 FILLER             PIC X(24)
                VALUE 'BAD-DOB BAD-ZIP DUPLICAT'.
          03 FILLER             PIC X(24)
                VALUE 'ADDRDIFFCACHEDIFSNAPDIFF'.
       01 EXC-TYPES REDEFINES EXC-TYPE-NAMES.
          03 EXC-TYPE-NAME      PIC X(8) OCCURS 6 TIMES.
       01 EXC-TYPE-COUNT        PIC S9(4) USAGE BINARY VALUE +6.
