      ******************************************************************
      * ZCXEXQS - symbolic map for mapset ZCXEXQMM, map ZCXEXQ.       *
      * Hand-checked-in alongside ZCXEXQMM.bms in the style DFHMAPS   *
      * would generate, so the map layout can be reviewed/compiled    *
      * without running the BMS assembler step.  Field order and      *
      * lengths mirror ZCXEXQMM.bms exactly -- every named DFHMDF     *
      * field gets an L/A/I group here, even the constant label       *
      * fields, or SEND MAP FROM(ZCXEXQO) writes attribute/data bytes *
      * at offsets the compiled physical map does not expect.  The    *
      * ZCXEXQR redefinition overlays the ten work-queue rows as a    *
      * table, so the program can subscript them instead of naming    *
      * each one.                                                     *
      ******************************************************************
       01  ZCXEXQI.
           05 FILLER          PIC X(12).
           05 KTITLEL         PIC S9(4) USAGE COMP.
           05 KTITLEA         PIC X.
           05 KTITLEI         PIC X(38).
           05 KTYLBLL         PIC S9(4) USAGE COMP.
           05 KTYLBLA         PIC X.
           05 KTYLBLI         PIC X(5).
           05 KTYPEL          PIC S9(4) USAGE COMP.
           05 KTYPEF          PIC X.
           05 KTYPEI          PIC X(8).
           05 KAGLBLL         PIC S9(4) USAGE COMP.
           05 KAGLBLA         PIC X.
           05 KAGLBLI         PIC X(15).
           05 KAGEL           PIC S9(4) USAGE COMP.
           05 KAGEF           PIC X.
           05 KAGEI           PIC X(3).
           05 KTYHLPL         PIC S9(4) USAGE COMP.
           05 KTYHLPA         PIC X.
           05 KTYHLPI         PIC X(79).
           05 KHDRL           PIC S9(4) USAGE COMP.
           05 KHDRA           PIC X.
           05 KHDRI           PIC X(76).
           05 KSEL01L         PIC S9(4) USAGE COMP.
           05 KSEL01F         PIC X.
           05 KSEL01I         PIC X(1).
           05 KLIN01L         PIC S9(4) USAGE COMP.
           05 KLIN01F         PIC X.
           05 KLIN01I         PIC X(76).
           05 KSEL02L         PIC S9(4) USAGE COMP.
           05 KSEL02F         PIC X.
           05 KSEL02I         PIC X(1).
           05 KLIN02L         PIC S9(4) USAGE COMP.
           05 KLIN02F         PIC X.
           05 KLIN02I         PIC X(76).
           05 KSEL03L         PIC S9(4) USAGE COMP.
           05 KSEL03F         PIC X.
           05 KSEL03I         PIC X(1).
           05 KLIN03L         PIC S9(4) USAGE COMP.
           05 KLIN03F         PIC X.
           05 KLIN03I         PIC X(76).
           05 KSEL04L         PIC S9(4) USAGE COMP.
           05 KSEL04F         PIC X.
           05 KSEL04I         PIC X(1).
           05 KLIN04L         PIC S9(4) USAGE COMP.
           05 KLIN04F         PIC X.
           05 KLIN04I         PIC X(76).
           05 KSEL05L         PIC S9(4) USAGE COMP.
           05 KSEL05F         PIC X.
           05 KSEL05I         PIC X(1).
           05 KLIN05L         PIC S9(4) USAGE COMP.
           05 KLIN05F         PIC X.
           05 KLIN05I         PIC X(76).
           05 KSEL06L         PIC S9(4) USAGE COMP.
           05 KSEL06F         PIC X.
           05 KSEL06I         PIC X(1).
           05 KLIN06L         PIC S9(4) USAGE COMP.
           05 KLIN06F         PIC X.
           05 KLIN06I         PIC X(76).
           05 KSEL07L         PIC S9(4) USAGE COMP.
           05 KSEL07F         PIC X.
           05 KSEL07I         PIC X(1).
           05 KLIN07L         PIC S9(4) USAGE COMP.
           05 KLIN07F         PIC X.
           05 KLIN07I         PIC X(76).
           05 KSEL08L         PIC S9(4) USAGE COMP.
           05 KSEL08F         PIC X.
           05 KSEL08I         PIC X(1).
           05 KLIN08L         PIC S9(4) USAGE COMP.
           05 KLIN08F         PIC X.
           05 KLIN08I         PIC X(76).
           05 KSEL09L         PIC S9(4) USAGE COMP.
           05 KSEL09F         PIC X.
           05 KSEL09I         PIC X(1).
           05 KLIN09L         PIC S9(4) USAGE COMP.
           05 KLIN09F         PIC X.
           05 KLIN09I         PIC X(76).
           05 KSEL10L         PIC S9(4) USAGE COMP.
           05 KSEL10F         PIC X.
           05 KSEL10I         PIC X(1).
           05 KLIN10L         PIC S9(4) USAGE COMP.
           05 KLIN10F         PIC X.
           05 KLIN10I         PIC X(76).
           05 KITLBLL         PIC S9(4) USAGE COMP.
           05 KITLBLA         PIC X.
           05 KITLBLI         PIC X(5).
           05 KITEML          PIC S9(4) USAGE COMP.
           05 KITEMF          PIC X.
           05 KITEMI          PIC X(73).
           05 KDETL           PIC S9(4) USAGE COMP.
           05 KDETF           PIC X.
           05 KDETI           PIC X(79).
           05 KNTLBLL         PIC S9(4) USAGE COMP.
           05 KNTLBLA         PIC X.
           05 KNTLBLI         PIC X(5).
           05 KNOTEL          PIC S9(4) USAGE COMP.
           05 KNOTEF          PIC X.
           05 KNOTEI          PIC X(60).
           05 KNTBYL          PIC S9(4) USAGE COMP.
           05 KNTBYF          PIC X.
           05 KNTBYI          PIC X(60).
           05 KMSGL           PIC S9(4) USAGE COMP.
           05 KMSGF           PIC X.
           05 KMSGI           PIC X(79).
           05 KPFKL           PIC S9(4) USAGE COMP.
           05 KPFKA           PIC X.
           05 KPFKI           PIC X(79).
       01  ZCXEXQO REDEFINES ZCXEXQI.
           05 FILLER          PIC X(12).
           05 FILLER          PIC X(3).
           05 KTITLEO         PIC X(38).
           05 FILLER          PIC X(3).
           05 KTYLBLO         PIC X(5).
           05 FILLER          PIC X(2).
           05 KTYPEA          PIC X.
           05 KTYPEO          PIC X(8).
           05 FILLER          PIC X(3).
           05 KAGLBLO         PIC X(15).
           05 FILLER          PIC X(2).
           05 KAGEA           PIC X.
           05 KAGEO           PIC X(3).
           05 FILLER          PIC X(3).
           05 KTYHLPO         PIC X(79).
           05 FILLER          PIC X(3).
           05 KHDRO           PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL01A         PIC X.
           05 KSEL01O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN01A         PIC X.
           05 KLIN01O         PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL02A         PIC X.
           05 KSEL02O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN02A         PIC X.
           05 KLIN02O         PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL03A         PIC X.
           05 KSEL03O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN03A         PIC X.
           05 KLIN03O         PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL04A         PIC X.
           05 KSEL04O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN04A         PIC X.
           05 KLIN04O         PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL05A         PIC X.
           05 KSEL05O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN05A         PIC X.
           05 KLIN05O         PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL06A         PIC X.
           05 KSEL06O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN06A         PIC X.
           05 KLIN06O         PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL07A         PIC X.
           05 KSEL07O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN07A         PIC X.
           05 KLIN07O         PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL08A         PIC X.
           05 KSEL08O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN08A         PIC X.
           05 KLIN08O         PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL09A         PIC X.
           05 KSEL09O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN09A         PIC X.
           05 KLIN09O         PIC X(76).
           05 FILLER          PIC X(2).
           05 KSEL10A         PIC X.
           05 KSEL10O         PIC X(1).
           05 FILLER          PIC X(2).
           05 KLIN10A         PIC X.
           05 KLIN10O         PIC X(76).
           05 FILLER          PIC X(3).
           05 KITLBLO         PIC X(5).
           05 FILLER          PIC X(2).
           05 KITEMA          PIC X.
           05 KITEMO          PIC X(73).
           05 FILLER          PIC X(2).
           05 KDETA           PIC X.
           05 KDETO           PIC X(79).
           05 FILLER          PIC X(3).
           05 KNTLBLO         PIC X(5).
           05 FILLER          PIC X(2).
           05 KNOTEA          PIC X.
           05 KNOTEO          PIC X(60).
           05 FILLER          PIC X(2).
           05 KNTBYA          PIC X.
           05 KNTBYO          PIC X(60).
           05 FILLER          PIC X(2).
           05 KMSGA           PIC X.
           05 KMSGO           PIC X(79).
           05 FILLER          PIC X(3).
           05 KPFKO           PIC X(79).
       01  ZCXEXQR REDEFINES ZCXEXQI.
           05 FILLER          PIC X(257).
           05 KROW OCCURS 10 TIMES INDEXED BY KROW-IDX.
              10 KROWSELL     PIC S9(4) USAGE COMP.
              10 KROWSELF     PIC X.
              10 KROWSELI     PIC X(1).
              10 KROWLINL     PIC S9(4) USAGE COMP.
              10 KROWLINF     PIC X.
              10 KROWLINI     PIC X(76).
           05 FILLER          PIC X(464).
