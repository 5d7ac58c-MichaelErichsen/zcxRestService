      ******************************************************************
      * ZCXAPRS - symbolic map for mapset ZCXAPRMM, map ZCXAPR.       *
      * Hand-checked-in alongside ZCXAPRMM.bms in the style DFHMAPS   *
      * would generate, so the map layout can be reviewed/compiled    *
      * without running the BMS assembler step.  Field order and      *
      * lengths mirror ZCXAPRMM.bms exactly -- every named DFHMDF     *
      * field gets an L/A/I group here, even the constant label       *
      * fields, or SEND MAP FROM(ZCXAPRO) writes attribute/data bytes *
      * at offsets the compiled physical map does not expect.  The    *
      * ZCXAPRR redefinition overlays the eight held-request rows as  *
      * a table, and ZCXAPRB the seven read-only request lines, so    *
      * the program can subscript them instead of naming each one.    *
      ******************************************************************
       01  ZCXAPRI.
           05 FILLER          PIC X(12).
           05 VTITLEL         PIC S9(4) USAGE COMP.
           05 VTITLEA         PIC X.
           05 VTITLEI         PIC X(33).
           05 VHDRL           PIC S9(4) USAGE COMP.
           05 VHDRA           PIC X.
           05 VHDRI           PIC X(76).
           05 VSEL01L         PIC S9(4) USAGE COMP.
           05 VSEL01F         PIC X.
           05 VSEL01I         PIC X(1).
           05 VLIN01L         PIC S9(4) USAGE COMP.
           05 VLIN01F         PIC X.
           05 VLIN01I         PIC X(76).
           05 VSEL02L         PIC S9(4) USAGE COMP.
           05 VSEL02F         PIC X.
           05 VSEL02I         PIC X(1).
           05 VLIN02L         PIC S9(4) USAGE COMP.
           05 VLIN02F         PIC X.
           05 VLIN02I         PIC X(76).
           05 VSEL03L         PIC S9(4) USAGE COMP.
           05 VSEL03F         PIC X.
           05 VSEL03I         PIC X(1).
           05 VLIN03L         PIC S9(4) USAGE COMP.
           05 VLIN03F         PIC X.
           05 VLIN03I         PIC X(76).
           05 VSEL04L         PIC S9(4) USAGE COMP.
           05 VSEL04F         PIC X.
           05 VSEL04I         PIC X(1).
           05 VLIN04L         PIC S9(4) USAGE COMP.
           05 VLIN04F         PIC X.
           05 VLIN04I         PIC X(76).
           05 VSEL05L         PIC S9(4) USAGE COMP.
           05 VSEL05F         PIC X.
           05 VSEL05I         PIC X(1).
           05 VLIN05L         PIC S9(4) USAGE COMP.
           05 VLIN05F         PIC X.
           05 VLIN05I         PIC X(76).
           05 VSEL06L         PIC S9(4) USAGE COMP.
           05 VSEL06F         PIC X.
           05 VSEL06I         PIC X(1).
           05 VLIN06L         PIC S9(4) USAGE COMP.
           05 VLIN06F         PIC X.
           05 VLIN06I         PIC X(76).
           05 VSEL07L         PIC S9(4) USAGE COMP.
           05 VSEL07F         PIC X.
           05 VSEL07I         PIC X(1).
           05 VLIN07L         PIC S9(4) USAGE COMP.
           05 VLIN07F         PIC X.
           05 VLIN07I         PIC X(76).
           05 VSEL08L         PIC S9(4) USAGE COMP.
           05 VSEL08F         PIC X.
           05 VSEL08I         PIC X(1).
           05 VLIN08L         PIC S9(4) USAGE COMP.
           05 VLIN08F         PIC X.
           05 VLIN08I         PIC X(76).
           05 VBDLBLL         PIC S9(4) USAGE COMP.
           05 VBDLBLA         PIC X.
           05 VBDLBLI         PIC X(12).
           05 VBOD01L         PIC S9(4) USAGE COMP.
           05 VBOD01F         PIC X.
           05 VBOD01I         PIC X(76).
           05 VBOD02L         PIC S9(4) USAGE COMP.
           05 VBOD02F         PIC X.
           05 VBOD02I         PIC X(76).
           05 VBOD03L         PIC S9(4) USAGE COMP.
           05 VBOD03F         PIC X.
           05 VBOD03I         PIC X(76).
           05 VBOD04L         PIC S9(4) USAGE COMP.
           05 VBOD04F         PIC X.
           05 VBOD04I         PIC X(76).
           05 VBOD05L         PIC S9(4) USAGE COMP.
           05 VBOD05F         PIC X.
           05 VBOD05I         PIC X(76).
           05 VBOD06L         PIC S9(4) USAGE COMP.
           05 VBOD06F         PIC X.
           05 VBOD06I         PIC X(76).
           05 VBOD07L         PIC S9(4) USAGE COMP.
           05 VBOD07F         PIC X.
           05 VBOD07I         PIC X(76).
           05 VMSGL           PIC S9(4) USAGE COMP.
           05 VMSGF           PIC X.
           05 VMSGI           PIC X(79).
           05 VPFKL           PIC S9(4) USAGE COMP.
           05 VPFKA           PIC X.
           05 VPFKI           PIC X(79).
       01  ZCXAPRO REDEFINES ZCXAPRI.
           05 FILLER          PIC X(12).
           05 FILLER          PIC X(3).
           05 VTITLEO         PIC X(33).
           05 FILLER          PIC X(3).
           05 VHDRO           PIC X(76).
           05 FILLER          PIC X(2).
           05 VSEL01A         PIC X.
           05 VSEL01O         PIC X(1).
           05 FILLER          PIC X(2).
           05 VLIN01A         PIC X.
           05 VLIN01O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VSEL02A         PIC X.
           05 VSEL02O         PIC X(1).
           05 FILLER          PIC X(2).
           05 VLIN02A         PIC X.
           05 VLIN02O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VSEL03A         PIC X.
           05 VSEL03O         PIC X(1).
           05 FILLER          PIC X(2).
           05 VLIN03A         PIC X.
           05 VLIN03O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VSEL04A         PIC X.
           05 VSEL04O         PIC X(1).
           05 FILLER          PIC X(2).
           05 VLIN04A         PIC X.
           05 VLIN04O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VSEL05A         PIC X.
           05 VSEL05O         PIC X(1).
           05 FILLER          PIC X(2).
           05 VLIN05A         PIC X.
           05 VLIN05O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VSEL06A         PIC X.
           05 VSEL06O         PIC X(1).
           05 FILLER          PIC X(2).
           05 VLIN06A         PIC X.
           05 VLIN06O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VSEL07A         PIC X.
           05 VSEL07O         PIC X(1).
           05 FILLER          PIC X(2).
           05 VLIN07A         PIC X.
           05 VLIN07O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VSEL08A         PIC X.
           05 VSEL08O         PIC X(1).
           05 FILLER          PIC X(2).
           05 VLIN08A         PIC X.
           05 VLIN08O         PIC X(76).
           05 FILLER          PIC X(3).
           05 VBDLBLO         PIC X(12).
           05 FILLER          PIC X(2).
           05 VBOD01A         PIC X.
           05 VBOD01O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VBOD02A         PIC X.
           05 VBOD02O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VBOD03A         PIC X.
           05 VBOD03O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VBOD04A         PIC X.
           05 VBOD04O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VBOD05A         PIC X.
           05 VBOD05O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VBOD06A         PIC X.
           05 VBOD06O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VBOD07A         PIC X.
           05 VBOD07O         PIC X(76).
           05 FILLER          PIC X(2).
           05 VMSGA           PIC X.
           05 VMSGO           PIC X(79).
           05 FILLER          PIC X(3).
           05 VPFKO           PIC X(79).
       01  ZCXAPRR REDEFINES ZCXAPRI.
           05 FILLER          PIC X(127).
           05 VROW OCCURS 8 TIMES INDEXED BY VROW-IDX.
              10 VROWSELL     PIC S9(4) USAGE COMP.
              10 VROWSELF     PIC X.
              10 VROWSELI     PIC X(1).
              10 VROWLINL     PIC S9(4) USAGE COMP.
              10 VROWLINF     PIC X.
              10 VROWLINI     PIC X(76).
           05 FILLER          PIC X(732).
       01  ZCXAPRB REDEFINES ZCXAPRI.
           05 FILLER          PIC X(806).
           05 VBROW OCCURS 7 TIMES INDEXED BY VBROW-IDX.
              10 VBROWL       PIC S9(4) USAGE COMP.
              10 VBROWF       PIC X.
              10 VBROWI       PIC X(76).
           05 FILLER          PIC X(164).
