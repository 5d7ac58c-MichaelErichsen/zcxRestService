      ******************************************************************
      * ZCXCNFS - symbolic map for mapset ZCXCNFMM, map ZCXCNF.       *
      * Hand-checked-in alongside ZCXCNFMM.bms in the style DFHMAPS   *
      * would generate, so the map layout can be reviewed/compiled    *
      * without running the BMS assembler step.  Field order and      *
      * lengths mirror ZCXCNFMM.bms exactly -- every named DFHMDF     *
      * field gets an L/A/I group here, even the constant label       *
      * fields, or SEND MAP FROM(ZCXCNFO) writes attribute/data bytes *
      * at offsets the compiled physical map does not expect.  The    *
      * ZCXCNFR redefinition overlays the six field rows (label,      *
      * changed flag, fetched, current and keyed value) as a table,   *
      * so the program can subscript them instead of naming each one. *
      ******************************************************************
       01  ZCXCNFI.
           05 FILLER          PIC X(12).
           05 UTITLEL         PIC S9(4) USAGE COMP.
           05 UTITLEA         PIC X.
           05 UTITLEI         PIC X(33).
           05 UPIDLBL         PIC S9(4) USAGE COMP.
           05 UPIDLBA         PIC X.
           05 UPIDLBI         PIC X(10).
           05 UPIDL           PIC S9(4) USAGE COMP.
           05 UPIDF           PIC X.
           05 UPIDI           PIC X(20).
           05 UVBLBL          PIC S9(4) USAGE COMP.
           05 UVBLBA          PIC X.
           05 UVBLBI          PIC X(7).
           05 UVERBL          PIC S9(4) USAGE COMP.
           05 UVERBF          PIC X.
           05 UVERBI          PIC X(6).
           05 UEXPLL          PIC S9(4) USAGE COMP.
           05 UEXPLF          PIC X.
           05 UEXPLI          PIC X(79).
           05 UHDRL           PIC S9(4) USAGE COMP.
           05 UHDRA           PIC X.
           05 UHDRI           PIC X(79).
           05 ULB01L          PIC S9(4) USAGE COMP.
           05 ULB01A          PIC X.
           05 ULB01I          PIC X(7).
           05 UFL01L          PIC S9(4) USAGE COMP.
           05 UFL01F          PIC X.
           05 UFL01I          PIC X(1).
           05 UFT01L          PIC S9(4) USAGE COMP.
           05 UFT01F          PIC X.
           05 UFT01I          PIC X(22).
           05 UTH01L          PIC S9(4) USAGE COMP.
           05 UTH01F          PIC X.
           05 UTH01I          PIC X(22).
           05 UMI01L          PIC S9(4) USAGE COMP.
           05 UMI01F          PIC X.
           05 UMI01I          PIC X(22).
           05 ULB02L          PIC S9(4) USAGE COMP.
           05 ULB02A          PIC X.
           05 ULB02I          PIC X(7).
           05 UFL02L          PIC S9(4) USAGE COMP.
           05 UFL02F          PIC X.
           05 UFL02I          PIC X(1).
           05 UFT02L          PIC S9(4) USAGE COMP.
           05 UFT02F          PIC X.
           05 UFT02I          PIC X(22).
           05 UTH02L          PIC S9(4) USAGE COMP.
           05 UTH02F          PIC X.
           05 UTH02I          PIC X(22).
           05 UMI02L          PIC S9(4) USAGE COMP.
           05 UMI02F          PIC X.
           05 UMI02I          PIC X(22).
           05 ULB03L          PIC S9(4) USAGE COMP.
           05 ULB03A          PIC X.
           05 ULB03I          PIC X(7).
           05 UFL03L          PIC S9(4) USAGE COMP.
           05 UFL03F          PIC X.
           05 UFL03I          PIC X(1).
           05 UFT03L          PIC S9(4) USAGE COMP.
           05 UFT03F          PIC X.
           05 UFT03I          PIC X(22).
           05 UTH03L          PIC S9(4) USAGE COMP.
           05 UTH03F          PIC X.
           05 UTH03I          PIC X(22).
           05 UMI03L          PIC S9(4) USAGE COMP.
           05 UMI03F          PIC X.
           05 UMI03I          PIC X(22).
           05 ULB04L          PIC S9(4) USAGE COMP.
           05 ULB04A          PIC X.
           05 ULB04I          PIC X(7).
           05 UFL04L          PIC S9(4) USAGE COMP.
           05 UFL04F          PIC X.
           05 UFL04I          PIC X(1).
           05 UFT04L          PIC S9(4) USAGE COMP.
           05 UFT04F          PIC X.
           05 UFT04I          PIC X(22).
           05 UTH04L          PIC S9(4) USAGE COMP.
           05 UTH04F          PIC X.
           05 UTH04I          PIC X(22).
           05 UMI04L          PIC S9(4) USAGE COMP.
           05 UMI04F          PIC X.
           05 UMI04I          PIC X(22).
           05 ULB05L          PIC S9(4) USAGE COMP.
           05 ULB05A          PIC X.
           05 ULB05I          PIC X(7).
           05 UFL05L          PIC S9(4) USAGE COMP.
           05 UFL05F          PIC X.
           05 UFL05I          PIC X(1).
           05 UFT05L          PIC S9(4) USAGE COMP.
           05 UFT05F          PIC X.
           05 UFT05I          PIC X(22).
           05 UTH05L          PIC S9(4) USAGE COMP.
           05 UTH05F          PIC X.
           05 UTH05I          PIC X(22).
           05 UMI05L          PIC S9(4) USAGE COMP.
           05 UMI05F          PIC X.
           05 UMI05I          PIC X(22).
           05 ULB06L          PIC S9(4) USAGE COMP.
           05 ULB06A          PIC X.
           05 ULB06I          PIC X(7).
           05 UFL06L          PIC S9(4) USAGE COMP.
           05 UFL06F          PIC X.
           05 UFL06I          PIC X(1).
           05 UFT06L          PIC S9(4) USAGE COMP.
           05 UFT06F          PIC X.
           05 UFT06I          PIC X(22).
           05 UTH06L          PIC S9(4) USAGE COMP.
           05 UTH06F          PIC X.
           05 UTH06I          PIC X(22).
           05 UMI06L          PIC S9(4) USAGE COMP.
           05 UMI06F          PIC X.
           05 UMI06I          PIC X(22).
           05 UNOTEL          PIC S9(4) USAGE COMP.
           05 UNOTEA          PIC X.
           05 UNOTEI          PIC X(79).
           05 UMSGL           PIC S9(4) USAGE COMP.
           05 UMSGF           PIC X.
           05 UMSGI           PIC X(79).
           05 UPFKL           PIC S9(4) USAGE COMP.
           05 UPFKA           PIC X.
           05 UPFKI           PIC X(79).
       01  ZCXCNFO REDEFINES ZCXCNFI.
           05 FILLER          PIC X(12).
           05 FILLER          PIC X(3).
           05 UTITLEO         PIC X(33).
           05 FILLER          PIC X(3).
           05 UPIDLBO         PIC X(10).
           05 FILLER          PIC X(2).
           05 UPIDA           PIC X.
           05 UPIDO           PIC X(20).
           05 FILLER          PIC X(3).
           05 UVBLBO          PIC X(7).
           05 FILLER          PIC X(2).
           05 UVERBA          PIC X.
           05 UVERBO          PIC X(6).
           05 FILLER          PIC X(2).
           05 UEXPLA          PIC X.
           05 UEXPLO          PIC X(79).
           05 FILLER          PIC X(3).
           05 UHDRO           PIC X(79).
           05 FILLER          PIC X(3).
           05 ULB01O          PIC X(7).
           05 FILLER          PIC X(2).
           05 UFL01A          PIC X.
           05 UFL01O          PIC X(1).
           05 FILLER          PIC X(2).
           05 UFT01A          PIC X.
           05 UFT01O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UTH01A          PIC X.
           05 UTH01O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UMI01A          PIC X.
           05 UMI01O          PIC X(22).
           05 FILLER          PIC X(3).
           05 ULB02O          PIC X(7).
           05 FILLER          PIC X(2).
           05 UFL02A          PIC X.
           05 UFL02O          PIC X(1).
           05 FILLER          PIC X(2).
           05 UFT02A          PIC X.
           05 UFT02O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UTH02A          PIC X.
           05 UTH02O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UMI02A          PIC X.
           05 UMI02O          PIC X(22).
           05 FILLER          PIC X(3).
           05 ULB03O          PIC X(7).
           05 FILLER          PIC X(2).
           05 UFL03A          PIC X.
           05 UFL03O          PIC X(1).
           05 FILLER          PIC X(2).
           05 UFT03A          PIC X.
           05 UFT03O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UTH03A          PIC X.
           05 UTH03O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UMI03A          PIC X.
           05 UMI03O          PIC X(22).
           05 FILLER          PIC X(3).
           05 ULB04O          PIC X(7).
           05 FILLER          PIC X(2).
           05 UFL04A          PIC X.
           05 UFL04O          PIC X(1).
           05 FILLER          PIC X(2).
           05 UFT04A          PIC X.
           05 UFT04O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UTH04A          PIC X.
           05 UTH04O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UMI04A          PIC X.
           05 UMI04O          PIC X(22).
           05 FILLER          PIC X(3).
           05 ULB05O          PIC X(7).
           05 FILLER          PIC X(2).
           05 UFL05A          PIC X.
           05 UFL05O          PIC X(1).
           05 FILLER          PIC X(2).
           05 UFT05A          PIC X.
           05 UFT05O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UTH05A          PIC X.
           05 UTH05O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UMI05A          PIC X.
           05 UMI05O          PIC X(22).
           05 FILLER          PIC X(3).
           05 ULB06O          PIC X(7).
           05 FILLER          PIC X(2).
           05 UFL06A          PIC X.
           05 UFL06O          PIC X(1).
           05 FILLER          PIC X(2).
           05 UFT06A          PIC X.
           05 UFT06O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UTH06A          PIC X.
           05 UTH06O          PIC X(22).
           05 FILLER          PIC X(2).
           05 UMI06A          PIC X.
           05 UMI06O          PIC X(22).
           05 FILLER          PIC X(3).
           05 UNOTEO          PIC X(79).
           05 FILLER          PIC X(2).
           05 UMSGA           PIC X.
           05 UMSGO           PIC X(79).
           05 FILLER          PIC X(3).
           05 UPFKO           PIC X(79).
       01  ZCXCNFR REDEFINES ZCXCNFI.
           05 FILLER          PIC X(267).
           05 UROW OCCURS 6 TIMES INDEXED BY UROW-IDX.
              10 UROWLBLL     PIC S9(4) USAGE COMP.
              10 UROWLBLA     PIC X.
              10 UROWLBLI     PIC X(7).
              10 UROWFLL      PIC S9(4) USAGE COMP.
              10 UROWFLF      PIC X.
              10 UROWFLI      PIC X(1).
              10 UROWFTL      PIC S9(4) USAGE COMP.
              10 UROWFTF      PIC X.
              10 UROWFTI      PIC X(22).
              10 UROWTHL      PIC S9(4) USAGE COMP.
              10 UROWTHF      PIC X.
              10 UROWTHI      PIC X(22).
              10 UROWMIL      PIC S9(4) USAGE COMP.
              10 UROWMIF      PIC X.
              10 UROWMII      PIC X(22).
           05 FILLER          PIC X(246).
