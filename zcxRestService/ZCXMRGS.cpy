      ******************************************************************
      * ZCXMRGS - symbolic map for mapset ZCXMRGMM, map ZCXMRG.       *
      * Hand-checked-in alongside ZCXMRGMM.bms in the style DFHMAPS   *
      * would generate, so the map layout can be reviewed/compiled    *
      * without running the BMS assembler step.  Field order and      *
      * lengths mirror ZCXMRGMM.bms exactly -- every named DFHMDF     *
      * field gets an L/A/I group here, even the constant label       *
      * fields, or SEND MAP FROM(ZCXMRGO) writes attribute/data bytes *
      * at offsets the compiled physical map does not expect.  The    *
      * ZCXMRGR redefinition overlays the six field rows (label, keep *
      * flag, ID A value, ID B value) as a table, so the program can  *
      * subscript them instead of naming each one.                    *
      ******************************************************************
       01  ZCXMRGI.
           05 FILLER          PIC X(12).
           05 JTITLEL         PIC S9(4) USAGE COMP.
           05 JTITLEA         PIC X.
           05 JTITLEI         PIC X(33).
           05 JIDLBAL         PIC S9(4) USAGE COMP.
           05 JIDLBAA         PIC X.
           05 JIDLBAI         PIC X(6).
           05 JIDAL           PIC S9(4) USAGE COMP.
           05 JIDAF           PIC X.
           05 JIDAI           PIC X(20).
           05 JIDLBBL         PIC S9(4) USAGE COMP.
           05 JIDLBBA         PIC X.
           05 JIDLBBI         PIC X(6).
           05 JIDBL           PIC S9(4) USAGE COMP.
           05 JIDBF           PIC X.
           05 JIDBI           PIC X(20).
           05 JSRCAL          PIC S9(4) USAGE COMP.
           05 JSRCAF          PIC X.
           05 JSRCAI          PIC X(33).
           05 JSRCBL          PIC S9(4) USAGE COMP.
           05 JSRCBF          PIC X.
           05 JSRCBI          PIC X(33).
           05 JSVLBLL         PIC S9(4) USAGE COMP.
           05 JSVLBLA         PIC X.
           05 JSVLBLI         PIC X(16).
           05 JSURVL          PIC S9(4) USAGE COMP.
           05 JSURVF          PIC X.
           05 JSURVI          PIC X(1).
           05 JHDRL           PIC S9(4) USAGE COMP.
           05 JHDRA           PIC X.
           05 JHDRI           PIC X(79).
           05 JLB01L          PIC S9(4) USAGE COMP.
           05 JLB01A          PIC X.
           05 JLB01I          PIC X(7).
           05 JKP01L          PIC S9(4) USAGE COMP.
           05 JKP01F          PIC X.
           05 JKP01I          PIC X(1).
           05 JVA01L          PIC S9(4) USAGE COMP.
           05 JVA01F          PIC X.
           05 JVA01I          PIC X(33).
           05 JVB01L          PIC S9(4) USAGE COMP.
           05 JVB01F          PIC X.
           05 JVB01I          PIC X(33).
           05 JLB02L          PIC S9(4) USAGE COMP.
           05 JLB02A          PIC X.
           05 JLB02I          PIC X(7).
           05 JKP02L          PIC S9(4) USAGE COMP.
           05 JKP02F          PIC X.
           05 JKP02I          PIC X(1).
           05 JVA02L          PIC S9(4) USAGE COMP.
           05 JVA02F          PIC X.
           05 JVA02I          PIC X(33).
           05 JVB02L          PIC S9(4) USAGE COMP.
           05 JVB02F          PIC X.
           05 JVB02I          PIC X(33).
           05 JLB03L          PIC S9(4) USAGE COMP.
           05 JLB03A          PIC X.
           05 JLB03I          PIC X(7).
           05 JKP03L          PIC S9(4) USAGE COMP.
           05 JKP03F          PIC X.
           05 JKP03I          PIC X(1).
           05 JVA03L          PIC S9(4) USAGE COMP.
           05 JVA03F          PIC X.
           05 JVA03I          PIC X(33).
           05 JVB03L          PIC S9(4) USAGE COMP.
           05 JVB03F          PIC X.
           05 JVB03I          PIC X(33).
           05 JLB04L          PIC S9(4) USAGE COMP.
           05 JLB04A          PIC X.
           05 JLB04I          PIC X(7).
           05 JKP04L          PIC S9(4) USAGE COMP.
           05 JKP04F          PIC X.
           05 JKP04I          PIC X(1).
           05 JVA04L          PIC S9(4) USAGE COMP.
           05 JVA04F          PIC X.
           05 JVA04I          PIC X(33).
           05 JVB04L          PIC S9(4) USAGE COMP.
           05 JVB04F          PIC X.
           05 JVB04I          PIC X(33).
           05 JLB05L          PIC S9(4) USAGE COMP.
           05 JLB05A          PIC X.
           05 JLB05I          PIC X(7).
           05 JKP05L          PIC S9(4) USAGE COMP.
           05 JKP05F          PIC X.
           05 JKP05I          PIC X(1).
           05 JVA05L          PIC S9(4) USAGE COMP.
           05 JVA05F          PIC X.
           05 JVA05I          PIC X(33).
           05 JVB05L          PIC S9(4) USAGE COMP.
           05 JVB05F          PIC X.
           05 JVB05I          PIC X(33).
           05 JLB06L          PIC S9(4) USAGE COMP.
           05 JLB06A          PIC X.
           05 JLB06I          PIC X(7).
           05 JKP06L          PIC S9(4) USAGE COMP.
           05 JKP06F          PIC X.
           05 JKP06I          PIC X(1).
           05 JVA06L          PIC S9(4) USAGE COMP.
           05 JVA06F          PIC X.
           05 JVA06I          PIC X(33).
           05 JVB06L          PIC S9(4) USAGE COMP.
           05 JVB06F          PIC X.
           05 JVB06I          PIC X(33).
           05 JMGLBLL         PIC S9(4) USAGE COMP.
           05 JMGLBLA         PIC X.
           05 JMGLBLI         PIC X(7).
           05 JRES1L          PIC S9(4) USAGE COMP.
           05 JRES1F          PIC X.
           05 JRES1I          PIC X(71).
           05 JRES2L          PIC S9(4) USAGE COMP.
           05 JRES2F          PIC X.
           05 JRES2I          PIC X(71).
           05 JMSGL           PIC S9(4) USAGE COMP.
           05 JMSGF           PIC X.
           05 JMSGI           PIC X(79).
           05 JPFKL           PIC S9(4) USAGE COMP.
           05 JPFKA           PIC X.
           05 JPFKI           PIC X(79).
       01  ZCXMRGO REDEFINES ZCXMRGI.
           05 FILLER          PIC X(12).
           05 FILLER          PIC X(3).
           05 JTITLEO         PIC X(33).
           05 FILLER          PIC X(3).
           05 JIDLBAO         PIC X(6).
           05 FILLER          PIC X(2).
           05 JIDAA           PIC X.
           05 JIDAO           PIC X(20).
           05 FILLER          PIC X(3).
           05 JIDLBBO         PIC X(6).
           05 FILLER          PIC X(2).
           05 JIDBA           PIC X.
           05 JIDBO           PIC X(20).
           05 FILLER          PIC X(2).
           05 JSRCAA          PIC X.
           05 JSRCAO          PIC X(33).
           05 FILLER          PIC X(2).
           05 JSRCBA          PIC X.
           05 JSRCBO          PIC X(33).
           05 FILLER          PIC X(3).
           05 JSVLBLO         PIC X(16).
           05 FILLER          PIC X(2).
           05 JSURVA          PIC X.
           05 JSURVO          PIC X(1).
           05 FILLER          PIC X(3).
           05 JHDRO           PIC X(79).
           05 FILLER          PIC X(3).
           05 JLB01O          PIC X(7).
           05 FILLER          PIC X(2).
           05 JKP01A          PIC X.
           05 JKP01O          PIC X(1).
           05 FILLER          PIC X(2).
           05 JVA01A          PIC X.
           05 JVA01O          PIC X(33).
           05 FILLER          PIC X(2).
           05 JVB01A          PIC X.
           05 JVB01O          PIC X(33).
           05 FILLER          PIC X(3).
           05 JLB02O          PIC X(7).
           05 FILLER          PIC X(2).
           05 JKP02A          PIC X.
           05 JKP02O          PIC X(1).
           05 FILLER          PIC X(2).
           05 JVA02A          PIC X.
           05 JVA02O          PIC X(33).
           05 FILLER          PIC X(2).
           05 JVB02A          PIC X.
           05 JVB02O          PIC X(33).
           05 FILLER          PIC X(3).
           05 JLB03O          PIC X(7).
           05 FILLER          PIC X(2).
           05 JKP03A          PIC X.
           05 JKP03O          PIC X(1).
           05 FILLER          PIC X(2).
           05 JVA03A          PIC X.
           05 JVA03O          PIC X(33).
           05 FILLER          PIC X(2).
           05 JVB03A          PIC X.
           05 JVB03O          PIC X(33).
           05 FILLER          PIC X(3).
           05 JLB04O          PIC X(7).
           05 FILLER          PIC X(2).
           05 JKP04A          PIC X.
           05 JKP04O          PIC X(1).
           05 FILLER          PIC X(2).
           05 JVA04A          PIC X.
           05 JVA04O          PIC X(33).
           05 FILLER          PIC X(2).
           05 JVB04A          PIC X.
           05 JVB04O          PIC X(33).
           05 FILLER          PIC X(3).
           05 JLB05O          PIC X(7).
           05 FILLER          PIC X(2).
           05 JKP05A          PIC X.
           05 JKP05O          PIC X(1).
           05 FILLER          PIC X(2).
           05 JVA05A          PIC X.
           05 JVA05O          PIC X(33).
           05 FILLER          PIC X(2).
           05 JVB05A          PIC X.
           05 JVB05O          PIC X(33).
           05 FILLER          PIC X(3).
           05 JLB06O          PIC X(7).
           05 FILLER          PIC X(2).
           05 JKP06A          PIC X.
           05 JKP06O          PIC X(1).
           05 FILLER          PIC X(2).
           05 JVA06A          PIC X.
           05 JVA06O          PIC X(33).
           05 FILLER          PIC X(2).
           05 JVB06A          PIC X.
           05 JVB06O          PIC X(33).
           05 FILLER          PIC X(3).
           05 JMGLBLO         PIC X(7).
           05 FILLER          PIC X(2).
           05 JRES1A          PIC X.
           05 JRES1O          PIC X(71).
           05 FILLER          PIC X(2).
           05 JRES2A          PIC X.
           05 JRES2O          PIC X(71).
           05 FILLER          PIC X(2).
           05 JMSGA           PIC X.
           05 JMSGO           PIC X(79).
           05 FILLER          PIC X(3).
           05 JPFKO           PIC X(79).
       01  ZCXMRGR REDEFINES ZCXMRGI.
           05 FILLER          PIC X(289).
           05 JROW OCCURS 6 TIMES INDEXED BY JROW-IDX.
              10 JROWLBLL     PIC S9(4) USAGE COMP.
              10 JROWLBLA     PIC X.
              10 JROWLBLI     PIC X(7).
              10 JROWKPL      PIC S9(4) USAGE COMP.
              10 JROWKPF      PIC X.
              10 JROWKPI      PIC X(1).
              10 JROWAL       PIC S9(4) USAGE COMP.
              10 JROWAF       PIC X.
              10 JROWAI       PIC X(33).
              10 JROWBL       PIC S9(4) USAGE COMP.
              10 JROWBF       PIC X.
              10 JROWBI       PIC X(33).
           05 FILLER          PIC X(322).
