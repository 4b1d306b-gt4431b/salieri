      ******************************************************************
      *B.PD.S                                                          *
      * BGMS570: SYMBOLIC MAP OF THE BGMS570 MAPSET, THE SCREENS OF    *
      * THE BG70 ONLINE TRANSACTION (BG9O5700). ONE INPUT AND ONE      *
      * OUTPUT VIEW PER MAP: BGM570A BROWSE, BGM570B DOSSIER, BGM570C  *
      * ACCOUNT, BGM570D CATALOG AND BGM570E CENTER MAINTENANCE,       *
      * BGM570F CHANGES AWAITING APPROVAL, BGM570G MIRROR PAIRS. KEEP  *
      * IN STEP WITH THE BGMS570 MAP SOURCE.                           *
      *B.PD.E                                                          *
      ******************************************************************
      *
       01  BGM570AI.
           02  FILLER PIC X(12).
           02  AENTL    COMP  PIC  S9(4).
           02  AENTF    PICTURE X.
           02  FILLER REDEFINES AENTF.
             03 AENTA    PICTURE X.
           02  AENTI  PIC X(4).
           02  ACENL    COMP  PIC  S9(4).
           02  ACENF    PICTURE X.
           02  FILLER REDEFINES ACENF.
             03 ACENA    PICTURE X.
           02  ACENI  PIC X(4).
           02  ASTAL    COMP  PIC  S9(4).
           02  ASTAF    PICTURE X.
           02  FILLER REDEFINES ASTAF.
             03 ASTAA    PICTURE X.
           02  ASTAI  PIC X(1).
           02  AFLGL    COMP  PIC  S9(4).
           02  AFLGF    PICTURE X.
           02  FILLER REDEFINES AFLGF.
             03 AFLGA    PICTURE X.
           02  AFLGI  PIC X(1).
           02  ASEL01L    COMP  PIC  S9(4).
           02  ASEL01F    PICTURE X.
           02  FILLER REDEFINES ASEL01F.
             03 ASEL01A    PICTURE X.
           02  ASEL01I  PIC X(1).
           02  ALIN01L    COMP  PIC  S9(4).
           02  ALIN01F    PICTURE X.
           02  FILLER REDEFINES ALIN01F.
             03 ALIN01A    PICTURE X.
           02  ALIN01I  PIC X(50).
           02  ASEL02L    COMP  PIC  S9(4).
           02  ASEL02F    PICTURE X.
           02  FILLER REDEFINES ASEL02F.
             03 ASEL02A    PICTURE X.
           02  ASEL02I  PIC X(1).
           02  ALIN02L    COMP  PIC  S9(4).
           02  ALIN02F    PICTURE X.
           02  FILLER REDEFINES ALIN02F.
             03 ALIN02A    PICTURE X.
           02  ALIN02I  PIC X(50).
           02  ASEL03L    COMP  PIC  S9(4).
           02  ASEL03F    PICTURE X.
           02  FILLER REDEFINES ASEL03F.
             03 ASEL03A    PICTURE X.
           02  ASEL03I  PIC X(1).
           02  ALIN03L    COMP  PIC  S9(4).
           02  ALIN03F    PICTURE X.
           02  FILLER REDEFINES ALIN03F.
             03 ALIN03A    PICTURE X.
           02  ALIN03I  PIC X(50).
           02  ASEL04L    COMP  PIC  S9(4).
           02  ASEL04F    PICTURE X.
           02  FILLER REDEFINES ASEL04F.
             03 ASEL04A    PICTURE X.
           02  ASEL04I  PIC X(1).
           02  ALIN04L    COMP  PIC  S9(4).
           02  ALIN04F    PICTURE X.
           02  FILLER REDEFINES ALIN04F.
             03 ALIN04A    PICTURE X.
           02  ALIN04I  PIC X(50).
           02  ASEL05L    COMP  PIC  S9(4).
           02  ASEL05F    PICTURE X.
           02  FILLER REDEFINES ASEL05F.
             03 ASEL05A    PICTURE X.
           02  ASEL05I  PIC X(1).
           02  ALIN05L    COMP  PIC  S9(4).
           02  ALIN05F    PICTURE X.
           02  FILLER REDEFINES ALIN05F.
             03 ALIN05A    PICTURE X.
           02  ALIN05I  PIC X(50).
           02  ASEL06L    COMP  PIC  S9(4).
           02  ASEL06F    PICTURE X.
           02  FILLER REDEFINES ASEL06F.
             03 ASEL06A    PICTURE X.
           02  ASEL06I  PIC X(1).
           02  ALIN06L    COMP  PIC  S9(4).
           02  ALIN06F    PICTURE X.
           02  FILLER REDEFINES ALIN06F.
             03 ALIN06A    PICTURE X.
           02  ALIN06I  PIC X(50).
           02  ASEL07L    COMP  PIC  S9(4).
           02  ASEL07F    PICTURE X.
           02  FILLER REDEFINES ASEL07F.
             03 ASEL07A    PICTURE X.
           02  ASEL07I  PIC X(1).
           02  ALIN07L    COMP  PIC  S9(4).
           02  ALIN07F    PICTURE X.
           02  FILLER REDEFINES ALIN07F.
             03 ALIN07A    PICTURE X.
           02  ALIN07I  PIC X(50).
           02  ASEL08L    COMP  PIC  S9(4).
           02  ASEL08F    PICTURE X.
           02  FILLER REDEFINES ASEL08F.
             03 ASEL08A    PICTURE X.
           02  ASEL08I  PIC X(1).
           02  ALIN08L    COMP  PIC  S9(4).
           02  ALIN08F    PICTURE X.
           02  FILLER REDEFINES ALIN08F.
             03 ALIN08A    PICTURE X.
           02  ALIN08I  PIC X(50).
           02  ASEL09L    COMP  PIC  S9(4).
           02  ASEL09F    PICTURE X.
           02  FILLER REDEFINES ASEL09F.
             03 ASEL09A    PICTURE X.
           02  ASEL09I  PIC X(1).
           02  ALIN09L    COMP  PIC  S9(4).
           02  ALIN09F    PICTURE X.
           02  FILLER REDEFINES ALIN09F.
             03 ALIN09A    PICTURE X.
           02  ALIN09I  PIC X(50).
           02  ASEL10L    COMP  PIC  S9(4).
           02  ASEL10F    PICTURE X.
           02  FILLER REDEFINES ASEL10F.
             03 ASEL10A    PICTURE X.
           02  ASEL10I  PIC X(1).
           02  ALIN10L    COMP  PIC  S9(4).
           02  ALIN10F    PICTURE X.
           02  FILLER REDEFINES ALIN10F.
             03 ALIN10A    PICTURE X.
           02  ALIN10I  PIC X(50).
           02  ASEL11L    COMP  PIC  S9(4).
           02  ASEL11F    PICTURE X.
           02  FILLER REDEFINES ASEL11F.
             03 ASEL11A    PICTURE X.
           02  ASEL11I  PIC X(1).
           02  ALIN11L    COMP  PIC  S9(4).
           02  ALIN11F    PICTURE X.
           02  FILLER REDEFINES ALIN11F.
             03 ALIN11A    PICTURE X.
           02  ALIN11I  PIC X(50).
           02  ASEL12L    COMP  PIC  S9(4).
           02  ASEL12F    PICTURE X.
           02  FILLER REDEFINES ASEL12F.
             03 ASEL12A    PICTURE X.
           02  ASEL12I  PIC X(1).
           02  ALIN12L    COMP  PIC  S9(4).
           02  ALIN12F    PICTURE X.
           02  FILLER REDEFINES ALIN12F.
             03 ALIN12A    PICTURE X.
           02  ALIN12I  PIC X(50).
           02  AMSGL    COMP  PIC  S9(4).
           02  AMSGF    PICTURE X.
           02  FILLER REDEFINES AMSGF.
             03 AMSGA    PICTURE X.
           02  AMSGI  PIC X(78).
       01  BGM570AO REDEFINES BGM570AI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  AENTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ACENO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ASTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  AFLGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ASEL01O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN01O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL02O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN02O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL03O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN03O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL04O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN04O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL05O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN05O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL06O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN06O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL07O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN07O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL08O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN08O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL09O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN09O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL10O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN10O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL11O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN11O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  ASEL12O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  ALIN12O  PIC X(50).
           02  FILLER PICTURE X(3).
           02  AMSGO  PIC X(78).
      *
       01  BGM570BI.
           02  FILLER PIC X(12).
           02  BENTL    COMP  PIC  S9(4).
           02  BENTF    PICTURE X.
           02  FILLER REDEFINES BENTF.
             03 BENTA    PICTURE X.
           02  BENTI  PIC X(4).
           02  BCENL    COMP  PIC  S9(4).
           02  BCENF    PICTURE X.
           02  FILLER REDEFINES BCENF.
             03 BCENA    PICTURE X.
           02  BCENI  PIC X(4).
           02  BACCL    COMP  PIC  S9(4).
           02  BACCF    PICTURE X.
           02  FILLER REDEFINES BACCF.
             03 BACCA    PICTURE X.
           02  BACCI  PIC X(10).
           02  BSTAL    COMP  PIC  S9(4).
           02  BSTAF    PICTURE X.
           02  FILLER REDEFINES BSTAF.
             03 BSTAA    PICTURE X.
           02  BSTAI  PIC X(1).
           02  BFLGL    COMP  PIC  S9(4).
           02  BFLGF    PICTURE X.
           02  FILLER REDEFINES BFLGF.
             03 BFLGA    PICTURE X.
           02  BFLGI  PIC X(1).
           02  BFUML    COMP  PIC  S9(4).
           02  BFUMF    PICTURE X.
           02  FILLER REDEFINES BFUMF.
             03 BFUMA    PICTURE X.
           02  BFUMI  PIC X(10).
           02  BBALL    COMP  PIC  S9(4).
           02  BBALF    PICTURE X.
           02  FILLER REDEFINES BBALF.
             03 BBALA    PICTURE X.
           02  BBALI  PIC X(17).
           02  BFBML    COMP  PIC  S9(4).
           02  BFBMF    PICTURE X.
           02  FILLER REDEFINES BFBMF.
             03 BFBMA    PICTURE X.
           02  BFBMI  PIC X(10).
           02  BCODL    COMP  PIC  S9(4).
           02  BCODF    PICTURE X.
           02  FILLER REDEFINES BCODF.
             03 BCODA    PICTURE X.
           02  BCODI  PIC X(6).
           02  BSTCL    COMP  PIC  S9(4).
           02  BSTCF    PICTURE X.
           02  FILLER REDEFINES BSTCF.
             03 BSTCA    PICTURE X.
           02  BSTCI  PIC X(1).
           02  BFH1L    COMP  PIC  S9(4).
           02  BFH1F    PICTURE X.
           02  FILLER REDEFINES BFH1F.
             03 BFH1A    PICTURE X.
           02  BFH1I  PIC X(60).
           02  BFH2L    COMP  PIC  S9(4).
           02  BFH2F    PICTURE X.
           02  FILLER REDEFINES BFH2F.
             03 BFH2A    PICTURE X.
           02  BFH2I  PIC X(60).
           02  BFH3L    COMP  PIC  S9(4).
           02  BFH3F    PICTURE X.
           02  FILLER REDEFINES BFH3F.
             03 BFH3A    PICTURE X.
           02  BFH3I  PIC X(60).
           02  BFH4L    COMP  PIC  S9(4).
           02  BFH4F    PICTURE X.
           02  FILLER REDEFINES BFH4F.
             03 BFH4A    PICTURE X.
           02  BFH4I  PIC X(60).
           02  BFH5L    COMP  PIC  S9(4).
           02  BFH5F    PICTURE X.
           02  FILLER REDEFINES BFH5F.
             03 BFH5A    PICTURE X.
           02  BFH5I  PIC X(60).
           02  BCH1L    COMP  PIC  S9(4).
           02  BCH1F    PICTURE X.
           02  FILLER REDEFINES BCH1F.
             03 BCH1A    PICTURE X.
           02  BCH1I  PIC X(60).
           02  BCH2L    COMP  PIC  S9(4).
           02  BCH2F    PICTURE X.
           02  FILLER REDEFINES BCH2F.
             03 BCH2A    PICTURE X.
           02  BCH2I  PIC X(60).
           02  BCH3L    COMP  PIC  S9(4).
           02  BCH3F    PICTURE X.
           02  FILLER REDEFINES BCH3F.
             03 BCH3A    PICTURE X.
           02  BCH3I  PIC X(60).
           02  BCH4L    COMP  PIC  S9(4).
           02  BCH4F    PICTURE X.
           02  FILLER REDEFINES BCH4F.
             03 BCH4A    PICTURE X.
           02  BCH4I  PIC X(60).
           02  BCH5L    COMP  PIC  S9(4).
           02  BCH5F    PICTURE X.
           02  FILLER REDEFINES BCH5F.
             03 BCH5A    PICTURE X.
           02  BCH5I  PIC X(60).
           02  BERRL    COMP  PIC  S9(4).
           02  BERRF    PICTURE X.
           02  FILLER REDEFINES BERRF.
             03 BERRA    PICTURE X.
           02  BERRI  PIC X(60).
           02  BMSGL    COMP  PIC  S9(4).
           02  BMSGF    PICTURE X.
           02  FILLER REDEFINES BMSGF.
             03 BMSGA    PICTURE X.
           02  BMSGI  PIC X(78).
       01  BGM570BO REDEFINES BGM570BI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  BENTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  BCENO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  BACCO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  BSTAO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  BFLGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  BFUMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  BBALO  PIC X(17).
           02  FILLER PICTURE X(3).
           02  BFBMO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  BCODO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  BSTCO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  BFH1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BFH2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BFH3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BFH4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BFH5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BCH1O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BCH2O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BCH3O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BCH4O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BCH5O  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BERRO  PIC X(60).
           02  FILLER PICTURE X(3).
           02  BMSGO  PIC X(78).
      *
       01  BGM570CI.
           02  FILLER PIC X(12).
           02  CACTL    COMP  PIC  S9(4).
           02  CACTF    PICTURE X.
           02  FILLER REDEFINES CACTF.
             03 CACTA    PICTURE X.
           02  CACTI  PIC X(1).
           02  CENTL    COMP  PIC  S9(4).
           02  CENTF    PICTURE X.
           02  FILLER REDEFINES CENTF.
             03 CENTA    PICTURE X.
           02  CENTI  PIC X(4).
           02  CCENL    COMP  PIC  S9(4).
           02  CCENF    PICTURE X.
           02  FILLER REDEFINES CCENF.
             03 CCENA    PICTURE X.
           02  CCENI  PIC X(4).
           02  CACCL    COMP  PIC  S9(4).
           02  CACCF    PICTURE X.
           02  FILLER REDEFINES CACCF.
             03 CACCA    PICTURE X.
           02  CACCI  PIC X(10).
           02  CFLGL    COMP  PIC  S9(4).
           02  CFLGF    PICTURE X.
           02  FILLER REDEFINES CFLGF.
             03 CFLGA    PICTURE X.
           02  CFLGI  PIC X(1).
           02  CFECL    COMP  PIC  S9(4).
           02  CFECF    PICTURE X.
           02  FILLER REDEFINES CFECF.
             03 CFECA    PICTURE X.
           02  CFECI  PIC X(10).
           02  CMSGL    COMP  PIC  S9(4).
           02  CMSGF    PICTURE X.
           02  FILLER REDEFINES CMSGF.
             03 CMSGA    PICTURE X.
           02  CMSGI  PIC X(78).
       01  BGM570CO REDEFINES BGM570CI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  CACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CENTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CCENO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  CACCO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CFLGO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  CFECO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  CMSGO  PIC X(78).
      *
       01  BGM570DI.
           02  FILLER PIC X(12).
           02  DACTL    COMP  PIC  S9(4).
           02  DACTF    PICTURE X.
           02  FILLER REDEFINES DACTF.
             03 DACTA    PICTURE X.
           02  DACTI  PIC X(1).
           02  DCODL    COMP  PIC  S9(4).
           02  DCODF    PICTURE X.
           02  FILLER REDEFINES DCODF.
             03 DCODA    PICTURE X.
           02  DCODI  PIC X(6).
           02  DCLAL    COMP  PIC  S9(4).
           02  DCLAF    PICTURE X.
           02  FILLER REDEFINES DCLAF.
             03 DCLAA    PICTURE X.
           02  DCLAI  PIC X(10).
           02  DFECL    COMP  PIC  S9(4).
           02  DFECF    PICTURE X.
           02  FILLER REDEFINES DFECF.
             03 DFECA    PICTURE X.
           02  DFECI  PIC X(10).
           02  DMSGL    COMP  PIC  S9(4).
           02  DMSGF    PICTURE X.
           02  FILLER REDEFINES DMSGF.
             03 DMSGA    PICTURE X.
           02  DMSGI  PIC X(78).
       01  BGM570DO REDEFINES BGM570DI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  DACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  DCODO  PIC X(6).
           02  FILLER PICTURE X(3).
           02  DCLAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DFECO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  DMSGO  PIC X(78).
      *
       01  BGM570EI.
           02  FILLER PIC X(12).
           02  EACTL    COMP  PIC  S9(4).
           02  EACTF    PICTURE X.
           02  FILLER REDEFINES EACTF.
             03 EACTA    PICTURE X.
           02  EACTI  PIC X(1).
           02  EENTL    COMP  PIC  S9(4).
           02  EENTF    PICTURE X.
           02  FILLER REDEFINES EENTF.
             03 EENTA    PICTURE X.
           02  EENTI  PIC X(4).
           02  ECENL    COMP  PIC  S9(4).
           02  ECENF    PICTURE X.
           02  FILLER REDEFINES ECENF.
             03 ECENA    PICTURE X.
           02  ECENI  PIC X(4).
           02  EDESL    COMP  PIC  S9(4).
           02  EDESF    PICTURE X.
           02  FILLER REDEFINES EDESF.
             03 EDESA    PICTURE X.
           02  EDESI  PIC X(30).
           02  EMSGL    COMP  PIC  S9(4).
           02  EMSGF    PICTURE X.
           02  FILLER REDEFINES EMSGF.
             03 EMSGA    PICTURE X.
           02  EMSGI  PIC X(78).
       01  BGM570EO REDEFINES BGM570EI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  EACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  EENTO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  ECENO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  EDESO  PIC X(30).
           02  FILLER PICTURE X(3).
           02  EMSGO  PIC X(78).
      *
       01  BGM570FI.
           02  FILLER PIC X(12).
           02  FSEL01L    COMP  PIC  S9(4).
           02  FSEL01F    PICTURE X.
           02  FILLER REDEFINES FSEL01F.
             03 FSEL01A    PICTURE X.
           02  FSEL01I  PIC X(1).
           02  FLIN01L    COMP  PIC  S9(4).
           02  FLIN01F    PICTURE X.
           02  FILLER REDEFINES FLIN01F.
             03 FLIN01A    PICTURE X.
           02  FLIN01I  PIC X(72).
           02  FSEL02L    COMP  PIC  S9(4).
           02  FSEL02F    PICTURE X.
           02  FILLER REDEFINES FSEL02F.
             03 FSEL02A    PICTURE X.
           02  FSEL02I  PIC X(1).
           02  FLIN02L    COMP  PIC  S9(4).
           02  FLIN02F    PICTURE X.
           02  FILLER REDEFINES FLIN02F.
             03 FLIN02A    PICTURE X.
           02  FLIN02I  PIC X(72).
           02  FSEL03L    COMP  PIC  S9(4).
           02  FSEL03F    PICTURE X.
           02  FILLER REDEFINES FSEL03F.
             03 FSEL03A    PICTURE X.
           02  FSEL03I  PIC X(1).
           02  FLIN03L    COMP  PIC  S9(4).
           02  FLIN03F    PICTURE X.
           02  FILLER REDEFINES FLIN03F.
             03 FLIN03A    PICTURE X.
           02  FLIN03I  PIC X(72).
           02  FSEL04L    COMP  PIC  S9(4).
           02  FSEL04F    PICTURE X.
           02  FILLER REDEFINES FSEL04F.
             03 FSEL04A    PICTURE X.
           02  FSEL04I  PIC X(1).
           02  FLIN04L    COMP  PIC  S9(4).
           02  FLIN04F    PICTURE X.
           02  FILLER REDEFINES FLIN04F.
             03 FLIN04A    PICTURE X.
           02  FLIN04I  PIC X(72).
           02  FSEL05L    COMP  PIC  S9(4).
           02  FSEL05F    PICTURE X.
           02  FILLER REDEFINES FSEL05F.
             03 FSEL05A    PICTURE X.
           02  FSEL05I  PIC X(1).
           02  FLIN05L    COMP  PIC  S9(4).
           02  FLIN05F    PICTURE X.
           02  FILLER REDEFINES FLIN05F.
             03 FLIN05A    PICTURE X.
           02  FLIN05I  PIC X(72).
           02  FSEL06L    COMP  PIC  S9(4).
           02  FSEL06F    PICTURE X.
           02  FILLER REDEFINES FSEL06F.
             03 FSEL06A    PICTURE X.
           02  FSEL06I  PIC X(1).
           02  FLIN06L    COMP  PIC  S9(4).
           02  FLIN06F    PICTURE X.
           02  FILLER REDEFINES FLIN06F.
             03 FLIN06A    PICTURE X.
           02  FLIN06I  PIC X(72).
           02  FSEL07L    COMP  PIC  S9(4).
           02  FSEL07F    PICTURE X.
           02  FILLER REDEFINES FSEL07F.
             03 FSEL07A    PICTURE X.
           02  FSEL07I  PIC X(1).
           02  FLIN07L    COMP  PIC  S9(4).
           02  FLIN07F    PICTURE X.
           02  FILLER REDEFINES FLIN07F.
             03 FLIN07A    PICTURE X.
           02  FLIN07I  PIC X(72).
           02  FSEL08L    COMP  PIC  S9(4).
           02  FSEL08F    PICTURE X.
           02  FILLER REDEFINES FSEL08F.
             03 FSEL08A    PICTURE X.
           02  FSEL08I  PIC X(1).
           02  FLIN08L    COMP  PIC  S9(4).
           02  FLIN08F    PICTURE X.
           02  FILLER REDEFINES FLIN08F.
             03 FLIN08A    PICTURE X.
           02  FLIN08I  PIC X(72).
           02  FSEL09L    COMP  PIC  S9(4).
           02  FSEL09F    PICTURE X.
           02  FILLER REDEFINES FSEL09F.
             03 FSEL09A    PICTURE X.
           02  FSEL09I  PIC X(1).
           02  FLIN09L    COMP  PIC  S9(4).
           02  FLIN09F    PICTURE X.
           02  FILLER REDEFINES FLIN09F.
             03 FLIN09A    PICTURE X.
           02  FLIN09I  PIC X(72).
           02  FSEL10L    COMP  PIC  S9(4).
           02  FSEL10F    PICTURE X.
           02  FILLER REDEFINES FSEL10F.
             03 FSEL10A    PICTURE X.
           02  FSEL10I  PIC X(1).
           02  FLIN10L    COMP  PIC  S9(4).
           02  FLIN10F    PICTURE X.
           02  FILLER REDEFINES FLIN10F.
             03 FLIN10A    PICTURE X.
           02  FLIN10I  PIC X(72).
           02  FMSGL    COMP  PIC  S9(4).
           02  FMSGF    PICTURE X.
           02  FILLER REDEFINES FMSGF.
             03 FMSGA    PICTURE X.
           02  FMSGI  PIC X(78).
       01  BGM570FO REDEFINES BGM570FI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  FSEL01O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN01O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FSEL02O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN02O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FSEL03O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN03O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FSEL04O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN04O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FSEL05O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN05O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FSEL06O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN06O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FSEL07O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN07O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FSEL08O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN08O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FSEL09O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN09O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FSEL10O  PIC X(1).
           02  FILLER PICTURE X(3).
           02  FLIN10O  PIC X(72).
           02  FILLER PICTURE X(3).
           02  FMSGO  PIC X(78).
      *
       01  BGM570GI.
           02  FILLER PIC X(12).
           02  GACTL    COMP  PIC  S9(4).
           02  GACTF    PICTURE X.
           02  FILLER REDEFINES GACTF.
             03 GACTA    PICTURE X.
           02  GACTI  PIC X(1).
           02  GENAL    COMP  PIC  S9(4).
           02  GENAF    PICTURE X.
           02  FILLER REDEFINES GENAF.
             03 GENAA    PICTURE X.
           02  GENAI  PIC X(4).
           02  GENBL    COMP  PIC  S9(4).
           02  GENBF    PICTURE X.
           02  FILLER REDEFINES GENBF.
             03 GENBA    PICTURE X.
           02  GENBI  PIC X(4).
           02  GCNAL    COMP  PIC  S9(4).
           02  GCNAF    PICTURE X.
           02  FILLER REDEFINES GCNAF.
             03 GCNAA    PICTURE X.
           02  GCNAI  PIC X(4).
           02  GCNBL    COMP  PIC  S9(4).
           02  GCNBF    PICTURE X.
           02  FILLER REDEFINES GCNBF.
             03 GCNBA    PICTURE X.
           02  GCNBI  PIC X(4).
           02  GACAL    COMP  PIC  S9(4).
           02  GACAF    PICTURE X.
           02  FILLER REDEFINES GACAF.
             03 GACAA    PICTURE X.
           02  GACAI  PIC X(10).
           02  GACBL    COMP  PIC  S9(4).
           02  GACBF    PICTURE X.
           02  FILLER REDEFINES GACBF.
             03 GACBA    PICTURE X.
           02  GACBI  PIC X(10).
           02  GTOLL    COMP  PIC  S9(4).
           02  GTOLF    PICTURE X.
           02  FILLER REDEFINES GTOLF.
             03 GTOLA    PICTURE X.
           02  GTOLI  PIC X(9).
           02  GMSGL    COMP  PIC  S9(4).
           02  GMSGF    PICTURE X.
           02  FILLER REDEFINES GMSGF.
             03 GMSGA    PICTURE X.
           02  GMSGI  PIC X(78).
       01  BGM570GO REDEFINES BGM570GI.
           02  FILLER PIC X(12).
           02  FILLER PICTURE X(3).
           02  GACTO  PIC X(1).
           02  FILLER PICTURE X(3).
           02  GENAO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  GENBO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  GCNAO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  GCNBO  PIC X(4).
           02  FILLER PICTURE X(3).
           02  GACAO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  GACBO  PIC X(10).
           02  FILLER PICTURE X(3).
           02  GTOLO  PIC X(9).
           02  FILLER PICTURE X(3).
           02  GMSGO  PIC X(78).
      *
