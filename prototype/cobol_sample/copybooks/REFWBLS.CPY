000010*****************************************************************
000020* REFWBLS.CPY
000030* SYMBOLIC MAP FOR MAPSET REFWBLS (MAP REFWBLM), THE REFERRAL
000040* WORKBENCH OPEN-REFERRAL LIST, KEPT BY HAND TO MATCH THE BMS
000050* SOURCE REFWBLS.BMS, FIELD FOR FIELD IN THE LAYOUT THE MAP
000060* ASSEMBLY WOULD GENERATE -- A FIELD CHANGE TO THE MAP MUST BE
000065* MADE HERE TOO.  REFWBL REDEFINES THE 12 SELECT/LINE PAIRS AS
000070* A TABLE.
000080*-----------------------------------------------------------------
000090* MODIFICATION HISTORY
000100* DATE       INIT  DESCRIPTION
000110* ---------- ----  -----------------------------------------------
000120* 2026-10-15 JHM   ORIGINAL SYMBOLIC MAP.
000122* 2026-10-15 JHM   REMARKS -- THIS MEMBER IS KEPT BY HAND IN STEP
000124*                  WITH THE BMS SOURCE, NOT GENERATED FROM IT.
000130*****************************************************************
000140 01  REFWBLMI.
000150     02  FILLER PIC X(12).
000160     02  LDATEL    COMP  PIC  S9(4).
000170     02  LDATEF    PICTURE X.
000180     02  FILLER REDEFINES LDATEF.
000190       03  LDATEA    PICTURE X.
000200     02  LDATEI  PIC X(10).
000210     02  EXAML    COMP  PIC  S9(4).
000220     02  EXAMF    PICTURE X.
000230     02  FILLER REDEFINES EXAMF.
000240       03  EXAMA    PICTURE X.
000250     02  EXAMI  PIC X(8).
000260     02  PAGENOL    COMP  PIC  S9(4).
000270     02  PAGENOF    PICTURE X.
000280     02  FILLER REDEFINES PAGENOF.
000290       03  PAGENOA    PICTURE X.
000300     02  PAGENOI  PIC X(3).
000310     02  PAGESL    COMP  PIC  S9(4).
000320     02  PAGESF    PICTURE X.
000330     02  FILLER REDEFINES PAGESF.
000340       03  PAGESA    PICTURE X.
000350     02  PAGESI  PIC X(3).
000360     02  OPENCTL    COMP  PIC  S9(4).
000370     02  OPENCTF    PICTURE X.
000380     02  FILLER REDEFINES OPENCTF.
000390       03  OPENCTA    PICTURE X.
000400     02  OPENCTI  PIC X(5).
000410     02  SEL01L    COMP  PIC  S9(4).
000420     02  SEL01F    PICTURE X.
000430     02  FILLER REDEFINES SEL01F.
000440       03  SEL01A    PICTURE X.
000450     02  SEL01I  PIC X(1).
000460     02  LIN01L    COMP  PIC  S9(4).
000470     02  LIN01F    PICTURE X.
000480     02  FILLER REDEFINES LIN01F.
000490       03  LIN01A    PICTURE X.
000500     02  LIN01I  PIC X(70).
000510     02  SEL02L    COMP  PIC  S9(4).
000520     02  SEL02F    PICTURE X.
000530     02  FILLER REDEFINES SEL02F.
000540       03  SEL02A    PICTURE X.
000550     02  SEL02I  PIC X(1).
000560     02  LIN02L    COMP  PIC  S9(4).
000570     02  LIN02F    PICTURE X.
000580     02  FILLER REDEFINES LIN02F.
000590       03  LIN02A    PICTURE X.
000600     02  LIN02I  PIC X(70).
000610     02  SEL03L    COMP  PIC  S9(4).
000620     02  SEL03F    PICTURE X.
000630     02  FILLER REDEFINES SEL03F.
000640       03  SEL03A    PICTURE X.
000650     02  SEL03I  PIC X(1).
000660     02  LIN03L    COMP  PIC  S9(4).
000670     02  LIN03F    PICTURE X.
000680     02  FILLER REDEFINES LIN03F.
000690       03  LIN03A    PICTURE X.
000700     02  LIN03I  PIC X(70).
000710     02  SEL04L    COMP  PIC  S9(4).
000720     02  SEL04F    PICTURE X.
000730     02  FILLER REDEFINES SEL04F.
000740       03  SEL04A    PICTURE X.
000750     02  SEL04I  PIC X(1).
000760     02  LIN04L    COMP  PIC  S9(4).
000770     02  LIN04F    PICTURE X.
000780     02  FILLER REDEFINES LIN04F.
000790       03  LIN04A    PICTURE X.
000800     02  LIN04I  PIC X(70).
000810     02  SEL05L    COMP  PIC  S9(4).
000820     02  SEL05F    PICTURE X.
000830     02  FILLER REDEFINES SEL05F.
000840       03  SEL05A    PICTURE X.
000850     02  SEL05I  PIC X(1).
000860     02  LIN05L    COMP  PIC  S9(4).
000870     02  LIN05F    PICTURE X.
000880     02  FILLER REDEFINES LIN05F.
000890       03  LIN05A    PICTURE X.
000900     02  LIN05I  PIC X(70).
000910     02  SEL06L    COMP  PIC  S9(4).
000920     02  SEL06F    PICTURE X.
000930     02  FILLER REDEFINES SEL06F.
000940       03  SEL06A    PICTURE X.
000950     02  SEL06I  PIC X(1).
000960     02  LIN06L    COMP  PIC  S9(4).
000970     02  LIN06F    PICTURE X.
000980     02  FILLER REDEFINES LIN06F.
000990       03  LIN06A    PICTURE X.
001000     02  LIN06I  PIC X(70).
001010     02  SEL07L    COMP  PIC  S9(4).
001020     02  SEL07F    PICTURE X.
001030     02  FILLER REDEFINES SEL07F.
001040       03  SEL07A    PICTURE X.
001050     02  SEL07I  PIC X(1).
001060     02  LIN07L    COMP  PIC  S9(4).
001070     02  LIN07F    PICTURE X.
001080     02  FILLER REDEFINES LIN07F.
001090       03  LIN07A    PICTURE X.
001100     02  LIN07I  PIC X(70).
001110     02  SEL08L    COMP  PIC  S9(4).
001120     02  SEL08F    PICTURE X.
001130     02  FILLER REDEFINES SEL08F.
001140       03  SEL08A    PICTURE X.
001150     02  SEL08I  PIC X(1).
001160     02  LIN08L    COMP  PIC  S9(4).
001170     02  LIN08F    PICTURE X.
001180     02  FILLER REDEFINES LIN08F.
001190       03  LIN08A    PICTURE X.
001200     02  LIN08I  PIC X(70).
001210     02  SEL09L    COMP  PIC  S9(4).
001220     02  SEL09F    PICTURE X.
001230     02  FILLER REDEFINES SEL09F.
001240       03  SEL09A    PICTURE X.
001250     02  SEL09I  PIC X(1).
001260     02  LIN09L    COMP  PIC  S9(4).
001270     02  LIN09F    PICTURE X.
001280     02  FILLER REDEFINES LIN09F.
001290       03  LIN09A    PICTURE X.
001300     02  LIN09I  PIC X(70).
001310     02  SEL10L    COMP  PIC  S9(4).
001320     02  SEL10F    PICTURE X.
001330     02  FILLER REDEFINES SEL10F.
001340       03  SEL10A    PICTURE X.
001350     02  SEL10I  PIC X(1).
001360     02  LIN10L    COMP  PIC  S9(4).
001370     02  LIN10F    PICTURE X.
001380     02  FILLER REDEFINES LIN10F.
001390       03  LIN10A    PICTURE X.
001400     02  LIN10I  PIC X(70).
001410     02  SEL11L    COMP  PIC  S9(4).
001420     02  SEL11F    PICTURE X.
001430     02  FILLER REDEFINES SEL11F.
001440       03  SEL11A    PICTURE X.
001450     02  SEL11I  PIC X(1).
001460     02  LIN11L    COMP  PIC  S9(4).
001470     02  LIN11F    PICTURE X.
001480     02  FILLER REDEFINES LIN11F.
001490       03  LIN11A    PICTURE X.
001500     02  LIN11I  PIC X(70).
001510     02  SEL12L    COMP  PIC  S9(4).
001520     02  SEL12F    PICTURE X.
001530     02  FILLER REDEFINES SEL12F.
001540       03  SEL12A    PICTURE X.
001550     02  SEL12I  PIC X(1).
001560     02  LIN12L    COMP  PIC  S9(4).
001570     02  LIN12F    PICTURE X.
001580     02  FILLER REDEFINES LIN12F.
001590       03  LIN12A    PICTURE X.
001600     02  LIN12I  PIC X(70).
001610     02  MSGL    COMP  PIC  S9(4).
001620     02  MSGF    PICTURE X.
001630     02  FILLER REDEFINES MSGF.
001640       03  MSGA    PICTURE X.
001650     02  MSGI  PIC X(79).
001660 01  REFWBLMO REDEFINES REFWBLMI.
001670     02  FILLER PIC X(12).
001680     02  FILLER PICTURE X(3).
001690     02  LDATEO  PIC X(10).
001700     02  FILLER PICTURE X(3).
001710     02  EXAMO  PIC X(8).
001720     02  FILLER PICTURE X(3).
001730     02  PAGENOO  PIC X(3).
001740     02  FILLER PICTURE X(3).
001750     02  PAGESO  PIC X(3).
001760     02  FILLER PICTURE X(3).
001770     02  OPENCTO  PIC X(5).
001780     02  FILLER PICTURE X(3).
001790     02  SEL01O  PIC X(1).
001800     02  FILLER PICTURE X(3).
001810     02  LIN01O  PIC X(70).
001820     02  FILLER PICTURE X(3).
001830     02  SEL02O  PIC X(1).
001840     02  FILLER PICTURE X(3).
001850     02  LIN02O  PIC X(70).
001860     02  FILLER PICTURE X(3).
001870     02  SEL03O  PIC X(1).
001880     02  FILLER PICTURE X(3).
001890     02  LIN03O  PIC X(70).
001900     02  FILLER PICTURE X(3).
001910     02  SEL04O  PIC X(1).
001920     02  FILLER PICTURE X(3).
001930     02  LIN04O  PIC X(70).
001940     02  FILLER PICTURE X(3).
001950     02  SEL05O  PIC X(1).
001960     02  FILLER PICTURE X(3).
001970     02  LIN05O  PIC X(70).
001980     02  FILLER PICTURE X(3).
001990     02  SEL06O  PIC X(1).
002000     02  FILLER PICTURE X(3).
002010     02  LIN06O  PIC X(70).
002020     02  FILLER PICTURE X(3).
002030     02  SEL07O  PIC X(1).
002040     02  FILLER PICTURE X(3).
002050     02  LIN07O  PIC X(70).
002060     02  FILLER PICTURE X(3).
002070     02  SEL08O  PIC X(1).
002080     02  FILLER PICTURE X(3).
002090     02  LIN08O  PIC X(70).
002100     02  FILLER PICTURE X(3).
002110     02  SEL09O  PIC X(1).
002120     02  FILLER PICTURE X(3).
002130     02  LIN09O  PIC X(70).
002140     02  FILLER PICTURE X(3).
002150     02  SEL10O  PIC X(1).
002160     02  FILLER PICTURE X(3).
002170     02  LIN10O  PIC X(70).
002180     02  FILLER PICTURE X(3).
002190     02  SEL11O  PIC X(1).
002200     02  FILLER PICTURE X(3).
002210     02  LIN11O  PIC X(70).
002220     02  FILLER PICTURE X(3).
002230     02  SEL12O  PIC X(1).
002240     02  FILLER PICTURE X(3).
002250     02  LIN12O  PIC X(70).
002260     02  FILLER PICTURE X(3).
002270     02  MSGO  PIC X(79).
