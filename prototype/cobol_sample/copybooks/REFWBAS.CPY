000010*****************************************************************
000020* REFWBAS.CPY
000030* SYMBOLIC MAP FOR MAPSET REFWBAS (MAP REFWBAM), THE REFERRAL
000040* WORKBENCH ASSIGNMENT SCREEN, KEPT BY HAND TO MATCH THE BMS
000050* SOURCE REFWBAS.BMS, FIELD FOR FIELD IN THE LAYOUT THE MAP
000060* ASSEMBLY WOULD GENERATE -- A FIELD CHANGE TO THE MAP MUST BE
000065* MADE HERE TOO.
000070*-----------------------------------------------------------------
000080* MODIFICATION HISTORY
000090* DATE       INIT  DESCRIPTION
000100* ---------- ----  -----------------------------------------------
000110* 2026-10-15 JHM   ORIGINAL SYMBOLIC MAP.
000112* 2026-10-15 JHM   REMARKS -- THIS MEMBER IS KEPT BY HAND IN STEP
000114*                  WITH THE BMS SOURCE, NOT GENERATED FROM IT.
000120*****************************************************************
000130 01  REFWBAMI.
000140     02  FILLER PIC X(12).
000150     02  LDATEL    COMP  PIC  S9(4).
000160     02  LDATEF    PICTURE X.
000170     02  FILLER REDEFINES LDATEF.
000180       03  LDATEA    PICTURE X.
000190     02  LDATEI  PIC X(10).
000200     02  CLAIML    COMP  PIC  S9(4).
000210     02  CLAIMF    PICTURE X.
000220     02  FILLER REDEFINES CLAIMF.
000230       03  CLAIMA    PICTURE X.
000240     02  CLAIMI  PIC X(10).
000250     02  CUSTL    COMP  PIC  S9(4).
000260     02  CUSTF    PICTURE X.
000270     02  FILLER REDEFINES CUSTF.
000280       03  CUSTA    PICTURE X.
000290     02  CUSTI  PIC X(10).
000300     02  CTYPEL    COMP  PIC  S9(4).
000310     02  CTYPEF    PICTURE X.
000320     02  FILLER REDEFINES CTYPEF.
000330       03  CTYPEA    PICTURE X.
000340     02  CTYPEI  PIC X(10).
000350     02  DAMAGEL    COMP  PIC  S9(4).
000360     02  DAMAGEF    PICTURE X.
000370     02  FILLER REDEFINES DAMAGEF.
000380       03  DAMAGEA    PICTURE X.
000390     02  DAMAGEI  PIC X(14).
000400     02  SCOREL    COMP  PIC  S9(4).
000410     02  SCOREF    PICTURE X.
000420     02  FILLER REDEFINES SCOREF.
000430       03  SCOREA    PICTURE X.
000440     02  SCOREI  PIC X(3).
000450     02  QUEUEL    COMP  PIC  S9(4).
000460     02  QUEUEF    PICTURE X.
000470     02  FILLER REDEFINES QUEUEF.
000480       03  QUEUEA    PICTURE X.
000490     02  QUEUEI  PIC X(2).
000500     02  REASONL    COMP  PIC  S9(4).
000510     02  REASONF    PICTURE X.
000520     02  FILLER REDEFINES REASONF.
000530       03  REASONA    PICTURE X.
000540     02  REASONI  PIC X(4).
000550     02  REFDTL    COMP  PIC  S9(4).
000560     02  REFDTF    PICTURE X.
000570     02  FILLER REDEFINES REFDTF.
000580       03  REFDTA    PICTURE X.
000590     02  REFDTI  PIC X(8).
000600     02  SOURCEL    COMP  PIC  S9(4).
000610     02  SOURCEF    PICTURE X.
000620     02  FILLER REDEFINES SOURCEF.
000630       03  SOURCEA    PICTURE X.
000640     02  SOURCEI  PIC X(8).
000650     02  STATUSL    COMP  PIC  S9(4).
000660     02  STATUSF    PICTURE X.
000670     02  FILLER REDEFINES STATUSF.
000680       03  STATUSA    PICTURE X.
000690     02  STATUSI  PIC X(2).
000700     02  DISPDTL    COMP  PIC  S9(4).
000710     02  DISPDTF    PICTURE X.
000720     02  FILLER REDEFINES DISPDTF.
000730       03  DISPDTA    PICTURE X.
000740     02  DISPDTI  PIC X(8).
000750     02  EXAMNRL    COMP  PIC  S9(4).
000760     02  EXAMNRF    PICTURE X.
000770     02  FILLER REDEFINES EXAMNRF.
000780       03  EXAMNRA    PICTURE X.
000790     02  EXAMNRI  PIC X(8).
000800     02  ASGNDTL    COMP  PIC  S9(4).
000810     02  ASGNDTF    PICTURE X.
000820     02  FILLER REDEFINES ASGNDTF.
000830       03  ASGNDTA    PICTURE X.
000840     02  ASGNDTI  PIC X(8).
000850     02  NEWEXML    COMP  PIC  S9(4).
000860     02  NEWEXMF    PICTURE X.
000870     02  FILLER REDEFINES NEWEXMF.
000880       03  NEWEXMA    PICTURE X.
000890     02  NEWEXMI  PIC X(8).
000900     02  NEWADTL    COMP  PIC  S9(4).
000910     02  NEWADTF    PICTURE X.
000920     02  FILLER REDEFINES NEWADTF.
000930       03  NEWADTA    PICTURE X.
000940     02  NEWADTI  PIC X(8).
000950     02  MSGL    COMP  PIC  S9(4).
000960     02  MSGF    PICTURE X.
000970     02  FILLER REDEFINES MSGF.
000980       03  MSGA    PICTURE X.
000990     02  MSGI  PIC X(79).
001000 01  REFWBAMO REDEFINES REFWBAMI.
001010     02  FILLER PIC X(12).
001020     02  FILLER PICTURE X(3).
001030     02  LDATEO  PIC X(10).
001040     02  FILLER PICTURE X(3).
001050     02  CLAIMO  PIC X(10).
001060     02  FILLER PICTURE X(3).
001070     02  CUSTO  PIC X(10).
001080     02  FILLER PICTURE X(3).
001090     02  CTYPEO  PIC X(10).
001100     02  FILLER PICTURE X(3).
001110     02  DAMAGEO  PIC X(14).
001120     02  FILLER PICTURE X(3).
001130     02  SCOREO  PIC X(3).
001140     02  FILLER PICTURE X(3).
001150     02  QUEUEO  PIC X(2).
001160     02  FILLER PICTURE X(3).
001170     02  REASONO  PIC X(4).
001180     02  FILLER PICTURE X(3).
001190     02  REFDTO  PIC X(8).
001200     02  FILLER PICTURE X(3).
001210     02  SOURCEO  PIC X(8).
001220     02  FILLER PICTURE X(3).
001230     02  STATUSO  PIC X(2).
001240     02  FILLER PICTURE X(3).
001250     02  DISPDTO  PIC X(8).
001260     02  FILLER PICTURE X(3).
001270     02  EXAMNRO  PIC X(8).
001280     02  FILLER PICTURE X(3).
001290     02  ASGNDTO  PIC X(8).
001300     02  FILLER PICTURE X(3).
001310     02  NEWEXMO  PIC X(8).
001320     02  FILLER PICTURE X(3).
001330     02  NEWADTO  PIC X(8).
001340     02  FILLER PICTURE X(3).
001350     02  MSGO  PIC X(79).
