000010*****************************************************************
000020* PROGRAM-ID.  CLMSIM
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-12
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* RISK SCORING WHAT-IF SIMULATION.  RE-SCORES THE CLAIMS CLAIMS01
000090* SCORED ON A RANGE OF PAST RUN DATES TWICE -- ONCE UNDER THE
000100* SCORING PARAMETER DECK NOW IN PRODUCTION (SCRPARM) AND ONCE
000110* UNDER A PROPOSED DECK (SIMPARM) -- AND REPORTS WHICH CLAIMS
000120* WOULD CHANGE DISPOSITION, BY CLAIM TYPE AND SOURCE SYSTEM, AND
000130* WHAT THE CHANGE WOULD DO TO THE HIGH-RISK QUEUE AND SIU
000140* REFERRAL VOLUMES.  EVERY FILE IS OPENED INPUT; NOTHING IN
000150* PRODUCTION IS WRITTEN.
000160* THE RUN-DATE RANGE COMES FROM THE SYSIN CARD (FROM AND TO,
000170* CCYYMMDD, INCLUSIVE); A BLANK FROM OR TO LEAVES THAT END OPEN.
000180* EACH AUDIT RECORD IN RANGE IS MATCHED TO ITS CLAIMS REGISTER
000190* RECORD FOR THE CUSTOMER AND POLICY, AND THE CLAIM IS REBUILT AS
000200* IT STOOD ON ITS RUN DATE:
000210*   POLICY YEARS  -- FROM THE POLICY-MASTER INCEPTION DATE AS OF
000220*                    THE RUN DATE.
000230*   PRIOR CLAIMS  -- THE CUSTOMER-HIST COUNT LESS THE CUSTOMER'S
000240*                    REGISTER CLAIMS PROCESSED ON OR AFTER THE RUN
000250*                    DATE (CUSTUPDT POSTS THEM AFTER CLAIMS01).
000260*   REPORT LAG, CAT EVENT -- AS CARRIED ON THE AUDIT RECORD.
000270*   THRESHOLD     -- THE CURRENT THRESH-FILE AMOUNT FOR THE TYPE.
000280* A CLAIM ROUTED ON THE WATCH LIST OR AS A DOUBLE-DIP STAYS FRAUD
000290* UNDER EITHER DECK, AS IT WOULD IN CLAIMS01.  EACH DECK IS READ
000300* THE WAY CLAIMS01 READS SCRPARM, SO A CARD TYPE THE PROPOSED
000310* DECK LEAVES OUT TAKES THE PROGRAM DEFAULT, NOT THE PRODUCTION
000320* VALUE.  A CHANGE IS COUNTED AGAINST THE CURRENT-DECK RESCORE,
000330* NOT THE AUDIT RECORD, SO A THRESHOLD OR MASTER CHANGE SINCE THE
000340* RUN DOES NOT SHOW AS A FLIP; CLAIMS WHOSE CURRENT-DECK RESCORE
000350* DIFFERS FROM THE AUDIT RECORD ARE COUNTED AT THE END OF THE
000360* REPORT.  A CLAIM PURGED FROM THE REGISTER CANNOT BE REBUILT AND
000370* IS SKIPPED AND COUNTED, ENDING THE RUN AT RETURN CODE 4.
000372* THE CLAIM-TYPE POINTS AND LATE-REPORT LIMIT A DECK DOES NOT SET
000374* COME FROM THE LINE-OF-BUSINESS MASTER, AS IN CLAIMS01.
000380*-----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400* DATE       INIT  DESCRIPTION
000410* ---------- ----  -----------------------------------------------
000420* 2026-10-12 JHM   ORIGINAL WHAT-IF RESCORING SIMULATION.
000422* 2026-10-15 JHM   CLAIM-TYPE POINTS AND THE FR03 LIMIT FALL BACK
000424*                  TO THE LINE-OF-BUSINESS MASTER (LOBMST) AS IN
000426*                  CLAIMS01; THE TYPE COMPARISON LISTS EVERY LINE.
000427* 2026-10-15 JHM   SIM-TYPE-COMPARE-TABLE RAISED TO 40 ENTRIES (20
000428*                  MASTER LINES PLUS 10 TY TYPES PER DECK) AND
000429*                  GUARDED IN 1415 AND 1420.
000430*****************************************************************
000440 IDENTIFICATION DIVISION.
000450 PROGRAM-ID.    CLMSIM.
000460 AUTHOR.        J H MERCER.
000470 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000480 DATE-WRITTEN.  2026-10-12.
000490 DATE-COMPILED.
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.  IBM-370.
000540 OBJECT-COMPUTER.  IBM-370.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000590            ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT AUDIT-LOG        ASSIGN TO AUDIN
000620            ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT THRESH-FILE      ASSIGN TO THRIN
000650            ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT PROD-PARM-FILE   ASSIGN TO SCRPARM
000680            ORGANIZATION IS SEQUENTIAL.
000690
000700     SELECT PROPOSED-PARM-FILE ASSIGN TO SIMPARM
000710            ORGANIZATION IS SEQUENTIAL.
000720
000730     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000740            ORGANIZATION IS SEQUENTIAL.
000750
000760     SELECT CUSTOMER-HIST    ASSIGN TO CUSTHST
000770            ORGANIZATION IS INDEXED
000780            ACCESS MODE IS DYNAMIC
000790            RECORD KEY IS CUH-CUSTOMER-ID
000800            FILE STATUS IS WS-CUSTHIST-STATUS.
000810
000820     SELECT POLICY-MASTER    ASSIGN TO POLYMST
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE IS DYNAMIC
000850            RECORD KEY IS POM-POLICY-NUMBER
000860            FILE STATUS IS WS-POLYMST-STATUS.
000870
000880     SELECT CLAIMS-REGISTER  ASSIGN TO CLMREG
000890            ORGANIZATION IS INDEXED
000900            ACCESS MODE IS DYNAMIC
000910            RECORD KEY IS CRG-CLAIM-ID
000920            ALTERNATE RECORD KEY IS CRG-RESUBMIT-KEY
000930                WITH DUPLICATES
000940            FILE STATUS IS WS-CLMREG-STATUS.
000950
000951     SELECT LINE-OF-BUSINESS ASSIGN TO LOBMST
000952            ORGANIZATION IS INDEXED
000953            ACCESS MODE IS SEQUENTIAL
000954            RECORD KEY IS LOB-CLAIM-TYPE
000955            FILE STATUS IS WS-LOBMST-STATUS.
000956
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  CONTROL-CARD-FILE
000990     LABEL RECORDS ARE OMITTED.
001000 01  CONTROL-CARD.
001010     05  CTL-FROM-DATE-X         PIC X(08).
001020     05  CTL-FROM-DATE REDEFINES CTL-FROM-DATE-X
001030                                 PIC 9(08).
001040     05  CTL-TO-DATE-X           PIC X(08).
001050     05  CTL-TO-DATE REDEFINES CTL-TO-DATE-X
001060                                 PIC 9(08).
001070     05  FILLER                  PIC X(64).
001080
001090 FD  AUDIT-LOG
001100     LABEL RECORDS ARE STANDARD.
001110     COPY AUDITREC.
001120
001130 FD  THRESH-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY THRSHREC.
001160
001170 FD  PROD-PARM-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  PROD-PARM-REC               PIC X(80).
001200
001210 FD  PROPOSED-PARM-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  PROPOSED-PARM-REC           PIC X(80).
001240
001250 FD  REPORT-FILE
001260     LABEL RECORDS OMITTED
001270     RECORDING MODE IS F.
001280 01  RPT-LINE                    PIC X(80).
001290
001300 FD  CUSTOMER-HIST
001310     LABEL RECORDS ARE STANDARD.
001320     COPY CUSTHIST.
001330
001340 FD  POLICY-MASTER
001350     LABEL RECORDS ARE STANDARD.
001360     COPY POLYMAST.
001370
001380 FD  CLAIMS-REGISTER
001390     LABEL RECORDS ARE STANDARD.
001400     COPY CLMREGRC.
001410
001412 FD  LINE-OF-BUSINESS
001414     LABEL RECORDS ARE STANDARD.
001416     COPY LOBMSTRC.
001418
001420 WORKING-STORAGE SECTION.
001430
001440 01  WS-SWITCHES.
001450     05  WS-AUD-EOF-SWITCH       PIC X(01) VALUE 'N'.
001460         88  END-OF-AUDIT                 VALUE 'Y'.
001470     05  WS-THRESH-EOF-SWITCH    PIC X(01) VALUE 'N'.
001480         88  END-OF-THRESHOLDS            VALUE 'Y'.
001490     05  WS-SCRPARM-EOF-SWITCH   PIC X(01) VALUE 'N'.
001500         88  END-OF-SCORE-PARMS           VALUE 'Y'.
001510     05  WS-TYPE-CARD-SW         PIC X(01) VALUE 'N'.
001520         88  TYPE-CARD-WAS-READ           VALUE 'Y'.
001522     05  WS-LOB-EOF-SWITCH       PIC X(01) VALUE 'N'.
001524         88  END-OF-LOB-MASTER            VALUE 'Y'.
001530     05  WS-THRESHOLD-FOUND-SW   PIC X(01) VALUE 'N'.
001540         88  THRESHOLD-WAS-FOUND          VALUE 'Y'.
001550     05  WS-REGISTER-FOUND-SW    PIC X(01) VALUE 'N'.
001560         88  CLAIM-ON-REGISTER            VALUE 'Y'.
001570     05  WS-CUST-BROWSE-SW       PIC X(01) VALUE 'N'.
001580         88  END-OF-CUSTOMER-CLAIMS       VALUE 'Y'.
001590     05  WS-FIXED-FRAUD-SW       PIC X(01) VALUE 'N'.
001600         88  FIXED-FRAUD-OUTCOME          VALUE 'Y'.
001610     05  WS-CAT-TAGGED-SW        PIC X(01) VALUE 'N'.
001620         88  CLAIM-IS-CAT-TAGGED          VALUE 'Y'.
001630     05  WS-TALLY-FOUND-SW       PIC X(01) VALUE 'N'.
001640         88  TALLY-WAS-FOUND              VALUE 'Y'.
001650
001660 01  WS-COUNTERS.
001670     05  WS-AUDIT-READ           PIC 9(08) COMP VALUE 0.
001680     05  WS-IN-RANGE             PIC 9(08) COMP VALUE 0.
001690     05  WS-RESCORED             PIC 9(08) COMP VALUE 0.
001700     05  WS-NOT-ON-REGISTER      PIC 9(08) COMP VALUE 0.
001710     05  WS-NOT-REPRODUCED       PIC 9(08) COMP VALUE 0.
001720     05  WS-FLIP-COUNT           PIC 9(08) COMP VALUE 0.
001730     05  WS-LATER-CLAIMS         PIC 9(04) COMP VALUE 0.
001740
001750 01  WS-WORK-FIELDS.
001760     05  WS-FROM-DATE            PIC 9(08) VALUE 0.
001770     05  WS-TO-DATE              PIC 9(08) VALUE 0.
001780     05  WS-DECK-NAME            PIC X(08) VALUE SPACES.
001790     05  WS-THRESHOLD-AMOUNT     PIC 9(09)V99 VALUE 0.
001800     05  WS-CUSTHIST-STATUS      PIC X(02) VALUE '00'.
001810     05  WS-POLYMST-STATUS       PIC X(02) VALUE '00'.
001820     05  WS-CLMREG-STATUS        PIC X(02) VALUE '00'.
001825     05  WS-LOBMST-STATUS        PIC X(02) VALUE '00'.
001830     05  WS-SAVE-CUSTOMER-ID     PIC X(10) VALUE SPACES.
001840     05  WS-SAVE-POLICY-NO       PIC X(10) VALUE SPACES.
001850     05  WS-POLICY-YEARS         PIC 9(02) VALUE 0.
001860     05  WS-CUST-CLAIMS-CNT      PIC 9(02) VALUE 0.
001870     05  WS-DISPOSITION          PIC X(08) VALUE SPACES.
001880     05  WS-RISK-SCORE           PIC 9(03) VALUE 0.
001890     05  WS-SCORE-TOTAL          PIC S9(07) COMP VALUE 0.
001900     05  WS-EXCESS-PCT           PIC S9(15) COMP VALUE 0.
001910     05  WS-AMOUNT-POINTS        PIC S9(15) COMP VALUE 0.
001912     05  WS-LOB-TYPE-POINTS      PIC 9(03) VALUE 0.
001914     05  WS-LATE-DAYS-LIMIT      PIC 9(03) VALUE 0.
001920     05  WS-CURR-DISPOSITION     PIC X(08) VALUE SPACES.
001930     05  WS-CURR-SCORE           PIC 9(03) VALUE 0.
001940     05  WS-PROP-DISPOSITION     PIC X(08) VALUE SPACES.
001950     05  WS-PROP-SCORE           PIC 9(03) VALUE 0.
001960     05  WS-DISP-SUB             PIC 9(01) COMP VALUE 0.
001970     05  WS-FROM-SUB             PIC 9(01) COMP VALUE 0.
001980     05  WS-TO-SUB               PIC 9(01) COMP VALUE 0.
001990     05  WS-PARM-SUB             PIC 9(02) COMP VALUE 0.
002000     05  WS-COLUMN               PIC 9(01) COMP VALUE 0.
002010     05  WS-HRQ-NOW              PIC 9(07) COMP VALUE 0.
002020     05  WS-HRQ-PROP             PIC 9(07) COMP VALUE 0.
002030     05  WS-SIU-NOW              PIC 9(07) COMP VALUE 0.
002040     05  WS-SIU-PROP             PIC 9(07) COMP VALUE 0.
002050     05  WS-CLAIMS-TOTAL         PIC 9(07) COMP VALUE 0.
002060     05  WS-UNCHANGED            PIC 9(07) COMP VALUE 0.
002070
002080 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
002090
002100 01  WS-RUN-DATE-WORK            PIC 9(08) VALUE 0.
002110 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE-WORK.
002120     05  WS-RUN-CCYY             PIC 9(04).
002130     05  WS-RUN-MM               PIC 9(02).
002140     05  WS-RUN-DD               PIC 9(02).
002150
002160 01  WS-INCEPTION-DATE           PIC 9(08) VALUE 0.
002170 01  WS-INCEPTION-DATE-R REDEFINES WS-INCEPTION-DATE.
002180     05  WS-INCEP-CCYY           PIC 9(04).
002190     05  WS-INCEP-MM             PIC 9(02).
002200     05  WS-INCEP-DD             PIC 9(02).
002210
002220     COPY SCRPRMRC.
002230
002240     COPY THRSHTBL.
002250
002260     COPY SCRPRMTB.
002262
002264     COPY LOBTBL.
002270
002280*----------------------------------------------------------------*
002290*    SAVED COPIES OF THE SCORING PARAMETER TABLE.  EACH DECK IS  *
002300*    LOADED INTO SCORE-PARM-TABLE AND SAVED HERE, AND THE SAVED  *
002310*    COPY IS MOVED BACK IN BEFORE EACH CLAIM IS SCORED UNDER IT. *
002320*----------------------------------------------------------------*
002330 01  SIM-DEFAULT-PARMS           PIC X(169).
002340 01  SIM-PROD-PARMS              PIC X(169).
002350 01  SIM-PROPOSED-PARMS          PIC X(169).
002360
002370 01  SIM-PARM-LABEL-AREA.
002380     05  FILLER                  PIC X(30)
002390             VALUE 'BASE POINTS OVER THRESHOLD'.
002400     05  FILLER                  PIC X(30)
002410             VALUE 'EXCESS PERCENT PER POINT'.
002420     05  FILLER                  PIC X(30)
002430             VALUE 'EXCESS POINTS CAP'.
002440     05  FILLER                  PIC X(30)
002450             VALUE 'POLICY YEARS BAND 1 (UNDER)'.
002460     05  FILLER                  PIC X(30)
002470             VALUE 'POLICY YEARS BAND 1 POINTS'.
002480     05  FILLER                  PIC X(30)
002490             VALUE 'POLICY YEARS BAND 2 (UNDER)'.
002500     05  FILLER                  PIC X(30)
002510             VALUE 'POLICY YEARS BAND 2 POINTS'.
002520     05  FILLER                  PIC X(30)
002530             VALUE 'POLICY YEARS BAND 3 (UNDER)'.
002540     05  FILLER                  PIC X(30)
002550             VALUE 'POLICY YEARS BAND 3 POINTS'.
002560     05  FILLER                  PIC X(30)
002570             VALUE 'POINTS PER PRIOR CLAIM'.
002580     05  FILLER                  PIC X(30)
002590             VALUE 'PRIOR CLAIM POINTS CAP'.
002600     05  FILLER                  PIC X(30)
002610             VALUE 'HR01 POLICY YEARS UNDER'.
002620     05  FILLER                  PIC X(30)
002630             VALUE 'FR01 PRIOR CLAIMS OVER'.
002640     05  FILLER                  PIC X(30)
002650             VALUE 'FR03 DAYS LATE OVER (0 = LOB)'.
002660 01  SIM-PARM-LABEL-TABLE REDEFINES SIM-PARM-LABEL-AREA.
002670     05  SPL-LABEL               PIC X(30) OCCURS 14 TIMES.
002680
002690 01  SIM-PARM-VALUE-TABLE.
002700     05  SPV-ENTRY OCCURS 14 TIMES.
002710         10  SPV-VALUE           PIC 9(03) OCCURS 2 TIMES.
002720
002730 01  SIM-TYPE-COMPARE-TABLE.
002740     05  STC-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
002750     05  STC-ENTRY OCCURS 0 TO 40 TIMES
002760                   DEPENDING ON STC-ENTRY-COUNT
002770                   INDEXED BY STC-IDX.
002780         10  STC-CLAIM-TYPE      PIC X(10).
002790         10  STC-POINTS          PIC 9(03) OCCURS 2 TIMES.
002800         10  STC-PRESENT-SW      PIC X(01) OCCURS 2 TIMES.
002810
002820*----------------------------------------------------------------*
002830*    DISPOSITION MOVES BY CLAIM TYPE AND SOURCE SYSTEM.  THE     *
002840*    FROM/TO SUBSCRIPTS ARE 1 CLEAN, 2 HIGHRISK, 3 FRAUD -- FROM *
002850*    IS THE CURRENT DECK, TO THE PROPOSED.  THE DIAGONAL HOLDS   *
002860*    THE CLAIMS THAT DO NOT CHANGE.                              *
002870*----------------------------------------------------------------*
002880 01  SIM-TALLY-TABLE.
002890     05  SMT-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
002900     05  SMT-ENTRY OCCURS 0 TO 50 TIMES
002910                   DEPENDING ON SMT-ENTRY-COUNT
002920                   INDEXED BY SMT-IDX.
002930         10  SMT-CLAIM-TYPE      PIC X(10).
002940         10  SMT-SOURCE-SYSTEM   PIC X(08).
002950         10  SMT-TALLY.
002960             15  SMT-FROM OCCURS 3 TIMES.
002970                 20  SMT-MOVE-COUNT
002980                                 PIC 9(07) COMP OCCURS 3 TIMES.
002990
003000 01  SIM-TOTAL-TALLY.
003010     05  STT-FROM OCCURS 3 TIMES.
003020         10  STT-MOVE-COUNT      PIC 9(07) COMP OCCURS 3 TIMES.
003030
003040 01  WS-PRINT-TALLY.
003050     05  WPT-FROM OCCURS 3 TIMES.
003060         10  WPT-MOVE-COUNT      PIC 9(07) COMP OCCURS 3 TIMES.
003070
003080 01  WS-REPORT-LINES.
003090     05  WS-TITLE-LINE.
003100         10  FILLER              PIC X(20) VALUE SPACES.
003110         10  FILLER              PIC X(40)
003120                 VALUE 'RISK SCORING WHAT-IF SIMULATION'.
003130     05  WS-DATE-LINE.
003140         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
003150         10  WS-DL-DATE          PIC 9(08).
003160         10  FILLER              PIC X(62) VALUE SPACES.
003170     05  WS-RANGE-LINE.
003180         10  FILLER              PIC X(22)
003190                 VALUE 'AUDIT RUN DATES FROM: '.
003200         10  WS-RL-FROM          PIC 9(08).
003210         10  FILLER              PIC X(06) VALUE '  TO: '.
003220         10  WS-RL-TO            PIC 9(08).
003230         10  FILLER              PIC X(36) VALUE SPACES.
003240     05  WS-SECTION-LINE.
003250         10  WS-SEC-TITLE        PIC X(50).
003260         10  FILLER              PIC X(30) VALUE SPACES.
003270     05  WS-PARM-HDR-LINE.
003280         10  FILLER              PIC X(32) VALUE 'PARAMETER'.
003290         10  FILLER              PIC X(10) VALUE 'CURRENT'.
003300         10  FILLER              PIC X(38) VALUE 'PROPOSED'.
003310     05  WS-PARM-DTL-LINE.
003320         10  WS-PD-LABEL         PIC X(30).
003330         10  FILLER              PIC X(04) VALUE SPACES.
003340         10  WS-PD-CURR-X        PIC X(03).
003350         10  WS-PD-CURR REDEFINES WS-PD-CURR-X
003360                                 PIC ZZ9.
003370         10  FILLER              PIC X(07) VALUE SPACES.
003380         10  WS-PD-PROP-X        PIC X(03).
003390         10  WS-PD-PROP REDEFINES WS-PD-PROP-X
003400                                 PIC ZZ9.
003410         10  FILLER              PIC X(03) VALUE SPACES.
003420         10  WS-PD-CHANGED       PIC X(07).
003430         10  FILLER              PIC X(23) VALUE SPACES.
003440     05  WS-FLIP-HDR-LINE.
003450         10  FILLER              PIC X(12) VALUE 'CLAIM ID'.
003460         10  FILLER              PIC X(11) VALUE 'TYPE'.
003470         10  FILLER              PIC X(09) VALUE 'SOURCE'.
003480         10  FILLER              PIC X(10) VALUE 'RUN DATE'.
003490         10  FILLER              PIC X(10) VALUE 'CURRENT'.
003500         10  FILLER              PIC X(10) VALUE 'PROPOSED'.
003510         10  FILLER              PIC X(18) VALUE 'SCORE NOW/PROP'.
003520     05  WS-FLIP-DTL-LINE.
003530         10  WS-FD-CLAIM-ID      PIC X(10).
003540         10  FILLER              PIC X(02) VALUE SPACES.
003550         10  WS-FD-TYPE          PIC X(10).
003560         10  FILLER              PIC X(01) VALUE SPACES.
003570         10  WS-FD-SOURCE        PIC X(08).
003580         10  FILLER              PIC X(01) VALUE SPACES.
003590         10  WS-FD-RUN-DATE      PIC 9(08).
003600         10  FILLER              PIC X(02) VALUE SPACES.
003610         10  WS-FD-CURR-DISP     PIC X(08).
003620         10  FILLER              PIC X(02) VALUE SPACES.
003630         10  WS-FD-PROP-DISP     PIC X(08).
003640         10  FILLER              PIC X(02) VALUE SPACES.
003650         10  WS-FD-CURR-SCORE    PIC ZZ9.
003660         10  FILLER              PIC X(01) VALUE '/'.
003670         10  WS-FD-PROP-SCORE    PIC ZZ9.
003680         10  FILLER              PIC X(11) VALUE SPACES.
003690     05  WS-MOVE-HDR-LINE.
003700         10  FILLER              PIC X(11) VALUE 'TYPE'.
003710         10  FILLER              PIC X(09) VALUE 'SOURCE'.
003720         10  FILLER              PIC X(08) VALUE '  CLAIMS'.
003730         10  FILLER              PIC X(08) VALUE ' CHANGED'.
003740         10  FILLER              PIC X(07) VALUE '  CL>HR'.
003750         10  FILLER              PIC X(07) VALUE '  CL>FR'.
003760         10  FILLER              PIC X(07) VALUE '  HR>CL'.
003770         10  FILLER              PIC X(07) VALUE '  HR>FR'.
003780         10  FILLER              PIC X(07) VALUE '  FR>CL'.
003790         10  FILLER              PIC X(07) VALUE '  FR>HR'.
003800         10  FILLER              PIC X(02) VALUE SPACES.
003810     05  WS-MOVE-DTL-LINE.
003820         10  WS-MD-TYPE          PIC X(10).
003830         10  FILLER              PIC X(01) VALUE SPACES.
003840         10  WS-MD-SOURCE        PIC X(08).
003850         10  FILLER              PIC X(03) VALUE SPACES.
003860         10  WS-MD-CLAIMS        PIC ZZ,ZZ9.
003870         10  FILLER              PIC X(02) VALUE SPACES.
003880         10  WS-MD-CHANGED       PIC ZZ,ZZ9.
003890         10  FILLER              PIC X(02) VALUE SPACES.
003900         10  WS-MD-CL-HR         PIC ZZZZ9.
003910         10  FILLER              PIC X(02) VALUE SPACES.
003920         10  WS-MD-CL-FR         PIC ZZZZ9.
003930         10  FILLER              PIC X(02) VALUE SPACES.
003940         10  WS-MD-HR-CL         PIC ZZZZ9.
003950         10  FILLER              PIC X(02) VALUE SPACES.
003960         10  WS-MD-HR-FR         PIC ZZZZ9.
003970         10  FILLER              PIC X(02) VALUE SPACES.
003980         10  WS-MD-FR-CL         PIC ZZZZ9.
003990         10  FILLER              PIC X(02) VALUE SPACES.
004000         10  WS-MD-FR-HR         PIC ZZZZ9.
004010         10  FILLER              PIC X(02) VALUE SPACES.
004020     05  WS-VOL-HDR-LINE.
004030         10  FILLER              PIC X(11) VALUE 'TYPE'.
004040         10  FILLER              PIC X(09) VALUE 'SOURCE'.
004050         10  FILLER              PIC X(08) VALUE ' HRQ NOW'.
004060         10  FILLER              PIC X(08) VALUE '    PROP'.
004070         10  FILLER              PIC X(09) VALUE '   CHANGE'.
004080         10  FILLER              PIC X(08) VALUE ' SIU NOW'.
004090         10  FILLER              PIC X(08) VALUE '    PROP'.
004100         10  FILLER              PIC X(09) VALUE '   CHANGE'.
004110         10  FILLER              PIC X(10) VALUE SPACES.
004120     05  WS-VOL-DTL-LINE.
004130         10  WS-VD-TYPE          PIC X(10).
004140         10  FILLER              PIC X(01) VALUE SPACES.
004150         10  WS-VD-SOURCE        PIC X(08).
004160         10  FILLER              PIC X(03) VALUE SPACES.
004170         10  WS-VD-HRQ-NOW       PIC ZZ,ZZ9.
004180         10  FILLER              PIC X(02) VALUE SPACES.
004190         10  WS-VD-HRQ-PROP      PIC ZZ,ZZ9.
004200         10  FILLER              PIC X(02) VALUE SPACES.
004210         10  WS-VD-HRQ-CHG       PIC -ZZ,ZZ9.
004220         10  FILLER              PIC X(03) VALUE SPACES.
004230         10  WS-VD-SIU-NOW       PIC ZZ,ZZ9.
004240         10  FILLER              PIC X(02) VALUE SPACES.
004250         10  WS-VD-SIU-PROP      PIC ZZ,ZZ9.
004260         10  FILLER              PIC X(02) VALUE SPACES.
004270         10  WS-VD-SIU-CHG       PIC -ZZ,ZZ9.
004280         10  FILLER              PIC X(09) VALUE SPACES.
004290     05  WS-COUNT-LINE.
004300         10  WS-CNT-LABEL        PIC X(40).
004310         10  FILLER              PIC X(02) VALUE SPACES.
004320         10  WS-CNT-COUNT        PIC ZZ,ZZZ,ZZ9.
004330         10  FILLER              PIC X(28) VALUE SPACES.
004340     05  WS-NONE-LINE.
004350         10  FILLER              PIC X(40)
004360                 VALUE 'NO CLAIMS WOULD CHANGE DISPOSITION'.
004370         10  FILLER              PIC X(40) VALUE SPACES.
004380
004390 PROCEDURE DIVISION.
004400
004410 0000-MAINLINE.
004420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004430     PERFORM 2000-SIMULATE-ONE-AUDIT THRU 2000-EXIT
004440         UNTIL END-OF-AUDIT.
004450     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
004460     PERFORM 8000-TERMINATE THRU 8000-EXIT.
004470     STOP RUN.
004480
004490*----------------------------------------------------------------*
004500*    1000-INITIALIZE -- TAKE THE DATE RANGE, OPEN THE FILES,     *
004510*    LOAD THE THRESHOLDS AND BOTH PARAMETER DECKS, PRINT THE     *
004520*    HEADING AND PARAMETER COMPARISON, AND PRIME THE AUDIT READ. *
004530*----------------------------------------------------------------*
004540 1000-INITIALIZE.
004550     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004560     PERFORM 1050-SET-DATE-RANGE THRU 1050-EXIT.
004570     OPEN INPUT  AUDIT-LOG.
004580     OPEN INPUT  THRESH-FILE.
004590     OPEN OUTPUT REPORT-FILE.
004600     OPEN INPUT  CUSTOMER-HIST.
004610     IF WS-CUSTHIST-STATUS NOT = '00'
004620         DISPLAY 'CLMSIM -- CUSTOMER-HIST OPEN FAILED, STATUS '
004630             WS-CUSTHIST-STATUS
004640         MOVE 16 TO RETURN-CODE
004650         STOP RUN
004660     END-IF.
004670     OPEN INPUT  POLICY-MASTER.
004680     IF WS-POLYMST-STATUS NOT = '00'
004690         DISPLAY 'CLMSIM -- POLICY-MASTER OPEN FAILED, STATUS '
004700             WS-POLYMST-STATUS
004710         MOVE 16 TO RETURN-CODE
004720         STOP RUN
004730     END-IF.
004740     OPEN INPUT  CLAIMS-REGISTER.
004750     IF WS-CLMREG-STATUS NOT = '00'
004760         DISPLAY 'CLMSIM -- CLAIMS-REGISTER OPEN FAILED, '
004770             'STATUS ' WS-CLMREG-STATUS
004780         MOVE 16 TO RETURN-CODE
004790         STOP RUN
004800     END-IF.
004810     PERFORM 1100-LOAD-THRESHOLDS THRU 1100-EXIT
004820         UNTIL END-OF-THRESHOLDS.
004830     CLOSE THRESH-FILE.
004835     PERFORM 1120-LOAD-LINES-OF-BUSINESS THRU 1120-EXIT.
004840     MOVE SCORE-PARM-TABLE TO SIM-DEFAULT-PARMS.
004850     MOVE 'SCRPARM' TO WS-DECK-NAME.
004860     MOVE 'N' TO WS-SCRPARM-EOF-SWITCH.
004870     MOVE 'N' TO WS-TYPE-CARD-SW.
004880     OPEN INPUT  PROD-PARM-FILE.
004890     PERFORM 1170-LOAD-PROD-PARMS THRU 1170-EXIT
004900         UNTIL END-OF-SCORE-PARMS.
004910     CLOSE PROD-PARM-FILE.
004920     MOVE SCORE-PARM-TABLE TO SIM-PROD-PARMS.
004930     MOVE SIM-DEFAULT-PARMS TO SCORE-PARM-TABLE.
004940     MOVE 'SIMPARM' TO WS-DECK-NAME.
004950     MOVE 'N' TO WS-SCRPARM-EOF-SWITCH.
004960     MOVE 'N' TO WS-TYPE-CARD-SW.
004970     OPEN INPUT  PROPOSED-PARM-FILE.
004980     PERFORM 1175-LOAD-PROPOSED-PARMS THRU 1175-EXIT
004990         UNTIL END-OF-SCORE-PARMS.
005000     CLOSE PROPOSED-PARM-FILE.
005010     MOVE SCORE-PARM-TABLE TO SIM-PROPOSED-PARMS.
005020     WRITE RPT-LINE FROM WS-TITLE-LINE.
005030     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
005040     WRITE RPT-LINE FROM WS-DATE-LINE.
005050     MOVE WS-FROM-DATE TO WS-RL-FROM.
005060     MOVE WS-TO-DATE   TO WS-RL-TO.
005070     WRITE RPT-LINE FROM WS-RANGE-LINE.
005080     MOVE SPACES TO RPT-LINE.
005090     WRITE RPT-LINE.
005100     PERFORM 1400-PRINT-PARM-COMPARE THRU 1400-EXIT.
005110     MOVE 'CLAIMS THAT WOULD CHANGE DISPOSITION' TO WS-SEC-TITLE.
005120     WRITE RPT-LINE FROM WS-SECTION-LINE.
005130     WRITE RPT-LINE FROM WS-FLIP-HDR-LINE.
005140     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
005150 1000-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------------*
005190*    1050-SET-DATE-RANGE -- TAKE THE FROM AND TO RUN DATES FROM  *
005200*    THE SYSIN CARD.  A BLANK DATE (OR NO CARD) LEAVES THAT END  *
005210*    OF THE RANGE OPEN; ANYTHING ELSE THAT IS NOT A DATE, OR A   *
005220*    FROM DATE AFTER THE TO DATE, STOPS THE RUN.                 *
005230*----------------------------------------------------------------*
005240 1050-SET-DATE-RANGE.
005250     OPEN INPUT CONTROL-CARD-FILE.
005260     READ CONTROL-CARD-FILE
005270         AT END MOVE SPACES TO CONTROL-CARD
005280     END-READ.
005290     CLOSE CONTROL-CARD-FILE.
005300     IF CTL-FROM-DATE-X = SPACES
005310         MOVE 0 TO WS-FROM-DATE
005320     ELSE
005330         IF CTL-FROM-DATE NUMERIC
005340             MOVE CTL-FROM-DATE TO WS-FROM-DATE
005350         ELSE
005360             DISPLAY 'CLMSIM -- FROM DATE ON CONTROL CARD NOT '
005370                 'NUMERIC: ' CTL-FROM-DATE-X
005380             MOVE 16 TO RETURN-CODE
005390             STOP RUN
005400         END-IF
005410     END-IF.
005420     IF CTL-TO-DATE-X = SPACES
005430         MOVE 99999999 TO WS-TO-DATE
005440     ELSE
005450         IF CTL-TO-DATE NUMERIC
005460             MOVE CTL-TO-DATE TO WS-TO-DATE
005470         ELSE
005480             DISPLAY 'CLMSIM -- TO DATE ON CONTROL CARD NOT '
005490                 'NUMERIC: ' CTL-TO-DATE-X
005500             MOVE 16 TO RETURN-CODE
005510             STOP RUN
005520         END-IF
005530     END-IF.
005540     IF WS-FROM-DATE > WS-TO-DATE
005550         DISPLAY 'CLMSIM -- FROM DATE ' WS-FROM-DATE
005560             ' IS AFTER TO DATE ' WS-TO-DATE
005570         MOVE 16 TO RETURN-CODE
005580         STOP RUN
005590     END-IF.
005600 1050-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------------*
005640*    1100-LOAD-THRESHOLDS -- READ THE THRESHOLD FILE INTO THE    *
005650*    TABLE, AS CLAIMS01 DOES.                                    *
005660*----------------------------------------------------------------*
005670 1100-LOAD-THRESHOLDS.
005680     READ THRESH-FILE
005690         AT END     MOVE 'Y' TO WS-THRESH-EOF-SWITCH
005700         NOT AT END PERFORM 1110-STORE-THRESHOLD
005710                        THRU 1110-EXIT
005720     END-READ.
005730 1100-EXIT.
005740     EXIT.
005750
005760 1110-STORE-THRESHOLD.
005770     IF THR-ENTRY-COUNT < 10
005780         ADD 1 TO THR-ENTRY-COUNT
005790         SET THR-IDX TO THR-ENTRY-COUNT
005800         MOVE TFR-CLAIM-TYPE TO THR-CLAIM-TYPE (THR-IDX)
005810         MOVE TFR-AMOUNT     TO THR-AMOUNT (THR-IDX)
005820     ELSE
005830         DISPLAY 'CLMSIM -- THRESH-FILE HAS MORE THAN 10 '
005840             'ENTRIES, THRESHOLD-TABLE IS FULL'
005850         MOVE 16 TO RETURN-CODE
005860         STOP RUN
005870     END-IF.
005880 1110-EXIT.
005890     EXIT.
005891
005892*----------------------------------------------------------------*
005893*    1120-LOAD-LINES-OF-BUSINESS -- BUILD THE LINE-OF-BUSINESS   *
005894*    TABLE FROM THE LINE-OF-BUSINESS MASTER, AS CLAIMS01 DOES.   *
005895*----------------------------------------------------------------*
005896 1120-LOAD-LINES-OF-BUSINESS.
005897     OPEN INPUT  LINE-OF-BUSINESS.
005898     IF WS-LOBMST-STATUS NOT = '00'
005899         DISPLAY 'CLMSIM -- LINE-OF-BUSINESS OPEN FAILED, '
005900             'STATUS ' WS-LOBMST-STATUS
005901         MOVE 16 TO RETURN-CODE
005902         STOP RUN
005903     END-IF.
005904     PERFORM 1125-READ-LINE-OF-BUSINESS THRU 1125-EXIT
005905         UNTIL END-OF-LOB-MASTER.
005906     CLOSE LINE-OF-BUSINESS.
005907 1120-EXIT.
005908     EXIT.
005909
005910 1125-READ-LINE-OF-BUSINESS.
005911     READ LINE-OF-BUSINESS
005912         AT END     MOVE 'Y' TO WS-LOB-EOF-SWITCH
005913         NOT AT END PERFORM 1130-STORE-LINE-OF-BUSINESS
005914                        THRU 1130-EXIT
005915     END-READ.
005916 1125-EXIT.
005917     EXIT.
005918
005919 1130-STORE-LINE-OF-BUSINESS.
005920     IF LBT-ENTRY-COUNT < 20
005921         ADD 1 TO LBT-ENTRY-COUNT
005922         SET LBT-IDX TO LBT-ENTRY-COUNT
005923         MOVE LOB-CLAIM-TYPE    TO LBT-CLAIM-TYPE (LBT-IDX)
005924         MOVE LOB-DESCRIPTION   TO LBT-DESCRIPTION (LBT-IDX)
005925         MOVE LOB-ACTIVE-FLAG   TO LBT-ACTIVE-FLAG (LBT-IDX)
005926         MOVE LOB-SCORE-POINTS  TO LBT-SCORE-POINTS (LBT-IDX)
005927         MOVE LOB-LATE-DAYS     TO LBT-LATE-DAYS (LBT-IDX)
005928         MOVE LOB-REPORT-SEQ    TO LBT-REPORT-SEQ (LBT-IDX)
005929     ELSE
005930         DISPLAY 'CLMSIM -- LINE-OF-BUSINESS MASTER HAS MORE '
005931             'THAN 20 LINES, LINE-OF-BUSINESS-TABLE IS FULL'
005932         MOVE 16 TO RETURN-CODE
005933         STOP RUN
005934     END-IF.
005935 1130-EXIT.
005936     EXIT.
005938
005940*----------------------------------------------------------------*
005942*    1170/1175 -- READ THE PRODUCTION AND PROPOSED DECKS.  BOTH  *
005944*    ARE APPLIED TO SCORE-PARM-TABLE BY THE SAME CARD EDITS      *
005946*    CLAIMS01 USES, SO A DECK THAT WOULD STOP CLAIMS01 STOPS     *
005950*    THE SIMULATION TOO.                                         *
005960*----------------------------------------------------------------*
005970 1170-LOAD-PROD-PARMS.
005980     READ PROD-PARM-FILE INTO SCORE-PARM-REC
005990         AT END     MOVE 'Y' TO WS-SCRPARM-EOF-SWITCH
006000         NOT AT END PERFORM 1180-STORE-SCORE-PARM
006010                        THRU 1180-EXIT
006020     END-READ.
006030 1170-EXIT.
006040     EXIT.
006050
006060 1175-LOAD-PROPOSED-PARMS.
006070     READ PROPOSED-PARM-FILE INTO SCORE-PARM-REC
006080         AT END     MOVE 'Y' TO WS-SCRPARM-EOF-SWITCH
006090         NOT AT END PERFORM 1180-STORE-SCORE-PARM
006100                        THRU 1180-EXIT
006110     END-READ.
006120 1175-EXIT.
006130     EXIT.
006140
006150 1180-STORE-SCORE-PARM.
006160     EVALUATE TRUE
006170         WHEN SPR-WEIGHT-CARD
006180             IF SPR-BASE-POINTS NOT NUMERIC
006190              OR SPR-EXCESS-STEP-PCT NOT NUMERIC
006200              OR SPR-EXCESS-STEP-PCT = 0
006210              OR SPR-EXCESS-CAP NOT NUMERIC
006220              OR SPR-YRS-BAND-1 NOT NUMERIC
006230              OR SPR-YRS-POINTS-1 NOT NUMERIC
006240              OR SPR-YRS-BAND-2 NOT NUMERIC
006250              OR SPR-YRS-POINTS-2 NOT NUMERIC
006260              OR SPR-YRS-BAND-3 NOT NUMERIC
006270              OR SPR-YRS-POINTS-3 NOT NUMERIC
006280              OR SPR-PRIOR-POINTS NOT NUMERIC
006290              OR SPR-PRIOR-CAP NOT NUMERIC
006300                 PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
006310             END-IF
006320             IF SPR-YRS-BAND-1 NOT < SPR-YRS-BAND-2
006330              OR SPR-YRS-BAND-2 NOT < SPR-YRS-BAND-3
006340                 PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
006350             END-IF
006360             MOVE SPR-BASE-POINTS     TO SCW-BASE-POINTS
006370             MOVE SPR-EXCESS-STEP-PCT TO SCW-EXCESS-STEP-PCT
006380             MOVE SPR-EXCESS-CAP      TO SCW-EXCESS-CAP
006390             MOVE SPR-YRS-BAND-1      TO SCW-YRS-BAND-1
006400             MOVE SPR-YRS-POINTS-1    TO SCW-YRS-POINTS-1
006410             MOVE SPR-YRS-BAND-2      TO SCW-YRS-BAND-2
006420             MOVE SPR-YRS-POINTS-2    TO SCW-YRS-POINTS-2
006430             MOVE SPR-YRS-BAND-3      TO SCW-YRS-BAND-3
006440             MOVE SPR-YRS-POINTS-3    TO SCW-YRS-POINTS-3
006450             MOVE SPR-PRIOR-POINTS    TO SCW-PRIOR-POINTS
006460             MOVE SPR-PRIOR-CAP       TO SCW-PRIOR-CAP
006470         WHEN SPR-CUTOFF-CARD
006480             IF SPR-HR-POLICY-YEARS NOT NUMERIC
006490              OR SPR-FR-PRIOR-CLAIMS NOT NUMERIC
006500              OR SPR-FR-LATE-DAYS NOT NUMERIC
006510                 PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
006520             END-IF
006530             MOVE SPR-HR-POLICY-YEARS TO SCW-HR-POLICY-YEARS
006540             MOVE SPR-FR-PRIOR-CLAIMS TO SCW-FR-PRIOR-CLAIMS
006550             MOVE SPR-FR-LATE-DAYS    TO SCW-FR-LATE-DAYS
006560         WHEN SPR-TYPE-CARD
006570             IF SPR-CLAIM-TYPE = SPACES
006580              OR SPR-TYPE-POINTS NOT NUMERIC
006590                 PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
006600             END-IF
006610             IF NOT TYPE-CARD-WAS-READ
006620                 MOVE 'Y'    TO WS-TYPE-CARD-SW
006630                 MOVE 0      TO SCW-TYPE-COUNT
006640                 MOVE SPACES TO SCW-TYPE-AREA
006650             END-IF
006660             IF SCW-TYPE-COUNT < 10
006670                 ADD 1 TO SCW-TYPE-COUNT
006680                 SET SCW-IDX TO SCW-TYPE-COUNT
006690                 MOVE SPR-CLAIM-TYPE  TO SCW-CLAIM-TYPE (SCW-IDX)
006700                 MOVE SPR-TYPE-POINTS TO SCW-TYPE-POINTS (SCW-IDX)
006710             ELSE
006720                 DISPLAY 'CLMSIM -- ' WS-DECK-NAME ' HAS MORE '
006730                     'THAN 10 TY CARDS, CLAIM-TYPE POINTS TABLE '
006740                     'IS FULL'
006750                 MOVE 16 TO RETURN-CODE
006760                 STOP RUN
006770             END-IF
006780         WHEN OTHER
006790             PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
006800     END-EVALUATE.
006810 1180-EXIT.
006820     EXIT.
006830
006840 1185-BAD-SCORE-PARM.
006850     DISPLAY 'CLMSIM -- ' WS-DECK-NAME ' CARD INVALID: '
006860         SCORE-PARM-REC.
006870     MOVE 16 TO RETURN-CODE.
006880     STOP RUN.
006890 1185-EXIT.
006900     EXIT.
006910
006920*----------------------------------------------------------------*
006930*    1400-PRINT-PARM-COMPARE -- LIST EVERY WEIGHT AND CUTOFF     *
006940*    UNDER THE CURRENT AND PROPOSED DECKS, MARKING THE ONES THE  *
006950*    PROPOSAL CHANGES, THEN THE CLAIM-TYPE POINTS FOR EVERY LINE *
006960*    OF BUSINESS AND EVERY TYPE EITHER DECK NAMES.  A LINE A     *
006970*    DECK HAS NO TY CARD FOR SCORES ITS MASTER POINTS; A TY TYPE *
006972*    NOT ON THE MASTER SCORES NOTHING UNDER THE OTHER DECK AND   *
006974*    PRINTS A DASH THERE.                                        *
006980*----------------------------------------------------------------*
006990 1400-PRINT-PARM-COMPARE.
006992     PERFORM 1415-SEED-TYPE-POINTS THRU 1415-EXIT
006994         VARYING LBT-IDX FROM 1 BY 1
006996         UNTIL LBT-IDX > LBT-ENTRY-COUNT.
007000     MOVE SIM-PROD-PARMS TO SCORE-PARM-TABLE.
007010     MOVE 1 TO WS-COLUMN.
007020     PERFORM 1410-CAPTURE-PARMS THRU 1410-EXIT.
007030     PERFORM 1420-MERGE-TYPE-POINTS THRU 1420-EXIT
007040         VARYING SCW-IDX FROM 1 BY 1
007050         UNTIL SCW-IDX > SCW-TYPE-COUNT.
007060     MOVE SIM-PROPOSED-PARMS TO SCORE-PARM-TABLE.
007070     MOVE 2 TO WS-COLUMN.
007080     PERFORM 1410-CAPTURE-PARMS THRU 1410-EXIT.
007090     PERFORM 1420-MERGE-TYPE-POINTS THRU 1420-EXIT
007100         VARYING SCW-IDX FROM 1 BY 1
007110         UNTIL SCW-IDX > SCW-TYPE-COUNT.
007120     MOVE 'SCORING PARAMETERS -- CURRENT AND PROPOSED'
007130         TO WS-SEC-TITLE.
007140     WRITE RPT-LINE FROM WS-SECTION-LINE.
007150     WRITE RPT-LINE FROM WS-PARM-HDR-LINE.
007160     PERFORM 1430-PRINT-PARM-LINE THRU 1430-EXIT
007170         VARYING WS-PARM-SUB FROM 1 BY 1
007180         UNTIL WS-PARM-SUB > 14.
007190     PERFORM 1440-PRINT-TYPE-LINE THRU 1440-EXIT
007200         VARYING STC-IDX FROM 1 BY 1
007210         UNTIL STC-IDX > STC-ENTRY-COUNT.
007220     MOVE SPACES TO RPT-LINE.
007230     WRITE RPT-LINE.
007240 1400-EXIT.
007250     EXIT.
007260
007270 1410-CAPTURE-PARMS.
007280     MOVE SCW-BASE-POINTS     TO SPV-VALUE (1, WS-COLUMN).
007290     MOVE SCW-EXCESS-STEP-PCT TO SPV-VALUE (2, WS-COLUMN).
007300     MOVE SCW-EXCESS-CAP      TO SPV-VALUE (3, WS-COLUMN).
007310     MOVE SCW-YRS-BAND-1      TO SPV-VALUE (4, WS-COLUMN).
007320     MOVE SCW-YRS-POINTS-1    TO SPV-VALUE (5, WS-COLUMN).
007330     MOVE SCW-YRS-BAND-2      TO SPV-VALUE (6, WS-COLUMN).
007340     MOVE SCW-YRS-POINTS-2    TO SPV-VALUE (7, WS-COLUMN).
007350     MOVE SCW-YRS-BAND-3      TO SPV-VALUE (8, WS-COLUMN).
007360     MOVE SCW-YRS-POINTS-3    TO SPV-VALUE (9, WS-COLUMN).
007370     MOVE SCW-PRIOR-POINTS    TO SPV-VALUE (10, WS-COLUMN).
007380     MOVE SCW-PRIOR-CAP       TO SPV-VALUE (11, WS-COLUMN).
007390     MOVE SCW-HR-POLICY-YEARS TO SPV-VALUE (12, WS-COLUMN).
007400     MOVE SCW-FR-PRIOR-CLAIMS TO SPV-VALUE (13, WS-COLUMN).
007410     MOVE SCW-FR-LATE-DAYS    TO SPV-VALUE (14, WS-COLUMN).
007420 1410-EXIT.
007430     EXIT.
007431
007432*----------------------------------------------------------------*
007433*    1415-SEED-TYPE-POINTS -- START THE TYPE COMPARISON WITH     *
007434*    EVERY LINE OF BUSINESS AT ITS MASTER POINTS UNDER BOTH      *
007435*    DECKS; 1420 THEN OVERLAYS EACH DECK'S TY CARDS.             *
007436*----------------------------------------------------------------*
007437 1415-SEED-TYPE-POINTS.
007438     IF STC-ENTRY-COUNT < 40
007439         ADD 1 TO STC-ENTRY-COUNT
007440         SET STC-IDX TO STC-ENTRY-COUNT
007441         MOVE LBT-CLAIM-TYPE (LBT-IDX)
007442             TO STC-CLAIM-TYPE (STC-IDX)
007443         MOVE LBT-SCORE-POINTS (LBT-IDX)
007444             TO STC-POINTS (STC-IDX, 1)
007445         MOVE LBT-SCORE-POINTS (LBT-IDX)
007446             TO STC-POINTS (STC-IDX, 2)
007447         MOVE 'Y' TO STC-PRESENT-SW (STC-IDX, 1)
007448         MOVE 'Y' TO STC-PRESENT-SW (STC-IDX, 2)
007449     ELSE
007450         DISPLAY 'CLMSIM -- MORE THAN 40 CLAIM TYPES TO '
007451             'COMPARE, SIM-TYPE-COMPARE-TABLE IS FULL'
007452         MOVE 16 TO RETURN-CODE
007453         STOP RUN
007454     END-IF.
007455 1415-EXIT.
007456     EXIT.
007457
007458 1420-MERGE-TYPE-POINTS.
007460     MOVE 'N' TO WS-TALLY-FOUND-SW.
007470     IF STC-ENTRY-COUNT > 0
007480         SET STC-IDX TO 1
007490         SEARCH STC-ENTRY
007500             AT END        CONTINUE
007510             WHEN STC-CLAIM-TYPE (STC-IDX) =
007520                  SCW-CLAIM-TYPE (SCW-IDX)
007530                 MOVE 'Y' TO WS-TALLY-FOUND-SW
007540         END-SEARCH
007550     END-IF.
007555     IF NOT TALLY-WAS-FOUND
007560         IF STC-ENTRY-COUNT < 40
007565             ADD 1 TO STC-ENTRY-COUNT
007570             SET STC-IDX TO STC-ENTRY-COUNT
007575             MOVE SCW-CLAIM-TYPE (SCW-IDX)
007580                 TO STC-CLAIM-TYPE (STC-IDX)
007585             MOVE 0   TO STC-POINTS (STC-IDX, 1)
007590             MOVE 0   TO STC-POINTS (STC-IDX, 2)
007595             MOVE 'N' TO STC-PRESENT-SW (STC-IDX, 1)
007600             MOVE 'N' TO STC-PRESENT-SW (STC-IDX, 2)
007605         ELSE
007610             DISPLAY 'CLMSIM -- MORE THAN 40 CLAIM TYPES TO '
007615                 'COMPARE, SIM-TYPE-COMPARE-TABLE IS FULL'
007620             MOVE 16 TO RETURN-CODE
007625             STOP RUN
007630         END-IF
007635     END-IF.
007650     MOVE SCW-TYPE-POINTS (SCW-IDX)
007660         TO STC-POINTS (STC-IDX, WS-COLUMN).
007670     MOVE 'Y' TO STC-PRESENT-SW (STC-IDX, WS-COLUMN).
007680 1420-EXIT.
007690     EXIT.
007700
007710 1430-PRINT-PARM-LINE.
007720     MOVE SPL-LABEL (WS-PARM-SUB) TO WS-PD-LABEL.
007730     MOVE SPV-VALUE (WS-PARM-SUB, 1) TO WS-PD-CURR.
007740     MOVE SPV-VALUE (WS-PARM-SUB, 2) TO WS-PD-PROP.
007750     IF SPV-VALUE (WS-PARM-SUB, 1) = SPV-VALUE (WS-PARM-SUB, 2)
007760         MOVE SPACES TO WS-PD-CHANGED
007770     ELSE
007780         MOVE 'CHANGED' TO WS-PD-CHANGED
007790     END-IF.
007800     WRITE RPT-LINE FROM WS-PARM-DTL-LINE.
007810 1430-EXIT.
007820     EXIT.
007830
007840 1440-PRINT-TYPE-LINE.
007850     MOVE SPACES TO WS-PD-LABEL.
007860     STRING 'TYPE POINTS - '         DELIMITED BY SIZE
007870            STC-CLAIM-TYPE (STC-IDX) DELIMITED BY SPACE
007880         INTO WS-PD-LABEL
007890     END-STRING.
007900     IF STC-PRESENT-SW (STC-IDX, 1) = 'Y'
007910         MOVE STC-POINTS (STC-IDX, 1) TO WS-PD-CURR
007920     ELSE
007930         MOVE '  -' TO WS-PD-CURR-X
007940     END-IF.
007950     IF STC-PRESENT-SW (STC-IDX, 2) = 'Y'
007960         MOVE STC-POINTS (STC-IDX, 2) TO WS-PD-PROP
007970     ELSE
007980         MOVE '  -' TO WS-PD-PROP-X
007990     END-IF.
008000     IF STC-PRESENT-SW (STC-IDX, 1) = STC-PRESENT-SW (STC-IDX, 2)
008010      AND STC-POINTS (STC-IDX, 1) = STC-POINTS (STC-IDX, 2)
008020         MOVE SPACES TO WS-PD-CHANGED
008030     ELSE
008040         MOVE 'CHANGED' TO WS-PD-CHANGED
008050     END-IF.
008060     WRITE RPT-LINE FROM WS-PARM-DTL-LINE.
008070 1440-EXIT.
008080     EXIT.
008090
008100*----------------------------------------------------------------*
008110*    2000-SIMULATE-ONE-AUDIT -- RESCORE ONE AUDIT RECORD IF ITS  *
008120*    RUN DATE IS IN RANGE, AND READ THE NEXT.                    *
008130*----------------------------------------------------------------*
008140 2000-SIMULATE-ONE-AUDIT.
008150     ADD 1 TO WS-AUDIT-READ.
008160     IF AUD-RUN-DATE NOT < WS-FROM-DATE
008170      AND AUD-RUN-DATE NOT > WS-TO-DATE
008180         ADD 1 TO WS-IN-RANGE
008190         PERFORM 3000-RESCORE-CLAIM THRU 3000-EXIT
008200     END-IF.
008210     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
008220 2000-EXIT.
008230     EXIT.
008240
008250 2100-READ-AUDIT.
008260     READ AUDIT-LOG
008270         AT END MOVE 'Y' TO WS-AUD-EOF-SWITCH
008280     END-READ.
008290 2100-EXIT.
008300     EXIT.
008310
008320*----------------------------------------------------------------*
008330*    3000-RESCORE-CLAIM -- REBUILD THE CLAIM AS IT STOOD ON ITS  *
008340*    RUN DATE, SCORE AND ROUTE IT UNDER EACH DECK, TALLY THE     *
008350*    MOVE, AND LIST IT IF THE DISPOSITION CHANGES.               *
008360*----------------------------------------------------------------*
008370 3000-RESCORE-CLAIM.
008380     MOVE 'N' TO WS-REGISTER-FOUND-SW.
008390     MOVE AUD-CLAIM-ID TO CRG-CLAIM-ID.
008400     READ CLAIMS-REGISTER
008410         KEY IS CRG-CLAIM-ID
008420         INVALID KEY
008430             ADD 1 TO WS-NOT-ON-REGISTER
008440         NOT INVALID KEY
008450             MOVE 'Y' TO WS-REGISTER-FOUND-SW
008460     END-READ.
008470     IF CLAIM-ON-REGISTER
008480         ADD 1 TO WS-RESCORED
008490         PERFORM 3100-REBUILD-CLAIM THRU 3100-EXIT
008500         MOVE SIM-PROD-PARMS TO SCORE-PARM-TABLE
008510         PERFORM 3200-COMPUTE-RISK-SCORE THRU 3200-EXIT
008520         PERFORM 3300-ROUTE-CLAIM THRU 3300-EXIT
008530         MOVE WS-RISK-SCORE  TO WS-CURR-SCORE
008540         MOVE WS-DISPOSITION TO WS-CURR-DISPOSITION
008550         MOVE SIM-PROPOSED-PARMS TO SCORE-PARM-TABLE
008560         PERFORM 3200-COMPUTE-RISK-SCORE THRU 3200-EXIT
008570         PERFORM 3300-ROUTE-CLAIM THRU 3300-EXIT
008580         MOVE WS-RISK-SCORE  TO WS-PROP-SCORE
008590         MOVE WS-DISPOSITION TO WS-PROP-DISPOSITION
008600         IF WS-CURR-DISPOSITION NOT = AUD-DISPOSITION
008610          OR WS-CURR-SCORE NOT = AUD-RISK-SCORE
008620             ADD 1 TO WS-NOT-REPRODUCED
008630         END-IF
008640         PERFORM 4000-TALLY-CLAIM THRU 4000-EXIT
008650         IF WS-PROP-DISPOSITION NOT = WS-CURR-DISPOSITION
008660             PERFORM 5000-LIST-FLIP THRU 5000-EXIT
008670         END-IF
008680     END-IF.
008690 3000-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------*
008730*    3100-REBUILD-CLAIM -- THE FACTS CLAIMS01 SCORED THE CLAIM   *
008740*    ON, AS OF ITS RUN DATE.  SEE THE REMARKS ABOVE.             *
008750*----------------------------------------------------------------*
008760 3100-REBUILD-CLAIM.
008770     MOVE CRG-CUSTOMER-ID   TO WS-SAVE-CUSTOMER-ID.
008780     MOVE CRG-POLICY-NUMBER TO WS-SAVE-POLICY-NO.
008790     MOVE AUD-RUN-DATE      TO WS-RUN-DATE-WORK.
008800     MOVE WS-SAVE-POLICY-NO TO POM-POLICY-NUMBER.
008810     READ POLICY-MASTER
008820         INVALID KEY
008830             MOVE 0 TO WS-POLICY-YEARS
008840         NOT INVALID KEY
008850             MOVE POM-INCEPTION-DATE TO WS-INCEPTION-DATE
008860             PERFORM 3110-COMPUTE-POLICY-YEARS THRU 3110-EXIT
008870     END-READ.
008880     MOVE WS-SAVE-CUSTOMER-ID TO CUH-CUSTOMER-ID.
008890     READ CUSTOMER-HIST
008900         INVALID KEY
008910             MOVE 0 TO WS-CUST-CLAIMS-CNT
008920         NOT INVALID KEY
008930             MOVE CUH-PRIOR-CLAIMS-CNT TO WS-CUST-CLAIMS-CNT
008940     END-READ.
008950     PERFORM 3120-COUNT-LATER-CLAIMS THRU 3120-EXIT.
008960     IF WS-LATER-CLAIMS > WS-CUST-CLAIMS-CNT
008970         MOVE 0 TO WS-CUST-CLAIMS-CNT
008980     ELSE
008990         SUBTRACT WS-LATER-CLAIMS FROM WS-CUST-CLAIMS-CNT
009000     END-IF.
009010     MOVE 'N' TO WS-THRESHOLD-FOUND-SW.
009020     MOVE 0   TO WS-THRESHOLD-AMOUNT.
009030     SET THR-IDX TO 1.
009040     SEARCH THRESHOLD-ENTRY
009050         AT END        CONTINUE
009060         WHEN THR-CLAIM-TYPE (THR-IDX) = AUD-CLAIM-TYPE
009070             MOVE 'Y' TO WS-THRESHOLD-FOUND-SW
009080             MOVE THR-AMOUNT (THR-IDX) TO WS-THRESHOLD-AMOUNT
009090     END-SEARCH.
009100     IF AUD-CAT-EVENT = SPACES
009110         MOVE 'N' TO WS-CAT-TAGGED-SW
009120     ELSE
009130         MOVE 'Y' TO WS-CAT-TAGGED-SW
009140     END-IF.
009150     IF AUD-REASON-TEXT = 'CUSTOMER ON CONFIRMED-FRAUD LIST'
009160      OR AUD-REASON-TEXT = 'POSSIBLE DOUBLE-DIP RESUBMISSION'
009170         MOVE 'Y' TO WS-FIXED-FRAUD-SW
009180     ELSE
009190         MOVE 'N' TO WS-FIXED-FRAUD-SW
009200     END-IF.
009210 3100-EXIT.
009220     EXIT.
009230
009240 3110-COMPUTE-POLICY-YEARS.
009250     IF WS-INCEPTION-DATE > WS-RUN-DATE-WORK
009260         MOVE 0 TO WS-POLICY-YEARS
009270     ELSE
009280         COMPUTE WS-POLICY-YEARS =
009290             WS-RUN-CCYY - WS-INCEP-CCYY
009300         IF WS-RUN-MM < WS-INCEP-MM
009310            OR (WS-RUN-MM = WS-INCEP-MM
009320                AND WS-RUN-DD < WS-INCEP-DD)
009330             SUBTRACT 1 FROM WS-POLICY-YEARS
009340         END-IF
009350     END-IF.
009360 3110-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------------*
009400*    3120-COUNT-LATER-CLAIMS -- COUNT THE CUSTOMER'S REGISTER    *
009410*    CLAIMS PROCESSED ON OR AFTER THE RUN DATE, BROWSING THE     *
009420*    RESUBMISSION KEY, WHICH LEADS WITH THE CUSTOMER ID.         *
009430*----------------------------------------------------------------*
009440 3120-COUNT-LATER-CLAIMS.
009450     MOVE 0 TO WS-LATER-CLAIMS.
009460     MOVE 'N' TO WS-CUST-BROWSE-SW.
009470     MOVE LOW-VALUES TO CRG-RESUBMIT-KEY.
009480     MOVE WS-SAVE-CUSTOMER-ID TO CRG-CUSTOMER-ID.
009490     START CLAIMS-REGISTER
009500         KEY IS NOT LESS THAN CRG-RESUBMIT-KEY
009510         INVALID KEY
009520             MOVE 'Y' TO WS-CUST-BROWSE-SW
009530     END-START.
009540     PERFORM 3130-READ-CUSTOMER-CLAIM THRU 3130-EXIT
009550         UNTIL END-OF-CUSTOMER-CLAIMS.
009560 3120-EXIT.
009570     EXIT.
009580
009590 3130-READ-CUSTOMER-CLAIM.
009600     READ CLAIMS-REGISTER NEXT RECORD
009610         AT END MOVE 'Y' TO WS-CUST-BROWSE-SW
009620     END-READ.
009630     IF NOT END-OF-CUSTOMER-CLAIMS
009640         IF CRG-CUSTOMER-ID NOT = WS-SAVE-CUSTOMER-ID
009650             MOVE 'Y' TO WS-CUST-BROWSE-SW
009660         ELSE
009670             IF CRG-PROCESS-DATE NOT < AUD-RUN-DATE
009680                 ADD 1 TO WS-LATER-CLAIMS
009690             END-IF
009700         END-IF
009710     END-IF.
009720 3130-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------------*
009760*    3200-COMPUTE-RISK-SCORE -- THE CLAIMS01 SCORE UNDER THE     *
009770*    DECK NOW IN SCORE-PARM-TABLE.  KEEP IN STEP WITH CLAIMS01.  *
009780*----------------------------------------------------------------*
009790 3200-COMPUTE-RISK-SCORE.
009795     PERFORM 3250-LOOKUP-LINE-OF-BUSINESS THRU 3250-EXIT.
009800     MOVE 0 TO WS-SCORE-TOTAL.
009810     IF THRESHOLD-WAS-FOUND
009820        AND WS-THRESHOLD-AMOUNT > 0
009830        AND AUD-DAMAGE-AMOUNT > WS-THRESHOLD-AMOUNT
009840         COMPUTE WS-EXCESS-PCT =
009850             ((AUD-DAMAGE-AMOUNT - WS-THRESHOLD-AMOUNT) * 100)
009860                 / WS-THRESHOLD-AMOUNT
009870         COMPUTE WS-AMOUNT-POINTS =
009880             WS-EXCESS-PCT / SCW-EXCESS-STEP-PCT
009890         IF WS-AMOUNT-POINTS > SCW-EXCESS-CAP
009900             MOVE SCW-EXCESS-CAP TO WS-AMOUNT-POINTS
009910         END-IF
009920         COMPUTE WS-SCORE-TOTAL =
009930             SCW-BASE-POINTS + WS-AMOUNT-POINTS
009940     END-IF.
009950     IF WS-POLICY-YEARS < SCW-YRS-BAND-1
009960         ADD SCW-YRS-POINTS-1 TO WS-SCORE-TOTAL
009970     ELSE
009980         IF WS-POLICY-YEARS < SCW-YRS-BAND-2
009990             ADD SCW-YRS-POINTS-2 TO WS-SCORE-TOTAL
010000         ELSE
010010             IF WS-POLICY-YEARS < SCW-YRS-BAND-3
010020                 ADD SCW-YRS-POINTS-3 TO WS-SCORE-TOTAL
010030             END-IF
010040         END-IF
010050     END-IF.
010060     IF (WS-CUST-CLAIMS-CNT * SCW-PRIOR-POINTS) > SCW-PRIOR-CAP
010070         ADD SCW-PRIOR-CAP TO WS-SCORE-TOTAL
010080     ELSE
010090         COMPUTE WS-SCORE-TOTAL = WS-SCORE-TOTAL
010100             + (WS-CUST-CLAIMS-CNT * SCW-PRIOR-POINTS)
010110     END-IF.
010120     SET SCW-IDX TO 1.
010130     SEARCH SCW-TYPE-ENTRY
010140         AT END        ADD WS-LOB-TYPE-POINTS TO WS-SCORE-TOTAL
010150         WHEN SCW-CLAIM-TYPE (SCW-IDX) = AUD-CLAIM-TYPE
010160             ADD SCW-TYPE-POINTS (SCW-IDX) TO WS-SCORE-TOTAL
010170     END-SEARCH.
010180     IF WS-SCORE-TOTAL > 999
010190         MOVE 999 TO WS-RISK-SCORE
010200     ELSE
010210         MOVE WS-SCORE-TOTAL TO WS-RISK-SCORE
010220     END-IF.
010230 3200-EXIT.
010240     EXIT.
010241
010242*----------------------------------------------------------------*
010243*    3250-LOOKUP-LINE-OF-BUSINESS -- THE MASTER POINTS AND LATE- *
010244*    REPORT LIMIT FOR THE CLAIM'S TYPE, WITH A NON-ZERO DECK CO  *
010245*    LIMIT OVERRIDING THE LINE'S OWN, AS IN CLAIMS01 2210.  A    *
010246*    TYPE NO LONGER ON THE MASTER SCORES NO TYPE POINTS AND IS   *
010247*    NEVER LATE UNLESS THE DECK SETS A LIMIT.                    *
010248*----------------------------------------------------------------*
010249 3250-LOOKUP-LINE-OF-BUSINESS.
010250     MOVE 0   TO WS-LOB-TYPE-POINTS.
010251     MOVE 999 TO WS-LATE-DAYS-LIMIT.
010252     SET LBT-IDX TO 1.
010253     SEARCH LINE-OF-BUSINESS-ENTRY
010254         AT END        CONTINUE
010255         WHEN LBT-CLAIM-TYPE (LBT-IDX) = AUD-CLAIM-TYPE
010256             MOVE LBT-SCORE-POINTS (LBT-IDX) TO WS-LOB-TYPE-POINTS
010257             MOVE LBT-LATE-DAYS (LBT-IDX)    TO WS-LATE-DAYS-LIMIT
010258     END-SEARCH.
010259     IF SCW-FR-LATE-DAYS > 0
010260         MOVE SCW-FR-LATE-DAYS TO WS-LATE-DAYS-LIMIT
010261     END-IF.
010262 3250-EXIT.
010263     EXIT.
010265
010267*----------------------------------------------------------------*
010270*    3300-ROUTE-CLAIM -- THE CLAIMS01 ROUTING DECISION UNDER THE *
010280*    CUTOFFS NOW IN SCORE-PARM-TABLE.  KEEP IN STEP WITH THE     *
010290*    ROUTING IN CLAIMS01 2000-PROCESS-ONE-CLAIM.                 *
010300*----------------------------------------------------------------*
010310 3300-ROUTE-CLAIM.
010320     IF FIXED-FRAUD-OUTCOME
010330         MOVE 'FRAUD'    TO WS-DISPOSITION
010340     ELSE
010350      IF THRESHOLD-WAS-FOUND
010360        AND AUD-DAMAGE-AMOUNT > WS-THRESHOLD-AMOUNT
010370         IF WS-POLICY-YEARS < SCW-HR-POLICY-YEARS
010380             MOVE 'HIGHRISK' TO WS-DISPOSITION
010390         ELSE
010400             IF WS-CUST-CLAIMS-CNT > SCW-FR-PRIOR-CLAIMS
010410                 MOVE 'FRAUD'    TO WS-DISPOSITION
010420             ELSE
010430              IF AUD-REPORT-LAG-DAYS > WS-LATE-DAYS-LIMIT
010440               AND NOT CLAIM-IS-CAT-TAGGED
010450                 MOVE 'FRAUD'    TO WS-DISPOSITION
010460              ELSE
010470                 MOVE 'CLEAN'    TO WS-DISPOSITION
010480              END-IF
010490             END-IF
010500         END-IF
010510      ELSE
010520         IF AUD-REPORT-LAG-DAYS > WS-LATE-DAYS-LIMIT
010530          AND NOT CLAIM-IS-CAT-TAGGED
010540             MOVE 'FRAUD'    TO WS-DISPOSITION
010550         ELSE
010560             MOVE 'CLEAN'    TO WS-DISPOSITION
010570         END-IF
010580      END-IF
010590     END-IF.
010600 3300-EXIT.
010610     EXIT.
010620
010630*----------------------------------------------------------------*
010640*    4000-TALLY-CLAIM -- FIND OR OPEN THE TYPE/SOURCE ENTRY AND  *
010650*    COUNT THE CLAIM'S CURRENT-TO-PROPOSED MOVE THERE AND IN THE *
010660*    TOTALS.                                                     *
010670*----------------------------------------------------------------*
010680 4000-TALLY-CLAIM.
010690     MOVE 'N' TO WS-TALLY-FOUND-SW.
010700     IF SMT-ENTRY-COUNT > 0
010710         SET SMT-IDX TO 1
010720         SEARCH SMT-ENTRY
010730             AT END        CONTINUE
010740             WHEN SMT-CLAIM-TYPE (SMT-IDX) = AUD-CLAIM-TYPE
010750              AND SMT-SOURCE-SYSTEM (SMT-IDX) = AUD-SOURCE-SYSTEM
010760                 MOVE 'Y' TO WS-TALLY-FOUND-SW
010770         END-SEARCH
010780     END-IF.
010790     IF NOT TALLY-WAS-FOUND
010800         IF SMT-ENTRY-COUNT < 50
010810             ADD 1 TO SMT-ENTRY-COUNT
010820             SET SMT-IDX TO SMT-ENTRY-COUNT
010830             MOVE AUD-CLAIM-TYPE    TO SMT-CLAIM-TYPE (SMT-IDX)
010840             MOVE AUD-SOURCE-SYSTEM TO SMT-SOURCE-SYSTEM (SMT-IDX)
010850             PERFORM 4200-ZERO-TALLY-ROW THRU 4200-EXIT
010860                 VARYING WS-FROM-SUB FROM 1 BY 1
010870                 UNTIL WS-FROM-SUB > 3
010880         ELSE
010890             DISPLAY 'CLMSIM -- MORE THAN 50 CLAIM TYPE/SOURCE '
010900                 'COMBINATIONS, TALLY TABLE IS FULL'
010910             MOVE 16 TO RETURN-CODE
010920             STOP RUN
010930         END-IF
010940     END-IF.
010950     MOVE WS-CURR-DISPOSITION TO WS-DISPOSITION.
010960     PERFORM 4100-SET-DISP-SUB THRU 4100-EXIT.
010970     MOVE WS-DISP-SUB TO WS-FROM-SUB.
010980     MOVE WS-PROP-DISPOSITION TO WS-DISPOSITION.
010990     PERFORM 4100-SET-DISP-SUB THRU 4100-EXIT.
011000     MOVE WS-DISP-SUB TO WS-TO-SUB.
011010     ADD 1 TO SMT-MOVE-COUNT (SMT-IDX, WS-FROM-SUB, WS-TO-SUB).
011020     ADD 1 TO STT-MOVE-COUNT (WS-FROM-SUB, WS-TO-SUB).
011030 4000-EXIT.
011040     EXIT.
011050
011060 4100-SET-DISP-SUB.
011070     EVALUATE WS-DISPOSITION
011080         WHEN 'HIGHRISK'
011090             MOVE 2 TO WS-DISP-SUB
011100         WHEN 'FRAUD'
011110             MOVE 3 TO WS-DISP-SUB
011120         WHEN OTHER
011130             MOVE 1 TO WS-DISP-SUB
011140     END-EVALUATE.
011150 4100-EXIT.
011160     EXIT.
011170
011180 4200-ZERO-TALLY-ROW.
011190     MOVE 0 TO SMT-MOVE-COUNT (SMT-IDX, WS-FROM-SUB, 1).
011200     MOVE 0 TO SMT-MOVE-COUNT (SMT-IDX, WS-FROM-SUB, 2).
011210     MOVE 0 TO SMT-MOVE-COUNT (SMT-IDX, WS-FROM-SUB, 3).
011220 4200-EXIT.
011230     EXIT.
011240
011250 5000-LIST-FLIP.
011260     ADD 1 TO WS-FLIP-COUNT.
011270     MOVE AUD-CLAIM-ID         TO WS-FD-CLAIM-ID.
011280     MOVE AUD-CLAIM-TYPE       TO WS-FD-TYPE.
011290     MOVE AUD-SOURCE-SYSTEM    TO WS-FD-SOURCE.
011300     MOVE AUD-RUN-DATE         TO WS-FD-RUN-DATE.
011310     MOVE WS-CURR-DISPOSITION  TO WS-FD-CURR-DISP.
011320     MOVE WS-PROP-DISPOSITION  TO WS-FD-PROP-DISP.
011330     MOVE WS-CURR-SCORE        TO WS-FD-CURR-SCORE.
011340     MOVE WS-PROP-SCORE        TO WS-FD-PROP-SCORE.
011350     WRITE RPT-LINE FROM WS-FLIP-DTL-LINE.
011360 5000-EXIT.
011370     EXIT.
011380
011390*----------------------------------------------------------------*
011400*    7000-PRINT-SUMMARY -- THE DISPOSITION MOVES AND THE QUEUE   *
011410*    VOLUME IMPACT BY TYPE AND SOURCE, EACH WITH A TOTAL LINE,   *
011420*    AND THE RUN COUNTS.                                         *
011430*----------------------------------------------------------------*
011440 7000-PRINT-SUMMARY.
011450     IF WS-FLIP-COUNT = 0
011460         WRITE RPT-LINE FROM WS-NONE-LINE
011470     END-IF.
011480     MOVE SPACES TO RPT-LINE.
011490     WRITE RPT-LINE.
011500
011510     MOVE 'DISPOSITION CHANGES BY CLAIM TYPE AND SOURCE'
011520         TO WS-SEC-TITLE.
011530     WRITE RPT-LINE FROM WS-SECTION-LINE.
011540     WRITE RPT-LINE FROM WS-MOVE-HDR-LINE.
011550     PERFORM 7100-PRINT-MOVE-ENTRY THRU 7100-EXIT
011560         VARYING SMT-IDX FROM 1 BY 1
011570         UNTIL SMT-IDX > SMT-ENTRY-COUNT.
011580     MOVE SIM-TOTAL-TALLY TO WS-PRINT-TALLY.
011590     MOVE 'TOTAL'  TO WS-MD-TYPE.
011600     MOVE SPACES   TO WS-MD-SOURCE.
011610     PERFORM 7150-PRINT-MOVE-LINE THRU 7150-EXIT.
011620     MOVE SPACES TO RPT-LINE.
011630     WRITE RPT-LINE.
011640
011650     MOVE 'HIGH-RISK QUEUE AND SIU VOLUME IMPACT' TO WS-SEC-TITLE.
011660     WRITE RPT-LINE FROM WS-SECTION-LINE.
011670     WRITE RPT-LINE FROM WS-VOL-HDR-LINE.
011680     PERFORM 7200-PRINT-VOLUME-ENTRY THRU 7200-EXIT
011690         VARYING SMT-IDX FROM 1 BY 1
011700         UNTIL SMT-IDX > SMT-ENTRY-COUNT.
011710     MOVE SIM-TOTAL-TALLY TO WS-PRINT-TALLY.
011720     MOVE 'TOTAL'  TO WS-VD-TYPE.
011730     MOVE SPACES   TO WS-VD-SOURCE.
011740     PERFORM 7250-PRINT-VOLUME-LINE THRU 7250-EXIT.
011750     MOVE SPACES TO RPT-LINE.
011760     WRITE RPT-LINE.
011770
011780     MOVE 'RUN COUNTS' TO WS-SEC-TITLE.
011790     WRITE RPT-LINE FROM WS-SECTION-LINE.
011800     MOVE 'AUDIT RECORDS READ' TO WS-CNT-LABEL.
011810     MOVE WS-AUDIT-READ TO WS-CNT-COUNT.
011820     WRITE RPT-LINE FROM WS-COUNT-LINE.
011830     MOVE 'AUDIT RECORDS IN DATE RANGE' TO WS-CNT-LABEL.
011840     MOVE WS-IN-RANGE TO WS-CNT-COUNT.
011850     WRITE RPT-LINE FROM WS-COUNT-LINE.
011860     MOVE 'CLAIMS RESCORED' TO WS-CNT-LABEL.
011870     MOVE WS-RESCORED TO WS-CNT-COUNT.
011880     WRITE RPT-LINE FROM WS-COUNT-LINE.
011890     MOVE 'NOT ON CLAIMS REGISTER, SKIPPED' TO WS-CNT-LABEL.
011900     MOVE WS-NOT-ON-REGISTER TO WS-CNT-COUNT.
011910     WRITE RPT-LINE FROM WS-COUNT-LINE.
011920     MOVE 'CURRENT DECK DIFFERS FROM AUDIT RECORD'
011930         TO WS-CNT-LABEL.
011940     MOVE WS-NOT-REPRODUCED TO WS-CNT-COUNT.
011950     WRITE RPT-LINE FROM WS-COUNT-LINE.
011960     MOVE 'CLAIMS THAT WOULD CHANGE DISPOSITION' TO WS-CNT-LABEL.
011970     MOVE WS-FLIP-COUNT TO WS-CNT-COUNT.
011980     WRITE RPT-LINE FROM WS-COUNT-LINE.
011990 7000-EXIT.
012000     EXIT.
012010
012020 7100-PRINT-MOVE-ENTRY.
012030     MOVE SMT-TALLY (SMT-IDX)         TO WS-PRINT-TALLY.
012040     MOVE SMT-CLAIM-TYPE (SMT-IDX)    TO WS-MD-TYPE.
012050     MOVE SMT-SOURCE-SYSTEM (SMT-IDX) TO WS-MD-SOURCE.
012060     PERFORM 7150-PRINT-MOVE-LINE THRU 7150-EXIT.
012070 7100-EXIT.
012080     EXIT.
012090
012100 7150-PRINT-MOVE-LINE.
012110     PERFORM 7300-SUM-PRINT-TALLY THRU 7300-EXIT.
012120     MOVE WS-CLAIMS-TOTAL TO WS-MD-CLAIMS.
012130     COMPUTE WS-CLAIMS-TOTAL = WS-CLAIMS-TOTAL - WS-UNCHANGED.
012140     MOVE WS-CLAIMS-TOTAL TO WS-MD-CHANGED.
012150     MOVE WPT-MOVE-COUNT (1, 2) TO WS-MD-CL-HR.
012160     MOVE WPT-MOVE-COUNT (1, 3) TO WS-MD-CL-FR.
012170     MOVE WPT-MOVE-COUNT (2, 1) TO WS-MD-HR-CL.
012180     MOVE WPT-MOVE-COUNT (2, 3) TO WS-MD-HR-FR.
012190     MOVE WPT-MOVE-COUNT (3, 1) TO WS-MD-FR-CL.
012200     MOVE WPT-MOVE-COUNT (3, 2) TO WS-MD-FR-HR.
012210     WRITE RPT-LINE FROM WS-MOVE-DTL-LINE.
012220 7150-EXIT.
012230     EXIT.
012240
012250 7200-PRINT-VOLUME-ENTRY.
012260     MOVE SMT-TALLY (SMT-IDX)         TO WS-PRINT-TALLY.
012270     MOVE SMT-CLAIM-TYPE (SMT-IDX)    TO WS-VD-TYPE.
012280     MOVE SMT-SOURCE-SYSTEM (SMT-IDX) TO WS-VD-SOURCE.
012290     PERFORM 7250-PRINT-VOLUME-LINE THRU 7250-EXIT.
012300 7200-EXIT.
012310     EXIT.
012320
012330*----------------------------------------------------------------*
012340*    7250-PRINT-VOLUME-LINE -- HIGHRISK GOES TO THE HIGH-RISK    *
012350*    QUEUE AND FRAUD TO SIU, SO THE QUEUE VOLUMES NOW ARE THE    *
012360*    HIGHRISK AND FRAUD ROWS OF THE MOVE TABLE AND THE PROPOSED  *
012370*    VOLUMES ARE THE HIGHRISK AND FRAUD COLUMNS.                 *
012380*----------------------------------------------------------------*
012390 7250-PRINT-VOLUME-LINE.
012400     PERFORM 7300-SUM-PRINT-TALLY THRU 7300-EXIT.
012410     MOVE WS-HRQ-NOW  TO WS-VD-HRQ-NOW.
012420     MOVE WS-HRQ-PROP TO WS-VD-HRQ-PROP.
012430     COMPUTE WS-VD-HRQ-CHG = WS-HRQ-PROP - WS-HRQ-NOW.
012440     MOVE WS-SIU-NOW  TO WS-VD-SIU-NOW.
012450     MOVE WS-SIU-PROP TO WS-VD-SIU-PROP.
012460     COMPUTE WS-VD-SIU-CHG = WS-SIU-PROP - WS-SIU-NOW.
012470     WRITE RPT-LINE FROM WS-VOL-DTL-LINE.
012480 7250-EXIT.
012490     EXIT.
012500
012510 7300-SUM-PRINT-TALLY.
012520     COMPUTE WS-HRQ-NOW = WPT-MOVE-COUNT (2, 1)
012530         + WPT-MOVE-COUNT (2, 2) + WPT-MOVE-COUNT (2, 3).
012540     COMPUTE WS-HRQ-PROP = WPT-MOVE-COUNT (1, 2)
012550         + WPT-MOVE-COUNT (2, 2) + WPT-MOVE-COUNT (3, 2).
012560     COMPUTE WS-SIU-NOW = WPT-MOVE-COUNT (3, 1)
012570         + WPT-MOVE-COUNT (3, 2) + WPT-MOVE-COUNT (3, 3).
012580     COMPUTE WS-SIU-PROP = WPT-MOVE-COUNT (1, 3)
012590         + WPT-MOVE-COUNT (2, 3) + WPT-MOVE-COUNT (3, 3).
012600     COMPUTE WS-UNCHANGED = WPT-MOVE-COUNT (1, 1)
012610         + WPT-MOVE-COUNT (2, 2) + WPT-MOVE-COUNT (3, 3).
012620     COMPUTE WS-CLAIMS-TOTAL = WPT-MOVE-COUNT (1, 1)
012630         + WPT-MOVE-COUNT (1, 2) + WPT-MOVE-COUNT (1, 3)
012640         + WS-HRQ-NOW + WS-SIU-NOW.
012650 7300-EXIT.
012660     EXIT.
012670
012680*----------------------------------------------------------------*
012690*    8000-TERMINATE -- CLOSE FILES AND SHOW THE RUN COUNTS.  A   *
012700*    CLAIM THAT COULD NOT BE RESCORED ENDS THE RUN AT RC 4.      *
012710*----------------------------------------------------------------*
012720 8000-TERMINATE.
012730     CLOSE AUDIT-LOG.
012740     CLOSE REPORT-FILE.
012750     CLOSE CUSTOMER-HIST.
012760     CLOSE POLICY-MASTER.
012770     CLOSE CLAIMS-REGISTER.
012780     DISPLAY 'CLMSIM -- AUDIT RECORDS READ:     ' WS-AUDIT-READ.
012790     DISPLAY 'CLMSIM -- CLAIMS RESCORED:        ' WS-RESCORED.
012800     DISPLAY 'CLMSIM -- WOULD CHANGE DISPOSITION: ' WS-FLIP-COUNT.
012810     IF WS-NOT-ON-REGISTER > 0
012820         DISPLAY 'CLMSIM -- NOT ON CLAIMS REGISTER, SKIPPED: '
012830             WS-NOT-ON-REGISTER
012840         MOVE 4 TO RETURN-CODE
012850     END-IF.
012860 8000-EXIT.
012870     EXIT.
