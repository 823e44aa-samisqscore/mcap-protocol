000010*****************************************************************
000020* PROGRAM-ID.  CLMLINK
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-09
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* CROSS-CLAIM LINK ANALYSIS FOR SIU.  CLAIMS01 JUDGES ONE CLAIM AT
000090* A TIME; THIS STEP LOOKS ACROSS THE REGISTER FOR THE SHAPES SIU
000100* HAS BEEN FINDING RINGS BY HAND.  READS THE CLMLNKX LINK EXTRACT,
000110* SORTED BY LINK TYPE, SHARED KEY, LINKED PARTY AND CLAIM, AND ON
000120* EACH CHANGE OF TYPE AND KEY DECIDES WHETHER THE GROUP IS A
000130* SUSPICIOUS CLUSTER AGAINST THE MINIMUMS ON THE LINK-ANALYSIS
000140* PARAMETER FILE:
000150*   POLICY   -- ONE POLICY, AT LEAST N DIFFERENT CUSTOMER IDS.
000160*   CUSTOMER -- ONE CUSTOMER, AT LEAST N DIFFERENT POLICIES.
000170*   BURST    -- ONE LOSS DATE AND CLAIM TYPE OUTSIDE ANY CAT
000180*               WINDOW, AT LEAST N CLAIMS.
000190* EVERY CLAIM IN A CLUSTER IS LISTED UNDER ITS CLUSTER AND WRITTEN
000200* TO THE LINK REFERRAL FILE IN THE SIU-REFERRAL LAYOUT WITH REASON
000210* FR05, WHICH THE JOB STREAM CONCATENATES ONTO REFLOAD'S SIU INPUT
000220* SO THE CLAIMS BECOME TRACKED REFERRALS.  A CLAIM ALREADY ON THE
000230* TRACKING MASTER KEEPS ITS ORIGINAL REFERRAL THERE.
000240* EACH CLUSTER GETS A LINK SCORE -- 10 PER LINKED PARTY PLUS 5 PER
000250* CLAIM, CAPPED AT 999 -- CARRIED AS THE REFERRAL'S RISK SCORE SO
000260* THE EXAMINER WORKLISTS RANK IT, AND THE RANKED SUMMARY AT THE
000270* END OF THE REPORT LISTS THE CLUSTERS WORST FIRST (LARGER DAMAGE
000280* FIRST ON A TIE).
000290* A CLUSTER OF MORE THAN 500 CLAIMS REFERS THE FIRST 500, AND MORE
000300* THAN 200 CLUSTERS LEAVES THE REST OFF THE RANKED SUMMARY (THEY
000310* ARE STILL LISTED AND REFERRED); EITHER ENDS THE STEP AT RETURN
000320* CODE 4 WITH THE COUNT ON SYSOUT.
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350* DATE       INIT  DESCRIPTION
000360* ---------- ----  -----------------------------------------------
000370* 2026-10-09 JHM   ORIGINAL CROSS-CLAIM LINK ANALYSIS.
000372* 2026-10-14 JHM   PICKED UP QUE-SOURCE-SYSTEM ON THE SHARED
000374*                  QUEUEREC LAYOUT.  AN FR05 REFERRAL SPANS
000376*                  CLAIMS, SO ITS SOURCE IS LEFT SPACES.
000377* 2026-10-15 JHM   DAMAGE COLUMNS WIDENED TO THE FULL CLAIM
000378*                  AMOUNT AND CLUSTER TOTAL; RANKED HEADINGS
000379*                  SHIFTED TO MATCH.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    CLMLINK.
000410 AUTHOR.        J H MERCER.
000420 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000430 DATE-WRITTEN.  2026-10-09.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT LINK-EXTRACT     ASSIGN TO LNKIN
000540            ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT LINK-PARM-FILE   ASSIGN TO LNKPARM
000570            ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT SIU-REFERRAL     ASSIGN TO SIUOUT
000600            ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000630            ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT RUN-CONTROL     ASSIGN TO RUNCTL
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE IS DYNAMIC
000680            RECORD KEY IS RCT-KEY
000690            FILE STATUS IS WS-RUNCTL-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  LINK-EXTRACT
000740     LABEL RECORDS ARE STANDARD.
000750     COPY LNKXTREC.
000760
000770 FD  LINK-PARM-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY LNKPRMRC.
000800
000810 FD  SIU-REFERRAL
000820     LABEL RECORDS ARE STANDARD.
000830     COPY QUEUEREC REPLACING
000840         ==QUEUE-REC==          BY ==SIU-QUEUE-REC==
000850         ==QUE-CLAIM-ID==       BY ==SIU-CLAIM-ID==
000860         ==QUE-CUSTOMER-ID==    BY ==SIU-CUSTOMER-ID==
000870         ==QUE-CLAIM-TYPE==     BY ==SIU-CLAIM-TYPE==
000880         ==QUE-DAMAGE-AMOUNT==  BY ==SIU-DAMAGE-AMOUNT==
000890         ==QUE-RISK-SCORE==     BY ==SIU-RISK-SCORE==
000900         ==QUE-REASON-CODE==    BY ==SIU-REASON-CODE==
000910         ==QUE-REASON-TEXT==    BY ==SIU-REASON-TEXT==
000915         ==QUE-SOURCE-SYSTEM==  BY ==SIU-SOURCE-SYSTEM==.
000920
000930 FD  REPORT-FILE
000940     LABEL RECORDS OMITTED
000950     RECORDING MODE IS F.
000960 01  RPT-LINE                    PIC X(80).
000970
000980 FD  RUN-CONTROL
000990     LABEL RECORDS ARE STANDARD.
001000     COPY RUNCTLRC.
001010
001020 WORKING-STORAGE SECTION.
001030
001040 01  WS-SWITCHES.
001050     05  WS-LINK-EOF-SWITCH      PIC X(01) VALUE 'N'.
001060         88  END-OF-LINKS                 VALUE 'Y'.
001070     05  WS-CLUSTER-SW           PIC X(01) VALUE 'N'.
001080         88  GROUP-IS-CLUSTER             VALUE 'Y'.
001090
001100 01  GROUP-MEMBER-TABLE.
001110     05  GMT-ENTRY-COUNT         PIC 9(04) COMP VALUE 0.
001120     05  GMT-ENTRY OCCURS 0 TO 500 TIMES
001130                   DEPENDING ON GMT-ENTRY-COUNT
001140                   INDEXED BY GMT-IDX.
001150         10  GMT-CLAIM-ID        PIC X(10).
001160         10  GMT-CUSTOMER-ID     PIC X(10).
001170         10  GMT-PARTY-ID        PIC X(10).
001180         10  GMT-CLAIM-TYPE      PIC X(10).
001190         10  GMT-DAMAGE-AMOUNT   PIC 9(09)V99.
001200         10  GMT-LOSS-DATE       PIC 9(08).
001210
001220 01  LINK-CLUSTER-TABLE.
001230     05  LCT-ENTRY-COUNT         PIC 9(04) COMP VALUE 0.
001240     05  LCT-ENTRY OCCURS 0 TO 200 TIMES
001250                   DEPENDING ON LCT-ENTRY-COUNT
001260                   INDEXED BY LCT-IDX.
001270         10  LCT-LINK-TYPE       PIC X(02).
001280         10  LCT-LINK-KEY        PIC X(18).
001290         10  LCT-PARTY-COUNT     PIC 9(05) COMP.
001300         10  LCT-CLAIM-COUNT     PIC 9(05) COMP.
001310         10  LCT-DAMAGE-TOTAL    PIC 9(11)V99 COMP.
001320         10  LCT-LINK-SCORE      PIC 9(03).
001330         10  LCT-RANKED-SW       PIC X(01).
001340             88  LCT-WAS-RANKED           VALUE 'Y'.
001350
001360 01  WS-COUNTERS.
001370     05  WS-LINKS-READ           PIC 9(08) COMP VALUE 0.
001380     05  WS-GROUPS-EXAMINED      PIC 9(08) COMP VALUE 0.
001390     05  WS-POLICY-CLUSTERS      PIC 9(06) COMP VALUE 0.
001400     05  WS-CUSTOMER-CLUSTERS    PIC 9(06) COMP VALUE 0.
001410     05  WS-BURST-CLUSTERS       PIC 9(06) COMP VALUE 0.
001420     05  WS-REFERRALS-WRITTEN    PIC 9(08) COMP VALUE 0.
001430     05  WS-NOT-REFERRED         PIC 9(08) COMP VALUE 0.
001440     05  WS-NOT-RANKED           PIC 9(06) COMP VALUE 0.
001450
001460 01  WS-GROUP-FIELDS.
001470     05  WS-GRP-LINK-TYPE        PIC X(02) VALUE SPACES.
001480     05  WS-GRP-LINK-KEY         PIC X(18) VALUE SPACES.
001490     05  WS-GRP-LAST-PARTY       PIC X(10) VALUE SPACES.
001500     05  WS-GRP-PARTY-COUNT      PIC 9(05) COMP VALUE 0.
001510     05  WS-GRP-CLAIM-COUNT      PIC 9(05) COMP VALUE 0.
001520     05  WS-GRP-DAMAGE-TOTAL     PIC 9(11)V99 COMP VALUE 0.
001530     05  WS-GRP-OVERFLOW         PIC 9(05) COMP VALUE 0.
001540     05  WS-GRP-LINK-SCORE       PIC 9(03) VALUE 0.
001550
001560 01  WS-WORK-FIELDS.
001570     05  WS-MIN-CUSTOMERS        PIC 9(03) VALUE 0.
001580     05  WS-MIN-POLICIES         PIC 9(03) VALUE 0.
001590     05  WS-MIN-BURST-CLAIMS     PIC 9(03) VALUE 0.
001600     05  WS-SCORE-WORK           PIC 9(07) COMP VALUE 0.
001610     05  WS-RANK                 PIC 9(04) COMP VALUE 0.
001620     05  WS-BEST-SUB             PIC 9(04) COMP VALUE 0.
001630     05  WS-REASON-TEXT          PIC X(30) VALUE SPACES.
001640
001650 01  WS-KEY-FORMAT-FIELDS.
001660     05  WS-FMT-LINK-TYPE        PIC X(02) VALUE SPACES.
001670     05  WS-FMT-LINK-KEY         PIC X(18) VALUE SPACES.
001680     05  WS-FMT-BURST-KEY REDEFINES WS-FMT-LINK-KEY.
001690         10  WS-FMT-LOSS-DATE    PIC 9(08).
001700         10  WS-FMT-CLAIM-TYPE   PIC X(10).
001710     05  WS-FMT-LINK-NAME        PIC X(08) VALUE SPACES.
001720     05  WS-FMT-KEY-DISPLAY      PIC X(19) VALUE SPACES.
001730     05  WS-FMT-BURST-DISPLAY REDEFINES WS-FMT-KEY-DISPLAY.
001740         10  WS-FMT-DSP-DATE     PIC 9(08).
001750         10  FILLER              PIC X(01).
001760         10  WS-FMT-DSP-TYPE     PIC X(10).
001770
001780 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001790
001800 01  WS-RUN-CONTROL-FIELDS.
001810     05  WS-RUNCTL-STATUS        PIC X(02) VALUE '00'.
001820     05  WS-RCT-STEP-ID          PIC X(08) VALUE 'STEP047'.
001830     05  WS-RCT-STAMP-DATE       PIC 9(08) VALUE 0.
001840     05  WS-RCT-STAMP-TIME       PIC 9(08) VALUE 0.
001850
001860 01  WS-REPORT-LINES.
001870     05  WS-TITLE-LINE.
001880         10  FILLER              PIC X(20) VALUE SPACES.
001890         10  FILLER              PIC X(40)
001900                 VALUE 'SIU CROSS-CLAIM LINK ANALYSIS'.
001910     05  WS-DATE-LINE.
001920         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001930         10  WS-DL-DATE          PIC 9(08).
001940         10  FILLER              PIC X(62) VALUE SPACES.
001950     05  WS-CLUSTER-LINE.
001960         10  WS-CLL-LINK         PIC X(08).
001970         10  FILLER              PIC X(01) VALUE SPACES.
001980         10  WS-CLL-KEY          PIC X(19).
001990         10  FILLER              PIC X(11) VALUE '  PARTIES: '.
002000         10  WS-CLL-PARTIES      PIC ZZ,ZZ9.
002010         10  FILLER              PIC X(10) VALUE '  CLAIMS: '.
002020         10  WS-CLL-CLAIMS       PIC ZZ,ZZ9.
002030         10  FILLER              PIC X(09) VALUE '  SCORE: '.
002040         10  WS-CLL-SCORE        PIC ZZ9.
002050         10  FILLER              PIC X(07) VALUE SPACES.
002060     05  WS-MEMBER-HDR-LINE.
002070         10  FILLER              PIC X(04) VALUE SPACES.
002080         10  FILLER              PIC X(12) VALUE 'CLAIM ID'.
002090         10  FILLER              PIC X(12) VALUE 'CUSTOMER'.
002100         10  FILLER              PIC X(12) VALUE 'PARTY'.
002110         10  FILLER              PIC X(12) VALUE 'TYPE'.
002120         10  FILLER              PIC X(14) VALUE 'LOSS DATE'.
002130         10  FILLER              PIC X(14) VALUE 'DAMAGE'.
002140     05  WS-MEMBER-LINE.
002150         10  FILLER              PIC X(04) VALUE SPACES.
002160         10  WS-MBR-CLAIM-ID     PIC X(10).
002170         10  FILLER              PIC X(02) VALUE SPACES.
002180         10  WS-MBR-CUSTOMER     PIC X(10).
002190         10  FILLER              PIC X(02) VALUE SPACES.
002200         10  WS-MBR-PARTY        PIC X(10).
002210         10  FILLER              PIC X(02) VALUE SPACES.
002220         10  WS-MBR-TYPE         PIC X(10).
002230         10  FILLER              PIC X(02) VALUE SPACES.
002240         10  WS-MBR-LOSS-DATE    PIC 9(08).
002250         10  FILLER              PIC X(02) VALUE SPACES.
002260         10  WS-MBR-DAMAGE       PIC $$,$$$,$$$,$$9.99.
002270         10  FILLER              PIC X(01) VALUE SPACES.
002280     05  WS-RANK-TITLE-LINE.
002290         10  FILLER              PIC X(40)
002300                 VALUE 'RANKED LINK CLUSTERS'.
002310         10  FILLER              PIC X(40) VALUE SPACES.
002320     05  WS-RANK-HDR-LINE.
002330         10  FILLER              PIC X(05) VALUE 'RANK'.
002340         10  FILLER              PIC X(09) VALUE 'LINK'.
002350         10  FILLER              PIC X(20) VALUE 'KEY'.
002360         10  FILLER              PIC X(08) VALUE 'PARTIES'.
002370         10  FILLER              PIC X(08) VALUE 'CLAIMS'.
002380         10  FILLER              PIC X(22) VALUE 'TOTAL DAMAGE'.
002390         10  FILLER              PIC X(08) VALUE 'SCORE'.
002400     05  WS-RANK-DETAIL-LINE.
002410         10  WS-RNK-RANK         PIC ZZ9.
002420         10  FILLER              PIC X(02) VALUE SPACES.
002430         10  WS-RNK-LINK         PIC X(08).
002440         10  FILLER              PIC X(01) VALUE SPACES.
002450         10  WS-RNK-KEY          PIC X(19).
002460         10  FILLER              PIC X(01) VALUE SPACES.
002470         10  WS-RNK-PARTIES      PIC ZZ,ZZ9.
002480         10  FILLER              PIC X(02) VALUE SPACES.
002490         10  WS-RNK-CLAIMS       PIC ZZ,ZZ9.
002500         10  FILLER              PIC X(02) VALUE SPACES.
002510         10  WS-RNK-DAMAGE       PIC $,$$$,$$$,$$$,$$9.99.
002520         10  FILLER              PIC X(02) VALUE SPACES.
002530         10  WS-RNK-SCORE        PIC ZZ9.
002540         10  FILLER              PIC X(05) VALUE SPACES.
002550     05  WS-COUNT-LINE.
002560         10  WS-CNT-LABEL        PIC X(40).
002570         10  FILLER              PIC X(02) VALUE SPACES.
002580         10  WS-CNT-COUNT        PIC ZZ,ZZZ,ZZ9.
002590         10  FILLER              PIC X(28) VALUE SPACES.
002600     05  WS-NONE-LINE.
002610         10  FILLER              PIC X(40)
002620                 VALUE 'NO LINK CLUSTERS FOUND'.
002630         10  FILLER              PIC X(40) VALUE SPACES.
002640
002650 PROCEDURE DIVISION.
002660
002670 0000-MAINLINE.
002680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002690     PERFORM 2000-PROCESS-ONE-LINK THRU 2000-EXIT
002700         UNTIL END-OF-LINKS.
002710     PERFORM 3000-CLOSE-GROUP THRU 3000-EXIT.
002720     PERFORM 7000-PRINT-RANKED THRU 7000-EXIT.
002730     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002740     STOP RUN.
002750
002760*----------------------------------------------------------------*
002770*    1000-INITIALIZE -- OPEN FILES, TAKE THE CLUSTER MINIMUMS,   *
002780*    PRINT THE HEADING, AND PRIME THE EXTRACT READ.              *
002790*----------------------------------------------------------------*
002800 1000-INITIALIZE.
002810     OPEN INPUT  LINK-EXTRACT.
002820     OPEN OUTPUT SIU-REFERRAL.
002830     OPEN OUTPUT REPORT-FILE.
002840     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002850     OPEN I-O    RUN-CONTROL.
002860     IF WS-RUNCTL-STATUS NOT = '00'
002870         DISPLAY 'CLMLINK -- RUN-CONTROL OPEN FAILED, STATUS '
002880             WS-RUNCTL-STATUS
002890         MOVE 16 TO RETURN-CODE
002900         STOP RUN
002910     END-IF.
002920     PERFORM 9200-STAMP-STEP-START THRU 9200-EXIT.
002930     PERFORM 1100-SET-MINIMUMS THRU 1100-EXIT.
002940     WRITE RPT-LINE FROM WS-TITLE-LINE.
002950     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
002960     WRITE RPT-LINE FROM WS-DATE-LINE.
002970     PERFORM 2100-READ-LINK THRU 2100-EXIT.
002980 1000-EXIT.
002990     EXIT.
003000
003010*----------------------------------------------------------------*
003020*    1100-SET-MINIMUMS -- TAKE THE THREE CLUSTER MINIMUMS FROM   *
003030*    THE PARAMETER FILE.  A ZERO OR NON-NUMERIC MINIMUM, OR AN   *
003040*    EMPTY FILE, TAKES THE DEFAULT.                              *
003050*----------------------------------------------------------------*
003060 1100-SET-MINIMUMS.
003070     OPEN INPUT LINK-PARM-FILE.
003080     READ LINK-PARM-FILE
003090         AT END MOVE SPACES TO LINK-PARM-REC
003100     END-READ.
003110     CLOSE LINK-PARM-FILE.
003120     IF LPR-POLICY-MIN-CUST NUMERIC
003130      AND LPR-POLICY-MIN-CUST > 0
003140         MOVE LPR-POLICY-MIN-CUST TO WS-MIN-CUSTOMERS
003150     ELSE
003160         MOVE 3 TO WS-MIN-CUSTOMERS
003170     END-IF.
003180     IF LPR-CUST-MIN-POLICY NUMERIC
003190      AND LPR-CUST-MIN-POLICY > 0
003200         MOVE LPR-CUST-MIN-POLICY TO WS-MIN-POLICIES
003210     ELSE
003220         MOVE 3 TO WS-MIN-POLICIES
003230     END-IF.
003240     IF LPR-BURST-MIN-CLAIMS NUMERIC
003250      AND LPR-BURST-MIN-CLAIMS > 0
003260         MOVE LPR-BURST-MIN-CLAIMS TO WS-MIN-BURST-CLAIMS
003270     ELSE
003280         MOVE 5 TO WS-MIN-BURST-CLAIMS
003290     END-IF.
003300 1100-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------------*
003340*    2000-PROCESS-ONE-LINK -- CLOSE THE PRIOR GROUP AND OPEN A   *
003350*    NEW ONE WHEN THE LINK TYPE OR KEY CHANGES, ADD THE RECORD   *
003360*    TO THE CURRENT GROUP, AND READ THE NEXT EXTRACT RECORD.     *
003370*----------------------------------------------------------------*
003380 2000-PROCESS-ONE-LINK.
003390     ADD 1 TO WS-LINKS-READ.
003400     IF LKX-LINK-TYPE NOT = WS-GRP-LINK-TYPE
003410      OR LKX-LINK-KEY NOT = WS-GRP-LINK-KEY
003420         PERFORM 3000-CLOSE-GROUP THRU 3000-EXIT
003430         PERFORM 3100-OPEN-GROUP THRU 3100-EXIT
003440     END-IF.
003450     PERFORM 4000-ADD-MEMBER THRU 4000-EXIT.
003460     PERFORM 2100-READ-LINK THRU 2100-EXIT.
003470 2000-EXIT.
003480     EXIT.
003490
003500 2100-READ-LINK.
003510     READ LINK-EXTRACT
003520         AT END MOVE 'Y' TO WS-LINK-EOF-SWITCH
003530     END-READ.
003540 2100-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------*
003580*    3000-CLOSE-GROUP -- DECIDE WHETHER THE GROUP JUST FINISHED  *
003590*    IS A CLUSTER AND, IF IT IS, REPORT AND REFER IT.  NOTHING   *
003600*    TO DO BEFORE THE FIRST GROUP.                               *
003610*----------------------------------------------------------------*
003620 3000-CLOSE-GROUP.
003630     IF WS-GRP-LINK-TYPE NOT = SPACES
003640         ADD 1 TO WS-GROUPS-EXAMINED
003650         MOVE 'N' TO WS-CLUSTER-SW
003660         EVALUATE WS-GRP-LINK-TYPE
003670             WHEN 'PO'
003680                 IF WS-GRP-PARTY-COUNT NOT < WS-MIN-CUSTOMERS
003690                     MOVE 'Y' TO WS-CLUSTER-SW
003700                     ADD 1 TO WS-POLICY-CLUSTERS
003710                     MOVE 'LINK RING - SHARED POLICY'
003720                         TO WS-REASON-TEXT
003730                 END-IF
003740             WHEN 'CU'
003750                 IF WS-GRP-PARTY-COUNT NOT < WS-MIN-POLICIES
003760                     MOVE 'Y' TO WS-CLUSTER-SW
003770                     ADD 1 TO WS-CUSTOMER-CLUSTERS
003780                     MOVE 'LINK RING - MULTI-POLICY CUST'
003790                         TO WS-REASON-TEXT
003800                 END-IF
003810             WHEN 'LD'
003820                 IF WS-GRP-CLAIM-COUNT NOT < WS-MIN-BURST-CLAIMS
003830                     MOVE 'Y' TO WS-CLUSTER-SW
003840                     ADD 1 TO WS-BURST-CLUSTERS
003850                     MOVE 'LINK RING - LOSS DATE BURST'
003860                         TO WS-REASON-TEXT
003870                 END-IF
003880         END-EVALUATE
003890         IF GROUP-IS-CLUSTER
003900             PERFORM 5000-REPORT-CLUSTER THRU 5000-EXIT
003910         END-IF
003920     END-IF.
003930 3000-EXIT.
003940     EXIT.
003950
003960 3100-OPEN-GROUP.
003970     MOVE LKX-LINK-TYPE TO WS-GRP-LINK-TYPE.
003980     MOVE LKX-LINK-KEY  TO WS-GRP-LINK-KEY.
003990     MOVE SPACES        TO WS-GRP-LAST-PARTY.
004000     MOVE 0 TO WS-GRP-PARTY-COUNT.
004010     MOVE 0 TO WS-GRP-CLAIM-COUNT.
004020     MOVE 0 TO WS-GRP-DAMAGE-TOTAL.
004030     MOVE 0 TO WS-GRP-OVERFLOW.
004040     MOVE 0 TO GMT-ENTRY-COUNT.
004050 3100-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------*
004090*    4000-ADD-MEMBER -- COUNT THE CLAIM INTO THE GROUP, AND A    *
004100*    NEW PARTY WHEN THE PARTY CHANGES (THE EXTRACT IS IN PARTY   *
004110*    ORDER WITHIN THE KEY), AND HOLD IT FOR THE CLUSTER LISTING. *
004120*----------------------------------------------------------------*
004130 4000-ADD-MEMBER.
004140     IF LKX-PARTY-ID NOT = WS-GRP-LAST-PARTY
004150         ADD 1 TO WS-GRP-PARTY-COUNT
004160         MOVE LKX-PARTY-ID TO WS-GRP-LAST-PARTY
004170     END-IF.
004180     ADD 1 TO WS-GRP-CLAIM-COUNT.
004190     ADD LKX-DAMAGE-AMOUNT TO WS-GRP-DAMAGE-TOTAL.
004200     IF GMT-ENTRY-COUNT < 500
004210         ADD 1 TO GMT-ENTRY-COUNT
004220         SET GMT-IDX TO GMT-ENTRY-COUNT
004230         MOVE LKX-CLAIM-ID      TO GMT-CLAIM-ID (GMT-IDX)
004240         MOVE LKX-CUSTOMER-ID   TO GMT-CUSTOMER-ID (GMT-IDX)
004250         MOVE LKX-PARTY-ID      TO GMT-PARTY-ID (GMT-IDX)
004260         MOVE LKX-CLAIM-TYPE    TO GMT-CLAIM-TYPE (GMT-IDX)
004270         MOVE LKX-DAMAGE-AMOUNT TO GMT-DAMAGE-AMOUNT (GMT-IDX)
004280         MOVE LKX-LOSS-DATE     TO GMT-LOSS-DATE (GMT-IDX)
004290     ELSE
004300         ADD 1 TO WS-GRP-OVERFLOW
004310     END-IF.
004320 4000-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------*
004360*    5000-REPORT-CLUSTER -- SCORE THE CLUSTER, ENTER IT IN THE   *
004370*    RANKING TABLE, LIST IT WITH ITS CLAIMS, AND REFER EACH      *
004380*    CLAIM TO SIU.                                               *
004390*----------------------------------------------------------------*
004400 5000-REPORT-CLUSTER.
004410     COMPUTE WS-SCORE-WORK =
004420         (WS-GRP-PARTY-COUNT * 10) + (WS-GRP-CLAIM-COUNT * 5).
004430     IF WS-SCORE-WORK > 999
004440         MOVE 999 TO WS-GRP-LINK-SCORE
004450     ELSE
004460         MOVE WS-SCORE-WORK TO WS-GRP-LINK-SCORE
004470     END-IF.
004480     IF LCT-ENTRY-COUNT < 200
004490         ADD 1 TO LCT-ENTRY-COUNT
004500         SET LCT-IDX TO LCT-ENTRY-COUNT
004510         MOVE WS-GRP-LINK-TYPE    TO LCT-LINK-TYPE (LCT-IDX)
004520         MOVE WS-GRP-LINK-KEY     TO LCT-LINK-KEY (LCT-IDX)
004530         MOVE WS-GRP-PARTY-COUNT  TO LCT-PARTY-COUNT (LCT-IDX)
004540         MOVE WS-GRP-CLAIM-COUNT  TO LCT-CLAIM-COUNT (LCT-IDX)
004550         MOVE WS-GRP-DAMAGE-TOTAL TO LCT-DAMAGE-TOTAL (LCT-IDX)
004560         MOVE WS-GRP-LINK-SCORE   TO LCT-LINK-SCORE (LCT-IDX)
004570         MOVE 'N'                 TO LCT-RANKED-SW (LCT-IDX)
004580     ELSE
004590         ADD 1 TO WS-NOT-RANKED
004600         MOVE 4 TO RETURN-CODE
004610     END-IF.
004620     MOVE WS-GRP-LINK-TYPE TO WS-FMT-LINK-TYPE.
004630     MOVE WS-GRP-LINK-KEY  TO WS-FMT-LINK-KEY.
004640     PERFORM 7900-FORMAT-KEY THRU 7900-EXIT.
004650     MOVE SPACES TO RPT-LINE.
004660     WRITE RPT-LINE.
004670     MOVE WS-FMT-LINK-NAME    TO WS-CLL-LINK.
004680     MOVE WS-FMT-KEY-DISPLAY  TO WS-CLL-KEY.
004690     MOVE WS-GRP-PARTY-COUNT  TO WS-CLL-PARTIES.
004700     MOVE WS-GRP-CLAIM-COUNT  TO WS-CLL-CLAIMS.
004710     MOVE WS-GRP-LINK-SCORE   TO WS-CLL-SCORE.
004720     WRITE RPT-LINE FROM WS-CLUSTER-LINE.
004730     WRITE RPT-LINE FROM WS-MEMBER-HDR-LINE.
004740     PERFORM 6000-REFER-ONE-MEMBER THRU 6000-EXIT
004750         VARYING GMT-IDX FROM 1 BY 1
004760         UNTIL GMT-IDX > GMT-ENTRY-COUNT.
004770     IF WS-GRP-OVERFLOW > 0
004780         ADD WS-GRP-OVERFLOW TO WS-NOT-REFERRED
004790         DISPLAY 'CLMLINK -- ' WS-FMT-LINK-NAME ' CLUSTER '
004800             WS-FMT-KEY-DISPLAY ' OVER 500 CLAIMS, '
004810             WS-GRP-OVERFLOW ' NOT REFERRED'
004820         MOVE 4 TO RETURN-CODE
004830     END-IF.
004840 5000-EXIT.
004850     EXIT.
004860
004870 6000-REFER-ONE-MEMBER.
004880     MOVE GMT-CLAIM-ID (GMT-IDX)      TO WS-MBR-CLAIM-ID.
004890     MOVE GMT-CUSTOMER-ID (GMT-IDX)   TO WS-MBR-CUSTOMER.
004900     MOVE GMT-PARTY-ID (GMT-IDX)      TO WS-MBR-PARTY.
004910     MOVE GMT-CLAIM-TYPE (GMT-IDX)    TO WS-MBR-TYPE.
004920     MOVE GMT-LOSS-DATE (GMT-IDX)     TO WS-MBR-LOSS-DATE.
004930     MOVE GMT-DAMAGE-AMOUNT (GMT-IDX) TO WS-MBR-DAMAGE.
004940     WRITE RPT-LINE FROM WS-MEMBER-LINE.
004950     MOVE SPACES                      TO SIU-QUEUE-REC.
004960     MOVE GMT-CLAIM-ID (GMT-IDX)      TO SIU-CLAIM-ID.
004970     MOVE GMT-CUSTOMER-ID (GMT-IDX)   TO SIU-CUSTOMER-ID.
004980     MOVE GMT-CLAIM-TYPE (GMT-IDX)    TO SIU-CLAIM-TYPE.
004990     MOVE GMT-DAMAGE-AMOUNT (GMT-IDX) TO SIU-DAMAGE-AMOUNT.
005000     MOVE WS-GRP-LINK-SCORE           TO SIU-RISK-SCORE.
005010     MOVE 'FR05'                      TO SIU-REASON-CODE.
005020     MOVE WS-REASON-TEXT              TO SIU-REASON-TEXT.
005030     WRITE SIU-QUEUE-REC.
005040     ADD 1 TO WS-REFERRALS-WRITTEN.
005050 6000-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------------*
005090*    7000-PRINT-RANKED -- THE RANKED SUMMARY: EACH PASS PICKS    *
005100*    THE HIGHEST-SCORING CLUSTER NOT YET PRINTED, LARGER DAMAGE  *
005110*    WINNING A TIE, THEN THE RUN COUNTS.                         *
005120*----------------------------------------------------------------*
005130 7000-PRINT-RANKED.
005140     MOVE SPACES TO RPT-LINE.
005150     WRITE RPT-LINE.
005160     WRITE RPT-LINE FROM WS-RANK-TITLE-LINE.
005170     IF LCT-ENTRY-COUNT = 0
005180         WRITE RPT-LINE FROM WS-NONE-LINE
005190     ELSE
005200         WRITE RPT-LINE FROM WS-RANK-HDR-LINE
005210         PERFORM 7100-PRINT-NEXT-RANK THRU 7100-EXIT
005220             VARYING WS-RANK FROM 1 BY 1
005230             UNTIL WS-RANK > LCT-ENTRY-COUNT
005240     END-IF.
005250     MOVE SPACES TO RPT-LINE.
005260     WRITE RPT-LINE.
005270     MOVE 'MINIMUM CUSTOMERS ON ONE POLICY' TO WS-CNT-LABEL.
005280     MOVE WS-MIN-CUSTOMERS TO WS-CNT-COUNT.
005290     WRITE RPT-LINE FROM WS-COUNT-LINE.
005300     MOVE 'MINIMUM POLICIES FOR ONE CUSTOMER' TO WS-CNT-LABEL.
005310     MOVE WS-MIN-POLICIES TO WS-CNT-COUNT.
005320     WRITE RPT-LINE FROM WS-COUNT-LINE.
005330     MOVE 'MINIMUM CLAIMS IN A LOSS-DATE BURST' TO WS-CNT-LABEL.
005340     MOVE WS-MIN-BURST-CLAIMS TO WS-CNT-COUNT.
005350     WRITE RPT-LINE FROM WS-COUNT-LINE.
005360     MOVE 'LINK GROUPS EXAMINED' TO WS-CNT-LABEL.
005370     MOVE WS-GROUPS-EXAMINED TO WS-CNT-COUNT.
005380     WRITE RPT-LINE FROM WS-COUNT-LINE.
005390     MOVE 'SHARED-POLICY CLUSTERS' TO WS-CNT-LABEL.
005400     MOVE WS-POLICY-CLUSTERS TO WS-CNT-COUNT.
005410     WRITE RPT-LINE FROM WS-COUNT-LINE.
005420     MOVE 'MULTI-POLICY CUSTOMER CLUSTERS' TO WS-CNT-LABEL.
005430     MOVE WS-CUSTOMER-CLUSTERS TO WS-CNT-COUNT.
005440     WRITE RPT-LINE FROM WS-COUNT-LINE.
005450     MOVE 'LOSS-DATE BURST CLUSTERS' TO WS-CNT-LABEL.
005460     MOVE WS-BURST-CLUSTERS TO WS-CNT-COUNT.
005470     WRITE RPT-LINE FROM WS-COUNT-LINE.
005480     MOVE 'CLAIMS REFERRED TO SIU (FR05)' TO WS-CNT-LABEL.
005490     MOVE WS-REFERRALS-WRITTEN TO WS-CNT-COUNT.
005500     WRITE RPT-LINE FROM WS-COUNT-LINE.
005510 7000-EXIT.
005520     EXIT.
005530
005540 7100-PRINT-NEXT-RANK.
005550     MOVE 0 TO WS-BEST-SUB.
005560     PERFORM 7110-CHECK-ONE-CLUSTER THRU 7110-EXIT
005570         VARYING LCT-IDX FROM 1 BY 1
005580         UNTIL LCT-IDX > LCT-ENTRY-COUNT.
005590     SET LCT-IDX TO WS-BEST-SUB.
005600     MOVE 'Y' TO LCT-RANKED-SW (LCT-IDX).
005610     MOVE LCT-LINK-TYPE (LCT-IDX) TO WS-FMT-LINK-TYPE.
005620     MOVE LCT-LINK-KEY (LCT-IDX)  TO WS-FMT-LINK-KEY.
005630     PERFORM 7900-FORMAT-KEY THRU 7900-EXIT.
005640     MOVE WS-RANK                     TO WS-RNK-RANK.
005650     MOVE WS-FMT-LINK-NAME            TO WS-RNK-LINK.
005660     MOVE WS-FMT-KEY-DISPLAY          TO WS-RNK-KEY.
005670     MOVE LCT-PARTY-COUNT (LCT-IDX)   TO WS-RNK-PARTIES.
005680     MOVE LCT-CLAIM-COUNT (LCT-IDX)   TO WS-RNK-CLAIMS.
005690     MOVE LCT-DAMAGE-TOTAL (LCT-IDX)  TO WS-RNK-DAMAGE.
005700     MOVE LCT-LINK-SCORE (LCT-IDX)    TO WS-RNK-SCORE.
005710     WRITE RPT-LINE FROM WS-RANK-DETAIL-LINE.
005720 7100-EXIT.
005730     EXIT.
005740
005750 7110-CHECK-ONE-CLUSTER.
005760     IF NOT LCT-WAS-RANKED (LCT-IDX)
005770         IF WS-BEST-SUB = 0
005780             SET WS-BEST-SUB TO LCT-IDX
005790         ELSE
005800             IF LCT-LINK-SCORE (LCT-IDX) >
005810                     LCT-LINK-SCORE (WS-BEST-SUB)
005820              OR (LCT-LINK-SCORE (LCT-IDX) =
005830                     LCT-LINK-SCORE (WS-BEST-SUB)
005840              AND LCT-DAMAGE-TOTAL (LCT-IDX) >
005850                     LCT-DAMAGE-TOTAL (WS-BEST-SUB))
005860                 SET WS-BEST-SUB TO LCT-IDX
005870             END-IF
005880         END-IF
005890     END-IF.
005900 7110-EXIT.
005910     EXIT.
005920
005930*----------------------------------------------------------------*
005940*    7900-FORMAT-KEY -- NAME THE LINK TYPE AND LAY OUT ITS KEY   *
005950*    FOR PRINTING; A BURST KEY PRINTS AS LOSS DATE AND TYPE.     *
005960*----------------------------------------------------------------*
005970 7900-FORMAT-KEY.
005980     MOVE SPACES TO WS-FMT-KEY-DISPLAY.
005990     EVALUATE WS-FMT-LINK-TYPE
006000         WHEN 'PO'
006010             MOVE 'POLICY'          TO WS-FMT-LINK-NAME
006020             MOVE WS-FMT-LINK-KEY   TO WS-FMT-KEY-DISPLAY
006030         WHEN 'CU'
006040             MOVE 'CUSTOMER'        TO WS-FMT-LINK-NAME
006050             MOVE WS-FMT-LINK-KEY   TO WS-FMT-KEY-DISPLAY
006060         WHEN OTHER
006070             MOVE 'BURST'           TO WS-FMT-LINK-NAME
006080             MOVE WS-FMT-LOSS-DATE  TO WS-FMT-DSP-DATE
006090             MOVE WS-FMT-CLAIM-TYPE TO WS-FMT-DSP-TYPE
006100     END-EVALUATE.
006110 7900-EXIT.
006120     EXIT.
006130
006140*----------------------------------------------------------------*
006150*    8000-TERMINATE -- CLOSE FILES AND SHOW THE RUN COUNTS FOR   *
006160*    THE OPERATIONS LOG.                                         *
006170*----------------------------------------------------------------*
006180 8000-TERMINATE.
006190     PERFORM 9300-STAMP-STEP-END THRU 9300-EXIT.
006200     CLOSE RUN-CONTROL.
006210     CLOSE LINK-EXTRACT.
006220     CLOSE SIU-REFERRAL.
006230     CLOSE REPORT-FILE.
006240     DISPLAY 'CLMLINK -- LINK RECORDS READ:      ' WS-LINKS-READ.
006250     DISPLAY 'CLMLINK -- CLAIMS REFERRED (FR05): '
006260         WS-REFERRALS-WRITTEN.
006270     IF WS-NOT-REFERRED > 0
006280         DISPLAY 'CLMLINK -- CLUSTER CLAIMS NOT REFERRED: '
006290             WS-NOT-REFERRED
006300     END-IF.
006310     IF WS-NOT-RANKED > 0
006320         DISPLAY 'CLMLINK -- CLUSTERS LEFT OFF THE RANKING: '
006330             WS-NOT-RANKED
006340     END-IF.
006350 8000-EXIT.
006360     EXIT.
006370
006380*----------------------------------------------------------------*
006390*    9200-STAMP-STEP-START -- MARK THIS STEP STARTED ON THE      *
006400*    RUN-CONTROL MASTER FOR TONIGHT'S RUN DATE.  A RECORD LEFT   *
006410*    FROM AN EARLIER TRY AT THE SAME DATE IS RESTAMPED.          *
006420*----------------------------------------------------------------*
006430 9200-STAMP-STEP-START.
006440     MOVE SPACES          TO RUN-CONTROL-REC.
006450     MOVE WS-CURRENT-DATE TO RCT-RUN-DATE.
006460     MOVE WS-RCT-STEP-ID  TO RCT-STEP-ID.
006470     MOVE 'ST'            TO RCT-STATUS.
006480     MOVE WS-CURRENT-DATE TO RCT-START-DATE.
006490     ACCEPT WS-RCT-STAMP-TIME FROM TIME.
006500     MOVE WS-RCT-STAMP-TIME TO RCT-START-TIME.
006510     MOVE 0               TO RCT-END-DATE.
006520     MOVE 0               TO RCT-END-TIME.
006530     MOVE 0               TO RCT-RECORD-COUNT.
006540     WRITE RUN-CONTROL-REC
006550         INVALID KEY
006560             REWRITE RUN-CONTROL-REC
006570     END-WRITE.
006580     IF WS-RUNCTL-STATUS NOT = '00'
006590      AND WS-RUNCTL-STATUS NOT = '02'
006600         DISPLAY 'CLMLINK -- RUN-CONTROL STAMP FAILED, STATUS '
006610             WS-RUNCTL-STATUS
006620         MOVE 16 TO RETURN-CODE
006630         STOP RUN
006640     END-IF.
006650 9200-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------------*
006690*    9300-STAMP-STEP-END -- MARK THIS STEP COMPLETE WITH ITS END *
006700*    TIME AND RECORD COUNT.  A STEP THAT STOPS ON AN ERROR NEVER *
006710*    GETS HERE AND LEAVES ITS RECORD MARKED STARTED, WHICH IS    *
006720*    HOW THE RUNSTAT REPORT SHOWS WHERE THE RUN DIED.            *
006730*----------------------------------------------------------------*
006740 9300-STAMP-STEP-END.
006750     MOVE WS-CURRENT-DATE TO RCT-RUN-DATE.
006760     MOVE WS-RCT-STEP-ID  TO RCT-STEP-ID.
006770     READ RUN-CONTROL
006780         INVALID KEY
006790             DISPLAY 'CLMLINK -- RUN-CONTROL LOST FOR STEP '
006800                 WS-RCT-STEP-ID
006810             MOVE 16 TO RETURN-CODE
006820             STOP RUN
006830     END-READ.
006840     MOVE 'CP'            TO RCT-STATUS.
006850     ACCEPT WS-RCT-STAMP-DATE FROM DATE YYYYMMDD.
006860     MOVE WS-RCT-STAMP-DATE TO RCT-END-DATE.
006870     ACCEPT WS-RCT-STAMP-TIME FROM TIME.
006880     MOVE WS-RCT-STAMP-TIME TO RCT-END-TIME.
006890     MOVE WS-REFERRALS-WRITTEN TO RCT-RECORD-COUNT.
006900     REWRITE RUN-CONTROL-REC.
006910     IF WS-RUNCTL-STATUS NOT = '00'
006920      AND WS-RUNCTL-STATUS NOT = '02'
006930         DISPLAY 'CLMLINK -- RUN-CONTROL REWRITE FAILED, STATUS '
006940             WS-RUNCTL-STATUS
006950         MOVE 16 TO RETURN-CODE
006960         STOP RUN
006970     END-IF.
006980 9300-EXIT.
006990     EXIT.
