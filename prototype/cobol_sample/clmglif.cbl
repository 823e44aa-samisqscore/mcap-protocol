000010*****************************************************************
000020* PROGRAM-ID.  CLMGLIF
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-15
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* DAILY GENERAL LEDGER JOURNAL INTERFACE FOR CLAIM PAYMENTS.
000090* READS THE POSTED-PAYMENTS (PAYPOST) GENERATION CLMPAY WROTE IN
000100* STEP025 AND TOTALS THE DAY'S PAYMENTS BY CLAIM TYPE AND CAT
000110* EVENT (CRG-CAT-EVENT ON THE REGISTER, AS IN CLMBORD).  THE GL
000120* ACCOUNT-MAPPING FILE GIVES EACH CLAIM TYPE ITS LOSS-PAID AND
000130* CASH ACCOUNTS, AND EVERY TYPE/EVENT TOTAL BECOMES A BALANCED
000140* PAIR OF JOURNAL LINES -- DEBIT LOSS PAID, CREDIT CASH.  THE
000150* LINES GO TO THE GL INTERFACE FILE WITH A BATCH HEADER AND A
000160* COUNT/DEBIT/CREDIT TRAILER, SO FINANCE NO LONGER RE-KEYS THE
000170* DAY'S PAYMENTS FROM THE CLAIMSRPT PAID-VERSUS-INCURRED LINES.
000180* THE JOURNAL PROOF LISTING PRINTS EVERY JOURNAL LINE AND TIES
000190* THE JOURNAL BACK TO ITS SOURCE:
000200*   - PAYPOST RECORDS READ AGAINST THE STEP025 RECORD COUNT ON
000210*     THE RUN-CONTROL MASTER (CLMPAY STAMPS THE PAYMENTS POSTED),
000220*     WHICH MUST ALSO BE MARKED COMPLETE;
000230*   - PAYPOST PAID TOTAL AGAINST THE JOURNAL DEBIT TOTAL AND THE
000240*     JOURNAL CREDIT TOTAL.
000250* A PAYMENT WHOSE CLAIM TYPE HAS NO ACCOUNT MAPPING (OR A MAPPING
000260* WITH A BLANK ACCOUNT) IS SHOWN ON SYSOUT AND ON THE PROOF, AND
000270* STOPS THE INTERFACE FOR THE DAY -- IT IS NEVER LEFT OUT OF A
000280* JOURNAL THAT STILL GOES TO THE LEDGER.  SO DOES ANY PROOF
000290* DIFFERENCE.  WHEN THE INTERFACE IS STOPPED NOTHING IS WRITTEN
000300* TO THE GL INTERFACE FILE, THE STEP027 RUN-CONTROL RECORD IS
000310* LEFT STARTED AND THE RUN ENDS WITH RETURN CODE 16.
000320* SYSIN MAY CARRY A CCYYMMDD RUN-DATE CARD, AS FOR RUNSTAT, SO A
000330* STOPPED DAY CAN BE RERUN AFTER MIDNIGHT ONCE THE MAPPING IS
000340* FIXED; A MISSING OR BLANK CARD MEANS TODAY.  THE RUN DATE IS
000350* THE JOURNAL BATCH DATE AND THE RUN-CONTROL DATE THIS STEP READS
000360* AND STAMPS.
000370*-----------------------------------------------------------------
000380* MODIFICATION HISTORY
000390* DATE       INIT  DESCRIPTION
000400* ---------- ----  -----------------------------------------------
000410* 2026-10-15 JHM   ORIGINAL GL JOURNAL INTERFACE PROGRAM.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID.    CLMGLIF.
000450 AUTHOR.        J H MERCER.
000460 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000470 DATE-WRITTEN.  2026-10-15.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.  IBM-370.
000530 OBJECT-COMPUTER.  IBM-370.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000580            ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT PAID-POSTINGS    ASSIGN TO POSTIN
000610            ORGANIZATION IS SEQUENTIAL.
000620
000630     SELECT CLAIMS-REGISTER  ASSIGN TO CLMREG
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS RANDOM
000660            RECORD KEY IS CRG-CLAIM-ID
000670            ALTERNATE RECORD KEY IS CRG-RESUBMIT-KEY
000680                WITH DUPLICATES
000690            FILE STATUS IS WS-CLMREG-STATUS.
000700
000710     SELECT ACCOUNT-MAP-FILE ASSIGN TO GLMAPIN
000720            ORGANIZATION IS SEQUENTIAL.
000730
000740     SELECT RUN-CONTROL      ASSIGN TO RUNCTL
000750            ORGANIZATION IS INDEXED
000760            ACCESS MODE IS DYNAMIC
000770            RECORD KEY IS RCT-KEY
000780            FILE STATUS IS WS-RUNCTL-STATUS.
000790
000800     SELECT GL-JOURNAL-FILE  ASSIGN TO GLOUT
000810            ORGANIZATION IS SEQUENTIAL.
000820
000830     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000840            ORGANIZATION IS SEQUENTIAL.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CONTROL-CARD-FILE
000890     LABEL RECORDS ARE OMITTED.
000900 01  CONTROL-CARD.
000910     05  CTL-RUN-DATE-X          PIC X(08).
000920     05  CTL-RUN-DATE REDEFINES CTL-RUN-DATE-X
000930                                 PIC 9(08).
000940     05  FILLER                  PIC X(72).
000950
000960 FD  PAID-POSTINGS
000970     LABEL RECORDS ARE STANDARD.
000980     COPY PAYPOSTR.
000990
001000 FD  CLAIMS-REGISTER
001010     LABEL RECORDS ARE STANDARD.
001020     COPY CLMREGRC.
001030
001040 FD  ACCOUNT-MAP-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY GLACCTRC.
001070
001080 FD  RUN-CONTROL
001090     LABEL RECORDS ARE STANDARD.
001100     COPY RUNCTLRC.
001110
001120 FD  GL-JOURNAL-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY GLJRNLRC.
001150
001160 FD  REPORT-FILE
001170     LABEL RECORDS OMITTED
001180     RECORDING MODE IS F.
001190 01  RPT-LINE                    PIC X(80).
001200
001210 WORKING-STORAGE SECTION.
001220
001230 01  WS-SWITCHES.
001240     05  WS-CTL-EOF-SWITCH       PIC X(01) VALUE 'N'.
001250         88  END-OF-CONTROL               VALUE 'Y'.
001260     05  WS-POST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001270         88  END-OF-POSTINGS              VALUE 'Y'.
001280     05  WS-MAP-EOF-SWITCH       PIC X(01) VALUE 'N'.
001290         88  END-OF-ACCOUNT-MAP           VALUE 'Y'.
001300     05  WS-MAP-FOUND-SW         PIC X(01) VALUE 'N'.
001310         88  MAPPING-WAS-FOUND            VALUE 'Y'.
001320     05  WS-JOURNAL-FOUND-SW     PIC X(01) VALUE 'N'.
001330         88  JOURNAL-WAS-FOUND            VALUE 'Y'.
001340     05  WS-STEP025-FOUND-SW     PIC X(01) VALUE 'N'.
001350         88  STEP025-WAS-FOUND            VALUE 'Y'.
001360     05  WS-INTERFACE-SWITCH     PIC X(01) VALUE 'Y'.
001370         88  INTERFACE-RELEASED           VALUE 'Y'.
001380         88  INTERFACE-STOPPED            VALUE 'N'.
001390
001400 01  ACCOUNT-MAP-TABLE.
001410     05  ACM-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
001420     05  ACM-ENTRY OCCURS 0 TO 20 TIMES
001430                   DEPENDING ON ACM-ENTRY-COUNT
001440                   INDEXED BY ACM-IDX.
001450         10  ACM-CLAIM-TYPE      PIC X(10).
001460         10  ACM-LOSS-PAID-ACCOUNT
001470                                 PIC X(12).
001480         10  ACM-CASH-ACCOUNT    PIC X(12).
001490
001500 01  JOURNAL-ACCUM-TABLE.
001510     05  JNL-ENTRY-COUNT         PIC 9(03) COMP VALUE 0.
001520     05  JNL-ENTRY OCCURS 0 TO 100 TIMES
001530                   DEPENDING ON JNL-ENTRY-COUNT
001540                   INDEXED BY JNL-IDX.
001550         10  JNL-CLAIM-TYPE      PIC X(10).
001560         10  JNL-CAT-EVENT       PIC X(08).
001570         10  JNL-MAPPED-SW       PIC X(01).
001580             88  JNL-IS-MAPPED            VALUE 'Y'.
001590         10  JNL-LOSS-PAID-ACCOUNT
001600                                 PIC X(12).
001610         10  JNL-CASH-ACCOUNT    PIC X(12).
001620         10  JNL-PAYMENT-COUNT   PIC 9(06) COMP.
001630         10  JNL-PAID-AMOUNT     PIC 9(11)V99 COMP.
001640
001650 01  WS-COUNTERS.
001660     05  WS-POSTINGS-READ        PIC 9(08) COMP VALUE 0.
001670     05  WS-UNMAPPED-POSTINGS    PIC 9(08) COMP VALUE 0.
001680     05  WS-NOT-ON-REGISTER      PIC 9(08) COMP VALUE 0.
001690     05  WS-STEP025-COUNT        PIC 9(08) COMP VALUE 0.
001700     05  WS-JOURNAL-LINES        PIC 9(08) COMP VALUE 0.
001710     05  WS-GL-RECORD-COUNT      PIC 9(08) COMP VALUE 0.
001720
001730 01  WS-JOURNAL-TOTALS.
001740     05  WS-PAYPOST-TOTAL        PIC 9(13)V99 COMP VALUE 0.
001750     05  WS-UNMAPPED-TOTAL       PIC 9(13)V99 COMP VALUE 0.
001760     05  WS-DEBIT-TOTAL          PIC 9(13)V99 COMP VALUE 0.
001770     05  WS-CREDIT-TOTAL         PIC 9(13)V99 COMP VALUE 0.
001780
001790 01  WS-WORK-FIELDS.
001800     05  WS-CLMREG-STATUS        PIC X(02) VALUE '00'.
001810     05  WS-RUN-DATE             PIC 9(08) VALUE 0.
001820     05  WS-POSTING-EVENT        PIC X(08) VALUE SPACES.
001830     05  WS-STEP025-STATUS       PIC X(02) VALUE SPACES.
001840
001850 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001860
001870 01  WS-RUN-CONTROL-FIELDS.
001880     05  WS-RUNCTL-STATUS        PIC X(02) VALUE '00'.
001890     05  WS-RCT-STEP-ID          PIC X(08) VALUE 'STEP027'.
001900     05  WS-RCT-PAYMENT-STEP-ID  PIC X(08) VALUE 'STEP025'.
001910     05  WS-RCT-STAMP-DATE       PIC 9(08) VALUE 0.
001920     05  WS-RCT-STAMP-TIME       PIC 9(08) VALUE 0.
001930
001940 01  WS-REPORT-LINES.
001950     05  WS-TITLE-LINE.
001960         10  FILLER              PIC X(20) VALUE SPACES.
001970         10  FILLER              PIC X(40)
001980                 VALUE 'CLAIM PAYMENT GL JOURNAL PROOF'.
001990     05  WS-DATE-LINE.
002000         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
002010         10  WS-DL-DATE          PIC 9(08).
002020         10  FILLER              PIC X(62) VALUE SPACES.
002030     05  WS-JOURNAL-TITLE-LINE.
002040         10  FILLER              PIC X(40)
002050                 VALUE 'JOURNAL LINES'.
002060         10  FILLER              PIC X(40) VALUE SPACES.
002070     05  WS-JOURNAL-HDR-LINE.
002080         10  FILLER              PIC X(07) VALUE 'LINE'.
002090         10  FILLER              PIC X(11) VALUE 'TYPE'.
002100         10  FILLER              PIC X(09) VALUE 'EVENT'.
002110         10  FILLER              PIC X(08) VALUE 'PAYMTS'.
002120         10  FILLER              PIC X(13) VALUE 'ACCOUNT'.
002130         10  FILLER              PIC X(16) VALUE 'DEBIT'.
002140         10  FILLER              PIC X(16) VALUE 'CREDIT'.
002150     05  WS-JOURNAL-DETAIL-LINE.
002160         10  WS-JDL-LINE         PIC ZZZZZ9.
002170         10  FILLER              PIC X(01) VALUE SPACES.
002180         10  WS-JDL-TYPE         PIC X(10).
002190         10  FILLER              PIC X(01) VALUE SPACES.
002200         10  WS-JDL-EVENT        PIC X(08).
002210         10  FILLER              PIC X(01) VALUE SPACES.
002220         10  WS-JDL-PAYMENTS     PIC ZZ,ZZ9.
002230         10  FILLER              PIC X(02) VALUE SPACES.
002240         10  WS-JDL-ACCOUNT      PIC X(12).
002250         10  FILLER              PIC X(01) VALUE SPACES.
002260         10  WS-JDL-DEBIT        PIC $$$,$$$,$$9.99
002270                                 BLANK WHEN ZERO.
002280         10  FILLER              PIC X(02) VALUE SPACES.
002290         10  WS-JDL-CREDIT       PIC $$$,$$$,$$9.99
002300                                 BLANK WHEN ZERO.
002310         10  FILLER              PIC X(02) VALUE SPACES.
002320     05  WS-UNMAPPED-LINE.
002330         10  FILLER              PIC X(07) VALUE SPACES.
002340         10  WS-UML-TYPE         PIC X(10).
002350         10  FILLER              PIC X(01) VALUE SPACES.
002360         10  WS-UML-EVENT        PIC X(08).
002370         10  FILLER              PIC X(01) VALUE SPACES.
002380         10  WS-UML-PAYMENTS     PIC ZZ,ZZ9.
002390         10  FILLER              PIC X(02) VALUE SPACES.
002400         10  FILLER              PIC X(21)
002410                 VALUE '** NO ACCOUNT MAPPING'.
002420         10  WS-UML-AMOUNT       PIC $$$,$$$,$$9.99.
002430         10  FILLER              PIC X(10) VALUE SPACES.
002440     05  WS-NONE-LINE.
002450         10  FILLER              PIC X(40)
002460                 VALUE 'NO PAYMENTS POSTED'.
002470         10  FILLER              PIC X(40) VALUE SPACES.
002480     05  WS-PROOF-TITLE-LINE.
002490         10  FILLER              PIC X(40)
002500                 VALUE 'JOURNAL PROOF'.
002510         10  FILLER              PIC X(40) VALUE SPACES.
002520     05  WS-COUNT-LINE.
002530         10  WS-CNT-LABEL        PIC X(40).
002540         10  FILLER              PIC X(02) VALUE SPACES.
002550         10  WS-CNT-COUNT        PIC ZZ,ZZZ,ZZ9.
002560         10  FILLER              PIC X(28) VALUE SPACES.
002570     05  WS-AMOUNT-LINE.
002580         10  WS-AMT-LABEL        PIC X(40).
002590         10  WS-AMT-AMOUNT       PIC $,$$$,$$$,$$$,$$9.99.
002600         10  FILLER              PIC X(20) VALUE SPACES.
002610     05  WS-RESULT-LINE.
002620         10  WS-RESULT-TEXT      PIC X(80).
002630
002640 PROCEDURE DIVISION.
002650
002660 0000-MAINLINE.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     PERFORM 2000-PROCESS-ONE-POSTING THRU 2000-EXIT
002690         UNTIL END-OF-POSTINGS.
002700     PERFORM 4000-PRINT-JOURNAL THRU 4000-EXIT.
002710     PERFORM 5000-PROVE-JOURNAL THRU 5000-EXIT.
002720     IF INTERFACE-RELEASED
002730         PERFORM 6000-WRITE-INTERFACE THRU 6000-EXIT
002740     END-IF.
002750     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002760     STOP RUN.
002770
002780*----------------------------------------------------------------*
002790*    1000-INITIALIZE -- OPEN FILES, SET THE RUN DATE, LOAD THE   *
002800*    ACCOUNT-MAPPING TABLE, STAMP THE STEP START, READ THE       *
002810*    STEP025 RUN-CONTROL RECORD, PRINT THE PROOF HEADING, AND    *
002820*    PRIME THE POSTINGS READ.                                    *
002830*----------------------------------------------------------------*
002840 1000-INITIALIZE.
002850     OPEN INPUT  PAID-POSTINGS.
002860     OPEN INPUT  CLAIMS-REGISTER.
002870     IF WS-CLMREG-STATUS NOT = '00'
002880         DISPLAY 'CLMGLIF -- CLAIMS-REGISTER OPEN FAILED, '
002890             'STATUS ' WS-CLMREG-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930     OPEN INPUT  ACCOUNT-MAP-FILE.
002940     PERFORM 1100-LOAD-ACCOUNT-MAP THRU 1100-EXIT
002950         UNTIL END-OF-ACCOUNT-MAP.
002960     CLOSE ACCOUNT-MAP-FILE.
002970     OPEN OUTPUT GL-JOURNAL-FILE.
002980     OPEN OUTPUT REPORT-FILE.
002990     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003000     PERFORM 1300-SET-RUN-DATE THRU 1300-EXIT.
003010     OPEN I-O    RUN-CONTROL.
003020     IF WS-RUNCTL-STATUS NOT = '00'
003030         DISPLAY 'CLMGLIF -- RUN-CONTROL OPEN FAILED, STATUS '
003040             WS-RUNCTL-STATUS
003050         MOVE 16 TO RETURN-CODE
003060         STOP RUN
003070     END-IF.
003080     PERFORM 9200-STAMP-STEP-START THRU 9200-EXIT.
003090     PERFORM 1400-READ-PAYMENT-STEP THRU 1400-EXIT.
003100     WRITE RPT-LINE FROM WS-TITLE-LINE.
003110     MOVE WS-RUN-DATE TO WS-DL-DATE.
003120     WRITE RPT-LINE FROM WS-DATE-LINE.
003130     MOVE SPACES TO RPT-LINE.
003140     WRITE RPT-LINE.
003150     PERFORM 2100-READ-POSTING THRU 2100-EXIT.
003160 1000-EXIT.
003170     EXIT.
003180
003190*----------------------------------------------------------------*
003200*    1100-LOAD-ACCOUNT-MAP -- BUILD THE CLAIM-TYPE ACCOUNT TABLE *
003210*    FROM THE GL ACCOUNT-MAPPING FILE.                           *
003220*----------------------------------------------------------------*
003230 1100-LOAD-ACCOUNT-MAP.
003240     READ ACCOUNT-MAP-FILE
003250         AT END     MOVE 'Y' TO WS-MAP-EOF-SWITCH
003260         NOT AT END PERFORM 1110-STORE-ACCOUNT-MAP
003270                        THRU 1110-EXIT
003280     END-READ.
003290 1100-EXIT.
003300     EXIT.
003310
003320 1110-STORE-ACCOUNT-MAP.
003330     IF ACM-ENTRY-COUNT < 20
003340         ADD 1 TO ACM-ENTRY-COUNT
003350         SET ACM-IDX TO ACM-ENTRY-COUNT
003360         MOVE GLA-CLAIM-TYPE   TO ACM-CLAIM-TYPE (ACM-IDX)
003370         MOVE GLA-LOSS-PAID-ACCOUNT
003380                               TO ACM-LOSS-PAID-ACCOUNT (ACM-IDX)
003390         MOVE GLA-CASH-ACCOUNT TO ACM-CASH-ACCOUNT (ACM-IDX)
003400     ELSE
003410         DISPLAY 'CLMGLIF -- ACCOUNT MAP HAS MORE THAN 20 '
003420             'ENTRIES, ACCOUNT-MAP-TABLE IS FULL'
003430         MOVE 16 TO RETURN-CODE
003440         STOP RUN
003450     END-IF.
003460 1110-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------------*
003500*    1300-SET-RUN-DATE -- TAKE THE CCYYMMDD RUN DATE FROM THE    *
003510*    SYSIN CONTROL CARD.  A MISSING OR BLANK CARD MEANS TODAY.   *
003520*----------------------------------------------------------------*
003530 1300-SET-RUN-DATE.
003540     MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
003550     OPEN INPUT CONTROL-CARD-FILE.
003560     READ CONTROL-CARD-FILE
003570         AT END MOVE 'Y' TO WS-CTL-EOF-SWITCH
003580     END-READ.
003590     IF NOT END-OF-CONTROL
003600      AND CTL-RUN-DATE-X NUMERIC
003610      AND CTL-RUN-DATE > 0
003620         MOVE CTL-RUN-DATE TO WS-RUN-DATE
003630     END-IF.
003640     CLOSE CONTROL-CARD-FILE.
003650 1300-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------*
003690*    1400-READ-PAYMENT-STEP -- PICK UP THE STEP025 (CLMPAY)      *
003700*    RUN-CONTROL RECORD FOR THE RUN DATE.  ITS RECORD COUNT IS   *
003710*    THE NUMBER OF PAYMENTS CLMPAY WROTE TO PAYPOST.             *
003720*----------------------------------------------------------------*
003730 1400-READ-PAYMENT-STEP.
003740     MOVE 'N' TO WS-STEP025-FOUND-SW.
003750     MOVE WS-RUN-DATE            TO RCT-RUN-DATE.
003760     MOVE WS-RCT-PAYMENT-STEP-ID TO RCT-STEP-ID.
003770     READ RUN-CONTROL
003780         INVALID KEY
003790             CONTINUE
003800         NOT INVALID KEY
003810             MOVE 'Y' TO WS-STEP025-FOUND-SW
003820     END-READ.
003830     IF STEP025-WAS-FOUND
003840         MOVE RCT-STATUS       TO WS-STEP025-STATUS
003850         MOVE RCT-RECORD-COUNT TO WS-STEP025-COUNT
003860     END-IF.
003870 1400-EXIT.
003880     EXIT.
003890
003900*----------------------------------------------------------------*
003910*    2000-PROCESS-ONE-POSTING -- ADD ONE POSTED PAYMENT INTO THE *
003920*    PAYPOST TOTAL AND INTO ITS CLAIM TYPE/CAT EVENT JOURNAL     *
003930*    ENTRY, AND READ THE NEXT POSTING.  A PAYMENT WITH NO        *
003940*    ACCOUNT MAPPING IS SHOWN ON SYSOUT AND STILL ACCUMULATED,   *
003950*    SO THE PROOF LISTS IT AND THE DAY IS STOPPED.               *
003960*----------------------------------------------------------------*
003970 2000-PROCESS-ONE-POSTING.
003980     ADD 1 TO WS-POSTINGS-READ.
003990     ADD PPS-PAID-AMOUNT TO WS-PAYPOST-TOTAL.
004000     PERFORM 3100-READ-REGISTER THRU 3100-EXIT.
004010     PERFORM 3200-FIND-ACCOUNT-MAP THRU 3200-EXIT.
004020     IF NOT MAPPING-WAS-FOUND
004030         ADD 1 TO WS-UNMAPPED-POSTINGS
004040         ADD PPS-PAID-AMOUNT TO WS-UNMAPPED-TOTAL
004050         DISPLAY 'CLMGLIF -- NO GL ACCOUNT MAPPING FOR TYPE '
004060             PPS-CLAIM-TYPE ', CLAIM ' PPS-CLAIM-ID
004070     END-IF.
004080     PERFORM 3500-ACCUMULATE-JOURNAL THRU 3500-EXIT.
004090     PERFORM 2100-READ-POSTING THRU 2100-EXIT.
004100 2000-EXIT.
004110     EXIT.
004120
004130 2100-READ-POSTING.
004140     READ PAID-POSTINGS
004150         AT END MOVE 'Y' TO WS-POST-EOF-SWITCH
004160     END-READ.
004170 2100-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------*
004210*    3100-READ-REGISTER -- THE REGISTER GIVES THE PAID CLAIM'S   *
004220*    CAT EVENT.  A CLAIM NOT ON IT IS JOURNALLED WITH NO EVENT   *
004230*    AND SHOWN ON SYSOUT -- THE MONEY WAS STILL PAID.            *
004240*----------------------------------------------------------------*
004250 3100-READ-REGISTER.
004260     MOVE SPACES TO WS-POSTING-EVENT.
004270     MOVE PPS-CLAIM-ID TO CRG-CLAIM-ID.
004280     READ CLAIMS-REGISTER
004290         INVALID KEY
004300             ADD 1 TO WS-NOT-ON-REGISTER
004310             DISPLAY 'CLMGLIF -- PAID CLAIM NOT ON REGISTER: '
004320                 PPS-CLAIM-ID
004330         NOT INVALID KEY
004340             MOVE CRG-CAT-EVENT TO WS-POSTING-EVENT
004350     END-READ.
004360 3100-EXIT.
004370     EXIT.
004380
004390 3200-FIND-ACCOUNT-MAP.
004400     MOVE 'N' TO WS-MAP-FOUND-SW.
004410     IF ACM-ENTRY-COUNT > 0
004420         SET ACM-IDX TO 1
004430         SEARCH ACM-ENTRY
004440             AT END        CONTINUE
004450             WHEN ACM-CLAIM-TYPE (ACM-IDX) = PPS-CLAIM-TYPE
004460                 IF ACM-LOSS-PAID-ACCOUNT (ACM-IDX) NOT = SPACES
004470                  AND ACM-CASH-ACCOUNT (ACM-IDX) NOT = SPACES
004480                     MOVE 'Y' TO WS-MAP-FOUND-SW
004490                 END-IF
004500         END-SEARCH
004510     END-IF.
004520 3200-EXIT.
004530     EXIT.
004540
004550*----------------------------------------------------------------*
004560*    3500-ACCUMULATE-JOURNAL -- FIND OR OPEN THE CLAIM TYPE/CAT  *
004570*    EVENT ENTRY AND ADD THE PAYMENT IN.  A NEW ENTRY TAKES ITS  *
004580*    ACCOUNTS FROM THE MAPPING 3200 FOUND (ACM-IDX).             *
004590*----------------------------------------------------------------*
004600 3500-ACCUMULATE-JOURNAL.
004610     MOVE 'N' TO WS-JOURNAL-FOUND-SW.
004620     IF JNL-ENTRY-COUNT > 0
004630         SET JNL-IDX TO 1
004640         SEARCH JNL-ENTRY
004650             AT END        CONTINUE
004660             WHEN JNL-CLAIM-TYPE (JNL-IDX) = PPS-CLAIM-TYPE
004670              AND JNL-CAT-EVENT (JNL-IDX) = WS-POSTING-EVENT
004680                 MOVE 'Y' TO WS-JOURNAL-FOUND-SW
004690         END-SEARCH
004700     END-IF.
004710     IF NOT JOURNAL-WAS-FOUND
004720         IF JNL-ENTRY-COUNT < 100
004730             ADD 1 TO JNL-ENTRY-COUNT
004740             SET JNL-IDX TO JNL-ENTRY-COUNT
004750             MOVE PPS-CLAIM-TYPE   TO JNL-CLAIM-TYPE (JNL-IDX)
004760             MOVE WS-POSTING-EVENT TO JNL-CAT-EVENT (JNL-IDX)
004770             MOVE SPACES TO JNL-LOSS-PAID-ACCOUNT (JNL-IDX)
004780             MOVE SPACES TO JNL-CASH-ACCOUNT (JNL-IDX)
004790             MOVE 'N' TO JNL-MAPPED-SW (JNL-IDX)
004800             IF MAPPING-WAS-FOUND
004810                 MOVE 'Y' TO JNL-MAPPED-SW (JNL-IDX)
004820                 MOVE ACM-LOSS-PAID-ACCOUNT (ACM-IDX)
004830                     TO JNL-LOSS-PAID-ACCOUNT (JNL-IDX)
004840                 MOVE ACM-CASH-ACCOUNT (ACM-IDX)
004850                     TO JNL-CASH-ACCOUNT (JNL-IDX)
004860             END-IF
004870             MOVE 0 TO JNL-PAYMENT-COUNT (JNL-IDX)
004880             MOVE 0 TO JNL-PAID-AMOUNT (JNL-IDX)
004890         ELSE
004900             DISPLAY 'CLMGLIF -- MORE THAN 100 CLAIM TYPE/CAT '
004910                 'EVENT PAIRS, JOURNAL-ACCUM-TABLE IS FULL'
004920             MOVE 16 TO RETURN-CODE
004930             STOP RUN
004940         END-IF
004950     END-IF.
004960     ADD 1 TO JNL-PAYMENT-COUNT (JNL-IDX).
004970     ADD PPS-PAID-AMOUNT TO JNL-PAID-AMOUNT (JNL-IDX).
004980 3500-EXIT.
004990     EXIT.
005000
005010*----------------------------------------------------------------*
005020*    4000-PRINT-JOURNAL -- LIST THE DEBIT AND CREDIT LINE FOR    *
005030*    EACH MAPPED CLAIM TYPE/CAT EVENT, AND EACH UNMAPPED ONE     *
005040*    WITH ITS AMOUNT, ADDING UP THE JOURNAL DEBIT AND CREDIT     *
005050*    TOTALS THE PROOF TIES TO PAYPOST.                           *
005060*----------------------------------------------------------------*
005070 4000-PRINT-JOURNAL.
005080     WRITE RPT-LINE FROM WS-JOURNAL-TITLE-LINE.
005090     WRITE RPT-LINE FROM WS-JOURNAL-HDR-LINE.
005100     IF JNL-ENTRY-COUNT = 0
005110         WRITE RPT-LINE FROM WS-NONE-LINE
005120     ELSE
005130         PERFORM 4100-PRINT-JOURNAL-ENTRY THRU 4100-EXIT
005140             VARYING JNL-IDX FROM 1 BY 1
005150             UNTIL JNL-IDX > JNL-ENTRY-COUNT
005160     END-IF.
005170 4000-EXIT.
005180     EXIT.
005190
005200 4100-PRINT-JOURNAL-ENTRY.
005210     IF JNL-IS-MAPPED (JNL-IDX)
005220         MOVE 0 TO WS-JDL-DEBIT
005230         MOVE 0 TO WS-JDL-CREDIT
005240         ADD 1 TO WS-JOURNAL-LINES
005250         MOVE WS-JOURNAL-LINES TO WS-JDL-LINE
005260         MOVE JNL-CLAIM-TYPE (JNL-IDX)    TO WS-JDL-TYPE
005270         MOVE JNL-CAT-EVENT (JNL-IDX)     TO WS-JDL-EVENT
005280         MOVE JNL-PAYMENT-COUNT (JNL-IDX) TO WS-JDL-PAYMENTS
005290         MOVE JNL-LOSS-PAID-ACCOUNT (JNL-IDX) TO WS-JDL-ACCOUNT
005300         MOVE JNL-PAID-AMOUNT (JNL-IDX)   TO WS-JDL-DEBIT
005310         ADD JNL-PAID-AMOUNT (JNL-IDX)    TO WS-DEBIT-TOTAL
005320         WRITE RPT-LINE FROM WS-JOURNAL-DETAIL-LINE
005330         MOVE 0 TO WS-JDL-DEBIT
005340         ADD 1 TO WS-JOURNAL-LINES
005350         MOVE WS-JOURNAL-LINES TO WS-JDL-LINE
005360         MOVE JNL-CASH-ACCOUNT (JNL-IDX)  TO WS-JDL-ACCOUNT
005370         MOVE JNL-PAID-AMOUNT (JNL-IDX)   TO WS-JDL-CREDIT
005380         ADD JNL-PAID-AMOUNT (JNL-IDX)    TO WS-CREDIT-TOTAL
005390         WRITE RPT-LINE FROM WS-JOURNAL-DETAIL-LINE
005400     ELSE
005410         MOVE JNL-CLAIM-TYPE (JNL-IDX)    TO WS-UML-TYPE
005420         MOVE JNL-CAT-EVENT (JNL-IDX)     TO WS-UML-EVENT
005430         MOVE JNL-PAYMENT-COUNT (JNL-IDX) TO WS-UML-PAYMENTS
005440         MOVE JNL-PAID-AMOUNT (JNL-IDX)   TO WS-UML-AMOUNT
005450         WRITE RPT-LINE FROM WS-UNMAPPED-LINE
005460     END-IF.
005470 4100-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------------*
005510*    5000-PROVE-JOURNAL -- PRINT THE PROOF FIGURES AND DECIDE    *
005520*    WHETHER THE INTERFACE GOES TO THE LEDGER.  ANY UNMAPPED     *
005530*    PAYMENT, A MISSING OR INCOMPLETE STEP025, A COUNT THAT      *
005540*    DOES NOT TIE, OR A DEBIT OR CREDIT TOTAL THAT DOES NOT TIE  *
005550*    TO PAYPOST STOPS IT.                                        *
005560*----------------------------------------------------------------*
005570 5000-PROVE-JOURNAL.
005580     MOVE SPACES TO RPT-LINE.
005590     WRITE RPT-LINE.
005600     WRITE RPT-LINE FROM WS-PROOF-TITLE-LINE.
005610     MOVE 'PAYPOST RECORDS READ' TO WS-CNT-LABEL.
005620     MOVE WS-POSTINGS-READ TO WS-CNT-COUNT.
005630     WRITE RPT-LINE FROM WS-COUNT-LINE.
005640     MOVE 'STEP025 RUN-CONTROL RECORD COUNT' TO WS-CNT-LABEL.
005650     MOVE WS-STEP025-COUNT TO WS-CNT-COUNT.
005660     WRITE RPT-LINE FROM WS-COUNT-LINE.
005670     MOVE 'PAYMENTS WITH NO ACCOUNT MAPPING' TO WS-CNT-LABEL.
005680     MOVE WS-UNMAPPED-POSTINGS TO WS-CNT-COUNT.
005690     WRITE RPT-LINE FROM WS-COUNT-LINE.
005700     MOVE 'PAID CLAIMS NOT ON THE REGISTER' TO WS-CNT-LABEL.
005710     MOVE WS-NOT-ON-REGISTER TO WS-CNT-COUNT.
005720     WRITE RPT-LINE FROM WS-COUNT-LINE.
005730     MOVE 'JOURNAL LINES' TO WS-CNT-LABEL.
005740     MOVE WS-JOURNAL-LINES TO WS-CNT-COUNT.
005750     WRITE RPT-LINE FROM WS-COUNT-LINE.
005760     MOVE SPACES TO RPT-LINE.
005770     WRITE RPT-LINE.
005780     MOVE 'PAYPOST PAID TOTAL' TO WS-AMT-LABEL.
005790     MOVE WS-PAYPOST-TOTAL TO WS-AMT-AMOUNT.
005800     WRITE RPT-LINE FROM WS-AMOUNT-LINE.
005810     MOVE 'UNMAPPED PAID TOTAL' TO WS-AMT-LABEL.
005820     MOVE WS-UNMAPPED-TOTAL TO WS-AMT-AMOUNT.
005830     WRITE RPT-LINE FROM WS-AMOUNT-LINE.
005840     MOVE 'JOURNAL DEBIT TOTAL' TO WS-AMT-LABEL.
005850     MOVE WS-DEBIT-TOTAL TO WS-AMT-AMOUNT.
005860     WRITE RPT-LINE FROM WS-AMOUNT-LINE.
005870     MOVE 'JOURNAL CREDIT TOTAL' TO WS-AMT-LABEL.
005880     MOVE WS-CREDIT-TOTAL TO WS-AMT-AMOUNT.
005890     WRITE RPT-LINE FROM WS-AMOUNT-LINE.
005900     MOVE SPACES TO RPT-LINE.
005910     WRITE RPT-LINE.
005920     IF NOT STEP025-WAS-FOUND
005930         MOVE 'STEP025 HAS NO RUN-CONTROL RECORD FOR THE RUN DATE'
005940             TO WS-RESULT-TEXT
005950         PERFORM 5100-STOP-INTERFACE THRU 5100-EXIT
005960     ELSE
005970         IF WS-STEP025-STATUS NOT = 'CP'
005980             MOVE 'STEP025 IS NOT MARKED COMPLETE ON RUN-CONTROL'
005990                 TO WS-RESULT-TEXT
006000             PERFORM 5100-STOP-INTERFACE THRU 5100-EXIT
006010         END-IF
006020         IF WS-POSTINGS-READ NOT = WS-STEP025-COUNT
006030             MOVE 'PAYPOST RECORDS DO NOT TIE TO STEP025 COUNT'
006040                 TO WS-RESULT-TEXT
006050             PERFORM 5100-STOP-INTERFACE THRU 5100-EXIT
006060         END-IF
006070     END-IF.
006080     IF WS-UNMAPPED-POSTINGS > 0
006090         MOVE 'PAYMENTS WITH NO GL ACCOUNT MAPPING'
006100             TO WS-RESULT-TEXT
006110         PERFORM 5100-STOP-INTERFACE THRU 5100-EXIT
006120     END-IF.
006130     IF WS-DEBIT-TOTAL NOT = WS-PAYPOST-TOTAL
006140         MOVE 'JOURNAL DEBITS DO NOT TIE TO THE PAYPOST TOTAL'
006150             TO WS-RESULT-TEXT
006160         PERFORM 5100-STOP-INTERFACE THRU 5100-EXIT
006170     END-IF.
006180     IF WS-CREDIT-TOTAL NOT = WS-DEBIT-TOTAL
006190         MOVE 'JOURNAL CREDITS DO NOT EQUAL JOURNAL DEBITS'
006200             TO WS-RESULT-TEXT
006210         PERFORM 5100-STOP-INTERFACE THRU 5100-EXIT
006220     END-IF.
006230     IF INTERFACE-RELEASED
006240         MOVE 'JOURNAL PROVED -- GL INTERFACE RELEASED'
006250             TO WS-RESULT-TEXT
006260     ELSE
006270         MOVE 'GL INTERFACE STOPPED FOR THE DAY -- NOTHING SENT'
006280             TO WS-RESULT-TEXT
006290     END-IF.
006300     WRITE RPT-LINE FROM WS-RESULT-LINE.
006310 5000-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------*
006350*    5100-STOP-INTERFACE -- PRINT ONE REASON THE INTERFACE IS    *
006360*    STOPPED, SHOW IT ON SYSOUT, AND MARK THE DAY STOPPED.       *
006370*----------------------------------------------------------------*
006380 5100-STOP-INTERFACE.
006390     MOVE 'N' TO WS-INTERFACE-SWITCH.
006400     WRITE RPT-LINE FROM WS-RESULT-LINE.
006410     DISPLAY 'CLMGLIF -- ' WS-RESULT-TEXT.
006420 5100-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------------*
006460*    6000-WRITE-INTERFACE -- WRITE THE BATCH HEADER, THE DEBIT   *
006470*    AND CREDIT LINE FOR EACH CLAIM TYPE/CAT EVENT, AND THE      *
006480*    COUNT/DEBIT/CREDIT TRAILER.  ONLY REACHED WHEN EVERY ENTRY  *
006490*    IS MAPPED AND THE PROOF TIES.                               *
006500*----------------------------------------------------------------*
006510 6000-WRITE-INTERFACE.
006520     MOVE SPACES TO GL-JOURNAL-HDR-REC.
006530     MOVE 'HDR*GLJRN '    TO GLH-RECORD-ID.
006540     MOVE WS-RUN-DATE     TO GLH-BATCH-DATE.
006550     MOVE 'CLAIMS'        TO GLH-SOURCE.
006560     MOVE WS-CURRENT-DATE TO GLH-RUN-DATE.
006570     WRITE GL-JOURNAL-HDR-REC.
006580     IF JNL-ENTRY-COUNT > 0
006590         PERFORM 6100-WRITE-JOURNAL-ENTRY THRU 6100-EXIT
006600             VARYING JNL-IDX FROM 1 BY 1
006610             UNTIL JNL-IDX > JNL-ENTRY-COUNT
006620     END-IF.
006630     MOVE SPACES TO GL-JOURNAL-TRL-REC.
006640     MOVE 'TRL*GLJRN '       TO GLT-RECORD-ID.
006650     MOVE WS-GL-RECORD-COUNT TO GLT-RECORD-COUNT.
006660     MOVE WS-DEBIT-TOTAL     TO GLT-DEBIT-TOTAL.
006670     MOVE WS-CREDIT-TOTAL    TO GLT-CREDIT-TOTAL.
006680     WRITE GL-JOURNAL-TRL-REC.
006690 6000-EXIT.
006700     EXIT.
006710
006720 6100-WRITE-JOURNAL-ENTRY.
006730     MOVE SPACES TO GL-JOURNAL-REC.
006740     MOVE 'JE'                        TO GLJ-RECORD-TYPE.
006750     MOVE WS-RUN-DATE                 TO GLJ-BATCH-DATE.
006760     MOVE JNL-CLAIM-TYPE (JNL-IDX)    TO GLJ-CLAIM-TYPE.
006770     MOVE JNL-CAT-EVENT (JNL-IDX)     TO GLJ-CAT-EVENT.
006780     MOVE JNL-PAYMENT-COUNT (JNL-IDX) TO GLJ-PAYMENT-COUNT.
006790     MOVE JNL-PAID-AMOUNT (JNL-IDX)   TO GLJ-AMOUNT.
006800     MOVE 'CLAIMS'                    TO GLJ-SOURCE.
006810     MOVE JNL-LOSS-PAID-ACCOUNT (JNL-IDX) TO GLJ-ACCOUNT.
006820     MOVE 'D'                         TO GLJ-DR-CR-IND.
006830     PERFORM 6200-WRITE-JOURNAL-LINE THRU 6200-EXIT.
006840     MOVE JNL-CASH-ACCOUNT (JNL-IDX)  TO GLJ-ACCOUNT.
006850     MOVE 'C'                         TO GLJ-DR-CR-IND.
006860     PERFORM 6200-WRITE-JOURNAL-LINE THRU 6200-EXIT.
006870 6100-EXIT.
006880     EXIT.
006890
006900 6200-WRITE-JOURNAL-LINE.
006910     ADD 1 TO WS-GL-RECORD-COUNT.
006920     MOVE WS-GL-RECORD-COUNT TO GLJ-LINE-NUMBER.
006930     WRITE GL-JOURNAL-REC.
006940 6200-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------------*
006980*    8000-TERMINATE -- CLOSE FILES AND SHOW THE RUN COUNTS FOR   *
006990*    THE OPERATIONS LOG.  THE STEP IS STAMPED COMPLETE ONLY WHEN *
007000*    THE INTERFACE WAS RELEASED; A STOPPED DAY ENDS AT RETURN    *
007010*    CODE 16 WITH STEP027 STILL MARKED STARTED ON RUNSTAT.       *
007020*----------------------------------------------------------------*
007030 8000-TERMINATE.
007040     IF INTERFACE-RELEASED
007050         PERFORM 9300-STAMP-STEP-END THRU 9300-EXIT
007060     END-IF.
007070     CLOSE RUN-CONTROL.
007080     CLOSE PAID-POSTINGS.
007090     CLOSE CLAIMS-REGISTER.
007100     CLOSE GL-JOURNAL-FILE.
007110     CLOSE REPORT-FILE.
007120     DISPLAY 'CLMGLIF -- POSTINGS READ:        '
007130         WS-POSTINGS-READ.
007140     DISPLAY 'CLMGLIF -- STEP025 RECORD COUNT: '
007150         WS-STEP025-COUNT.
007160     DISPLAY 'CLMGLIF -- UNMAPPED POSTINGS:    '
007170         WS-UNMAPPED-POSTINGS.
007180     DISPLAY 'CLMGLIF -- GL RECORDS WRITTEN:   '
007190         WS-GL-RECORD-COUNT.
007200     IF INTERFACE-STOPPED
007210         DISPLAY 'CLMGLIF -- GL INTERFACE STOPPED, FIX THE CAUSE '
007220             'AND RERUN STEP027'
007230         MOVE 16 TO RETURN-CODE
007240     ELSE
007250         IF WS-NOT-ON-REGISTER > 0
007260             MOVE 4 TO RETURN-CODE
007270         END-IF
007280     END-IF.
007290 8000-EXIT.
007300     EXIT.
007310
007320*----------------------------------------------------------------*
007330*    9200-STAMP-STEP-START -- WRITE (OR, ON A RERUN, REWRITE)    *
007340*    THIS STEP'S RUN-CONTROL RECORD AS STARTED.  THE RECORD IS   *
007350*    KEYED ON THE RUN DATE SO A RERUN OF A STOPPED DAY STAMPS    *
007360*    THAT DAY'S RECORD.                                          *
007370*----------------------------------------------------------------*
007380 9200-STAMP-STEP-START.
007390     MOVE SPACES          TO RUN-CONTROL-REC.
007400     MOVE WS-RUN-DATE     TO RCT-RUN-DATE.
007410     MOVE WS-RCT-STEP-ID  TO RCT-STEP-ID.
007420     MOVE 'ST'            TO RCT-STATUS.
007430     MOVE WS-CURRENT-DATE TO RCT-START-DATE.
007440     ACCEPT WS-RCT-STAMP-TIME FROM TIME.
007450     MOVE WS-RCT-STAMP-TIME TO RCT-START-TIME.
007460     MOVE 0               TO RCT-END-DATE.
007470     MOVE 0               TO RCT-END-TIME.
007480     MOVE 0               TO RCT-RECORD-COUNT.
007490     WRITE RUN-CONTROL-REC
007500         INVALID KEY
007510             REWRITE RUN-CONTROL-REC
007520     END-WRITE.
007530     IF WS-RUNCTL-STATUS NOT = '00'
007540      AND WS-RUNCTL-STATUS NOT = '02'
007550         DISPLAY 'CLMGLIF -- RUN-CONTROL STAMP FAILED, STATUS '
007560             WS-RUNCTL-STATUS
007570         MOVE 16 TO RETURN-CODE
007580         STOP RUN
007590     END-IF.
007600 9200-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------------*
007640*    9300-STAMP-STEP-END -- MARK THIS STEP'S RUN-CONTROL RECORD  *
007650*    COMPLETE WITH THE END TIME AND THE GL RECORDS WRITTEN.      *
007660*----------------------------------------------------------------*
007670 9300-STAMP-STEP-END.
007680     MOVE WS-RUN-DATE     TO RCT-RUN-DATE.
007690     MOVE WS-RCT-STEP-ID  TO RCT-STEP-ID.
007700     READ RUN-CONTROL
007710         INVALID KEY
007720             DISPLAY 'CLMGLIF -- RUN-CONTROL LOST FOR STEP '
007730                 WS-RCT-STEP-ID
007740             MOVE 16 TO RETURN-CODE
007750             STOP RUN
007760     END-READ.
007770     MOVE 'CP'            TO RCT-STATUS.
007780     ACCEPT WS-RCT-STAMP-DATE FROM DATE YYYYMMDD.
007790     MOVE WS-RCT-STAMP-DATE TO RCT-END-DATE.
007800     ACCEPT WS-RCT-STAMP-TIME FROM TIME.
007810     MOVE WS-RCT-STAMP-TIME TO RCT-END-TIME.
007820     MOVE WS-GL-RECORD-COUNT TO RCT-RECORD-COUNT.
007830     REWRITE RUN-CONTROL-REC.
007840     IF WS-RUNCTL-STATUS NOT = '00'
007850      AND WS-RUNCTL-STATUS NOT = '02'
007860         DISPLAY 'CLMGLIF -- RUN-CONTROL REWRITE FAILED, STATUS '
007870             WS-RUNCTL-STATUS
007880         MOVE 16 TO RETURN-CODE
007890         STOP RUN
007900     END-IF.
007910 9300-EXIT.
007920     EXIT.
