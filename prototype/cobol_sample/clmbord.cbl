000010*****************************************************************
000020* PROGRAM-ID.  CLMBORD
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-08
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* MONTHLY REINSURANCE BORDEREAU.  READS EVERY POSTED-PAYMENT
000090* (PAYPOST) GENERATION, SORTED BY CLAIM ID, AND TOTALS EACH
000100* CLAIM'S PAID-TO-DATE AS AT THE END OF THE REPORT MONTH.  THE
000110* TREATY PARAMETER FILE GIVES THE PER-RISK AND PER-EVENT
000120* RETENTION AND LIMIT FOR EACH CLAIM TYPE:
000130*   PER-RISK  -- A CLAIM WHOSE PAID-TO-DATE PIERCES THE TYPE'S
000140*                RISK RETENTION CEDES THE EXCESS, UP TO THE RISK
000150*                LIMIT.
000160*   PER-EVENT -- THE PAID-TO-DATE OF ALL CLAIMS OF ONE TYPE UNDER
000170*                ONE CAT EVENT (CRG-CAT-EVENT ON THE REGISTER),
000180*                NET OF THEIR PER-RISK RECOVERIES, CEDES THE
000190*                EXCESS OVER THE EVENT RETENTION, UP TO THE EVENT
000200*                LIMIT.
000210* EVERY CLAIM AND EVENT THAT PIERCES A RETENTION IS LISTED WITH
000220* GROSS PAID, RETAINED AND CEDED, AND WRITTEN TO THE BORDEREAU
000230* FILE WITH A HEADER AND A COUNT/CEDED-TOTAL TRAILER.  FIGURES
000240* ARE CUMULATIVE TO THE MONTH END -- THE REINSURERS NET OFF WHAT
000250* EARLIER BORDEREAUX ALREADY RECOVERED.
000260* SYSIN MAY CARRY A CCYYMM REPORT-MONTH CARD; A MISSING OR BLANK
000270* CARD DEFAULTS TO THE MONTH BEFORE THE RUN DATE, AS IN CLMTREND.
000280* PAYMENTS DATED AFTER THE REPORT MONTH ARE SKIPPED AND COUNTED.
000290* A PAID CLAIM WHOSE TYPE HAS NO TREATY ROW, OR THAT IS NOT ON THE
000300* REGISTER, IS SHOWN ON SYSOUT AND ENDS THE RUN AT RETURN CODE 4
000310* -- A CLAIM MISSED OFF THE BORDEREAU IS A RECOVERY LOST.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340* DATE       INIT  DESCRIPTION
000350* ---------- ----  -----------------------------------------------
000360* 2026-10-08 JHM   ORIGINAL REINSURANCE BORDEREAU.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID.    CLMBORD.
000400 AUTHOR.        J H MERCER.
000410 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000420 DATE-WRITTEN.  2026-10-08.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER.  IBM-370.
000480 OBJECT-COMPUTER.  IBM-370.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000530            ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT PAID-POSTINGS    ASSIGN TO POSTIN
000560            ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT CLAIMS-REGISTER  ASSIGN TO CLMREG
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE IS RANDOM
000610            RECORD KEY IS CRG-CLAIM-ID
000620            ALTERNATE RECORD KEY IS CRG-RESUBMIT-KEY
000630                WITH DUPLICATES
000640            FILE STATUS IS WS-CLMREG-STATUS.
000650
000660     SELECT TREATY-FILE      ASSIGN TO TRTIN
000670            ORGANIZATION IS SEQUENTIAL.
000680
000690     SELECT BORDEREAU-FILE   ASSIGN TO BDXOUT
000700            ORGANIZATION IS SEQUENTIAL.
000710
000720     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000730            ORGANIZATION IS SEQUENTIAL.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  CONTROL-CARD-FILE
000780     LABEL RECORDS ARE OMITTED.
000790 01  CONTROL-CARD.
000800     05  CTL-REPORT-MONTH        PIC 9(06).
000810     05  FILLER                  PIC X(74).
000820
000830 FD  PAID-POSTINGS
000840     LABEL RECORDS ARE STANDARD.
000850     COPY PAYPOSTR.
000860
000870 FD  CLAIMS-REGISTER
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CLMREGRC.
000900
000910 FD  TREATY-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY TREATYRC.
000940
000950 FD  BORDEREAU-FILE
000960     LABEL RECORDS ARE STANDARD.
000970     COPY BORDXREC.
000980
000990 FD  REPORT-FILE
001000     LABEL RECORDS OMITTED
001010     RECORDING MODE IS F.
001020 01  RPT-LINE                    PIC X(80).
001030
001040 WORKING-STORAGE SECTION.
001050
001060 01  WS-SWITCHES.
001070     05  WS-POST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001080         88  END-OF-POSTINGS              VALUE 'Y'.
001090     05  WS-TREATY-EOF-SWITCH    PIC X(01) VALUE 'N'.
001100         88  END-OF-TREATIES              VALUE 'Y'.
001110     05  WS-REGISTER-FOUND-SW    PIC X(01) VALUE 'N'.
001120         88  REGISTER-WAS-FOUND           VALUE 'Y'.
001130     05  WS-TREATY-FOUND-SW      PIC X(01) VALUE 'N'.
001140         88  TREATY-WAS-FOUND             VALUE 'Y'.
001150     05  WS-EVENT-FOUND-SW       PIC X(01) VALUE 'N'.
001160         88  EVENT-WAS-FOUND              VALUE 'Y'.
001170
001180 01  TREATY-TABLE.
001190     05  TRT-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
001200     05  TRT-ENTRY OCCURS 0 TO 10 TIMES
001210                   DEPENDING ON TRT-ENTRY-COUNT
001220                   INDEXED BY TRT-IDX.
001230         10  TRT-CLAIM-TYPE      PIC X(10).
001240         10  TRT-RISK-RETENTION  PIC 9(09)V99.
001250         10  TRT-RISK-LIMIT      PIC 9(09)V99.
001260         10  TRT-EVENT-RETENTION PIC 9(09)V99.
001270         10  TRT-EVENT-LIMIT     PIC 9(09)V99.
001280
001290 01  EVENT-ACCUM-TABLE.
001300     05  EVA-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
001310     05  EVA-ENTRY OCCURS 0 TO 50 TIMES
001320                   DEPENDING ON EVA-ENTRY-COUNT
001330                   INDEXED BY EVA-IDX.
001340         10  EVA-EVENT-CODE      PIC X(08).
001350         10  EVA-CLAIM-TYPE      PIC X(10).
001360         10  EVA-CLAIM-COUNT     PIC 9(06) COMP.
001370         10  EVA-GROSS-PAID      PIC 9(11)V99 COMP.
001380         10  EVA-RISK-CEDED      PIC 9(11)V99 COMP.
001390
001400 01  WS-COUNTERS.
001410     05  WS-POSTINGS-READ        PIC 9(08) COMP VALUE 0.
001420     05  WS-POSTINGS-SKIPPED     PIC 9(08) COMP VALUE 0.
001430     05  WS-CLAIMS-PAID          PIC 9(08) COMP VALUE 0.
001440     05  WS-RISK-CLAIMS          PIC 9(08) COMP VALUE 0.
001450     05  WS-EVENTS-PIERCED       PIC 9(08) COMP VALUE 0.
001460     05  WS-NO-TREATY-CLAIMS     PIC 9(08) COMP VALUE 0.
001470     05  WS-NOT-ON-REGISTER      PIC 9(08) COMP VALUE 0.
001480     05  WS-BDX-RECORD-COUNT     PIC 9(08) COMP VALUE 0.
001490
001500 01  WS-BORDEREAU-TOTALS.
001510     05  WS-RISK-GROSS-TOTAL     PIC 9(13)V99 COMP VALUE 0.
001520     05  WS-RISK-RETAINED-TOTAL  PIC 9(13)V99 COMP VALUE 0.
001530     05  WS-RISK-CEDED-TOTAL     PIC 9(13)V99 COMP VALUE 0.
001540     05  WS-EVENT-GROSS-TOTAL    PIC 9(13)V99 COMP VALUE 0.
001550     05  WS-EVENT-RETAINED-TOTAL PIC 9(13)V99 COMP VALUE 0.
001560     05  WS-EVENT-CEDED-TOTAL    PIC 9(13)V99 COMP VALUE 0.
001570     05  WS-CEDED-TOTAL          PIC 9(13)V99 COMP VALUE 0.
001580
001590 01  WS-WORK-FIELDS.
001600     05  WS-CLMREG-STATUS        PIC X(02) VALUE '00'.
001610     05  WS-REPORT-MONTH         PIC 9(06) VALUE 0.
001620     05  WS-MONTH-END-DATE       PIC 9(08) VALUE 0.
001630     05  WS-CURRENT-CLAIM        PIC X(10) VALUE SPACES.
001640     05  WS-CURRENT-TYPE         PIC X(10) VALUE SPACES.
001650     05  WS-CLAIM-GROSS          PIC 9(11)V99 VALUE 0.
001660     05  WS-CLAIM-CEDED          PIC 9(11)V99 VALUE 0.
001670     05  WS-CLAIM-RETAINED       PIC 9(11)V99 VALUE 0.
001680     05  WS-CLAIM-EVENT          PIC X(08) VALUE SPACES.
001690     05  WS-CLAIM-LOSS-DATE      PIC 9(08) VALUE 0.
001700     05  WS-EVENT-NET            PIC 9(11)V99 VALUE 0.
001710     05  WS-EVENT-CEDED          PIC 9(11)V99 VALUE 0.
001720     05  WS-EVENT-RETAINED       PIC 9(11)V99 VALUE 0.
001730
001740 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001750 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001760     05  WS-CURR-CCYY            PIC 9(04).
001770     05  WS-CURR-MM              PIC 9(02).
001780     05  WS-CURR-DD              PIC 9(02).
001790
001800 01  WS-REPORT-LINES.
001810     05  WS-TITLE-LINE.
001820         10  FILLER              PIC X(20) VALUE SPACES.
001830         10  FILLER              PIC X(40)
001840                 VALUE 'REINSURANCE BORDEREAU'.
001850     05  WS-DATE-LINE.
001860         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001870         10  WS-DL-DATE          PIC 9(08).
001880         10  FILLER              PIC X(62) VALUE SPACES.
001890     05  WS-MONTH-LINE.
001900         10  FILLER              PIC X(14)
001910                 VALUE 'REPORT MONTH: '.
001920         10  WS-ML-MONTH         PIC 9(06).
001930         10  FILLER              PIC X(60) VALUE SPACES.
001940     05  WS-RISK-TITLE-LINE.
001950         10  FILLER              PIC X(40)
001960                 VALUE 'PER-RISK CESSIONS'.
001970         10  FILLER              PIC X(40) VALUE SPACES.
001980     05  WS-RISK-HDR-LINE.
001990         10  FILLER              PIC X(11) VALUE 'CLAIM ID'.
002000         10  FILLER              PIC X(11) VALUE 'TYPE'.
002010         10  FILLER              PIC X(14) VALUE 'EVENT'.
002020         10  FILLER              PIC X(15) VALUE 'GROSS PAID'.
002030         10  FILLER              PIC X(15) VALUE 'RETAINED'.
002040         10  FILLER              PIC X(14) VALUE 'CEDED'.
002050     05  WS-RISK-DETAIL-LINE.
002060         10  WS-RSK-CLAIM-ID     PIC X(10).
002070         10  FILLER              PIC X(01) VALUE SPACES.
002080         10  WS-RSK-TYPE         PIC X(10).
002090         10  FILLER              PIC X(01) VALUE SPACES.
002100         10  WS-RSK-EVENT        PIC X(08).
002110         10  FILLER              PIC X(01) VALUE SPACES.
002120         10  WS-RSK-GROSS        PIC $$$,$$$,$$9.99.
002130         10  FILLER              PIC X(01) VALUE SPACES.
002140         10  WS-RSK-RETAINED     PIC $$$,$$$,$$9.99.
002150         10  FILLER              PIC X(01) VALUE SPACES.
002160         10  WS-RSK-CEDED        PIC $$$,$$$,$$9.99.
002170         10  FILLER              PIC X(05) VALUE SPACES.
002180     05  WS-EVENT-TITLE-LINE.
002190         10  FILLER              PIC X(40)
002200                 VALUE 'PER-EVENT CESSIONS'.
002210         10  FILLER              PIC X(40) VALUE SPACES.
002220     05  WS-EVENT-HDR-LINE.
002230         10  FILLER              PIC X(10) VALUE 'EVENT'.
002240         10  FILLER              PIC X(11) VALUE 'TYPE'.
002250         10  FILLER              PIC X(08) VALUE 'CLAIMS'.
002260         10  FILLER              PIC X(15) VALUE 'GROSS PAID'.
002270         10  FILLER              PIC X(15) VALUE 'RETAINED'.
002280         10  FILLER              PIC X(21) VALUE 'CEDED'.
002290     05  WS-EVENT-DETAIL-LINE.
002300         10  WS-EVT-EVENT        PIC X(08).
002310         10  FILLER              PIC X(02) VALUE SPACES.
002320         10  WS-EVT-TYPE         PIC X(10).
002330         10  FILLER              PIC X(01) VALUE SPACES.
002340         10  WS-EVT-CLAIMS       PIC ZZ,ZZ9.
002350         10  FILLER              PIC X(01) VALUE SPACES.
002360         10  WS-EVT-GROSS        PIC $$$,$$$,$$9.99.
002370         10  FILLER              PIC X(01) VALUE SPACES.
002380         10  WS-EVT-RETAINED     PIC $$$,$$$,$$9.99.
002390         10  FILLER              PIC X(01) VALUE SPACES.
002400         10  WS-EVT-CEDED        PIC $$$,$$$,$$9.99.
002410         10  FILLER              PIC X(08) VALUE SPACES.
002420     05  WS-TOTAL-LINE.
002430         10  WS-TOT-LABEL        PIC X(31).
002440         10  WS-TOT-GROSS        PIC $$$,$$$,$$9.99.
002450         10  FILLER              PIC X(01) VALUE SPACES.
002460         10  WS-TOT-RETAINED     PIC $$$,$$$,$$9.99.
002470         10  FILLER              PIC X(01) VALUE SPACES.
002480         10  WS-TOT-CEDED        PIC $$$,$$$,$$9.99.
002490         10  FILLER              PIC X(05) VALUE SPACES.
002500     05  WS-CEDED-LINE.
002510         10  FILLER              PIC X(40)
002520                 VALUE 'TOTAL CEDED ON BORDEREAU'.
002530         10  FILLER              PIC X(06) VALUE SPACES.
002540         10  WS-CDL-CEDED        PIC $,$$$,$$$,$$$,$$9.99.
002550         10  FILLER              PIC X(14) VALUE SPACES.
002560     05  WS-COUNT-LINE.
002570         10  WS-CNT-LABEL        PIC X(40).
002580         10  FILLER              PIC X(02) VALUE SPACES.
002590         10  WS-CNT-COUNT        PIC ZZ,ZZZ,ZZ9.
002600         10  FILLER              PIC X(28) VALUE SPACES.
002610     05  WS-NONE-LINE.
002620         10  FILLER              PIC X(40)
002630                 VALUE 'NONE PIERCE A RETENTION'.
002640         10  FILLER              PIC X(40) VALUE SPACES.
002650
002660 PROCEDURE DIVISION.
002670
002680 0000-MAINLINE.
002690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002700     PERFORM 2000-PROCESS-ONE-POSTING THRU 2000-EXIT
002710         UNTIL END-OF-POSTINGS.
002720     PERFORM 3000-CLOSE-CLAIM THRU 3000-EXIT.
002730     PERFORM 5000-CLOSE-RISK-SECTION THRU 5000-EXIT.
002740     PERFORM 6000-PRINT-EVENTS THRU 6000-EXIT.
002750     PERFORM 7000-FINISH-BORDEREAU THRU 7000-EXIT.
002760     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002770     STOP RUN.
002780
002790*----------------------------------------------------------------*
002800*    1000-INITIALIZE -- OPEN FILES, SET THE REPORT MONTH, LOAD   *
002810*    THE TREATY TABLE, WRITE THE BORDEREAU HEADER AND THE REPORT *
002820*    HEADING, AND PRIME THE POSTINGS READ.                       *
002830*----------------------------------------------------------------*
002840 1000-INITIALIZE.
002850     OPEN INPUT  PAID-POSTINGS.
002860     OPEN INPUT  CLAIMS-REGISTER.
002870     IF WS-CLMREG-STATUS NOT = '00'
002880         DISPLAY 'CLMBORD -- CLAIMS-REGISTER OPEN FAILED, '
002890             'STATUS ' WS-CLMREG-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930     OPEN INPUT  TREATY-FILE.
002940     PERFORM 1100-LOAD-TREATIES THRU 1100-EXIT
002950         UNTIL END-OF-TREATIES.
002960     CLOSE TREATY-FILE.
002970     OPEN OUTPUT BORDEREAU-FILE.
002980     OPEN OUTPUT REPORT-FILE.
002990     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003000     PERFORM 1300-SET-REPORT-MONTH THRU 1300-EXIT.
003010     COMPUTE WS-MONTH-END-DATE = (WS-REPORT-MONTH * 100) + 31.
003020     MOVE SPACES TO BORDEREAU-HDR-REC.
003030     MOVE 'HDR*BORDX '    TO BDH-RECORD-ID.
003040     MOVE WS-REPORT-MONTH TO BDH-REPORT-MONTH.
003050     MOVE WS-CURRENT-DATE TO BDH-RUN-DATE.
003060     WRITE BORDEREAU-HDR-REC.
003070     WRITE RPT-LINE FROM WS-TITLE-LINE.
003080     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
003090     WRITE RPT-LINE FROM WS-DATE-LINE.
003100     MOVE WS-REPORT-MONTH TO WS-ML-MONTH.
003110     WRITE RPT-LINE FROM WS-MONTH-LINE.
003120     MOVE SPACES TO RPT-LINE.
003130     WRITE RPT-LINE.
003140     WRITE RPT-LINE FROM WS-RISK-TITLE-LINE.
003150     WRITE RPT-LINE FROM WS-RISK-HDR-LINE.
003160     PERFORM 2100-READ-POSTING THRU 2100-EXIT.
003170 1000-EXIT.
003180     EXIT.
003190
003200*----------------------------------------------------------------*
003210*    1100-LOAD-TREATIES -- BUILD THE CLAIM-TYPE TREATY TABLE     *
003220*    FROM THE TREATY PARAMETER FILE.                             *
003230*----------------------------------------------------------------*
003240 1100-LOAD-TREATIES.
003250     READ TREATY-FILE
003260         AT END     MOVE 'Y' TO WS-TREATY-EOF-SWITCH
003270         NOT AT END PERFORM 1110-STORE-TREATY
003280                        THRU 1110-EXIT
003290     END-READ.
003300 1100-EXIT.
003310     EXIT.
003320
003330 1110-STORE-TREATY.
003340     IF TRT-ENTRY-COUNT < 10
003350         ADD 1 TO TRT-ENTRY-COUNT
003360         SET TRT-IDX TO TRT-ENTRY-COUNT
003370         MOVE TPR-CLAIM-TYPE      TO TRT-CLAIM-TYPE (TRT-IDX)
003380         MOVE TPR-RISK-RETENTION  TO TRT-RISK-RETENTION (TRT-IDX)
003390         MOVE TPR-RISK-LIMIT      TO TRT-RISK-LIMIT (TRT-IDX)
003400         MOVE TPR-EVENT-RETENTION TO TRT-EVENT-RETENTION (TRT-IDX)
003410         MOVE TPR-EVENT-LIMIT     TO TRT-EVENT-LIMIT (TRT-IDX)
003420     ELSE
003430         DISPLAY 'CLMBORD -- TREATY FILE HAS MORE THAN 10 '
003440             'ENTRIES, TREATY-TABLE IS FULL'
003450         MOVE 16 TO RETURN-CODE
003460         STOP RUN
003470     END-IF.
003480 1110-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------*
003520*    1300-SET-REPORT-MONTH -- TAKE THE CCYYMM REPORT MONTH FROM  *
003530*    THE SYSIN CONTROL CARD.  A MISSING OR BLANK CARD DEFAULTS   *
003540*    TO THE MONTH BEFORE THE RUN DATE, WHICH IS THE MONTH THE    *
003550*    FIRST-BUSINESS-DAY SUBMISSION IS REPORTING ON.              *
003560*----------------------------------------------------------------*
003570 1300-SET-REPORT-MONTH.
003580     OPEN INPUT CONTROL-CARD-FILE.
003590     READ CONTROL-CARD-FILE
003600         AT END MOVE SPACES TO CONTROL-CARD
003610     END-READ.
003620     CLOSE CONTROL-CARD-FILE.
003630     IF CTL-REPORT-MONTH NUMERIC
003640      AND CTL-REPORT-MONTH > 0
003650         MOVE CTL-REPORT-MONTH TO WS-REPORT-MONTH
003660     ELSE
003670         IF WS-CURR-MM = 1
003680             COMPUTE WS-REPORT-MONTH =
003690                 ((WS-CURR-CCYY - 1) * 100) + 12
003700         ELSE
003710             COMPUTE WS-REPORT-MONTH =
003720                 (WS-CURR-CCYY * 100) + WS-CURR-MM - 1
003730         END-IF
003740     END-IF.
003750 1300-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------------*
003790*    2000-PROCESS-ONE-POSTING -- ADD ONE POSTED PAYMENT INTO ITS *
003800*    CLAIM'S PAID-TO-DATE, CLOSING OUT THE PRIOR CLAIM WHEN THE  *
003810*    CLAIM ID CHANGES, AND READ THE NEXT POSTING.  A PAYMENT     *
003820*    DATED AFTER THE REPORT MONTH IS SKIPPED.                    *
003830*----------------------------------------------------------------*
003840 2000-PROCESS-ONE-POSTING.
003850     ADD 1 TO WS-POSTINGS-READ.
003860     IF PPS-CLAIM-ID NOT = WS-CURRENT-CLAIM
003870         PERFORM 3000-CLOSE-CLAIM THRU 3000-EXIT
003880         MOVE PPS-CLAIM-ID   TO WS-CURRENT-CLAIM
003890         MOVE PPS-CLAIM-TYPE TO WS-CURRENT-TYPE
003900         MOVE 0 TO WS-CLAIM-GROSS
003910     END-IF.
003920     IF PPS-PAID-DATE > WS-MONTH-END-DATE
003930         ADD 1 TO WS-POSTINGS-SKIPPED
003940     ELSE
003950         ADD PPS-PAID-AMOUNT TO WS-CLAIM-GROSS
003960     END-IF.
003970     PERFORM 2100-READ-POSTING THRU 2100-EXIT.
003980 2000-EXIT.
003990     EXIT.
004000
004010 2100-READ-POSTING.
004020     READ PAID-POSTINGS
004030         AT END MOVE 'Y' TO WS-POST-EOF-SWITCH
004040     END-READ.
004050 2100-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------*
004090*    3000-CLOSE-CLAIM -- APPLY THE TREATY TO THE CLAIM JUST      *
004100*    FINISHED.  NOTHING TO DO BEFORE THE FIRST CLAIM OR FOR A    *
004110*    CLAIM WITH NOTHING PAID BY THE MONTH END.  THE REGISTER     *
004120*    GIVES THE CAT EVENT AND LOSS DATE; A CLAIM NOT ON IT IS     *
004130*    STILL TESTED PER-RISK ON THE POSTED CLAIM TYPE.             *
004140*----------------------------------------------------------------*
004150 3000-CLOSE-CLAIM.
004160     IF WS-CURRENT-CLAIM NOT = SPACES
004170      AND WS-CLAIM-GROSS > 0
004180         ADD 1 TO WS-CLAIMS-PAID
004190         PERFORM 3100-READ-REGISTER THRU 3100-EXIT
004200         PERFORM 3200-FIND-TREATY THRU 3200-EXIT
004210         IF TREATY-WAS-FOUND
004220             PERFORM 3300-APPLY-RISK-COVER THRU 3300-EXIT
004230             IF WS-CLAIM-EVENT NOT = SPACES
004240                 PERFORM 3500-ACCUMULATE-EVENT THRU 3500-EXIT
004250             END-IF
004260         ELSE
004270             ADD 1 TO WS-NO-TREATY-CLAIMS
004280             DISPLAY 'CLMBORD -- NO TREATY FOR CLAIM TYPE '
004290                 WS-CURRENT-TYPE ', CLAIM ' WS-CURRENT-CLAIM
004300             MOVE 4 TO RETURN-CODE
004310         END-IF
004320     END-IF.
004330 3000-EXIT.
004340     EXIT.
004350
004360 3100-READ-REGISTER.
004370     MOVE 'N' TO WS-REGISTER-FOUND-SW.
004380     MOVE SPACES TO WS-CLAIM-EVENT.
004390     MOVE 0 TO WS-CLAIM-LOSS-DATE.
004400     MOVE WS-CURRENT-CLAIM TO CRG-CLAIM-ID.
004410     READ CLAIMS-REGISTER
004420         INVALID KEY
004430             CONTINUE
004440         NOT INVALID KEY
004450             MOVE 'Y' TO WS-REGISTER-FOUND-SW
004460     END-READ.
004470     IF REGISTER-WAS-FOUND
004480         MOVE CRG-CAT-EVENT  TO WS-CLAIM-EVENT
004490         MOVE CRG-LOSS-DATE  TO WS-CLAIM-LOSS-DATE
004500         MOVE CRG-CLAIM-TYPE TO WS-CURRENT-TYPE
004510     ELSE
004520         ADD 1 TO WS-NOT-ON-REGISTER
004530         DISPLAY 'CLMBORD -- PAID CLAIM NOT ON REGISTER: '
004540             WS-CURRENT-CLAIM
004550         MOVE 4 TO RETURN-CODE
004560     END-IF.
004570 3100-EXIT.
004580     EXIT.
004590
004600 3200-FIND-TREATY.
004610     MOVE 'N' TO WS-TREATY-FOUND-SW.
004620     IF TRT-ENTRY-COUNT > 0
004630         SET TRT-IDX TO 1
004640         SEARCH TRT-ENTRY
004650             AT END        CONTINUE
004660             WHEN TRT-CLAIM-TYPE (TRT-IDX) = WS-CURRENT-TYPE
004670                 MOVE 'Y' TO WS-TREATY-FOUND-SW
004680         END-SEARCH
004690     END-IF.
004700 3200-EXIT.
004710     EXIT.
004720
004730*----------------------------------------------------------------*
004740*    3300-APPLY-RISK-COVER -- CEDE THE CLAIM'S PAID-TO-DATE OVER *
004750*    THE RISK RETENTION, UP TO THE RISK LIMIT, AND LIST THE      *
004760*    CLAIM WHEN IT PIERCES.  TRT-IDX IS SET BY 3200.             *
004770*----------------------------------------------------------------*
004780 3300-APPLY-RISK-COVER.
004790     MOVE 0 TO WS-CLAIM-CEDED.
004800     IF TRT-RISK-LIMIT (TRT-IDX) > 0
004810      AND WS-CLAIM-GROSS > TRT-RISK-RETENTION (TRT-IDX)
004820         COMPUTE WS-CLAIM-CEDED =
004830             WS-CLAIM-GROSS - TRT-RISK-RETENTION (TRT-IDX)
004840         IF WS-CLAIM-CEDED > TRT-RISK-LIMIT (TRT-IDX)
004850             MOVE TRT-RISK-LIMIT (TRT-IDX) TO WS-CLAIM-CEDED
004860         END-IF
004870     END-IF.
004880     COMPUTE WS-CLAIM-RETAINED = WS-CLAIM-GROSS - WS-CLAIM-CEDED.
004890     IF WS-CLAIM-CEDED > 0
004900         PERFORM 3400-WRITE-RISK-CESSION THRU 3400-EXIT
004910     END-IF.
004920 3300-EXIT.
004930     EXIT.
004940
004950 3400-WRITE-RISK-CESSION.
004960     ADD 1 TO WS-RISK-CLAIMS.
004970     ADD WS-CLAIM-GROSS    TO WS-RISK-GROSS-TOTAL.
004980     ADD WS-CLAIM-RETAINED TO WS-RISK-RETAINED-TOTAL.
004990     ADD WS-CLAIM-CEDED    TO WS-RISK-CEDED-TOTAL.
005000     MOVE SPACES TO BORDEREAU-REC.
005010     MOVE 'RK'               TO BDX-RECORD-TYPE.
005020     MOVE WS-CURRENT-CLAIM   TO BDX-CLAIM-ID.
005030     MOVE WS-CLAIM-EVENT     TO BDX-CAT-EVENT.
005040     MOVE WS-CURRENT-TYPE    TO BDX-CLAIM-TYPE.
005050     MOVE WS-CLAIM-LOSS-DATE TO BDX-LOSS-DATE.
005060     MOVE WS-CLAIM-GROSS     TO BDX-GROSS-PAID.
005070     MOVE WS-CLAIM-RETAINED  TO BDX-RETAINED.
005080     MOVE WS-CLAIM-CEDED     TO BDX-CEDED.
005090     PERFORM 4000-WRITE-BORDEREAU THRU 4000-EXIT.
005100     MOVE WS-CURRENT-CLAIM   TO WS-RSK-CLAIM-ID.
005110     MOVE WS-CURRENT-TYPE    TO WS-RSK-TYPE.
005120     MOVE WS-CLAIM-EVENT     TO WS-RSK-EVENT.
005130     MOVE WS-CLAIM-GROSS     TO WS-RSK-GROSS.
005140     MOVE WS-CLAIM-RETAINED  TO WS-RSK-RETAINED.
005150     MOVE WS-CLAIM-CEDED     TO WS-RSK-CEDED.
005160     WRITE RPT-LINE FROM WS-RISK-DETAIL-LINE.
005170 3400-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------*
005210*    3500-ACCUMULATE-EVENT -- FIND OR OPEN THE EVENT/CLAIM-TYPE  *
005220*    ENTRY AND ADD THE CLAIM'S GROSS AND PER-RISK CEDED IN.      *
005230*----------------------------------------------------------------*
005240 3500-ACCUMULATE-EVENT.
005250     MOVE 'N' TO WS-EVENT-FOUND-SW.
005260     IF EVA-ENTRY-COUNT > 0
005270         SET EVA-IDX TO 1
005280         SEARCH EVA-ENTRY
005290             AT END        CONTINUE
005300             WHEN EVA-EVENT-CODE (EVA-IDX) = WS-CLAIM-EVENT
005310              AND EVA-CLAIM-TYPE (EVA-IDX) = WS-CURRENT-TYPE
005320                 MOVE 'Y' TO WS-EVENT-FOUND-SW
005330         END-SEARCH
005340     END-IF.
005350     IF NOT EVENT-WAS-FOUND
005360         IF EVA-ENTRY-COUNT < 50
005370             ADD 1 TO EVA-ENTRY-COUNT
005380             SET EVA-IDX TO EVA-ENTRY-COUNT
005390             MOVE WS-CLAIM-EVENT  TO EVA-EVENT-CODE (EVA-IDX)
005400             MOVE WS-CURRENT-TYPE TO EVA-CLAIM-TYPE (EVA-IDX)
005410             MOVE 0 TO EVA-CLAIM-COUNT (EVA-IDX)
005420             MOVE 0 TO EVA-GROSS-PAID (EVA-IDX)
005430             MOVE 0 TO EVA-RISK-CEDED (EVA-IDX)
005440         ELSE
005450             DISPLAY 'CLMBORD -- MORE THAN 50 CAT EVENT/CLAIM '
005460                 'TYPE PAIRS, EVENT-ACCUM-TABLE IS FULL'
005470             MOVE 16 TO RETURN-CODE
005480             STOP RUN
005490         END-IF
005500     END-IF.
005510     ADD 1 TO EVA-CLAIM-COUNT (EVA-IDX).
005520     ADD WS-CLAIM-GROSS TO EVA-GROSS-PAID (EVA-IDX).
005530     ADD WS-CLAIM-CEDED TO EVA-RISK-CEDED (EVA-IDX).
005540 3500-EXIT.
005550     EXIT.
005560
005570 4000-WRITE-BORDEREAU.
005580     WRITE BORDEREAU-REC.
005590     ADD 1 TO WS-BDX-RECORD-COUNT.
005600     ADD BDX-CEDED TO WS-CEDED-TOTAL.
005610 4000-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------------*
005650*    5000-CLOSE-RISK-SECTION -- PRINT THE PER-RISK TOTAL LINE,   *
005660*    OR THE NONE LINE WHEN NO CLAIM PIERCED ITS RETENTION.       *
005670*----------------------------------------------------------------*
005680 5000-CLOSE-RISK-SECTION.
005690     IF WS-RISK-CLAIMS = 0
005700         WRITE RPT-LINE FROM WS-NONE-LINE
005710     ELSE
005720         MOVE SPACES TO RPT-LINE
005730         WRITE RPT-LINE
005740         MOVE 'TOTAL PER-RISK'       TO WS-TOT-LABEL
005750         MOVE WS-RISK-GROSS-TOTAL    TO WS-TOT-GROSS
005760         MOVE WS-RISK-RETAINED-TOTAL TO WS-TOT-RETAINED
005770         MOVE WS-RISK-CEDED-TOTAL    TO WS-TOT-CEDED
005780         WRITE RPT-LINE FROM WS-TOTAL-LINE
005790     END-IF.
005800 5000-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------------*
005840*    6000-PRINT-EVENTS -- APPLY THE EVENT COVER TO EACH CAT      *
005850*    EVENT/CLAIM-TYPE ACCUMULATION AND LIST THE ONES THAT PIERCE *
005860*    THE EVENT RETENTION.                                        *
005870*----------------------------------------------------------------*
005880 6000-PRINT-EVENTS.
005890     MOVE SPACES TO RPT-LINE.
005900     WRITE RPT-LINE.
005910     WRITE RPT-LINE FROM WS-EVENT-TITLE-LINE.
005920     WRITE RPT-LINE FROM WS-EVENT-HDR-LINE.
005930     IF EVA-ENTRY-COUNT > 0
005940         PERFORM 6100-APPLY-EVENT-COVER THRU 6100-EXIT
005950             VARYING EVA-IDX FROM 1 BY 1
005960             UNTIL EVA-IDX > EVA-ENTRY-COUNT
005970     END-IF.
005980     IF WS-EVENTS-PIERCED = 0
005990         WRITE RPT-LINE FROM WS-NONE-LINE
006000     ELSE
006010         MOVE SPACES TO RPT-LINE
006020         WRITE RPT-LINE
006030         MOVE 'TOTAL PER-EVENT'       TO WS-TOT-LABEL
006040         MOVE WS-EVENT-GROSS-TOTAL    TO WS-TOT-GROSS
006050         MOVE WS-EVENT-RETAINED-TOTAL TO WS-TOT-RETAINED
006060         MOVE WS-EVENT-CEDED-TOTAL    TO WS-TOT-CEDED
006070         WRITE RPT-LINE FROM WS-TOTAL-LINE
006080     END-IF.
006090 6000-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------*
006130*    6100-APPLY-EVENT-COVER -- THE EVENT'S PAID-TO-DATE NET OF   *
006140*    PER-RISK RECOVERIES CEDES ITS EXCESS OVER THE EVENT         *
006150*    RETENTION, UP TO THE EVENT LIMIT.  RETAINED IS WHAT IS LEFT *
006160*    AFTER BOTH COVERS.                                          *
006170*----------------------------------------------------------------*
006180 6100-APPLY-EVENT-COVER.
006190     MOVE EVA-CLAIM-TYPE (EVA-IDX) TO WS-CURRENT-TYPE.
006200     PERFORM 3200-FIND-TREATY THRU 3200-EXIT.
006210     COMPUTE WS-EVENT-NET =
006220         EVA-GROSS-PAID (EVA-IDX) - EVA-RISK-CEDED (EVA-IDX).
006230     MOVE 0 TO WS-EVENT-CEDED.
006240     IF TRT-EVENT-LIMIT (TRT-IDX) > 0
006250      AND WS-EVENT-NET > TRT-EVENT-RETENTION (TRT-IDX)
006260         COMPUTE WS-EVENT-CEDED =
006270             WS-EVENT-NET - TRT-EVENT-RETENTION (TRT-IDX)
006280         IF WS-EVENT-CEDED > TRT-EVENT-LIMIT (TRT-IDX)
006290             MOVE TRT-EVENT-LIMIT (TRT-IDX) TO WS-EVENT-CEDED
006300         END-IF
006310     END-IF.
006320     IF WS-EVENT-CEDED > 0
006330         COMPUTE WS-EVENT-RETAINED = WS-EVENT-NET - WS-EVENT-CEDED
006340         ADD 1 TO WS-EVENTS-PIERCED
006350         ADD EVA-GROSS-PAID (EVA-IDX) TO WS-EVENT-GROSS-TOTAL
006360         ADD WS-EVENT-RETAINED TO WS-EVENT-RETAINED-TOTAL
006370         ADD WS-EVENT-CEDED    TO WS-EVENT-CEDED-TOTAL
006380         MOVE SPACES TO BORDEREAU-REC
006390         MOVE 'EV'                     TO BDX-RECORD-TYPE
006400         MOVE EVA-EVENT-CODE (EVA-IDX) TO BDX-CAT-EVENT
006410         MOVE EVA-CLAIM-TYPE (EVA-IDX) TO BDX-CLAIM-TYPE
006420         MOVE 0                        TO BDX-LOSS-DATE
006430         MOVE EVA-GROSS-PAID (EVA-IDX) TO BDX-GROSS-PAID
006440         MOVE WS-EVENT-RETAINED        TO BDX-RETAINED
006450         MOVE WS-EVENT-CEDED           TO BDX-CEDED
006460         PERFORM 4000-WRITE-BORDEREAU THRU 4000-EXIT
006470         MOVE EVA-EVENT-CODE (EVA-IDX)  TO WS-EVT-EVENT
006480         MOVE EVA-CLAIM-TYPE (EVA-IDX)  TO WS-EVT-TYPE
006490         MOVE EVA-CLAIM-COUNT (EVA-IDX) TO WS-EVT-CLAIMS
006500         MOVE EVA-GROSS-PAID (EVA-IDX)  TO WS-EVT-GROSS
006510         MOVE WS-EVENT-RETAINED         TO WS-EVT-RETAINED
006520         MOVE WS-EVENT-CEDED            TO WS-EVT-CEDED
006530         WRITE RPT-LINE FROM WS-EVENT-DETAIL-LINE
006540     END-IF.
006550 6100-EXIT.
006560     EXIT.
006570
006580*----------------------------------------------------------------*
006590*    7000-FINISH-BORDEREAU -- WRITE THE TRAILER WITH THE DETAIL  *
006600*    RECORD COUNT AND CEDED TOTAL, AND PRINT THE RUN COUNTS.     *
006610*----------------------------------------------------------------*
006620 7000-FINISH-BORDEREAU.
006630     MOVE SPACES TO BORDEREAU-TRL-REC.
006640     MOVE 'TRL*BORDX '        TO BDT-RECORD-ID.
006650     MOVE WS-BDX-RECORD-COUNT TO BDT-RECORD-COUNT.
006660     MOVE WS-CEDED-TOTAL      TO BDT-CEDED-TOTAL.
006670     WRITE BORDEREAU-TRL-REC.
006680     MOVE SPACES TO RPT-LINE.
006690     WRITE RPT-LINE.
006700     MOVE WS-CEDED-TOTAL TO WS-CDL-CEDED.
006710     WRITE RPT-LINE FROM WS-CEDED-LINE.
006720     MOVE SPACES TO RPT-LINE.
006730     WRITE RPT-LINE.
006740     MOVE 'BORDEREAU DETAIL RECORDS' TO WS-CNT-LABEL.
006750     MOVE WS-BDX-RECORD-COUNT TO WS-CNT-COUNT.
006760     WRITE RPT-LINE FROM WS-COUNT-LINE.
006770     MOVE 'CLAIMS PAID TO MONTH END' TO WS-CNT-LABEL.
006780     MOVE WS-CLAIMS-PAID TO WS-CNT-COUNT.
006790     WRITE RPT-LINE FROM WS-COUNT-LINE.
006800     MOVE 'PAID CLAIMS WITH NO TREATY FOR THE TYPE'
006810                 TO WS-CNT-LABEL.
006820     MOVE WS-NO-TREATY-CLAIMS TO WS-CNT-COUNT.
006830     WRITE RPT-LINE FROM WS-COUNT-LINE.
006840     MOVE 'PAID CLAIMS NOT ON THE REGISTER' TO WS-CNT-LABEL.
006850     MOVE WS-NOT-ON-REGISTER TO WS-CNT-COUNT.
006860     WRITE RPT-LINE FROM WS-COUNT-LINE.
006870 7000-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------*
006910*    8000-TERMINATE -- CLOSE FILES AND SHOW THE RUN COUNTS FOR   *
006920*    THE OPERATIONS LOG.                                         *
006930*----------------------------------------------------------------*
006940 8000-TERMINATE.
006950     CLOSE PAID-POSTINGS.
006960     CLOSE CLAIMS-REGISTER.
006970     CLOSE BORDEREAU-FILE.
006980     CLOSE REPORT-FILE.
006990     DISPLAY 'CLMBORD -- POSTINGS READ:          '
007000         WS-POSTINGS-READ.
007010     DISPLAY 'CLMBORD -- POSTED AFTER MONTH END: '
007020         WS-POSTINGS-SKIPPED.
007030     DISPLAY 'CLMBORD -- BORDEREAU RECORDS:      '
007040         WS-BDX-RECORD-COUNT.
007050 8000-EXIT.
007060     EXIT.
