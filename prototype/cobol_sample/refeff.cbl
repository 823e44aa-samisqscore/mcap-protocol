000010*****************************************************************
000020* PROGRAM-ID.  REFEFF
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-14
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* MONTHLY REFERRAL OUTCOME EFFECTIVENESS REPORT.  READS THE
000090* REFERRAL-TRACKING MASTER, WHICH HOLDS EVERY HR AND FR REFERRAL
000100* EVER MADE WITH ITS REASON CODE, RISK SCORE AND DISPOSITION, AND
000110* MEASURES HOW EACH ROUTING RULE PERFORMS -- SO SIU CAN SEE THE
000120* FALSE-POSITIVE RATE (PERCENT CLEARED WITH NO ACTION) PER RULE
000130* AND DECIDE WHICH RULES TO TIGHTEN OR RETIRE.
000140*
000150* FOR EACH REASON CODE, RISK-SCORE BAND, CLAIM TYPE AND SOURCE
000160* SYSTEM THE REPORT SHOWS THE REFERRAL COUNT, HOW MANY ARE STILL
000170* OPEN, HOW MANY HAVE BEEN WORKED, THE PERCENT OF WORKED
000180* REFERRALS CLEARED (CL), ESCALATED (ES), CONFIRMED FRAUD (CF)
000190* AND CLOSED (CD), AND THE AVERAGE DAYS FROM REFERRAL TO
000200* DISPOSITION.  THE FIGURES ARE PRINTED TWICE -- ONCE FOR THE
000210* REFERRALS MADE IN THE REPORT MONTH, AND ONCE FOR EVERY REFERRAL
000220* ON THE MASTER MADE THROUGH THE END OF THE REPORT MONTH (THE
000230* HISTORY), WHICH IS THE SETTLED RATE TO JUDGE A RULE ON.
000240*
000250* THE REPORT IS AS OF MONTH END: A REFERRAL MADE AFTER THE REPORT
000260* MONTH IS SKIPPED, AND ONE DISPOSITIONED AFTER THE REPORT MONTH
000270* COUNTS AS STILL OPEN, SO A RERUN FOR A CLOSED MONTH PRINTS THE
000280* SAME FIGURES.  SYSIN MAY CARRY A CCYYMM REPORT-MONTH CARD; A
000290* MISSING OR BLANK CARD DEFAULTS TO THE MONTH BEFORE THE RUN
000300* DATE, AS IN CLMTREND.  A REFERRAL LOADED BEFORE THE MASTER
000310* CARRIED THE SOURCE SYSTEM, AND EVERY CLMLINK FR05 REFERRAL,
000320* REPORTS UNDER SOURCE (UNKNOWN).
000330*-----------------------------------------------------------------
000340* MODIFICATION HISTORY
000350* DATE       INIT  DESCRIPTION
000360* ---------- ----  -----------------------------------------------
000370* 2026-10-14 JHM   ORIGINAL REFERRAL EFFECTIVENESS REPORT.
000372* 2026-10-15 JHM   DETAIL LINE TRIMMED TO 80 BYTES -- ITS TRAILING
000374*                  FILLER WAS ONE BYTE TOO LONG FOR THE REPORT
000376*                  RECORD.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.    REFEFF.
000410 AUTHOR.        J H MERCER.
000420 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000430 DATE-WRITTEN.  2026-10-14.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.  IBM-370.
000490 OBJECT-COMPUTER.  IBM-370.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000540            ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT REFERRAL-TRACK   ASSIGN TO REFTRK
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS SEQUENTIAL
000590            RECORD KEY IS REF-CLAIM-ID
000600            FILE STATUS IS WS-REFTRK-STATUS.
000610
000620     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000630            ORGANIZATION IS SEQUENTIAL.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CONTROL-CARD-FILE
000680     LABEL RECORDS ARE OMITTED.
000690 01  CONTROL-CARD.
000700     05  CTL-REPORT-MONTH        PIC 9(06).
000710     05  FILLER                  PIC X(74).
000720
000730 FD  REFERRAL-TRACK
000740     LABEL RECORDS ARE STANDARD.
000750     COPY REFTRKRC.
000760
000770 FD  REPORT-FILE
000780     LABEL RECORDS OMITTED
000790     RECORDING MODE IS F.
000800 01  RPT-LINE                    PIC X(80).
000810
000820 WORKING-STORAGE SECTION.
000830
000840 01  WS-SWITCHES.
000850     05  WS-REF-EOF-SWITCH       PIC X(01) VALUE 'N'.
000860         88  END-OF-REFERRALS             VALUE 'Y'.
000870     05  WS-IN-MONTH-SWITCH      PIC X(01) VALUE 'N'.
000880         88  REFERRED-IN-MONTH            VALUE 'Y'.
000890
000900 01  WS-COUNTERS.
000910     05  WS-REFERRALS-READ       PIC 9(08) COMP VALUE 0.
000920     05  WS-AFTER-MONTH-COUNT    PIC 9(08) COMP VALUE 0.
000930     05  WS-WORKED-COUNT         PIC 9(08) COMP VALUE 0.
000940
000950 01  WS-WORK-FIELDS.
000960     05  WS-REFTRK-STATUS        PIC X(02) VALUE '00'.
000970     05  WS-REPORT-MONTH         PIC 9(06) VALUE 0.
000980     05  WS-MONTH-START-DATE     PIC 9(08) VALUE 0.
000990     05  WS-MONTH-END-DATE       PIC 9(08) VALUE 0.
001000     05  WS-OUTCOME              PIC X(02) VALUE SPACES.
001010         88  OUTCOME-CLEARED              VALUE 'CL'.
001020         88  OUTCOME-ESCALATED            VALUE 'ES'.
001030         88  OUTCOME-CONFIRMED            VALUE 'CF'.
001040         88  OUTCOME-CLOSED               VALUE 'CD'.
001050         88  OUTCOME-WORKED   VALUES 'CL', 'ES', 'CF', 'CD'.
001060     05  WS-TALLY-DIMENSION      PIC X(01) VALUE SPACE.
001070     05  WS-TALLY-KEY            PIC X(10) VALUE SPACES.
001080     05  WS-PERIOD-SUB           PIC 9(04) COMP VALUE 0.
001090     05  WS-PRINT-DIMENSION      PIC X(01) VALUE SPACE.
001100     05  WS-DISP-DAYS            PIC S9(09) COMP VALUE 0.
001110     05  WS-REFER-DAY-NUMBER     PIC S9(09) COMP VALUE 0.
001120     05  WS-PRINT-WORKED         PIC 9(08) COMP VALUE 0.
001130     05  WS-PRINT-PCT            PIC 9(03)V9 VALUE 0.
001140     05  WS-PRINT-AVG-DAYS       PIC 9(05)V9 VALUE 0.
001150     05  WS-DAY-NUMBER           PIC S9(09) COMP VALUE 0.
001160     05  WS-DAY-TERM-1           PIC S9(09) COMP VALUE 0.
001170     05  WS-DAY-TERM-2           PIC S9(09) COMP VALUE 0.
001180     05  WS-DAY-TERM-3           PIC S9(09) COMP VALUE 0.
001190
001200 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001210 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001220     05  WS-CURR-CCYY            PIC 9(04).
001230     05  WS-CURR-MM              PIC 9(02).
001240     05  WS-CURR-DD              PIC 9(02).
001250
001260 01  WS-DATE-TO-CONVERT          PIC 9(08) VALUE 0.
001270 01  WS-DATE-TO-CONVERT-R REDEFINES WS-DATE-TO-CONVERT.
001280     05  WS-DTC-CCYY             PIC 9(04).
001290     05  WS-DTC-MM               PIC 9(02).
001300     05  WS-DTC-DD               PIC 9(02).
001310
001320*----------------------------------------------------------------*
001330*    RISK-SCORE BANDS.  A SCORE FALLS IN THE FIRST BAND WHOSE    *
001340*    HIGH END IT DOES NOT EXCEED.  CLMLINK FR05 LINK SCORES RUN  *
001350*    PAST 100 AND LAND IN THE LAST BAND.                         *
001360*----------------------------------------------------------------*
001370 01  WS-SCORE-BAND-VALUES.
001380     05  FILLER                  PIC X(13) VALUE '000-019   019'.
001390     05  FILLER                  PIC X(13) VALUE '020-039   039'.
001400     05  FILLER                  PIC X(13) VALUE '040-059   059'.
001410     05  FILLER                  PIC X(13) VALUE '060-079   079'.
001420     05  FILLER                  PIC X(13) VALUE '080-099   099'.
001430     05  FILLER                  PIC X(13) VALUE '100 & UP  999'.
001440 01  WS-SCORE-BAND-TABLE REDEFINES WS-SCORE-BAND-VALUES.
001450     05  SBT-ENTRY OCCURS 6 TIMES
001460                    INDEXED BY SBT-IDX.
001470         10  SBT-LABEL           PIC X(10).
001480         10  SBT-HIGH-SCORE      PIC 9(03).
001490
001500*----------------------------------------------------------------*
001510*    EFFECTIVENESS TALLY.  ONE ENTRY PER REPORT LINE, KEYED BY   *
001520*    DIMENSION (R REASON CODE, B SCORE BAND, C CLAIM TYPE, S     *
001530*    SOURCE SYSTEM, A ALL REFERRALS) AND THE VALUE WITHIN IT.    *
001540*    PERIOD 1 IS THE REPORT MONTH, PERIOD 2 THE HISTORY.  THE    *
001550*    ALL-REFERRALS ENTRY, THE KNOWN REASON CODES AND THE BANDS   *
001560*    ARE SEEDED SO THEY PRINT IN A FIXED ORDER, ZERO OR NOT;     *
001570*    CLAIM TYPES AND SOURCES ARE ADDED AS THEY ARE MET.          *
001580*----------------------------------------------------------------*
001590 01  EFFECT-TALLY-TABLE.
001600     05  EFT-ENTRY-COUNT         PIC 9(04) COMP VALUE 0.
001610     05  EFT-ENTRY OCCURS 0 TO 100 TIMES
001620                    DEPENDING ON EFT-ENTRY-COUNT
001630                    INDEXED BY EFT-IDX.
001640         10  EFT-DIMENSION       PIC X(01).
001650         10  EFT-KEY             PIC X(10).
001660         10  EFT-PERIOD OCCURS 2 TIMES.
001670             15  EFT-REFERRED    PIC 9(08) COMP.
001680             15  EFT-OPEN        PIC 9(08) COMP.
001690             15  EFT-CLEARED     PIC 9(08) COMP.
001700             15  EFT-ESCALATED   PIC 9(08) COMP.
001710             15  EFT-CONFIRMED   PIC 9(08) COMP.
001720             15  EFT-CLOSED      PIC 9(08) COMP.
001730             15  EFT-DAYS-TOTAL  PIC 9(11) COMP.
001740
001750 01  WS-ZERO-PERIOD.
001760     05  FILLER                  PIC 9(08) COMP VALUE 0.
001770     05  FILLER                  PIC 9(08) COMP VALUE 0.
001780     05  FILLER                  PIC 9(08) COMP VALUE 0.
001790     05  FILLER                  PIC 9(08) COMP VALUE 0.
001800     05  FILLER                  PIC 9(08) COMP VALUE 0.
001810     05  FILLER                  PIC 9(08) COMP VALUE 0.
001820     05  FILLER                  PIC 9(11) COMP VALUE 0.
001830
001840 01  WS-REPORT-LINES.
001850     05  WS-TITLE-LINE.
001860         10  FILLER              PIC X(20) VALUE SPACES.
001870         10  FILLER              PIC X(40)
001880                 VALUE 'REFERRAL OUTCOME EFFECTIVENESS REPORT'.
001890     05  WS-DATE-LINE.
001900         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001910         10  WS-DL-DATE          PIC 9(08).
001920         10  FILLER              PIC X(62) VALUE SPACES.
001930     05  WS-MONTH-LINE.
001940         10  FILLER              PIC X(14) VALUE 'REPORT MONTH: '.
001950         10  WS-ML-MONTH         PIC 9(06).
001960         10  FILLER              PIC X(60) VALUE SPACES.
001970     05  WS-NOTE-LINE-1.
001980         10  FILLER              PIC X(40)
001990                 VALUE 'PERCENTAGES ARE OF WORKED REFERRALS.  A '.
002000         10  FILLER              PIC X(40)
002010                 VALUE 'REFERRAL DISPOSITIONED AFTER THE REPORT '.
002020     05  WS-NOTE-LINE-2.
002030         10  FILLER              PIC X(40)
002040                 VALUE 'MONTH COUNTS AS OPEN.  %CL IS THE FALSE-'.
002050         10  FILLER              PIC X(40)
002060                 VALUE 'POSITIVE RATE.'.
002070     05  WS-PERIOD-LINE.
002080         10  WS-PL-TEXT          PIC X(44).
002090         10  WS-PL-MONTH         PIC 9(06).
002100         10  FILLER              PIC X(30) VALUE SPACES.
002110     05  WS-SEC-LINE.
002120         10  WS-SEC-TITLE        PIC X(50).
002130         10  FILLER              PIC X(30) VALUE SPACES.
002140     05  WS-HDR-LINE.
002150         10  WS-HDR-KEY          PIC X(10).
002160         10  FILLER              PIC X(08) VALUE 'REFERRED'.
002170         10  FILLER              PIC X(08) VALUE '    OPEN'.
002180         10  FILLER              PIC X(08) VALUE '  WORKED'.
002190         10  FILLER              PIC X(07) VALUE '    %CL'.
002200         10  FILLER              PIC X(07) VALUE '    %ES'.
002210         10  FILLER              PIC X(07) VALUE '    %CF'.
002220         10  FILLER              PIC X(07) VALUE '    %CD'.
002230         10  FILLER              PIC X(09) VALUE ' AVG DAYS'.
002240         10  FILLER              PIC X(09) VALUE SPACES.
002250     05  WS-DETAIL-LINE.
002260         10  WS-DTL-KEY          PIC X(10).
002270         10  FILLER              PIC X(01) VALUE SPACES.
002280         10  WS-DTL-REFERRED     PIC ZZZ,ZZ9.
002290         10  FILLER              PIC X(01) VALUE SPACES.
002300         10  WS-DTL-OPEN         PIC ZZZ,ZZ9.
002310         10  FILLER              PIC X(01) VALUE SPACES.
002320         10  WS-DTL-WORKED       PIC ZZZ,ZZ9.
002330         10  FILLER              PIC X(02) VALUE SPACES.
002340         10  WS-DTL-CL-PCT       PIC ZZ9.9.
002350         10  FILLER              PIC X(02) VALUE SPACES.
002360         10  WS-DTL-ES-PCT       PIC ZZ9.9.
002370         10  FILLER              PIC X(02) VALUE SPACES.
002380         10  WS-DTL-CF-PCT       PIC ZZ9.9.
002390         10  FILLER              PIC X(02) VALUE SPACES.
002400         10  WS-DTL-CD-PCT       PIC ZZ9.9.
002410         10  FILLER              PIC X(02) VALUE SPACES.
002420         10  WS-DTL-AVG-DAYS     PIC ZZ,ZZ9.9.
002430         10  FILLER              PIC X(08) VALUE SPACES.
002440
002450 PROCEDURE DIVISION.
002460
002470 0000-MAINLINE.
002480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002490     PERFORM 2000-TALLY-ONE-REFERRAL THRU 2000-EXIT
002500         UNTIL END-OF-REFERRALS.
002510     PERFORM 7000-PRINT-REPORT THRU 7000-EXIT.
002520     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002530     STOP RUN.
002540
002550*----------------------------------------------------------------*
002560*    1000-INITIALIZE -- SET THE REPORT MONTH, SEED THE TALLY     *
002570*    TABLE, OPEN FILES, AND PRIME THE MASTER READ.               *
002580*----------------------------------------------------------------*
002590 1000-INITIALIZE.
002600     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002610     PERFORM 1300-SET-REPORT-MONTH THRU 1300-EXIT.
002620     COMPUTE WS-MONTH-START-DATE = (WS-REPORT-MONTH * 100) + 1.
002630     COMPUTE WS-MONTH-END-DATE = (WS-REPORT-MONTH * 100) + 31.
002640
002650     MOVE 'A' TO WS-TALLY-DIMENSION.
002660     MOVE 'ALL'    TO WS-TALLY-KEY.
002670     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
002680     MOVE 'R' TO WS-TALLY-DIMENSION.
002690     MOVE 'HR01'   TO WS-TALLY-KEY.
002700     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
002710     MOVE 'FR01'   TO WS-TALLY-KEY.
002720     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
002730     MOVE 'FR02'   TO WS-TALLY-KEY.
002740     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
002750     MOVE 'FR03'   TO WS-TALLY-KEY.
002760     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
002770     MOVE 'FR04'   TO WS-TALLY-KEY.
002780     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
002790     MOVE 'FR05'   TO WS-TALLY-KEY.
002800     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
002810     MOVE 'B' TO WS-TALLY-DIMENSION.
002820     PERFORM 1100-SEED-SCORE-BAND THRU 1100-EXIT
002830         VARYING SBT-IDX FROM 1 BY 1
002840         UNTIL SBT-IDX > 6.
002850
002860     OPEN INPUT  REFERRAL-TRACK.
002870     IF WS-REFTRK-STATUS NOT = '00'
002880         DISPLAY 'REFEFF -- REFERRAL-TRACK OPEN FAILED, '
002890             'STATUS ' WS-REFTRK-STATUS
002900         MOVE 16 TO RETURN-CODE
002910         STOP RUN
002920     END-IF.
002930     OPEN OUTPUT REPORT-FILE.
002940     PERFORM 2100-READ-REFERRAL THRU 2100-EXIT.
002950 1000-EXIT.
002960     EXIT.
002970
002980 1100-SEED-SCORE-BAND.
002990     MOVE SBT-LABEL (SBT-IDX) TO WS-TALLY-KEY.
003000     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
003010 1100-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------------*
003050*    1300-SET-REPORT-MONTH -- TAKE THE CCYYMM REPORT MONTH FROM  *
003060*    THE SYSIN CONTROL CARD.  A MISSING OR BLANK CARD DEFAULTS   *
003070*    TO THE MONTH BEFORE THE RUN DATE, WHICH IS THE MONTH THE    *
003080*    FIRST-BUSINESS-DAY SUBMISSION IS REPORTING ON.              *
003090*----------------------------------------------------------------*
003100 1300-SET-REPORT-MONTH.
003110     OPEN INPUT CONTROL-CARD-FILE.
003120     READ CONTROL-CARD-FILE
003130         AT END MOVE SPACES TO CONTROL-CARD
003140     END-READ.
003150     CLOSE CONTROL-CARD-FILE.
003160     IF CTL-REPORT-MONTH NUMERIC
003170      AND CTL-REPORT-MONTH > 0
003180         MOVE CTL-REPORT-MONTH TO WS-REPORT-MONTH
003190     ELSE
003200         IF WS-CURR-MM = 1
003210             COMPUTE WS-REPORT-MONTH =
003220                 ((WS-CURR-CCYY - 1) * 100) + 12
003230         ELSE
003240             COMPUTE WS-REPORT-MONTH =
003250                 (WS-CURR-CCYY * 100) + WS-CURR-MM - 1
003260         END-IF
003270     END-IF.
003280 1300-EXIT.
003290     EXIT.
003300
003310*----------------------------------------------------------------*
003320*    2000-TALLY-ONE-REFERRAL -- SKIP A REFERRAL MADE AFTER THE   *
003330*    REPORT MONTH; OTHERWISE FIX ITS OUTCOME AS OF MONTH END AND *
003340*    ROLL IT INTO EVERY DIMENSION, THEN READ THE NEXT ONE.       *
003350*----------------------------------------------------------------*
003360 2000-TALLY-ONE-REFERRAL.
003370     ADD 1 TO WS-REFERRALS-READ.
003380     IF REF-REFER-DATE > WS-MONTH-END-DATE
003390         ADD 1 TO WS-AFTER-MONTH-COUNT
003400     ELSE
003410         PERFORM 2200-SET-OUTCOME THRU 2200-EXIT
003420         PERFORM 3000-TALLY-DIMENSIONS THRU 3000-EXIT
003430     END-IF.
003440     PERFORM 2100-READ-REFERRAL THRU 2100-EXIT.
003450 2000-EXIT.
003460     EXIT.
003470
003480 2100-READ-REFERRAL.
003490     READ REFERRAL-TRACK
003500         AT END MOVE 'Y' TO WS-REF-EOF-SWITCH
003510     END-READ.
003520 2100-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------------*
003560*    2200-SET-OUTCOME -- THE REFERRAL'S STATUS AS OF THE END OF  *
003570*    THE REPORT MONTH, AND FOR A WORKED REFERRAL THE DAYS FROM   *
003580*    REFERRAL TO DISPOSITION.                                    *
003590*----------------------------------------------------------------*
003600 2200-SET-OUTCOME.
003610     MOVE REF-STATUS TO WS-OUTCOME.
003620     MOVE 0 TO WS-DISP-DAYS.
003630     IF OUTCOME-WORKED
003640      AND REF-DISP-DATE > WS-MONTH-END-DATE
003650         MOVE 'OP' TO WS-OUTCOME
003660     END-IF.
003670     IF OUTCOME-WORKED
003680         ADD 1 TO WS-WORKED-COUNT
003690         MOVE REF-REFER-DATE TO WS-DATE-TO-CONVERT
003700         PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT
003710         MOVE WS-DAY-NUMBER TO WS-REFER-DAY-NUMBER
003720         MOVE REF-DISP-DATE TO WS-DATE-TO-CONVERT
003730         PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT
003740         COMPUTE WS-DISP-DAYS =
003750             WS-DAY-NUMBER - WS-REFER-DAY-NUMBER
003760         IF WS-DISP-DAYS < 0
003770             MOVE 0 TO WS-DISP-DAYS
003780         END-IF
003790     END-IF.
003800     IF REF-REFER-DATE NOT < WS-MONTH-START-DATE
003810         MOVE 'Y' TO WS-IN-MONTH-SWITCH
003820     ELSE
003830         MOVE 'N' TO WS-IN-MONTH-SWITCH
003840     END-IF.
003850 2200-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------------*
003890*    3000-TALLY-DIMENSIONS -- ADD THE REFERRAL TO THE ALL-       *
003900*    REFERRALS LINE AND TO ITS REASON, BAND, TYPE AND SOURCE     *
003910*    LINES.                                                      *
003920*----------------------------------------------------------------*
003930 3000-TALLY-DIMENSIONS.
003940     MOVE 'A' TO WS-TALLY-DIMENSION.
003950     MOVE 'ALL' TO WS-TALLY-KEY.
003960     PERFORM 3200-TALLY-ENTRY THRU 3200-EXIT.
003970
003980     MOVE 'R' TO WS-TALLY-DIMENSION.
003990     MOVE REF-REASON-CODE TO WS-TALLY-KEY.
004000     PERFORM 3200-TALLY-ENTRY THRU 3200-EXIT.
004010
004020     MOVE 'B' TO WS-TALLY-DIMENSION.
004030     SET SBT-IDX TO 1.
004040     SEARCH SBT-ENTRY
004050         AT END
004060             SET SBT-IDX TO 6
004070         WHEN REF-RISK-SCORE NOT > SBT-HIGH-SCORE (SBT-IDX)
004080             CONTINUE
004090     END-SEARCH.
004100     MOVE SBT-LABEL (SBT-IDX) TO WS-TALLY-KEY.
004110     PERFORM 3200-TALLY-ENTRY THRU 3200-EXIT.
004120
004130     MOVE 'C' TO WS-TALLY-DIMENSION.
004140     IF REF-CLAIM-TYPE = SPACES
004150         MOVE '(BLANK)' TO WS-TALLY-KEY
004160     ELSE
004170         MOVE REF-CLAIM-TYPE TO WS-TALLY-KEY
004180     END-IF.
004190     PERFORM 3200-TALLY-ENTRY THRU 3200-EXIT.
004200
004210     MOVE 'S' TO WS-TALLY-DIMENSION.
004220     IF REF-SOURCE-SYSTEM = SPACES
004230         MOVE '(UNKNOWN)' TO WS-TALLY-KEY
004240     ELSE
004250         MOVE REF-SOURCE-SYSTEM TO WS-TALLY-KEY
004260     END-IF.
004270     PERFORM 3200-TALLY-ENTRY THRU 3200-EXIT.
004280 3000-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------------*
004320*    3100-FIND-TALLY-ENTRY -- POINT EFT-IDX AT THE ENTRY FOR     *
004330*    WS-TALLY-DIMENSION/WS-TALLY-KEY, ADDING A ZEROED ENTRY IF   *
004340*    IT IS NOT ON THE TABLE YET.                                 *
004350*----------------------------------------------------------------*
004360 3100-FIND-TALLY-ENTRY.
004370     SET EFT-IDX TO 1.
004380     SEARCH EFT-ENTRY
004390         AT END
004400             PERFORM 3110-ADD-TALLY-ENTRY THRU 3110-EXIT
004410         WHEN EFT-DIMENSION (EFT-IDX) = WS-TALLY-DIMENSION
004420          AND EFT-KEY (EFT-IDX) = WS-TALLY-KEY
004430             CONTINUE
004440     END-SEARCH.
004450 3100-EXIT.
004460     EXIT.
004470
004480 3110-ADD-TALLY-ENTRY.
004490     IF EFT-ENTRY-COUNT NOT < 100
004500         DISPLAY 'REFEFF -- EFFECTIVENESS TALLY TABLE IS FULL'
004510         MOVE 16 TO RETURN-CODE
004520         STOP RUN
004530     END-IF.
004540     ADD 1 TO EFT-ENTRY-COUNT.
004550     SET EFT-IDX TO EFT-ENTRY-COUNT.
004560     MOVE WS-TALLY-DIMENSION TO EFT-DIMENSION (EFT-IDX).
004570     MOVE WS-TALLY-KEY       TO EFT-KEY (EFT-IDX).
004580     MOVE WS-ZERO-PERIOD     TO EFT-PERIOD (EFT-IDX, 1).
004590     MOVE WS-ZERO-PERIOD     TO EFT-PERIOD (EFT-IDX, 2).
004600 3110-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------------*
004640*    3200-TALLY-ENTRY -- ADD THE REFERRAL TO THE HISTORY PERIOD  *
004650*    OF ITS ENTRY, AND TO THE MONTH PERIOD IF IT WAS MADE IN     *
004660*    THE REPORT MONTH.                                           *
004670*----------------------------------------------------------------*
004680 3200-TALLY-ENTRY.
004690     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
004700     MOVE 2 TO WS-PERIOD-SUB.
004710     PERFORM 3300-ADD-TO-PERIOD THRU 3300-EXIT.
004720     IF REFERRED-IN-MONTH
004730         MOVE 1 TO WS-PERIOD-SUB
004740         PERFORM 3300-ADD-TO-PERIOD THRU 3300-EXIT
004750     END-IF.
004760 3200-EXIT.
004770     EXIT.
004780
004790 3300-ADD-TO-PERIOD.
004800     ADD 1 TO EFT-REFERRED (EFT-IDX, WS-PERIOD-SUB).
004810     EVALUATE TRUE
004820         WHEN OUTCOME-CLEARED
004830             ADD 1 TO EFT-CLEARED (EFT-IDX, WS-PERIOD-SUB)
004840         WHEN OUTCOME-ESCALATED
004850             ADD 1 TO EFT-ESCALATED (EFT-IDX, WS-PERIOD-SUB)
004860         WHEN OUTCOME-CONFIRMED
004870             ADD 1 TO EFT-CONFIRMED (EFT-IDX, WS-PERIOD-SUB)
004880         WHEN OUTCOME-CLOSED
004890             ADD 1 TO EFT-CLOSED (EFT-IDX, WS-PERIOD-SUB)
004900         WHEN OTHER
004910             ADD 1 TO EFT-OPEN (EFT-IDX, WS-PERIOD-SUB)
004920     END-EVALUATE.
004930     ADD WS-DISP-DAYS TO EFT-DAYS-TOTAL (EFT-IDX, WS-PERIOD-SUB).
004940 3300-EXIT.
004950     EXIT.
004960
004970*----------------------------------------------------------------*
004980*    7000-PRINT-REPORT -- HEADINGS, THEN THE REPORT-MONTH BLOCK  *
004990*    AND THE HISTORY BLOCK.                                      *
005000*----------------------------------------------------------------*
005010 7000-PRINT-REPORT.
005020     WRITE RPT-LINE FROM WS-TITLE-LINE.
005030     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
005040     WRITE RPT-LINE FROM WS-DATE-LINE.
005050     MOVE WS-REPORT-MONTH TO WS-ML-MONTH.
005060     WRITE RPT-LINE FROM WS-MONTH-LINE.
005070     MOVE SPACES TO RPT-LINE.
005080     WRITE RPT-LINE.
005090     WRITE RPT-LINE FROM WS-NOTE-LINE-1.
005100     WRITE RPT-LINE FROM WS-NOTE-LINE-2.
005110
005120     MOVE 1 TO WS-PERIOD-SUB.
005130     MOVE 'REFERRALS MADE IN REPORT MONTH' TO WS-PL-TEXT.
005140     PERFORM 7100-PRINT-PERIOD THRU 7100-EXIT.
005150
005160     MOVE 2 TO WS-PERIOD-SUB.
005170     MOVE 'ALL REFERRALS ON FILE MADE THROUGH MONTH'
005180         TO WS-PL-TEXT.
005190     PERFORM 7100-PRINT-PERIOD THRU 7100-EXIT.
005200 7000-EXIT.
005210     EXIT.
005220
005230 7100-PRINT-PERIOD.
005240     MOVE SPACES TO RPT-LINE.
005250     WRITE RPT-LINE.
005260     MOVE WS-REPORT-MONTH TO WS-PL-MONTH.
005270     WRITE RPT-LINE FROM WS-PERIOD-LINE.
005280
005290     MOVE 'BY REASON CODE' TO WS-SEC-TITLE.
005300     MOVE 'REASON'         TO WS-HDR-KEY.
005310     MOVE 'R'              TO WS-PRINT-DIMENSION.
005320     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
005330
005340     MOVE 'BY RISK-SCORE BAND' TO WS-SEC-TITLE.
005350     MOVE 'SCORE BAND'     TO WS-HDR-KEY.
005360     MOVE 'B'              TO WS-PRINT-DIMENSION.
005370     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
005380
005390     MOVE 'BY CLAIM TYPE'  TO WS-SEC-TITLE.
005400     MOVE 'CLAIM TYPE'     TO WS-HDR-KEY.
005410     MOVE 'C'              TO WS-PRINT-DIMENSION.
005420     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
005430
005440     MOVE 'BY SOURCE SYSTEM' TO WS-SEC-TITLE.
005450     MOVE 'SOURCE'         TO WS-HDR-KEY.
005460     MOVE 'S'              TO WS-PRINT-DIMENSION.
005470     PERFORM 7200-PRINT-SECTION THRU 7200-EXIT.
005480 7100-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------------*
005520*    7200-PRINT-SECTION -- ONE BREAKDOWN: ITS LINES IN TABLE     *
005530*    ORDER, THEN THE ALL-REFERRALS TOTAL (ENTRY 1).              *
005540*----------------------------------------------------------------*
005550 7200-PRINT-SECTION.
005560     MOVE SPACES TO RPT-LINE.
005570     WRITE RPT-LINE.
005580     WRITE RPT-LINE FROM WS-SEC-LINE.
005590     WRITE RPT-LINE FROM WS-HDR-LINE.
005600     PERFORM 7300-PRINT-DIMENSION-ENTRY THRU 7300-EXIT
005610         VARYING EFT-IDX FROM 1 BY 1
005620         UNTIL EFT-IDX > EFT-ENTRY-COUNT.
005630     SET EFT-IDX TO 1.
005640     MOVE 'TOTAL' TO WS-DTL-KEY.
005650     PERFORM 7400-PRINT-ENTRY THRU 7400-EXIT.
005660 7200-EXIT.
005670     EXIT.
005680
005690 7300-PRINT-DIMENSION-ENTRY.
005700     IF EFT-DIMENSION (EFT-IDX) = WS-PRINT-DIMENSION
005710         MOVE EFT-KEY (EFT-IDX) TO WS-DTL-KEY
005720         PERFORM 7400-PRINT-ENTRY THRU 7400-EXIT
005730     END-IF.
005740 7300-EXIT.
005750     EXIT.
005760
005770*----------------------------------------------------------------*
005780*    7400-PRINT-ENTRY -- FORMAT THE EFT-IDX ENTRY FOR THE PERIOD *
005790*    IN WS-PERIOD-SUB.  THE OUTCOME RATES AND AVERAGE DAYS ARE   *
005800*    OVER THE WORKED REFERRALS; NONE WORKED PRINTS ZERO.         *
005810*----------------------------------------------------------------*
005820 7400-PRINT-ENTRY.
005830     COMPUTE WS-PRINT-WORKED =
005840         EFT-CLEARED (EFT-IDX, WS-PERIOD-SUB)
005850         + EFT-ESCALATED (EFT-IDX, WS-PERIOD-SUB)
005860         + EFT-CONFIRMED (EFT-IDX, WS-PERIOD-SUB)
005870         + EFT-CLOSED (EFT-IDX, WS-PERIOD-SUB).
005880     MOVE EFT-REFERRED (EFT-IDX, WS-PERIOD-SUB)
005890         TO WS-DTL-REFERRED.
005900     MOVE EFT-OPEN (EFT-IDX, WS-PERIOD-SUB) TO WS-DTL-OPEN.
005910     MOVE WS-PRINT-WORKED TO WS-DTL-WORKED.
005920     IF WS-PRINT-WORKED > 0
005930         COMPUTE WS-PRINT-PCT ROUNDED =
005940             (EFT-CLEARED (EFT-IDX, WS-PERIOD-SUB) * 100)
005950             / WS-PRINT-WORKED
005960         MOVE WS-PRINT-PCT TO WS-DTL-CL-PCT
005970         COMPUTE WS-PRINT-PCT ROUNDED =
005980             (EFT-ESCALATED (EFT-IDX, WS-PERIOD-SUB) * 100)
005990             / WS-PRINT-WORKED
006000         MOVE WS-PRINT-PCT TO WS-DTL-ES-PCT
006010         COMPUTE WS-PRINT-PCT ROUNDED =
006020             (EFT-CONFIRMED (EFT-IDX, WS-PERIOD-SUB) * 100)
006030             / WS-PRINT-WORKED
006040         MOVE WS-PRINT-PCT TO WS-DTL-CF-PCT
006050         COMPUTE WS-PRINT-PCT ROUNDED =
006060             (EFT-CLOSED (EFT-IDX, WS-PERIOD-SUB) * 100)
006070             / WS-PRINT-WORKED
006080         MOVE WS-PRINT-PCT TO WS-DTL-CD-PCT
006090         COMPUTE WS-PRINT-AVG-DAYS ROUNDED =
006100             EFT-DAYS-TOTAL (EFT-IDX, WS-PERIOD-SUB)
006110             / WS-PRINT-WORKED
006120         MOVE WS-PRINT-AVG-DAYS TO WS-DTL-AVG-DAYS
006130     ELSE
006140         MOVE 0 TO WS-DTL-CL-PCT
006150         MOVE 0 TO WS-DTL-ES-PCT
006160         MOVE 0 TO WS-DTL-CF-PCT
006170         MOVE 0 TO WS-DTL-CD-PCT
006180         MOVE 0 TO WS-DTL-AVG-DAYS
006190     END-IF.
006200     WRITE RPT-LINE FROM WS-DETAIL-LINE.
006210 7400-EXIT.
006220     EXIT.
006230
006240 8000-TERMINATE.
006250     CLOSE REFERRAL-TRACK.
006260     CLOSE REPORT-FILE.
006270     DISPLAY 'REFEFF -- REFERRALS READ:  ' WS-REFERRALS-READ.
006280     DISPLAY 'REFEFF -- MADE AFTER REPORT MONTH, SKIPPED: '
006290         WS-AFTER-MONTH-COUNT.
006300     DISPLAY 'REFEFF -- WORKED AS OF MONTH END: ' WS-WORKED-COUNT.
006310 8000-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------------*
006350*    9100-DATE-TO-DAY-NUMBER -- CONVERT A CCYYMMDD DATE IN       *
006360*    WS-DATE-TO-CONVERT TO A SERIAL DAY NUMBER IN                *
006370*    WS-DAY-NUMBER, SO TWO DATES SUBTRACT TO AN AGE IN DAYS      *
006380*    ACROSS MONTH AND YEAR ENDS.  EACH DIVISION IS DONE IN ITS   *
006390*    OWN COMPUTE SO THE QUOTIENT TRUNCATES TO AN INTEGER, AS     *
006400*    THE FORMULA REQUIRES.  VALID THROUGH 2099 -- THE ONLY       *
006410*    CENTURY YEAR IN RANGE, 2000, WAS A LEAP YEAR.               *
006420*----------------------------------------------------------------*
006430 9100-DATE-TO-DAY-NUMBER.
006440     COMPUTE WS-DAY-TERM-1 = (WS-DTC-MM + 9) / 12.
006450     COMPUTE WS-DAY-TERM-2 =
006460         (7 * (WS-DTC-CCYY + WS-DAY-TERM-1)) / 4.
006470     COMPUTE WS-DAY-TERM-3 = (275 * WS-DTC-MM) / 9.
006480     COMPUTE WS-DAY-NUMBER =
006490         (367 * WS-DTC-CCYY) - WS-DAY-TERM-2
006500         + WS-DAY-TERM-3 + WS-DTC-DD.
006510 9100-EXIT.
006520     EXIT.
