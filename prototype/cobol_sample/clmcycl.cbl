000010*****************************************************************
000020* PROGRAM-ID.  CLMCYCL
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-15
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* WEEKLY PROMPT-PAYMENT AND CLAIM CYCLE-TIME COMPLIANCE REPORT.
000090* READS THE CLAIMS REGISTER AND MEASURES EVERY CLAIM AGAINST THE
000100* STATUTORY TIME LIMITS FROM CLAIM REPORT TO PAYMENT:
000110*   - A PAID CLAIM IS MEASURED FROM CRG-PROCESS-DATE TO
000120*     CRG-PAID-DATE (THE FIRST PAYMENT) AND COUNTED IN THE
000130*     0-30, 31-45, 46-60 OR OVER-60-DAY BAND.  CLAIMS WHOSE FIRST
000140*     PAYMENT FELL IN THE LAST 7 DAYS ARE ALSO SHOWN AS THE WEEK.
000150*   - AN UNPAID CLAIM IS AGED FROM CRG-PROCESS-DATE TO THE RUN
000160*     DATE AND FLAGGED WHEN IT IS OPEN PAST 30, 45 OR 60 DAYS.
000170*     THE TIERS ARE CUMULATIVE, AS IN REFAGING -- A CLAIM OVER 60
000180*     IS ALSO COUNTED OVER 45 AND OVER 30.
000190* EVERY FLAGGED CLAIM IS CHECKED FOR A LEGITIMATE STOP: AN OPEN
000200* REFERRAL ON THE REFERRAL-TRACKING MASTER, A REFERRAL WORKED TO
000210* CONFIRMED FRAUD, OR A HOLD ON ANY OF THE PAYMENT-HOLD
000220* GENERATIONS CONCATENATED ON HLDIN.  A FLAGGED CLAIM WITH NONE
000230* OF THESE HAS NO RECORDED REASON FOR BEING LATE AND IS PRINTED
000240* ON THE EXCEPTION LIST FOR THE CLAIMS MANAGERS TO WORK.
000250* THE CYCLE-TIME SUMMARY FOLLOWS, BY CLAIM TYPE AND BY SOURCE
000260* SYSTEM.  A REGISTER RECORD WRITTEN BEFORE THE REGISTER CARRIED
000270* THE SOURCE SYSTEM REPORTS UNDER SOURCE (UNKNOWN).
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300* DATE       INIT  DESCRIPTION
000310* ---------- ----  -----------------------------------------------
000320* 2026-10-15 JHM   ORIGINAL CYCLE-TIME COMPLIANCE REPORT.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    CLMCYCL.
000360 AUTHOR.        J H MERCER.
000370 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000380 DATE-WRITTEN.  2026-10-15.
000390 DATE-COMPILED.
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.  IBM-370.
000440 OBJECT-COMPUTER.  IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT CLAIMS-REGISTER  ASSIGN TO CLMREG
000490            ORGANIZATION IS INDEXED
000500            ACCESS MODE IS SEQUENTIAL
000510            RECORD KEY IS CRG-CLAIM-ID
000520            ALTERNATE RECORD KEY IS CRG-RESUBMIT-KEY
000530                WITH DUPLICATES
000540            FILE STATUS IS WS-CLMREG-STATUS.
000550
000560     SELECT REFERRAL-TRACK   ASSIGN TO REFTRK
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS RANDOM
000590            RECORD KEY IS REF-CLAIM-ID
000600            FILE STATUS IS WS-REFTRK-STATUS.
000610
000620     SELECT PAYMENT-HOLD     ASSIGN TO HLDIN
000630            ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000660            ORGANIZATION IS SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CLAIMS-REGISTER
000710     LABEL RECORDS ARE STANDARD.
000720     COPY CLMREGRC.
000730
000740 FD  REFERRAL-TRACK
000750     LABEL RECORDS ARE STANDARD.
000760     COPY REFTRKRC.
000770
000780 FD  PAYMENT-HOLD
000790     LABEL RECORDS ARE STANDARD.
000800     COPY PAYHOLDR.
000810
000820 FD  REPORT-FILE
000830     LABEL RECORDS OMITTED
000840     RECORDING MODE IS F.
000850 01  RPT-LINE                    PIC X(80).
000860
000870 WORKING-STORAGE SECTION.
000880
000890 01  WS-SWITCHES.
000900     05  WS-REG-EOF-SWITCH       PIC X(01) VALUE 'N'.
000910         88  END-OF-REGISTER              VALUE 'Y'.
000920     05  WS-HOLD-EOF-SWITCH      PIC X(01) VALUE 'N'.
000930         88  END-OF-HOLDS                 VALUE 'Y'.
000940     05  WS-CLAIM-PAID-SW        PIC X(01) VALUE 'N'.
000950         88  CLAIM-IS-PAID                VALUE 'Y'.
000960     05  WS-PAID-THIS-WEEK-SW    PIC X(01) VALUE 'N'.
000970         88  PAID-THIS-WEEK               VALUE 'Y'.
000980     05  WS-LATE-TIER            PIC X(01) VALUE SPACE.
000990         88  NOT-LATE                     VALUE SPACE.
001000         88  LATE-OVER-30                 VALUE '1'.
001010         88  LATE-OVER-45                 VALUE '2'.
001020         88  LATE-OVER-60                 VALUE '3'.
001030     05  WS-STOP-FOUND-SW        PIC X(01) VALUE 'N'.
001040         88  STOP-WAS-FOUND               VALUE 'Y'.
001050
001060 01  WS-COUNTERS.
001070     05  WS-CLAIMS-READ          PIC 9(08) COMP VALUE 0.
001080     05  WS-HOLDS-READ           PIC 9(08) COMP VALUE 0.
001090     05  WS-EXCEPTION-COUNT      PIC 9(08) COMP VALUE 0.
001100
001110 01  WS-WORK-FIELDS.
001120     05  WS-CLMREG-STATUS        PIC X(02) VALUE '00'.
001130     05  WS-REFTRK-STATUS        PIC X(02) VALUE '00'.
001140     05  WS-CYCLE-DAYS           PIC S9(09) COMP VALUE 0.
001150     05  WS-TODAY-DAY-NUMBER     PIC S9(09) COMP VALUE 0.
001160     05  WS-PROCESS-DAY-NUMBER   PIC S9(09) COMP VALUE 0.
001170     05  WS-TALLY-DIMENSION      PIC X(01) VALUE SPACE.
001180     05  WS-TALLY-KEY            PIC X(10) VALUE SPACES.
001190     05  WS-PRINT-DIMENSION      PIC X(01) VALUE SPACE.
001200     05  WS-PRINT-AVG-DAYS       PIC 9(05)V9 VALUE 0.
001210     05  WS-DAY-NUMBER           PIC S9(09) COMP VALUE 0.
001220     05  WS-DAY-TERM-1           PIC S9(09) COMP VALUE 0.
001230     05  WS-DAY-TERM-2           PIC S9(09) COMP VALUE 0.
001240     05  WS-DAY-TERM-3           PIC S9(09) COMP VALUE 0.
001250
001260 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001270
001280 01  WS-DATE-TO-CONVERT          PIC 9(08) VALUE 0.
001290 01  WS-DATE-TO-CONVERT-R REDEFINES WS-DATE-TO-CONVERT.
001300     05  WS-DTC-CCYY             PIC 9(04).
001310     05  WS-DTC-MM               PIC 9(02).
001320     05  WS-DTC-DD               PIC 9(02).
001330
001340*----------------------------------------------------------------*
001350*    PAYMENT HOLDS ON THE HLDIN GENERATIONS, ONE ENTRY PER       *
001360*    CLAIM, KEEPING THE LATEST HOLD.                             *
001370*----------------------------------------------------------------*
001380 01  HOLD-CLAIM-TABLE.
001390     05  HLT-ENTRY-COUNT         PIC 9(04) COMP VALUE 0.
001400     05  HLT-ENTRY OCCURS 0 TO 9999 TIMES
001410                    DEPENDING ON HLT-ENTRY-COUNT
001420                    INDEXED BY HLT-IDX.
001430         10  HLT-CLAIM-ID        PIC X(10).
001440         10  HLT-HOLD-CODE       PIC X(04).
001450         10  HLT-HOLD-DATE       PIC 9(08).
001460
001470*----------------------------------------------------------------*
001480*    CYCLE-TIME TALLY.  ONE ENTRY PER SUMMARY LINE, KEYED BY     *
001490*    DIMENSION (C CLAIM TYPE, S SOURCE SYSTEM, A ALL CLAIMS) AND *
001500*    THE VALUE WITHIN IT.  THE ALL-CLAIMS ENTRY IS SEEDED FIRST  *
001510*    AND PRINTS AS THE TOTAL LINE OF EACH SECTION.               *
001520*----------------------------------------------------------------*
001530 01  CYCLE-TALLY-TABLE.
001540     05  CYT-ENTRY-COUNT         PIC 9(04) COMP VALUE 0.
001550     05  CYT-ENTRY OCCURS 0 TO 60 TIMES
001560                    DEPENDING ON CYT-ENTRY-COUNT
001570                    INDEXED BY CYT-IDX.
001580         10  CYT-DIMENSION       PIC X(01).
001590         10  CYT-KEY             PIC X(10).
001600         10  CYT-COUNTS.
001610             15  CYT-PAID-COUNT      PIC 9(08) COMP.
001620             15  CYT-PAID-DAYS       PIC 9(11) COMP.
001630             15  CYT-PAID-0-30       PIC 9(08) COMP.
001640             15  CYT-PAID-31-45      PIC 9(08) COMP.
001650             15  CYT-PAID-46-60      PIC 9(08) COMP.
001660             15  CYT-PAID-OVER-60    PIC 9(08) COMP.
001670             15  CYT-WEEK-COUNT      PIC 9(08) COMP.
001680             15  CYT-WEEK-DAYS       PIC 9(11) COMP.
001690             15  CYT-OPEN-COUNT      PIC 9(08) COMP.
001700             15  CYT-OPEN-DAYS       PIC 9(11) COMP.
001710             15  CYT-OPEN-OVER-30    PIC 9(08) COMP.
001720             15  CYT-OPEN-OVER-45    PIC 9(08) COMP.
001730             15  CYT-OPEN-OVER-60    PIC 9(08) COMP.
001740             15  CYT-LATE-STOPPED    PIC 9(08) COMP.
001750             15  CYT-LATE-NO-REASON  PIC 9(08) COMP.
001760
001770 01  WS-ZERO-COUNTS.
001780     05  FILLER                  PIC 9(08) COMP VALUE 0.
001790     05  FILLER                  PIC 9(11) COMP VALUE 0.
001800     05  FILLER                  PIC 9(08) COMP VALUE 0.
001810     05  FILLER                  PIC 9(08) COMP VALUE 0.
001820     05  FILLER                  PIC 9(08) COMP VALUE 0.
001830     05  FILLER                  PIC 9(08) COMP VALUE 0.
001840     05  FILLER                  PIC 9(08) COMP VALUE 0.
001850     05  FILLER                  PIC 9(11) COMP VALUE 0.
001860     05  FILLER                  PIC 9(08) COMP VALUE 0.
001870     05  FILLER                  PIC 9(11) COMP VALUE 0.
001880     05  FILLER                  PIC 9(08) COMP VALUE 0.
001890     05  FILLER                  PIC 9(08) COMP VALUE 0.
001900     05  FILLER                  PIC 9(08) COMP VALUE 0.
001910     05  FILLER                  PIC 9(08) COMP VALUE 0.
001920     05  FILLER                  PIC 9(08) COMP VALUE 0.
001930
001940 01  WS-REPORT-LINES.
001950     05  WS-TITLE-LINE.
001960         10  FILLER              PIC X(20) VALUE SPACES.
001970         10  FILLER              PIC X(40)
001980                 VALUE 'CLAIM CYCLE-TIME COMPLIANCE REPORT'.
001990     05  WS-DATE-LINE.
002000         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
002010         10  WS-DL-DATE          PIC 9(08).
002020         10  FILLER              PIC X(62) VALUE SPACES.
002030     05  WS-SEC-LINE.
002040         10  WS-SEC-TITLE        PIC X(60).
002050         10  FILLER              PIC X(20) VALUE SPACES.
002060     05  WS-EXC-HDR-LINE.
002070         10  FILLER              PIC X(12) VALUE 'CLAIM ID'.
002080         10  FILLER              PIC X(11) VALUE 'TYPE'.
002090         10  FILLER              PIC X(09) VALUE 'SOURCE'.
002100         10  FILLER              PIC X(10) VALUE 'PROCESSED'.
002110         10  FILLER              PIC X(07) VALUE 'DAYS'.
002120         10  FILLER              PIC X(08) VALUE 'TIER'.
002130         10  FILLER              PIC X(23) VALUE 'DAMAGE'.
002140     05  WS-EXC-LINE.
002150         10  WS-EXC-CLAIM-ID     PIC X(10).
002160         10  FILLER              PIC X(02) VALUE SPACES.
002170         10  WS-EXC-TYPE         PIC X(10).
002180         10  FILLER              PIC X(01) VALUE SPACES.
002190         10  WS-EXC-SOURCE       PIC X(08).
002200         10  FILLER              PIC X(01) VALUE SPACES.
002210         10  WS-EXC-PROCESS-DATE PIC 9(08).
002220         10  FILLER              PIC X(02) VALUE SPACES.
002230         10  WS-EXC-DAYS         PIC ZZZZ9.
002240         10  FILLER              PIC X(02) VALUE SPACES.
002250         10  WS-EXC-TIER         PIC X(07).
002260         10  FILLER              PIC X(01) VALUE SPACES.
002270         10  WS-EXC-DAMAGE       PIC $$$$,$$$,$$9.99.
002280         10  FILLER              PIC X(08) VALUE SPACES.
002290     05  WS-NONE-LINE.
002300         10  FILLER              PIC X(40)
002310                 VALUE 'NO UNEXPLAINED LATE CLAIMS'.
002320         10  FILLER              PIC X(40) VALUE SPACES.
002330     05  WS-PAID-HDR-LINE.
002340         10  WS-PHD-KEY          PIC X(10).
002350         10  FILLER              PIC X(08) VALUE '    PAID'.
002360         10  FILLER              PIC X(09) VALUE ' AVG DAYS'.
002370         10  FILLER              PIC X(08) VALUE '    0-30'.
002380         10  FILLER              PIC X(08) VALUE '   31-45'.
002390         10  FILLER              PIC X(08) VALUE '   46-60'.
002400         10  FILLER              PIC X(08) VALUE ' OVER 60'.
002410         10  FILLER              PIC X(08) VALUE ' PD WEEK'.
002420         10  FILLER              PIC X(09) VALUE '   WK AVG'.
002430         10  FILLER              PIC X(04) VALUE SPACES.
002440     05  WS-PAID-LINE.
002450         10  WS-PDL-KEY          PIC X(10).
002460         10  FILLER              PIC X(01) VALUE SPACES.
002470         10  WS-PDL-PAID         PIC ZZZ,ZZ9.
002480         10  FILLER              PIC X(01) VALUE SPACES.
002490         10  WS-PDL-AVG-DAYS     PIC ZZ,ZZ9.9.
002500         10  FILLER              PIC X(01) VALUE SPACES.
002510         10  WS-PDL-0-30         PIC ZZZ,ZZ9.
002520         10  FILLER              PIC X(01) VALUE SPACES.
002530         10  WS-PDL-31-45        PIC ZZZ,ZZ9.
002540         10  FILLER              PIC X(01) VALUE SPACES.
002550         10  WS-PDL-46-60        PIC ZZZ,ZZ9.
002560         10  FILLER              PIC X(01) VALUE SPACES.
002570         10  WS-PDL-OVER-60      PIC ZZZ,ZZ9.
002580         10  FILLER              PIC X(01) VALUE SPACES.
002590         10  WS-PDL-WEEK         PIC ZZZ,ZZ9.
002600         10  FILLER              PIC X(01) VALUE SPACES.
002610         10  WS-PDL-WEEK-AVG     PIC ZZ,ZZ9.9.
002620         10  FILLER              PIC X(04) VALUE SPACES.
002630     05  WS-OPEN-HDR-LINE.
002640         10  WS-OHD-KEY          PIC X(10).
002650         10  FILLER              PIC X(08) VALUE '    OPEN'.
002660         10  FILLER              PIC X(09) VALUE ' AVG DAYS'.
002670         10  FILLER              PIC X(08) VALUE ' OVER 30'.
002680         10  FILLER              PIC X(08) VALUE ' OVER 45'.
002690         10  FILLER              PIC X(08) VALUE ' OVER 60'.
002700         10  FILLER              PIC X(08) VALUE ' STOPPED'.
002710         10  FILLER              PIC X(08) VALUE '  NO RSN'.
002720         10  FILLER              PIC X(13) VALUE SPACES.
002730     05  WS-OPEN-LINE.
002740         10  WS-OPL-KEY          PIC X(10).
002750         10  FILLER              PIC X(01) VALUE SPACES.
002760         10  WS-OPL-OPEN         PIC ZZZ,ZZ9.
002770         10  FILLER              PIC X(01) VALUE SPACES.
002780         10  WS-OPL-AVG-DAYS     PIC ZZ,ZZ9.9.
002790         10  FILLER              PIC X(01) VALUE SPACES.
002800         10  WS-OPL-OVER-30      PIC ZZZ,ZZ9.
002810         10  FILLER              PIC X(01) VALUE SPACES.
002820         10  WS-OPL-OVER-45      PIC ZZZ,ZZ9.
002830         10  FILLER              PIC X(01) VALUE SPACES.
002840         10  WS-OPL-OVER-60      PIC ZZZ,ZZ9.
002850         10  FILLER              PIC X(01) VALUE SPACES.
002860         10  WS-OPL-STOPPED      PIC ZZZ,ZZ9.
002870         10  FILLER              PIC X(01) VALUE SPACES.
002880         10  WS-OPL-NO-REASON    PIC ZZZ,ZZ9.
002890         10  FILLER              PIC X(13) VALUE SPACES.
002900     05  WS-NOTE-LINE.
002910         10  WS-NOTE-TEXT        PIC X(80).
002920     05  WS-SUMMARY-LINE.
002930         10  WS-SUM-LABEL        PIC X(40).
002940         10  FILLER              PIC X(02) VALUE SPACES.
002950         10  WS-SUM-COUNT        PIC ZZ,ZZZ,ZZ9.
002960         10  FILLER              PIC X(28) VALUE SPACES.
002970
002980 PROCEDURE DIVISION.
002990
003000 0000-MAINLINE.
003010     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003020     PERFORM 2000-MEASURE-ONE-CLAIM THRU 2000-EXIT
003030         UNTIL END-OF-REGISTER.
003040     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
003050     PERFORM 8000-TERMINATE THRU 8000-EXIT.
003060     STOP RUN.
003070
003080*----------------------------------------------------------------*
003090*    1000-INITIALIZE -- OPEN FILES, LOAD THE PAYMENT HOLDS, FIX  *
003100*    TODAY'S DAY NUMBER, PRINT THE EXCEPTION-LIST HEADING, AND   *
003110*    PRIME THE REGISTER READ.                                    *
003120*----------------------------------------------------------------*
003130 1000-INITIALIZE.
003140     OPEN INPUT  CLAIMS-REGISTER.
003150     IF WS-CLMREG-STATUS NOT = '00'
003160         DISPLAY 'CLMCYCL -- CLAIMS-REGISTER OPEN FAILED, '
003170             'STATUS ' WS-CLMREG-STATUS
003180         MOVE 16 TO RETURN-CODE
003190         STOP RUN
003200     END-IF.
003210     OPEN INPUT  REFERRAL-TRACK.
003220     IF WS-REFTRK-STATUS NOT = '00'
003230         DISPLAY 'CLMCYCL -- REFERRAL-TRACK OPEN FAILED, '
003240             'STATUS ' WS-REFTRK-STATUS
003250         MOVE 16 TO RETURN-CODE
003260         STOP RUN
003270     END-IF.
003280     OPEN INPUT  PAYMENT-HOLD.
003290     OPEN OUTPUT REPORT-FILE.
003300
003310     PERFORM 1100-LOAD-ONE-HOLD THRU 1100-EXIT
003320         UNTIL END-OF-HOLDS.
003330     CLOSE PAYMENT-HOLD.
003340
003350     MOVE 'A'   TO WS-TALLY-DIMENSION.
003360     MOVE 'ALL' TO WS-TALLY-KEY.
003370     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
003380
003390     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003400     MOVE WS-CURRENT-DATE TO WS-DATE-TO-CONVERT.
003410     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
003420     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
003430
003440     WRITE RPT-LINE FROM WS-TITLE-LINE.
003450     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
003460     WRITE RPT-LINE FROM WS-DATE-LINE.
003470     MOVE SPACES TO RPT-LINE.
003480     WRITE RPT-LINE.
003490     MOVE 'UNPAID CLAIMS OVER 30 DAYS WITH NO RECORDED REASON'
003500         TO WS-SEC-TITLE.
003510     WRITE RPT-LINE FROM WS-SEC-LINE.
003520     WRITE RPT-LINE FROM WS-EXC-HDR-LINE.
003530     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------------*
003580*    1100-LOAD-ONE-HOLD -- READ ONE PAYMENT-HOLD RECORD AND      *
003590*    TABLE ITS CLAIM, KEEPING THE LATEST HOLD FOR A CLAIM HELD   *
003600*    ON MORE THAN ONE DAY.                                       *
003610*----------------------------------------------------------------*
003620 1100-LOAD-ONE-HOLD.
003630     READ PAYMENT-HOLD
003640         AT END
003650             MOVE 'Y' TO WS-HOLD-EOF-SWITCH
003660         NOT AT END
003670             ADD 1 TO WS-HOLDS-READ
003680             PERFORM 1110-TABLE-HOLD THRU 1110-EXIT
003690     END-READ.
003700 1100-EXIT.
003710     EXIT.
003720
003730 1110-TABLE-HOLD.
003740     SET HLT-IDX TO 1.
003750     SEARCH HLT-ENTRY
003760         AT END
003770             IF HLT-ENTRY-COUNT NOT < 9999
003780                 DISPLAY 'CLMCYCL -- PAYMENT HOLD TABLE IS FULL'
003790                 MOVE 16 TO RETURN-CODE
003800                 STOP RUN
003810             END-IF
003820             ADD 1 TO HLT-ENTRY-COUNT
003830             SET HLT-IDX TO HLT-ENTRY-COUNT
003840             MOVE PHD-CLAIM-ID  TO HLT-CLAIM-ID (HLT-IDX)
003850             MOVE PHD-HOLD-CODE TO HLT-HOLD-CODE (HLT-IDX)
003860             MOVE PHD-HOLD-DATE TO HLT-HOLD-DATE (HLT-IDX)
003870         WHEN HLT-CLAIM-ID (HLT-IDX) = PHD-CLAIM-ID
003880             IF PHD-HOLD-DATE > HLT-HOLD-DATE (HLT-IDX)
003890                 MOVE PHD-HOLD-CODE TO HLT-HOLD-CODE (HLT-IDX)
003900                 MOVE PHD-HOLD-DATE TO HLT-HOLD-DATE (HLT-IDX)
003910             END-IF
003920     END-SEARCH.
003930 1110-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------------*
003970*    2000-MEASURE-ONE-CLAIM -- DAYS TO FIRST PAYMENT FOR A PAID  *
003980*    CLAIM, OR DAYS OPEN AND THE LATE TIER FOR AN UNPAID ONE;    *
003990*    CHECK A LATE CLAIM FOR A STOP, LIST IT IF THERE IS NONE,    *
004000*    AND ROLL THE CLAIM INTO THE TYPE AND SOURCE TALLIES.        *
004010*----------------------------------------------------------------*
004020 2000-MEASURE-ONE-CLAIM.
004030     ADD 1 TO WS-CLAIMS-READ.
004040     MOVE CRG-PROCESS-DATE TO WS-DATE-TO-CONVERT.
004050     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
004060     MOVE WS-DAY-NUMBER TO WS-PROCESS-DAY-NUMBER.
004070     MOVE 'N'   TO WS-PAID-THIS-WEEK-SW.
004080     MOVE SPACE TO WS-LATE-TIER.
004090     MOVE 'N'   TO WS-STOP-FOUND-SW.
004100     IF CRG-PAID-DATE > 0
004110         MOVE 'Y' TO WS-CLAIM-PAID-SW
004120         MOVE CRG-PAID-DATE TO WS-DATE-TO-CONVERT
004130         PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT
004140         COMPUTE WS-CYCLE-DAYS =
004150             WS-DAY-NUMBER - WS-PROCESS-DAY-NUMBER
004160         IF WS-DAY-NUMBER > WS-TODAY-DAY-NUMBER - 7
004170             MOVE 'Y' TO WS-PAID-THIS-WEEK-SW
004180         END-IF
004190     ELSE
004200         MOVE 'N' TO WS-CLAIM-PAID-SW
004210         COMPUTE WS-CYCLE-DAYS =
004220             WS-TODAY-DAY-NUMBER - WS-PROCESS-DAY-NUMBER
004230     END-IF.
004240     IF WS-CYCLE-DAYS < 0
004250         MOVE 0 TO WS-CYCLE-DAYS
004260     END-IF.
004270     IF NOT CLAIM-IS-PAID
004280         PERFORM 2200-FLAG-UNPAID-CLAIM THRU 2200-EXIT
004290     END-IF.
004300
004310     MOVE 'A' TO WS-TALLY-DIMENSION.
004320     MOVE 'ALL' TO WS-TALLY-KEY.
004330     PERFORM 3000-TALLY-CLAIM THRU 3000-EXIT.
004340     MOVE 'C' TO WS-TALLY-DIMENSION.
004350     IF CRG-CLAIM-TYPE = SPACES
004360         MOVE '(BLANK)' TO WS-TALLY-KEY
004370     ELSE
004380         MOVE CRG-CLAIM-TYPE TO WS-TALLY-KEY
004390     END-IF.
004400     PERFORM 3000-TALLY-CLAIM THRU 3000-EXIT.
004410     MOVE 'S' TO WS-TALLY-DIMENSION.
004420     IF CRG-SOURCE-SYSTEM = SPACES
004430         MOVE '(UNKNOWN)' TO WS-TALLY-KEY
004440     ELSE
004450         MOVE CRG-SOURCE-SYSTEM TO WS-TALLY-KEY
004460     END-IF.
004470     PERFORM 3000-TALLY-CLAIM THRU 3000-EXIT.
004480
004490     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
004500 2000-EXIT.
004510     EXIT.
004520
004530 2100-READ-REGISTER.
004540     READ CLAIMS-REGISTER
004550         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
004560     END-READ.
004570 2100-EXIT.
004580     EXIT.
004590
004600*----------------------------------------------------------------*
004610*    2200-FLAG-UNPAID-CLAIM -- SET THE LATE TIER OF AN UNPAID    *
004620*    CLAIM AND, IF IT IS LATE, LOOK FOR A LEGITIMATE STOP.  A    *
004630*    LATE CLAIM WITH NO STOP GOES ON THE EXCEPTION LIST.         *
004640*----------------------------------------------------------------*
004650 2200-FLAG-UNPAID-CLAIM.
004660     IF WS-CYCLE-DAYS > 60
004670         MOVE '3' TO WS-LATE-TIER
004680         MOVE 'OVER 60' TO WS-EXC-TIER
004690     ELSE
004700         IF WS-CYCLE-DAYS > 45
004710             MOVE '2' TO WS-LATE-TIER
004720             MOVE 'OVER 45' TO WS-EXC-TIER
004730         ELSE
004740             IF WS-CYCLE-DAYS > 30
004750                 MOVE '1' TO WS-LATE-TIER
004760                 MOVE 'OVER 30' TO WS-EXC-TIER
004770             END-IF
004780         END-IF
004790     END-IF.
004800     IF NOT NOT-LATE
004810         PERFORM 2300-CHECK-FOR-STOP THRU 2300-EXIT
004820         IF NOT STOP-WAS-FOUND
004830             PERFORM 2400-PRINT-EXCEPTION THRU 2400-EXIT
004840         END-IF
004850     END-IF.
004860 2200-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------------*
004900*    2300-CHECK-FOR-STOP -- A LATE CLAIM IS LEGITIMATELY STOPPED *
004910*    IF ITS REFERRAL IS STILL OPEN OR WAS CONFIRMED FRAUD, OR IF *
004920*    A PAYMENT ON IT WAS HELD.                                   *
004930*----------------------------------------------------------------*
004940 2300-CHECK-FOR-STOP.
004950     MOVE CRG-CLAIM-ID TO REF-CLAIM-ID.
004960     READ REFERRAL-TRACK
004970         INVALID KEY
004980             CONTINUE
004990         NOT INVALID KEY
005000             IF REF-IS-OPEN
005010              OR REF-CONFIRMED-FRAUD
005020                 MOVE 'Y' TO WS-STOP-FOUND-SW
005030             END-IF
005040     END-READ.
005050     IF NOT STOP-WAS-FOUND
005060         SET HLT-IDX TO 1
005070         SEARCH HLT-ENTRY
005080             AT END
005090                 CONTINUE
005100             WHEN HLT-CLAIM-ID (HLT-IDX) = CRG-CLAIM-ID
005110                 MOVE 'Y' TO WS-STOP-FOUND-SW
005120         END-SEARCH
005130     END-IF.
005140 2300-EXIT.
005150     EXIT.
005160
005170 2400-PRINT-EXCEPTION.
005180     ADD 1 TO WS-EXCEPTION-COUNT.
005190     MOVE CRG-CLAIM-ID      TO WS-EXC-CLAIM-ID.
005200     MOVE CRG-CLAIM-TYPE    TO WS-EXC-TYPE.
005210     MOVE CRG-SOURCE-SYSTEM TO WS-EXC-SOURCE.
005220     MOVE CRG-PROCESS-DATE  TO WS-EXC-PROCESS-DATE.
005230     MOVE WS-CYCLE-DAYS     TO WS-EXC-DAYS.
005240     MOVE CRG-DAMAGE-AMOUNT TO WS-EXC-DAMAGE.
005250     WRITE RPT-LINE FROM WS-EXC-LINE.
005260 2400-EXIT.
005270     EXIT.
005280
005290*----------------------------------------------------------------*
005300*    3000-TALLY-CLAIM -- ADD THE MEASURED CLAIM TO THE ENTRY FOR *
005310*    WS-TALLY-DIMENSION/WS-TALLY-KEY.                            *
005320*----------------------------------------------------------------*
005330 3000-TALLY-CLAIM.
005340     PERFORM 3100-FIND-TALLY-ENTRY THRU 3100-EXIT.
005350     IF CLAIM-IS-PAID
005360         ADD 1 TO CYT-PAID-COUNT (CYT-IDX)
005370         ADD WS-CYCLE-DAYS TO CYT-PAID-DAYS (CYT-IDX)
005380         IF WS-CYCLE-DAYS > 60
005390             ADD 1 TO CYT-PAID-OVER-60 (CYT-IDX)
005400         ELSE
005410             IF WS-CYCLE-DAYS > 45
005420                 ADD 1 TO CYT-PAID-46-60 (CYT-IDX)
005430             ELSE
005440                 IF WS-CYCLE-DAYS > 30
005450                     ADD 1 TO CYT-PAID-31-45 (CYT-IDX)
005460                 ELSE
005470                     ADD 1 TO CYT-PAID-0-30 (CYT-IDX)
005480                 END-IF
005490             END-IF
005500         END-IF
005510         IF PAID-THIS-WEEK
005520             ADD 1 TO CYT-WEEK-COUNT (CYT-IDX)
005530             ADD WS-CYCLE-DAYS TO CYT-WEEK-DAYS (CYT-IDX)
005540         END-IF
005550     ELSE
005560         ADD 1 TO CYT-OPEN-COUNT (CYT-IDX)
005570         ADD WS-CYCLE-DAYS TO CYT-OPEN-DAYS (CYT-IDX)
005580         IF NOT NOT-LATE
005590             ADD 1 TO CYT-OPEN-OVER-30 (CYT-IDX)
005600             IF LATE-OVER-45 OR LATE-OVER-60
005610                 ADD 1 TO CYT-OPEN-OVER-45 (CYT-IDX)
005620             END-IF
005630             IF LATE-OVER-60
005640                 ADD 1 TO CYT-OPEN-OVER-60 (CYT-IDX)
005650             END-IF
005660             IF STOP-WAS-FOUND
005670                 ADD 1 TO CYT-LATE-STOPPED (CYT-IDX)
005680             ELSE
005690                 ADD 1 TO CYT-LATE-NO-REASON (CYT-IDX)
005700             END-IF
005710         END-IF
005720     END-IF.
005730 3000-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------------*
005770*    3100-FIND-TALLY-ENTRY -- POINT CYT-IDX AT THE ENTRY FOR     *
005780*    WS-TALLY-DIMENSION/WS-TALLY-KEY, ADDING A ZEROED ENTRY IF   *
005790*    IT IS NOT ON THE TABLE YET.                                 *
005800*----------------------------------------------------------------*
005810 3100-FIND-TALLY-ENTRY.
005820     SET CYT-IDX TO 1.
005830     SEARCH CYT-ENTRY
005840         AT END
005850             PERFORM 3110-ADD-TALLY-ENTRY THRU 3110-EXIT
005860         WHEN CYT-DIMENSION (CYT-IDX) = WS-TALLY-DIMENSION
005870          AND CYT-KEY (CYT-IDX) = WS-TALLY-KEY
005880             CONTINUE
005890     END-SEARCH.
005900 3100-EXIT.
005910     EXIT.
005920
005930 3110-ADD-TALLY-ENTRY.
005940     IF CYT-ENTRY-COUNT NOT < 60
005950         DISPLAY 'CLMCYCL -- CYCLE-TIME TALLY TABLE IS FULL'
005960         MOVE 16 TO RETURN-CODE
005970         STOP RUN
005980     END-IF.
005990     ADD 1 TO CYT-ENTRY-COUNT.
006000     SET CYT-IDX TO CYT-ENTRY-COUNT.
006010     MOVE WS-TALLY-DIMENSION TO CYT-DIMENSION (CYT-IDX).
006020     MOVE WS-TALLY-KEY       TO CYT-KEY (CYT-IDX).
006030     MOVE WS-ZERO-COUNTS     TO CYT-COUNTS (CYT-IDX).
006040 3110-EXIT.
006050     EXIT.
006060
006070*----------------------------------------------------------------*
006080*    7000-PRINT-SUMMARY -- CLOSE OFF THE EXCEPTION LIST, THEN    *
006090*    THE PAID AND UNPAID CYCLE-TIME SUMMARIES BY CLAIM TYPE AND  *
006100*    BY SOURCE SYSTEM, AND THE RUN COUNTS.                       *
006110*----------------------------------------------------------------*
006120 7000-PRINT-SUMMARY.
006130     IF WS-EXCEPTION-COUNT = 0
006140         WRITE RPT-LINE FROM WS-NONE-LINE
006150     END-IF.
006160
006170     MOVE SPACES TO RPT-LINE.
006180     WRITE RPT-LINE.
006190     MOVE 'PAID CLAIMS -- DAYS FROM PROCESS DATE TO FIRST PAYMENT'
006200         TO WS-SEC-TITLE.
006210     WRITE RPT-LINE FROM WS-SEC-LINE.
006220     MOVE 'CLAIM TYPE' TO WS-PHD-KEY.
006230     MOVE 'C' TO WS-PRINT-DIMENSION.
006240     PERFORM 7100-PRINT-PAID-SECTION THRU 7100-EXIT.
006250     MOVE 'SOURCE' TO WS-PHD-KEY.
006260     MOVE 'S' TO WS-PRINT-DIMENSION.
006270     PERFORM 7100-PRINT-PAID-SECTION THRU 7100-EXIT.
006280
006290     MOVE SPACES TO RPT-LINE.
006300     WRITE RPT-LINE.
006310     MOVE 'UNPAID CLAIMS -- DAYS OPEN SINCE PROCESS DATE'
006320         TO WS-SEC-TITLE.
006330     WRITE RPT-LINE FROM WS-SEC-LINE.
006340     MOVE 'CLAIM TYPE' TO WS-OHD-KEY.
006350     MOVE 'C' TO WS-PRINT-DIMENSION.
006360     PERFORM 7300-PRINT-OPEN-SECTION THRU 7300-EXIT.
006370     MOVE 'SOURCE' TO WS-OHD-KEY.
006380     MOVE 'S' TO WS-PRINT-DIMENSION.
006390     PERFORM 7300-PRINT-OPEN-SECTION THRU 7300-EXIT.
006400     MOVE SPACES TO RPT-LINE.
006410     WRITE RPT-LINE.
006420     MOVE 'OVER-30 INCLUDES OVER-45 AND OVER-60.  STOPPED = LATE '
006430         TO WS-NOTE-TEXT.
006440     WRITE RPT-LINE FROM WS-NOTE-LINE.
006450     MOVE 'CLAIM WITH AN OPEN OR CONFIRMED-FRAUD REFERRAL OR A '
006460         TO WS-NOTE-TEXT.
006470     WRITE RPT-LINE FROM WS-NOTE-LINE.
006480     MOVE 'PAYMENT HOLD.  NO RSN = ON THE EXCEPTION LIST ABOVE.'
006490         TO WS-NOTE-TEXT.
006500     WRITE RPT-LINE FROM WS-NOTE-LINE.
006510
006520     MOVE SPACES TO RPT-LINE.
006530     WRITE RPT-LINE.
006540     MOVE 'REGISTER CLAIMS MEASURED' TO WS-SUM-LABEL.
006550     MOVE WS-CLAIMS-READ TO WS-SUM-COUNT.
006560     WRITE RPT-LINE FROM WS-SUMMARY-LINE.
006570     MOVE 'PAYMENT HOLD RECORDS READ' TO WS-SUM-LABEL.
006580     MOVE WS-HOLDS-READ TO WS-SUM-COUNT.
006590     WRITE RPT-LINE FROM WS-SUMMARY-LINE.
006600     MOVE 'UNEXPLAINED LATE CLAIMS LISTED' TO WS-SUM-LABEL.
006610     MOVE WS-EXCEPTION-COUNT TO WS-SUM-COUNT.
006620     WRITE RPT-LINE FROM WS-SUMMARY-LINE.
006630 7000-EXIT.
006640     EXIT.
006650
006660 7100-PRINT-PAID-SECTION.
006670     MOVE SPACES TO RPT-LINE.
006680     WRITE RPT-LINE.
006690     WRITE RPT-LINE FROM WS-PAID-HDR-LINE.
006700     PERFORM 7110-PRINT-PAID-ENTRY THRU 7110-EXIT
006710         VARYING CYT-IDX FROM 1 BY 1
006720         UNTIL CYT-IDX > CYT-ENTRY-COUNT.
006730     SET CYT-IDX TO 1.
006740     MOVE 'TOTAL' TO WS-PDL-KEY.
006750     PERFORM 7200-FORMAT-PAID-LINE THRU 7200-EXIT.
006760 7100-EXIT.
006770     EXIT.
006780
006790 7110-PRINT-PAID-ENTRY.
006800     IF CYT-DIMENSION (CYT-IDX) = WS-PRINT-DIMENSION
006810         MOVE CYT-KEY (CYT-IDX) TO WS-PDL-KEY
006820         PERFORM 7200-FORMAT-PAID-LINE THRU 7200-EXIT
006830     END-IF.
006840 7110-EXIT.
006850     EXIT.
006860
006870 7200-FORMAT-PAID-LINE.
006880     MOVE CYT-PAID-COUNT (CYT-IDX)   TO WS-PDL-PAID.
006890     MOVE CYT-PAID-0-30 (CYT-IDX)    TO WS-PDL-0-30.
006900     MOVE CYT-PAID-31-45 (CYT-IDX)   TO WS-PDL-31-45.
006910     MOVE CYT-PAID-46-60 (CYT-IDX)   TO WS-PDL-46-60.
006920     MOVE CYT-PAID-OVER-60 (CYT-IDX) TO WS-PDL-OVER-60.
006930     MOVE CYT-WEEK-COUNT (CYT-IDX)   TO WS-PDL-WEEK.
006940     MOVE 0 TO WS-PRINT-AVG-DAYS.
006950     IF CYT-PAID-COUNT (CYT-IDX) > 0
006960         COMPUTE WS-PRINT-AVG-DAYS ROUNDED =
006970             CYT-PAID-DAYS (CYT-IDX) / CYT-PAID-COUNT (CYT-IDX)
006980     END-IF.
006990     MOVE WS-PRINT-AVG-DAYS TO WS-PDL-AVG-DAYS.
007000     MOVE 0 TO WS-PRINT-AVG-DAYS.
007010     IF CYT-WEEK-COUNT (CYT-IDX) > 0
007020         COMPUTE WS-PRINT-AVG-DAYS ROUNDED =
007030             CYT-WEEK-DAYS (CYT-IDX) / CYT-WEEK-COUNT (CYT-IDX)
007040     END-IF.
007050     MOVE WS-PRINT-AVG-DAYS TO WS-PDL-WEEK-AVG.
007060     WRITE RPT-LINE FROM WS-PAID-LINE.
007070 7200-EXIT.
007080     EXIT.
007090
007100 7300-PRINT-OPEN-SECTION.
007110     MOVE SPACES TO RPT-LINE.
007120     WRITE RPT-LINE.
007130     WRITE RPT-LINE FROM WS-OPEN-HDR-LINE.
007140     PERFORM 7310-PRINT-OPEN-ENTRY THRU 7310-EXIT
007150         VARYING CYT-IDX FROM 1 BY 1
007160         UNTIL CYT-IDX > CYT-ENTRY-COUNT.
007170     SET CYT-IDX TO 1.
007180     MOVE 'TOTAL' TO WS-OPL-KEY.
007190     PERFORM 7400-FORMAT-OPEN-LINE THRU 7400-EXIT.
007200 7300-EXIT.
007210     EXIT.
007220
007230 7310-PRINT-OPEN-ENTRY.
007240     IF CYT-DIMENSION (CYT-IDX) = WS-PRINT-DIMENSION
007250         MOVE CYT-KEY (CYT-IDX) TO WS-OPL-KEY
007260         PERFORM 7400-FORMAT-OPEN-LINE THRU 7400-EXIT
007270     END-IF.
007280 7310-EXIT.
007290     EXIT.
007300
007310 7400-FORMAT-OPEN-LINE.
007320     MOVE CYT-OPEN-COUNT (CYT-IDX)     TO WS-OPL-OPEN.
007330     MOVE CYT-OPEN-OVER-30 (CYT-IDX)   TO WS-OPL-OVER-30.
007340     MOVE CYT-OPEN-OVER-45 (CYT-IDX)   TO WS-OPL-OVER-45.
007350     MOVE CYT-OPEN-OVER-60 (CYT-IDX)   TO WS-OPL-OVER-60.
007360     MOVE CYT-LATE-STOPPED (CYT-IDX)   TO WS-OPL-STOPPED.
007370     MOVE CYT-LATE-NO-REASON (CYT-IDX) TO WS-OPL-NO-REASON.
007380     MOVE 0 TO WS-PRINT-AVG-DAYS.
007390     IF CYT-OPEN-COUNT (CYT-IDX) > 0
007400         COMPUTE WS-PRINT-AVG-DAYS ROUNDED =
007410             CYT-OPEN-DAYS (CYT-IDX) / CYT-OPEN-COUNT (CYT-IDX)
007420     END-IF.
007430     MOVE WS-PRINT-AVG-DAYS TO WS-OPL-AVG-DAYS.
007440     WRITE RPT-LINE FROM WS-OPEN-LINE.
007450 7400-EXIT.
007460     EXIT.
007470
007480 8000-TERMINATE.
007490     CLOSE CLAIMS-REGISTER.
007500     CLOSE REFERRAL-TRACK.
007510     CLOSE REPORT-FILE.
007520     DISPLAY 'CLMCYCL -- REGISTER CLAIMS READ: ' WS-CLAIMS-READ.
007530     DISPLAY 'CLMCYCL -- PAYMENT HOLDS READ:   ' WS-HOLDS-READ.
007540     DISPLAY 'CLMCYCL -- UNEXPLAINED LATE:     '
007550         WS-EXCEPTION-COUNT.
007560 8000-EXIT.
007570     EXIT.
007580
007590*----------------------------------------------------------------*
007600*    9100-DATE-TO-DAY-NUMBER -- CONVERT A CCYYMMDD DATE IN       *
007610*    WS-DATE-TO-CONVERT TO A SERIAL DAY NUMBER IN                *
007620*    WS-DAY-NUMBER, SO TWO DATES SUBTRACT TO AN AGE IN DAYS      *
007630*    ACROSS MONTH AND YEAR ENDS.  EACH DIVISION IS DONE IN ITS   *
007640*    OWN COMPUTE SO THE QUOTIENT TRUNCATES TO AN INTEGER, AS     *
007650*    THE FORMULA REQUIRES.  VALID THROUGH 2099 -- THE ONLY       *
007660*    CENTURY YEAR IN RANGE, 2000, WAS A LEAP YEAR.               *
007670*----------------------------------------------------------------*
007680 9100-DATE-TO-DAY-NUMBER.
007690     COMPUTE WS-DAY-TERM-1 = (WS-DTC-MM + 9) / 12.
007700     COMPUTE WS-DAY-TERM-2 =
007710         (7 * (WS-DTC-CCYY + WS-DAY-TERM-1)) / 4.
007720     COMPUTE WS-DAY-TERM-3 = (275 * WS-DTC-MM) / 9.
007730     COMPUTE WS-DAY-NUMBER =
007740         (367 * WS-DTC-CCYY) - WS-DAY-TERM-2
007750         + WS-DAY-TERM-3 + WS-DTC-DD.
007760 9100-EXIT.
007770     EXIT.
