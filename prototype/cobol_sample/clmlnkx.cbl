000010*****************************************************************
000020* PROGRAM-ID.  CLMLNKX
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-09
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* CROSS-CLAIM LINK EXTRACT.  READS THE WHOLE CLAIMS REGISTER AND,
000090* FOR EVERY CLAIM WHOSE LOSS DATE IS INSIDE A LOOK-BACK WINDOW
000100* FROM THE LINK-ANALYSIS PARAMETER FILE, WRITES ONE LINK EXTRACT
000110* RECORD FOR EACH KIND OF LINK THE CLAIM CAN TAKE PART IN:
000120*   PO -- THE POLICY NUMBER, WITH THE CUSTOMER AS THE PARTY.
000130*   CU -- THE CUSTOMER ID, WITH THE POLICY AS THE PARTY.
000140*   LD -- THE LOSS DATE AND CLAIM TYPE, WITH THE CUSTOMER AS THE
000150*         PARTY -- ONLY FOR A CLAIM OUTSIDE EVERY CAT EVENT
000160*         WINDOW, BOTH AS TAGGED ON THE REGISTER AND AS THE
000170*         CATIN FILE STANDS TONIGHT -- A STORM BURST IS NOT A
000180*         RING.
000190* THE JOB STREAM SORTS THE EXTRACT BY LINK TYPE, KEY, PARTY AND
000200* CLAIM, AND CLMLINK FINDS THE CLUSTERS -- THE SAME EXTRACT-AND-
000210* SORT PATTERN AS REFWORK.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* ---------- ----  -----------------------------------------------
000260* 2026-10-09 JHM   ORIGINAL LINK EXTRACT PROGRAM.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    CLMLNKX.
000300 AUTHOR.        J H MERCER.
000310 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000320 DATE-WRITTEN.  2026-10-09.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT CLAIMS-REGISTER  ASSIGN TO CLMREG
000430            ORGANIZATION IS INDEXED
000440            ACCESS MODE IS SEQUENTIAL
000450            RECORD KEY IS CRG-CLAIM-ID
000460            ALTERNATE RECORD KEY IS CRG-RESUBMIT-KEY
000470                WITH DUPLICATES
000480            FILE STATUS IS WS-CLMREG-STATUS.
000490
000500     SELECT LINK-PARM-FILE   ASSIGN TO LNKPARM
000510            ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT CAT-FILE         ASSIGN TO CATIN
000540            ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT LINK-EXTRACT     ASSIGN TO LNKOUT
000570            ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT RUN-CONTROL     ASSIGN TO RUNCTL
000600            ORGANIZATION IS INDEXED
000610            ACCESS MODE IS DYNAMIC
000620            RECORD KEY IS RCT-KEY
000630            FILE STATUS IS WS-RUNCTL-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CLAIMS-REGISTER
000680     LABEL RECORDS ARE STANDARD.
000690     COPY CLMREGRC.
000700
000710 FD  LINK-PARM-FILE
000720     LABEL RECORDS ARE STANDARD.
000730     COPY LNKPRMRC.
000740
000750 FD  CAT-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY CATEVENT.
000780
000790 FD  LINK-EXTRACT
000800     LABEL RECORDS ARE STANDARD.
000810     COPY LNKXTREC.
000820
000830 FD  RUN-CONTROL
000840     LABEL RECORDS ARE STANDARD.
000850     COPY RUNCTLRC.
000860
000870 WORKING-STORAGE SECTION.
000880
000890 01  WS-SWITCHES.
000900     05  WS-REG-EOF-SWITCH       PIC X(01) VALUE 'N'.
000910         88  END-OF-REGISTER              VALUE 'Y'.
000920     05  WS-CAT-EOF-SWITCH       PIC X(01) VALUE 'N'.
000930         88  END-OF-CAT-EVENTS            VALUE 'Y'.
000940     05  WS-CAT-TAGGED-SW        PIC X(01) VALUE 'N'.
000950         88  CLAIM-IN-CAT-WINDOW          VALUE 'Y'.
000960
000970     COPY CATTBL.
000980
000990 01  WS-COUNTERS.
001000     05  WS-RECORDS-READ         PIC 9(08) COMP VALUE 0.
001010     05  WS-BAD-DATE-COUNT       PIC 9(08) COMP VALUE 0.
001020     05  WS-POLICY-WRITTEN       PIC 9(08) COMP VALUE 0.
001030     05  WS-CUSTOMER-WRITTEN     PIC 9(08) COMP VALUE 0.
001040     05  WS-BURST-WRITTEN        PIC 9(08) COMP VALUE 0.
001050     05  WS-EXTRACT-WRITTEN      PIC 9(08) COMP VALUE 0.
001060
001070 01  WS-WORK-FIELDS.
001080     05  WS-CLMREG-STATUS        PIC X(02) VALUE '00'.
001090     05  WS-POLICY-DAYS          PIC 9(04) VALUE 0.
001100     05  WS-CUST-DAYS            PIC 9(04) VALUE 0.
001110     05  WS-BURST-DAYS           PIC 9(04) VALUE 0.
001120     05  WS-AGE-DAYS             PIC S9(09) COMP VALUE 0.
001130     05  WS-TODAY-DAY-NUMBER     PIC S9(09) COMP VALUE 0.
001140     05  WS-DAY-NUMBER           PIC S9(09) COMP VALUE 0.
001150     05  WS-DAY-TERM-1           PIC S9(09) COMP VALUE 0.
001160     05  WS-DAY-TERM-2           PIC S9(09) COMP VALUE 0.
001170     05  WS-DAY-TERM-3           PIC S9(09) COMP VALUE 0.
001180
001190 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001200
001210 01  WS-DATE-TO-CONVERT          PIC 9(08) VALUE 0.
001220 01  WS-DATE-TO-CONVERT-R REDEFINES WS-DATE-TO-CONVERT.
001230     05  WS-DTC-CCYY             PIC 9(04).
001240     05  WS-DTC-MM               PIC 9(02).
001250     05  WS-DTC-DD               PIC 9(02).
001260
001270 01  WS-RUN-CONTROL-FIELDS.
001280     05  WS-RUNCTL-STATUS        PIC X(02) VALUE '00'.
001290     05  WS-RCT-STEP-ID          PIC X(08) VALUE 'STEP045'.
001300     05  WS-RCT-STAMP-DATE       PIC 9(08) VALUE 0.
001310     05  WS-RCT-STAMP-TIME       PIC 9(08) VALUE 0.
001320
001330 PROCEDURE DIVISION.
001340
001350 0000-MAINLINE.
001360     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001370     PERFORM 2000-EXTRACT-ONE-CLAIM THRU 2000-EXIT
001380         UNTIL END-OF-REGISTER.
001390     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001400     STOP RUN.
001410
001420*----------------------------------------------------------------*
001430*    1000-INITIALIZE -- OPEN FILES, TAKE THE LOOK-BACK WINDOWS,  *
001440*    LOAD THE CAT EVENT TABLE, FIX TODAY'S DAY NUMBER, AND PRIME *
001450*    THE REGISTER READ.                                          *
001460*----------------------------------------------------------------*
001470 1000-INITIALIZE.
001480     OPEN INPUT  CLAIMS-REGISTER.
001490     IF WS-CLMREG-STATUS NOT = '00'
001500         DISPLAY 'CLMLNKX -- CLAIMS-REGISTER OPEN FAILED, '
001510             'STATUS ' WS-CLMREG-STATUS
001520         MOVE 16 TO RETURN-CODE
001530         STOP RUN
001540     END-IF.
001550     OPEN OUTPUT LINK-EXTRACT.
001560     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001570     OPEN I-O    RUN-CONTROL.
001580     IF WS-RUNCTL-STATUS NOT = '00'
001590         DISPLAY 'CLMLNKX -- RUN-CONTROL OPEN FAILED, STATUS '
001600             WS-RUNCTL-STATUS
001610         MOVE 16 TO RETURN-CODE
001620         STOP RUN
001630     END-IF.
001640     PERFORM 9200-STAMP-STEP-START THRU 9200-EXIT.
001650     PERFORM 1100-SET-WINDOWS THRU 1100-EXIT.
001660     OPEN INPUT  CAT-FILE.
001670     PERFORM 1150-LOAD-CAT-EVENTS THRU 1150-EXIT
001680         UNTIL END-OF-CAT-EVENTS.
001690     CLOSE CAT-FILE.
001700     MOVE WS-CURRENT-DATE TO WS-DATE-TO-CONVERT.
001710     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
001720     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
001730     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
001740 1000-EXIT.
001750     EXIT.
001760
001770*----------------------------------------------------------------*
001780*    1100-SET-WINDOWS -- TAKE THE THREE LOOK-BACK WINDOWS FROM   *
001790*    THE PARAMETER FILE.  A ZERO OR NON-NUMERIC WINDOW, OR AN    *
001800*    EMPTY FILE, TAKES THE DEFAULT.                              *
001810*----------------------------------------------------------------*
001820 1100-SET-WINDOWS.
001830     OPEN INPUT LINK-PARM-FILE.
001840     READ LINK-PARM-FILE
001850         AT END MOVE SPACES TO LINK-PARM-REC
001860     END-READ.
001870     CLOSE LINK-PARM-FILE.
001880     IF LPR-POLICY-DAYS NUMERIC
001890      AND LPR-POLICY-DAYS > 0
001900         MOVE LPR-POLICY-DAYS TO WS-POLICY-DAYS
001910     ELSE
001920         MOVE 365 TO WS-POLICY-DAYS
001930     END-IF.
001940     IF LPR-CUST-DAYS NUMERIC
001950      AND LPR-CUST-DAYS > 0
001960         MOVE LPR-CUST-DAYS TO WS-CUST-DAYS
001970     ELSE
001980         MOVE 365 TO WS-CUST-DAYS
001990     END-IF.
002000     IF LPR-BURST-DAYS NUMERIC
002010      AND LPR-BURST-DAYS > 0
002020         MOVE LPR-BURST-DAYS TO WS-BURST-DAYS
002030     ELSE
002040         MOVE 90 TO WS-BURST-DAYS
002050     END-IF.
002060 1100-EXIT.
002070     EXIT.
002080
002090*----------------------------------------------------------------*
002100*    1150-LOAD-CAT-EVENTS -- BUILD THE CATASTROPHE EVENT TABLE   *
002110*    FROM THE CAT-FILE REFERENCE FILE, AS CLAIMS01 DOES.         *
002120*----------------------------------------------------------------*
002130 1150-LOAD-CAT-EVENTS.
002140     READ CAT-FILE
002150         AT END     MOVE 'Y' TO WS-CAT-EOF-SWITCH
002160         NOT AT END PERFORM 1160-STORE-CAT-EVENT
002170                        THRU 1160-EXIT
002180     END-READ.
002190 1150-EXIT.
002200     EXIT.
002210
002220 1160-STORE-CAT-EVENT.
002230     IF CAT-ENTRY-COUNT < 20
002240         ADD 1 TO CAT-ENTRY-COUNT
002250         SET CAT-IDX TO CAT-ENTRY-COUNT
002260         MOVE CEV-EVENT-CODE  TO CAT-EVENT-CODE (CAT-IDX)
002270         MOVE CEV-CLAIM-TYPE  TO CAT-CLAIM-TYPE (CAT-IDX)
002280         MOVE CEV-WINDOW-FROM TO CAT-WINDOW-FROM (CAT-IDX)
002290         MOVE CEV-WINDOW-TO   TO CAT-WINDOW-TO (CAT-IDX)
002300     ELSE
002310         DISPLAY 'CLMLNKX -- CAT-FILE HAS MORE THAN 20 '
002320             'EVENTS, CAT-EVENT-TABLE IS FULL'
002330         MOVE 16 TO RETURN-CODE
002340         STOP RUN
002350     END-IF.
002360 1160-EXIT.
002370     EXIT.
002380
002390*----------------------------------------------------------------*
002400*    2000-EXTRACT-ONE-CLAIM -- AGE THE CLAIM'S LOSS DATE AND     *
002410*    WRITE A LINK RECORD FOR EACH WINDOW IT FALLS INSIDE, THEN   *
002420*    READ THE NEXT REGISTER RECORD.  A LOSS DATE THAT IS NOT     *
002430*    NUMERIC CANNOT BE AGED AND IS COUNTED AND PASSED OVER.      *
002440*----------------------------------------------------------------*
002450 2000-EXTRACT-ONE-CLAIM.
002460     ADD 1 TO WS-RECORDS-READ.
002470     IF CRG-LOSS-DATE NUMERIC
002480         MOVE CRG-LOSS-DATE TO WS-DATE-TO-CONVERT
002490         PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT
002500         COMPUTE WS-AGE-DAYS =
002510             WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
002520         IF WS-AGE-DAYS NOT < 0
002530             IF WS-AGE-DAYS NOT > WS-POLICY-DAYS
002540              AND CRG-POLICY-NUMBER NOT = SPACES
002550                 PERFORM 3000-WRITE-POLICY-LINK THRU 3000-EXIT
002560             END-IF
002570             IF WS-AGE-DAYS NOT > WS-CUST-DAYS
002580              AND CRG-CUSTOMER-ID NOT = SPACES
002590                 PERFORM 3100-WRITE-CUSTOMER-LINK THRU 3100-EXIT
002600             END-IF
002610             IF WS-AGE-DAYS NOT > WS-BURST-DAYS
002620              AND CRG-CAT-EVENT = SPACES
002630                 PERFORM 3200-CHECK-CAT-EVENT THRU 3200-EXIT
002640                 IF NOT CLAIM-IN-CAT-WINDOW
002650                     PERFORM 3300-WRITE-BURST-LINK THRU 3300-EXIT
002660                 END-IF
002670             END-IF
002680         END-IF
002690     ELSE
002700         ADD 1 TO WS-BAD-DATE-COUNT
002710     END-IF.
002720     PERFORM 2100-READ-REGISTER THRU 2100-EXIT.
002730 2000-EXIT.
002740     EXIT.
002750
002760 2100-READ-REGISTER.
002770     READ CLAIMS-REGISTER
002780         AT END MOVE 'Y' TO WS-REG-EOF-SWITCH
002790     END-READ.
002800 2100-EXIT.
002810     EXIT.
002820
002830 3000-WRITE-POLICY-LINK.
002840     PERFORM 3900-BUILD-EXTRACT THRU 3900-EXIT.
002850     MOVE 'PO'              TO LKX-LINK-TYPE.
002860     MOVE CRG-POLICY-NUMBER TO LKX-LINK-KEY.
002870     MOVE CRG-CUSTOMER-ID   TO LKX-PARTY-ID.
002880     WRITE LINK-EXTRACT-REC.
002890     ADD 1 TO WS-POLICY-WRITTEN.
002900     ADD 1 TO WS-EXTRACT-WRITTEN.
002910 3000-EXIT.
002920     EXIT.
002930
002940 3100-WRITE-CUSTOMER-LINK.
002950     PERFORM 3900-BUILD-EXTRACT THRU 3900-EXIT.
002960     MOVE 'CU'              TO LKX-LINK-TYPE.
002970     MOVE CRG-CUSTOMER-ID   TO LKX-LINK-KEY.
002980     MOVE CRG-POLICY-NUMBER TO LKX-PARTY-ID.
002990     WRITE LINK-EXTRACT-REC.
003000     ADD 1 TO WS-CUSTOMER-WRITTEN.
003010     ADD 1 TO WS-EXTRACT-WRITTEN.
003020 3100-EXIT.
003030     EXIT.
003040
003050*----------------------------------------------------------------*
003060*    3200-CHECK-CAT-EVENT -- DOES THE LOSS DATE FALL IN A CAT    *
003070*    EVENT WINDOW FOR THE CLAIM TYPE ON TONIGHT'S CATIN FILE?    *
003080*    (AN EVENT WITH A BLANK CLAIM TYPE COVERS EVERY TYPE.)  THE  *
003090*    SAME TEST CLAIMS01 APPLIES AT SCORING TIME -- REPEATED HERE *
003100*    SO AN EVENT DECLARED AFTER THE CLAIM WAS SCORED STILL KEEPS *
003110*    ITS CLAIMS OUT OF THE BURST LINKS.                          *
003120*----------------------------------------------------------------*
003130 3200-CHECK-CAT-EVENT.
003140     MOVE 'N' TO WS-CAT-TAGGED-SW.
003150     IF CAT-ENTRY-COUNT > 0
003160         SET CAT-IDX TO 1
003170         SEARCH CAT-EVENT-ENTRY
003180             AT END        CONTINUE
003190             WHEN CRG-LOSS-DATE NOT < CAT-WINDOW-FROM (CAT-IDX)
003200              AND CRG-LOSS-DATE NOT > CAT-WINDOW-TO (CAT-IDX)
003210              AND (CAT-CLAIM-TYPE (CAT-IDX) = SPACES
003220               OR CAT-CLAIM-TYPE (CAT-IDX) = CRG-CLAIM-TYPE)
003230                 MOVE 'Y' TO WS-CAT-TAGGED-SW
003240         END-SEARCH
003250     END-IF.
003260 3200-EXIT.
003270     EXIT.
003280
003290 3300-WRITE-BURST-LINK.
003300     PERFORM 3900-BUILD-EXTRACT THRU 3900-EXIT.
003310     MOVE 'LD'              TO LKX-LINK-TYPE.
003320     MOVE CRG-LOSS-DATE     TO LKX-BURST-LOSS-DATE.
003330     MOVE CRG-CLAIM-TYPE    TO LKX-BURST-CLAIM-TYPE.
003340     MOVE CRG-CUSTOMER-ID   TO LKX-PARTY-ID.
003350     WRITE LINK-EXTRACT-REC.
003360     ADD 1 TO WS-BURST-WRITTEN.
003370     ADD 1 TO WS-EXTRACT-WRITTEN.
003380 3300-EXIT.
003390     EXIT.
003400
003410 3900-BUILD-EXTRACT.
003420     MOVE SPACES            TO LINK-EXTRACT-REC.
003430     MOVE CRG-CLAIM-ID      TO LKX-CLAIM-ID.
003440     MOVE CRG-CUSTOMER-ID   TO LKX-CUSTOMER-ID.
003450     MOVE CRG-CLAIM-TYPE    TO LKX-CLAIM-TYPE.
003460     MOVE CRG-DAMAGE-AMOUNT TO LKX-DAMAGE-AMOUNT.
003470     MOVE CRG-LOSS-DATE     TO LKX-LOSS-DATE.
003480 3900-EXIT.
003490     EXIT.
003500
003510*----------------------------------------------------------------*
003520*    8000-TERMINATE -- CLOSE FILES AND SHOW THE EXTRACT COUNTS   *
003530*    FOR THE OPERATIONS LOG.                                     *
003540*----------------------------------------------------------------*
003550 8000-TERMINATE.
003560     PERFORM 9300-STAMP-STEP-END THRU 9300-EXIT.
003570     CLOSE RUN-CONTROL.
003580     CLOSE CLAIMS-REGISTER.
003590     CLOSE LINK-EXTRACT.
003600     DISPLAY 'CLMLNKX -- REGISTER RECORDS READ:  '
003610         WS-RECORDS-READ.
003620     DISPLAY 'CLMLNKX -- BAD LOSS DATES SKIPPED: '
003630         WS-BAD-DATE-COUNT.
003640     DISPLAY 'CLMLNKX -- POLICY LINKS WRITTEN:   '
003650         WS-POLICY-WRITTEN.
003660     DISPLAY 'CLMLNKX -- CUSTOMER LINKS WRITTEN: '
003670         WS-CUSTOMER-WRITTEN.
003680     DISPLAY 'CLMLNKX -- BURST LINKS WRITTEN:    '
003690         WS-BURST-WRITTEN.
003700 8000-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------------*
003740*    9100-DATE-TO-DAY-NUMBER -- CONVERT A CCYYMMDD DATE IN       *
003750*    WS-DATE-TO-CONVERT TO A SERIAL DAY NUMBER IN                *
003760*    WS-DAY-NUMBER, SO TWO DATES SUBTRACT TO AN AGE IN DAYS      *
003770*    ACROSS MONTH AND YEAR ENDS.  EACH DIVISION IS DONE IN ITS   *
003780*    OWN COMPUTE SO THE QUOTIENT TRUNCATES TO AN INTEGER, AS     *
003790*    THE FORMULA REQUIRES.  VALID THROUGH 2099.  SAME            *
003800*    CONVERSION CLAIMS01 AND REFAGING USE.                       *
003810*----------------------------------------------------------------*
003820 9100-DATE-TO-DAY-NUMBER.
003830     COMPUTE WS-DAY-TERM-1 = (WS-DTC-MM + 9) / 12.
003840     COMPUTE WS-DAY-TERM-2 =
003850         (7 * (WS-DTC-CCYY + WS-DAY-TERM-1)) / 4.
003860     COMPUTE WS-DAY-TERM-3 = (275 * WS-DTC-MM) / 9.
003870     COMPUTE WS-DAY-NUMBER =
003880         (367 * WS-DTC-CCYY) - WS-DAY-TERM-2
003890         + WS-DAY-TERM-3 + WS-DTC-DD.
003900 9100-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------------*
003940*    9200-STAMP-STEP-START -- MARK THIS STEP STARTED ON THE      *
003950*    RUN-CONTROL MASTER FOR TONIGHT'S RUN DATE.  A RECORD LEFT   *
003960*    FROM AN EARLIER TRY AT THE SAME DATE IS RESTAMPED.          *
003970*----------------------------------------------------------------*
003980 9200-STAMP-STEP-START.
003990     MOVE SPACES          TO RUN-CONTROL-REC.
004000     MOVE WS-CURRENT-DATE TO RCT-RUN-DATE.
004010     MOVE WS-RCT-STEP-ID  TO RCT-STEP-ID.
004020     MOVE 'ST'            TO RCT-STATUS.
004030     MOVE WS-CURRENT-DATE TO RCT-START-DATE.
004040     ACCEPT WS-RCT-STAMP-TIME FROM TIME.
004050     MOVE WS-RCT-STAMP-TIME TO RCT-START-TIME.
004060     MOVE 0               TO RCT-END-DATE.
004070     MOVE 0               TO RCT-END-TIME.
004080     MOVE 0               TO RCT-RECORD-COUNT.
004090     WRITE RUN-CONTROL-REC
004100         INVALID KEY
004110             REWRITE RUN-CONTROL-REC
004120     END-WRITE.
004130     IF WS-RUNCTL-STATUS NOT = '00'
004140      AND WS-RUNCTL-STATUS NOT = '02'
004150         DISPLAY 'CLMLNKX -- RUN-CONTROL STAMP FAILED, STATUS '
004160             WS-RUNCTL-STATUS
004170         MOVE 16 TO RETURN-CODE
004180         STOP RUN
004190     END-IF.
004200 9200-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------------*
004240*    9300-STAMP-STEP-END -- MARK THIS STEP COMPLETE WITH ITS END *
004250*    TIME AND RECORD COUNT.  A STEP THAT STOPS ON AN ERROR NEVER *
004260*    GETS HERE AND LEAVES ITS RECORD MARKED STARTED, WHICH IS    *
004270*    HOW THE RUNSTAT REPORT SHOWS WHERE THE RUN DIED.            *
004280*----------------------------------------------------------------*
004290 9300-STAMP-STEP-END.
004300     MOVE WS-CURRENT-DATE TO RCT-RUN-DATE.
004310     MOVE WS-RCT-STEP-ID  TO RCT-STEP-ID.
004320     READ RUN-CONTROL
004330         INVALID KEY
004340             DISPLAY 'CLMLNKX -- RUN-CONTROL LOST FOR STEP '
004350                 WS-RCT-STEP-ID
004360             MOVE 16 TO RETURN-CODE
004370             STOP RUN
004380     END-READ.
004390     MOVE 'CP'            TO RCT-STATUS.
004400     ACCEPT WS-RCT-STAMP-DATE FROM DATE YYYYMMDD.
004410     MOVE WS-RCT-STAMP-DATE TO RCT-END-DATE.
004420     ACCEPT WS-RCT-STAMP-TIME FROM TIME.
004430     MOVE WS-RCT-STAMP-TIME TO RCT-END-TIME.
004440     MOVE WS-EXTRACT-WRITTEN TO RCT-RECORD-COUNT.
004450     REWRITE RUN-CONTROL-REC.
004460     IF WS-RUNCTL-STATUS NOT = '00'
004470      AND WS-RUNCTL-STATUS NOT = '02'
004480         DISPLAY 'CLMLNKX -- RUN-CONTROL REWRITE FAILED, STATUS '
004490             WS-RUNCTL-STATUS
004500         MOVE 16 TO RETURN-CODE
004510         STOP RUN
004520     END-IF.
004530 9300-EXIT.
004540     EXIT.
