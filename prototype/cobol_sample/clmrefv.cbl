000010*****************************************************************
000020* PROGRAM-ID.  CLMREFV
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-15
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* PRE-RUN REFERENCE DATA VALIDATION.  RUNS AS STEP001, THE FIRST
000090* STEP OF THE DAILY CLAIMS BATCH, BEFORE CLMRECYC HAS MERGED
000100* ANYTHING AND BEFORE ANY OUTPUT GENERATION IS CREATED.  CHECKS
000110* THE REFERENCE FILES CLAIMS01 LOADS OR READS, PRINTS EVERY
000120* PROBLEM ON THE EXCEPTION REPORT, AND ENDS WITH RETURN CODE 8
000130* WHEN THERE IS ANY -- EVERY LATER CLAIMDLY STEP TESTS FOR IT,
000140* SO THE WHOLE STREAM IS HELD UNTIL THE DATA IS FIXED:
000141*   - LINE-OF-BUSINESS (LOBMST): MORE LINES THAN THE 20 CLAIMS01
000142*     CAN TABLE, A BLANK DESCRIPTION, AN ACTIVE FLAG OTHER THAN Y
000143*     OR N, NON-NUMERIC SCORE POINTS, A ZERO OR NON-NUMERIC LATE-
000144*     REPORT LIMIT OR REPORT SEQUENCE, AND NO ACTIVE LINE AT ALL.
000145*     IT IS CHECKED FIRST, AND THE CLAIM TYPES ON THE FILES BELOW
000146*     ARE CHECKED AGAINST IT.
000150*   - THRESH-FILE (THRIN): MORE ENTRIES THAN THE 10 CLAIMS01
000160*     CAN TABLE, A CLAIM TYPE NOT ON THE LINE-OF-BUSINESS MASTER,
000170*     A ZERO OR NON-NUMERIC AMOUNT, A SECOND THRESHOLD FOR A CLAIM
000180*     TYPE ALREADY GIVEN ONE (CLAIMS01 WOULD NEVER USE IT), AND AN
000182*     ACTIVE LINE OF BUSINESS WITH NO THRESHOLD AT ALL (ITS CLAIMS
000184*     WOULD NEVER BE ROUTED ON AMOUNT).
000190*   - CAT-FILE (CATIN): MORE EVENTS THAN THE 20 CLAIMS01 CAN
000200*     TABLE, A BLANK EVENT CODE, A CLAIM TYPE THAT IS NEITHER
000210*     BLANK NOR ON THE LINE-OF-BUSINESS MASTER, A NON-NUMERIC
000220*     WINDOW DATE, A FROM DATE AFTER THE TO DATE, AND A WINDOW
000230*     THAT OVERLAPS AN EARLIER EVENT'S WINDOW FOR THE SAME CLAIM
000240*     TYPE.  A BLANK CLAIM TYPE COVERS EVERY TYPE, SO IT OVERLAPS
000245*     ANY TYPE'S WINDOW.
000250*   - WATCH-LIST (WATCHLST): AN ENTRY WITH A BLANK CUSTOMER ID.
000260*   - POLICY-MASTER (POLYMST): A SAMPLE INTEGRITY PASS OVER THE
000270*     FIRST POLICIES IN KEY ORDER -- A COVERAGE STATUS OTHER THAN
000280*     AC, LP OR CN, A NON-NUMERIC TERMINATION DATE, AND AN ACTIVE
000290*     POLICY CARRYING A TERMINATION DATE.  SYSIN COLUMNS 1-7 GIVE
000300*     THE NUMBER OF POLICIES TO CHECK; A MISSING OR BLANK CARD
000310*     CHECKS 2000.
000320* THE STEP STAMPS ITS STEP001 RECORD ON THE RUN-CONTROL MASTER
000330* AT START, AND MARKS IT COMPLETE ONLY WHEN THE DATA IS CLEAN --
000340* A HELD RUN SHOWS ON RUNSTAT AS STOPPED AT STEP001.  THE RECORD
000350* COUNT IS THE NUMBER OF REFERENCE RECORDS CHECKED.
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380* DATE       INIT  DESCRIPTION
000390* ---------- ----  -----------------------------------------------
000400* 2026-10-15 JHM   ORIGINAL PRE-RUN REFERENCE VALIDATION PROGRAM.
000402* 2026-10-15 JHM   NEW LINE-OF-BUSINESS MASTER SECTION; THRESH
000404*                  AND CAT CLAIM TYPES ARE CHECKED AGAINST THE
000406*                  MASTER, AND AN ACTIVE LINE WITH NO THRESHOLD IS
000408*                  AN EXCEPTION.
000410*****************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.    CLMREFV.
000440 AUTHOR.        J H MERCER.
000450 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000460 DATE-WRITTEN.  2026-10-15.
000470 DATE-COMPILED.
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SOURCE-COMPUTER.  IBM-370.
000520 OBJECT-COMPUTER.  IBM-370.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
000570            ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT THRESH-FILE      ASSIGN TO THRIN
000600            ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT CAT-FILE         ASSIGN TO CATIN
000630            ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT WATCH-LIST       ASSIGN TO WATCHLST
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE IS SEQUENTIAL
000680            RECORD KEY IS WCH-CUSTOMER-ID
000690            FILE STATUS IS WS-WATCHLST-STATUS.
000700
000710     SELECT POLICY-MASTER    ASSIGN TO POLYMST
000720            ORGANIZATION IS INDEXED
000730            ACCESS MODE IS SEQUENTIAL
000740            RECORD KEY IS POM-POLICY-NUMBER
000750            FILE STATUS IS WS-POLYMST-STATUS.
000760
000761     SELECT LINE-OF-BUSINESS ASSIGN TO LOBMST
000762            ORGANIZATION IS INDEXED
000763            ACCESS MODE IS SEQUENTIAL
000764            RECORD KEY IS LOB-CLAIM-TYPE
000765            FILE STATUS IS WS-LOBMST-STATUS.
000766
000770     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000780            ORGANIZATION IS SEQUENTIAL.
000790
000800     SELECT RUN-CONTROL     ASSIGN TO RUNCTL
000810            ORGANIZATION IS INDEXED
000820            ACCESS MODE IS DYNAMIC
000830            RECORD KEY IS RCT-KEY
000840            FILE STATUS IS WS-RUNCTL-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  CONTROL-CARD-FILE
000890     LABEL RECORDS ARE OMITTED.
000900 01  CONTROL-CARD.
000910     05  CTL-SAMPLE-SIZE-X       PIC X(07).
000920     05  CTL-SAMPLE-SIZE REDEFINES CTL-SAMPLE-SIZE-X
000930                                 PIC 9(07).
000940     05  FILLER                  PIC X(73).
000950
000960 FD  THRESH-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY THRSHREC.
000990
001000 FD  CAT-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY CATEVENT.
001030
001040 FD  WATCH-LIST
001050     LABEL RECORDS ARE STANDARD.
001060     COPY WATCHREC.
001070
001080 FD  POLICY-MASTER
001090     LABEL RECORDS ARE STANDARD.
001100     COPY POLYMAST.
001110
001112 FD  LINE-OF-BUSINESS
001114     LABEL RECORDS ARE STANDARD.
001116     COPY LOBMSTRC.
001118
001120 FD  REPORT-FILE
001130     LABEL RECORDS OMITTED
001140     RECORDING MODE IS F.
001150 01  RPT-LINE                    PIC X(80).
001160
001170 FD  RUN-CONTROL
001180     LABEL RECORDS ARE STANDARD.
001190     COPY RUNCTLRC.
001200
001210 WORKING-STORAGE SECTION.
001220
001230 01  WS-SWITCHES.
001240     05  WS-THRESH-EOF-SWITCH    PIC X(01) VALUE 'N'.
001250         88  END-OF-THRESH                VALUE 'Y'.
001260     05  WS-CAT-EOF-SWITCH       PIC X(01) VALUE 'N'.
001270         88  END-OF-CAT                   VALUE 'Y'.
001280     05  WS-WATCH-EOF-SWITCH     PIC X(01) VALUE 'N'.
001290         88  END-OF-WATCH                 VALUE 'Y'.
001300     05  WS-POLICY-EOF-SWITCH    PIC X(01) VALUE 'N'.
001310         88  END-OF-POLICIES              VALUE 'Y'.
001320     05  WS-CAT-WINDOW-OK-SW     PIC X(01) VALUE 'N'.
001330         88  CAT-WINDOW-IS-OK             VALUE 'Y'.
001332     05  WS-LOB-EOF-SWITCH       PIC X(01) VALUE 'N'.
001334         88  END-OF-LOB-MASTER            VALUE 'Y'.
001336     05  WS-THRESH-FOUND-SW      PIC X(01) VALUE 'N'.
001338         88  THRESHOLD-WAS-FOUND          VALUE 'Y'.
001340
001350     COPY LOBTBL.
001380
001390     COPY THRSHTBL.
001400
001410     COPY CATTBL.
001420
001430 01  WS-COUNTERS.
001440     05  WS-FILE-READ-COUNT      PIC 9(08) COMP VALUE 0.
001450     05  WS-FILE-EXCEPTION-COUNT PIC 9(08) COMP VALUE 0.
001460     05  WS-TOTAL-READ-COUNT     PIC 9(08) COMP VALUE 0.
001470     05  WS-TOTAL-EXCEPTION-COUNT
001480                                 PIC 9(08) COMP VALUE 0.
001485     05  WS-LOB-ACTIVE-COUNT     PIC 9(04) COMP VALUE 0.
001490
001500 01  WS-WORK-FIELDS.
001510     05  WS-WATCHLST-STATUS      PIC X(02) VALUE '00'.
001520     05  WS-POLYMST-STATUS       PIC X(02) VALUE '00'.
001525     05  WS-LOBMST-STATUS        PIC X(02) VALUE '00'.
001530     05  WS-SAMPLE-SIZE          PIC 9(08) COMP VALUE 2000.
001540
001550 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001560
001570 01  WS-RUN-CONTROL-FIELDS.
001580     05  WS-RUNCTL-STATUS        PIC X(02) VALUE '00'.
001590     05  WS-RCT-STEP-ID          PIC X(08) VALUE 'STEP001'.
001600     05  WS-RCT-STAMP-DATE       PIC 9(08) VALUE 0.
001610     05  WS-RCT-STAMP-TIME       PIC 9(08) VALUE 0.
001620
001630 01  WS-REPORT-LINES.
001640     05  WS-TITLE-LINE.
001650         10  FILLER              PIC X(20) VALUE SPACES.
001660         10  FILLER              PIC X(40)
001670                 VALUE 'REFERENCE DATA VALIDATION REPORT'.
001680         10  FILLER              PIC X(20) VALUE SPACES.
001690     05  WS-DATE-LINE.
001700         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001710         10  WS-DL-DATE          PIC 9(08).
001720         10  FILLER              PIC X(62) VALUE SPACES.
001730     05  WS-SEC-LINE.
001740         10  WS-SEC-TITLE        PIC X(60).
001750         10  FILLER              PIC X(20) VALUE SPACES.
001760     05  WS-EXC-HDR-LINE.
001770         10  FILLER              PIC X(09) VALUE 'FILE'.
001780         10  FILLER              PIC X(09) VALUE ' RECORD'.
001790         10  FILLER              PIC X(12) VALUE 'KEY'.
001800         10  FILLER              PIC X(50) VALUE 'EXCEPTION'.
001810     05  WS-EXC-LINE.
001820         10  WS-EXC-FILE         PIC X(08).
001830         10  FILLER              PIC X(01) VALUE SPACES.
001840         10  WS-EXC-RECORD       PIC ZZZZZZ9.
001850         10  FILLER              PIC X(02) VALUE SPACES.
001860         10  WS-EXC-KEY          PIC X(10).
001870         10  FILLER              PIC X(02) VALUE SPACES.
001880         10  WS-EXC-MESSAGE      PIC X(50).
001890     05  WS-FILE-TOTAL-LINE.
001900         10  FILLER              PIC X(18)
001910                 VALUE '  RECORDS CHECKED '.
001920         10  WS-FTL-READ         PIC ZZZ,ZZ9.
001930         10  FILLER              PIC X(14)
001940                 VALUE '    EXCEPTIONS'.
001950         10  WS-FTL-EXCEPTIONS   PIC ZZZ,ZZ9.
001960         10  FILLER              PIC X(34) VALUE SPACES.
001970     05  WS-RESULT-LINE.
001980         10  WS-RESULT-TEXT      PIC X(60).
001990         10  FILLER              PIC X(20) VALUE SPACES.
002000
002010 PROCEDURE DIVISION.
002020
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002045     PERFORM 1500-VALIDATE-LINES-OF-BUSINESS THRU 1500-EXIT.
002050     PERFORM 2000-VALIDATE-THRESHOLDS THRU 2000-EXIT.
002060     PERFORM 3000-VALIDATE-CAT-EVENTS THRU 3000-EXIT.
002070     PERFORM 4000-VALIDATE-WATCH-LIST THRU 4000-EXIT.
002080     PERFORM 5000-VALIDATE-POLICIES THRU 5000-EXIT.
002090     PERFORM 8000-TERMINATE THRU 8000-EXIT.
002100     STOP RUN.
002110
002120*----------------------------------------------------------------*
002130*    1000-INITIALIZE -- READ THE SAMPLE-SIZE CARD, OPEN FILES,   *
002140*    STAMP THE STEP STARTED AND PRINT THE REPORT HEADING.        *
002150*----------------------------------------------------------------*
002160 1000-INITIALIZE.
002170     OPEN INPUT CONTROL-CARD-FILE.
002180     READ CONTROL-CARD-FILE
002190         AT END MOVE SPACES TO CONTROL-CARD
002200     END-READ.
002210     CLOSE CONTROL-CARD-FILE.
002220     IF CTL-SAMPLE-SIZE-X NOT = SPACES
002230         IF CTL-SAMPLE-SIZE IS NUMERIC
002240          AND CTL-SAMPLE-SIZE > 0
002250             MOVE CTL-SAMPLE-SIZE TO WS-SAMPLE-SIZE
002260         ELSE
002270             DISPLAY 'CLMREFV -- SAMPLE-SIZE CARD NOT NUMERIC: '
002280                 CTL-SAMPLE-SIZE-X
002290             MOVE 16 TO RETURN-CODE
002300             STOP RUN
002310         END-IF
002320     END-IF.
002330     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002340     OPEN I-O    RUN-CONTROL.
002350     IF WS-RUNCTL-STATUS NOT = '00'
002360         DISPLAY 'CLMREFV -- RUN-CONTROL OPEN FAILED, STATUS '
002370             WS-RUNCTL-STATUS
002380         MOVE 16 TO RETURN-CODE
002390         STOP RUN
002400     END-IF.
002410     PERFORM 9200-STAMP-STEP-START THRU 9200-EXIT.
002420     OPEN INPUT  THRESH-FILE.
002430     OPEN INPUT  CAT-FILE.
002431     OPEN INPUT  LINE-OF-BUSINESS.
002432     IF WS-LOBMST-STATUS NOT = '00'
002433         DISPLAY 'CLMREFV -- LINE-OF-BUSINESS OPEN FAILED, '
002434             'STATUS ' WS-LOBMST-STATUS
002435         MOVE 16 TO RETURN-CODE
002436         STOP RUN
002437     END-IF.
002440     OPEN INPUT  WATCH-LIST.
002450     IF WS-WATCHLST-STATUS NOT = '00'
002460         DISPLAY 'CLMREFV -- WATCH-LIST OPEN FAILED, STATUS '
002470             WS-WATCHLST-STATUS
002480         MOVE 16 TO RETURN-CODE
002490         STOP RUN
002500     END-IF.
002510     OPEN INPUT  POLICY-MASTER.
002520     IF WS-POLYMST-STATUS NOT = '00'
002530         DISPLAY 'CLMREFV -- POLICY-MASTER OPEN FAILED, STATUS '
002540             WS-POLYMST-STATUS
002550         MOVE 16 TO RETURN-CODE
002560         STOP RUN
002570     END-IF.
002580     OPEN OUTPUT REPORT-FILE.
002590     WRITE RPT-LINE FROM WS-TITLE-LINE.
002600     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
002610     WRITE RPT-LINE FROM WS-DATE-LINE.
002620 1000-EXIT.
002630     EXIT.
002631
002632*----------------------------------------------------------------*
002633*    1500-VALIDATE-LINES-OF-BUSINESS -- CHECK EVERY LINE ON THE  *
002634*    LINE-OF-BUSINESS MASTER AND TABLE THE CLAIM TYPES FOR THE   *
002635*    THRESH-FILE AND CAT-FILE CHECKS.  A MASTER WITH NO ACTIVE   *
002636*    LINE WOULD REJECT EVERY CLAIM AT E010.                      *
002637*----------------------------------------------------------------*
002638 1500-VALIDATE-LINES-OF-BUSINESS.
002639     MOVE 'LINE-OF-BUSINESS (LOBMST) -- CLAIM TYPES'
002640         TO WS-SEC-TITLE.
002641     PERFORM 7000-START-SECTION THRU 7000-EXIT.
002642     MOVE 'LOBMAST' TO WS-EXC-FILE.
002643     PERFORM 1510-READ-LINE-OF-BUSINESS THRU 1510-EXIT.
002644     PERFORM 1520-CHECK-ONE-LINE THRU 1520-EXIT
002645         UNTIL END-OF-LOB-MASTER.
002646     CLOSE LINE-OF-BUSINESS.
002647     IF WS-LOB-ACTIVE-COUNT = 0
002648         MOVE SPACES TO WS-EXC-KEY
002649         MOVE 'NO ACTIVE LINE OF BUSINESS ON THE MASTER'
002650             TO WS-EXC-MESSAGE
002651         PERFORM 7110-PRINT-FILE-EXCEPTION THRU 7110-EXIT
002652     END-IF.
002653     PERFORM 7200-END-SECTION THRU 7200-EXIT.
002654 1500-EXIT.
002655     EXIT.
002656
002657 1510-READ-LINE-OF-BUSINESS.
002658     READ LINE-OF-BUSINESS
002659         AT END MOVE 'Y' TO WS-LOB-EOF-SWITCH
002660     END-READ.
002661     IF WS-LOBMST-STATUS NOT = '00'
002662      AND WS-LOBMST-STATUS NOT = '10'
002663         DISPLAY 'CLMREFV -- LINE-OF-BUSINESS READ FAILED, '
002664             'STATUS ' WS-LOBMST-STATUS
002665         MOVE 16 TO RETURN-CODE
002666         STOP RUN
002667     END-IF.
002668 1510-EXIT.
002669     EXIT.
002670
002671 1520-CHECK-ONE-LINE.
002672     ADD 1 TO WS-FILE-READ-COUNT.
002673     MOVE LOB-CLAIM-TYPE TO WS-EXC-KEY.
002674     IF WS-FILE-READ-COUNT > 20
002675         MOVE 'LINE BEYOND THE 20 THE LOB TABLE CAN HOLD'
002676             TO WS-EXC-MESSAGE
002677         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
002678     END-IF.
002679     IF LOB-DESCRIPTION = SPACES
002680         MOVE 'DESCRIPTION IS BLANK' TO WS-EXC-MESSAGE
002681         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
002682     END-IF.
002683     IF NOT LOB-VALID-ACTIVE-FLAG
002684         MOVE 'ACTIVE FLAG IS NOT Y OR N' TO WS-EXC-MESSAGE
002685         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
002686     END-IF.
002687     IF LOB-SCORE-POINTS IS NOT NUMERIC
002688         MOVE 'SCORE POINTS ARE NOT NUMERIC' TO WS-EXC-MESSAGE
002689         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
002690     END-IF.
002691     IF LOB-LATE-DAYS IS NOT NUMERIC
002692         MOVE 'LATE-REPORT DAY LIMIT IS NOT NUMERIC'
002693             TO WS-EXC-MESSAGE
002694         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
002695     ELSE
002696         IF LOB-LATE-DAYS = 0
002697             MOVE 'LATE-REPORT DAY LIMIT IS ZERO'
002698                 TO WS-EXC-MESSAGE
002699             PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
002700         END-IF
002701     END-IF.
002702     IF LOB-REPORT-SEQ IS NOT NUMERIC
002703         MOVE 'REPORT SEQUENCE IS NOT NUMERIC' TO WS-EXC-MESSAGE
002704         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
002705     ELSE
002706         IF LOB-REPORT-SEQ = 0
002707             MOVE 'REPORT SEQUENCE IS ZERO' TO WS-EXC-MESSAGE
002708             PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
002709         END-IF
002710     END-IF.
002711     IF LOB-IS-ACTIVE
002712         ADD 1 TO WS-LOB-ACTIVE-COUNT
002713     END-IF.
002714     IF LBT-ENTRY-COUNT < 20
002715         ADD 1 TO LBT-ENTRY-COUNT
002716         SET LBT-IDX TO LBT-ENTRY-COUNT
002717         MOVE LOB-CLAIM-TYPE    TO LBT-CLAIM-TYPE (LBT-IDX)
002718         MOVE LOB-ACTIVE-FLAG   TO LBT-ACTIVE-FLAG (LBT-IDX)
002719     END-IF.
002720     PERFORM 1510-READ-LINE-OF-BUSINESS THRU 1510-EXIT.
002721 1520-EXIT.
002722     EXIT.
002723
002724*----------------------------------------------------------------*
002725*    2000-VALIDATE-THRESHOLDS -- CHECK EVERY THRESH-FILE ENTRY.  *
002726*    THE ENTRIES ARE TABLED AS CLAIMS01 TABLES THEM, SO A SECOND *
002727*    ENTRY FOR ONE CLAIM TYPE IS FOUND THE SAME WAY CLAIMS01     *
002728*    WOULD FIND THE FIRST.                                       *
002729*----------------------------------------------------------------*
002730 2000-VALIDATE-THRESHOLDS.
002731     MOVE 'THRESH-FILE (THRIN) -- CLAIM-TYPE THRESHOLDS'
002732         TO WS-SEC-TITLE.
002740     PERFORM 7000-START-SECTION THRU 7000-EXIT.
002750     MOVE 'THRESH' TO WS-EXC-FILE.
002760     PERFORM 2100-READ-THRESHOLD THRU 2100-EXIT.
002770     PERFORM 2200-CHECK-ONE-THRESHOLD THRU 2200-EXIT
002780         UNTIL END-OF-THRESH.
002782     PERFORM 2300-CHECK-LINE-THRESHOLD THRU 2300-EXIT
002784         VARYING LBT-IDX FROM 1 BY 1
002786         UNTIL LBT-IDX > LBT-ENTRY-COUNT.
002790     CLOSE THRESH-FILE.
002800     PERFORM 7200-END-SECTION THRU 7200-EXIT.
002810 2000-EXIT.
002820     EXIT.
002830
002840 2100-READ-THRESHOLD.
002850     READ THRESH-FILE
002860         AT END MOVE 'Y' TO WS-THRESH-EOF-SWITCH
002870     END-READ.
002880 2100-EXIT.
002890     EXIT.
002900
002910 2200-CHECK-ONE-THRESHOLD.
002920     ADD 1 TO WS-FILE-READ-COUNT.
002930     MOVE TFR-CLAIM-TYPE TO WS-EXC-KEY.
002940     IF WS-FILE-READ-COUNT > 10
002950         MOVE 'ENTRY BEYOND THE 10 THE THRESHOLD TABLE HOLDS'
002960             TO WS-EXC-MESSAGE
002970         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
002980     END-IF.
002990     SET LBT-IDX TO 1.
003000     SEARCH LINE-OF-BUSINESS-ENTRY
003010         AT END
003015             MOVE 'CLAIM TYPE NOT ON LINE-OF-BUSINESS MASTER'
003020                 TO WS-EXC-MESSAGE
003030             PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
003040         WHEN LBT-CLAIM-TYPE (LBT-IDX) = TFR-CLAIM-TYPE
003042             CONTINUE
003044     END-SEARCH.
003050     IF TFR-AMOUNT IS NOT NUMERIC
003060         MOVE 'THRESHOLD AMOUNT IS NOT NUMERIC'
003070             TO WS-EXC-MESSAGE
003080         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
003090     ELSE
003100         IF TFR-AMOUNT = 0
003110             MOVE 'THRESHOLD AMOUNT IS ZERO' TO WS-EXC-MESSAGE
003120             PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
003130         END-IF
003140     END-IF.
003150     SET THR-IDX TO 1.
003160     SEARCH THRESHOLD-ENTRY
003170         AT END        CONTINUE
003180         WHEN THR-CLAIM-TYPE (THR-IDX) = TFR-CLAIM-TYPE
003190             MOVE 'SECOND THRESHOLD FOR THIS CLAIM TYPE'
003200                 TO WS-EXC-MESSAGE
003210             PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
003220     END-SEARCH.
003230     IF THR-ENTRY-COUNT < 10
003240         ADD 1 TO THR-ENTRY-COUNT
003250         SET THR-IDX TO THR-ENTRY-COUNT
003260         MOVE TFR-CLAIM-TYPE TO THR-CLAIM-TYPE (THR-IDX)
003270         MOVE 0              TO THR-AMOUNT (THR-IDX)
003280         IF TFR-AMOUNT IS NUMERIC
003290             MOVE TFR-AMOUNT TO THR-AMOUNT (THR-IDX)
003300         END-IF
003310     END-IF.
003320     PERFORM 2100-READ-THRESHOLD THRU 2100-EXIT.
003330 2200-EXIT.
003340     EXIT.
003341
003342*----------------------------------------------------------------*
003343*    2300-CHECK-LINE-THRESHOLD -- AN ACTIVE LINE OF BUSINESS     *
003344*    WITH NO THRESH-FILE ENTRY WOULD NEVER BE ROUTED ON AMOUNT,  *
003345*    SO A NEW LINE NEEDS ITS THRESHOLD BEFORE IT TAKES CLAIMS.   *
003346*----------------------------------------------------------------*
003347 2300-CHECK-LINE-THRESHOLD.
003348     IF LBT-IS-ACTIVE (LBT-IDX)
003349         MOVE 'N' TO WS-THRESH-FOUND-SW
003350         SET THR-IDX TO 1
003351         SEARCH THRESHOLD-ENTRY
003352             AT END        CONTINUE
003353             WHEN THR-CLAIM-TYPE (THR-IDX)
003354                  = LBT-CLAIM-TYPE (LBT-IDX)
003355                 MOVE 'Y' TO WS-THRESH-FOUND-SW
003356         END-SEARCH
003357         IF NOT THRESHOLD-WAS-FOUND
003358             MOVE LBT-CLAIM-TYPE (LBT-IDX) TO WS-EXC-KEY
003359             MOVE 'ACTIVE LINE OF BUSINESS HAS NO THRESHOLD'
003360                 TO WS-EXC-MESSAGE
003361             PERFORM 7110-PRINT-FILE-EXCEPTION THRU 7110-EXIT
003362         END-IF
003363     END-IF.
003364 2300-EXIT.
003365     EXIT.
003367
003369*----------------------------------------------------------------*
003370*    3000-VALIDATE-CAT-EVENTS -- CHECK EVERY CAT-FILE EVENT.     *
003380*    EACH EVENT WITH A GOOD WINDOW IS TABLED, AND EACH LATER     *
003390*    EVENT'S WINDOW IS COMPARED WITH EVERY ONE TABLED BEFORE IT. *
003400*----------------------------------------------------------------*
003410 3000-VALIDATE-CAT-EVENTS.
003420     MOVE 'CAT-FILE (CATIN) -- CATASTROPHE EVENT WINDOWS'
003430         TO WS-SEC-TITLE.
003440     PERFORM 7000-START-SECTION THRU 7000-EXIT.
003450     MOVE 'CATEVENT' TO WS-EXC-FILE.
003460     PERFORM 3100-READ-CAT-EVENT THRU 3100-EXIT.
003470     PERFORM 3200-CHECK-ONE-CAT-EVENT THRU 3200-EXIT
003480         UNTIL END-OF-CAT.
003490     CLOSE CAT-FILE.
003500     PERFORM 7200-END-SECTION THRU 7200-EXIT.
003510 3000-EXIT.
003520     EXIT.
003530
003540 3100-READ-CAT-EVENT.
003550     READ CAT-FILE
003560         AT END MOVE 'Y' TO WS-CAT-EOF-SWITCH
003570     END-READ.
003580 3100-EXIT.
003590     EXIT.
003600
003610 3200-CHECK-ONE-CAT-EVENT.
003620     ADD 1 TO WS-FILE-READ-COUNT.
003630     MOVE CEV-EVENT-CODE TO WS-EXC-KEY.
003640     MOVE 'Y' TO WS-CAT-WINDOW-OK-SW.
003650     IF WS-FILE-READ-COUNT > 20
003660         MOVE 'EVENT BEYOND THE 20 THE CAT EVENT TABLE HOLDS'
003670             TO WS-EXC-MESSAGE
003680         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
003690     END-IF.
003700     IF CEV-EVENT-CODE = SPACES
003710         MOVE 'EVENT CODE IS BLANK' TO WS-EXC-MESSAGE
003720         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
003730     END-IF.
003740     IF CEV-CLAIM-TYPE NOT = SPACES
003750         SET LBT-IDX TO 1
003760         SEARCH LINE-OF-BUSINESS-ENTRY
003770             AT END
003775                 MOVE 'CLAIM TYPE NOT ON LINE-OF-BUSINESS MASTER'
003780                     TO WS-EXC-MESSAGE
003790                 PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
003800             WHEN LBT-CLAIM-TYPE (LBT-IDX) = CEV-CLAIM-TYPE
003802                 CONTINUE
003804         END-SEARCH
003810     END-IF.
003820     IF CEV-WINDOW-FROM IS NOT NUMERIC
003830      OR CEV-WINDOW-TO IS NOT NUMERIC
003840         MOVE 'N' TO WS-CAT-WINDOW-OK-SW
003850         MOVE 'WINDOW DATE IS NOT NUMERIC' TO WS-EXC-MESSAGE
003860         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
003870     ELSE
003880         IF CEV-WINDOW-FROM > CEV-WINDOW-TO
003890             MOVE 'N' TO WS-CAT-WINDOW-OK-SW
003900             MOVE 'WINDOW FROM DATE IS AFTER ITS TO DATE'
003910                 TO WS-EXC-MESSAGE
003920             PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
003930         END-IF
003940     END-IF.
003950     IF CAT-WINDOW-IS-OK
003960         PERFORM 3300-CHECK-OVERLAP THRU 3300-EXIT
003970             VARYING CAT-IDX FROM 1 BY 1
003980             UNTIL CAT-IDX > CAT-ENTRY-COUNT
003990         IF CAT-ENTRY-COUNT < 20
004000             ADD 1 TO CAT-ENTRY-COUNT
004010             SET CAT-IDX TO CAT-ENTRY-COUNT
004020             MOVE CEV-EVENT-CODE  TO CAT-EVENT-CODE (CAT-IDX)
004030             MOVE CEV-CLAIM-TYPE  TO CAT-CLAIM-TYPE (CAT-IDX)
004040             MOVE CEV-WINDOW-FROM TO CAT-WINDOW-FROM (CAT-IDX)
004050             MOVE CEV-WINDOW-TO   TO CAT-WINDOW-TO (CAT-IDX)
004060         END-IF
004070     END-IF.
004080     PERFORM 3100-READ-CAT-EVENT THRU 3100-EXIT.
004090 3200-EXIT.
004100     EXIT.
004110
004120*----------------------------------------------------------------*
004130*    3300-CHECK-OVERLAP -- COMPARE THIS EVENT'S WINDOW WITH ONE  *
004140*    TABLED EVENT.  CLAIMS01 TAGS A CLAIM WITH THE FIRST WINDOW  *
004150*    THAT COVERS IT, SO AN OVERLAPPING WINDOW FOR THE SAME TYPE  *
004160*    (OR FOR ALL TYPES) LOSES CLAIMS TO THE EARLIER EVENT.       *
004170*----------------------------------------------------------------*
004180 3300-CHECK-OVERLAP.
004190     IF (CAT-CLAIM-TYPE (CAT-IDX) = CEV-CLAIM-TYPE
004200      OR CAT-CLAIM-TYPE (CAT-IDX) = SPACES
004210      OR CEV-CLAIM-TYPE = SPACES)
004220      AND CEV-WINDOW-FROM NOT > CAT-WINDOW-TO (CAT-IDX)
004230      AND CEV-WINDOW-TO NOT < CAT-WINDOW-FROM (CAT-IDX)
004240         MOVE SPACES TO WS-EXC-MESSAGE
004250         STRING 'WINDOW OVERLAPS EVENT ' DELIMITED BY SIZE
004260                CAT-EVENT-CODE (CAT-IDX) DELIMITED BY SPACE
004270                ' FOR THE SAME CLAIM TYPE' DELIMITED BY SIZE
004280             INTO WS-EXC-MESSAGE
004290         END-STRING
004300         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
004310     END-IF.
004320 3300-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------------*
004360*    4000-VALIDATE-WATCH-LIST -- CHECK EVERY WATCH-LIST ENTRY    *
004370*    FOR A BLANK CUSTOMER ID.  THE KEY COLUMN SHOWS THE CLAIM    *
004380*    THE FRAUD WAS CONFIRMED ON, SINCE THE CUSTOMER IS BLANK.    *
004390*----------------------------------------------------------------*
004400 4000-VALIDATE-WATCH-LIST.
004410     MOVE 'WATCH-LIST (WATCHLST) -- CONFIRMED-FRAUD CUSTOMERS'
004420         TO WS-SEC-TITLE.
004430     PERFORM 7000-START-SECTION THRU 7000-EXIT.
004440     MOVE 'WATCHLST' TO WS-EXC-FILE.
004450     PERFORM 4100-READ-WATCH-ENTRY THRU 4100-EXIT.
004460     PERFORM 4200-CHECK-ONE-WATCH-ENTRY THRU 4200-EXIT
004470         UNTIL END-OF-WATCH.
004480     CLOSE WATCH-LIST.
004490     PERFORM 7200-END-SECTION THRU 7200-EXIT.
004500 4000-EXIT.
004510     EXIT.
004520
004530 4100-READ-WATCH-ENTRY.
004540     READ WATCH-LIST
004550         AT END MOVE 'Y' TO WS-WATCH-EOF-SWITCH
004560     END-READ.
004570     IF WS-WATCHLST-STATUS NOT = '00'
004580      AND WS-WATCHLST-STATUS NOT = '10'
004590         DISPLAY 'CLMREFV -- WATCH-LIST READ FAILED, STATUS '
004600             WS-WATCHLST-STATUS
004610         MOVE 16 TO RETURN-CODE
004620         STOP RUN
004630     END-IF.
004640 4100-EXIT.
004650     EXIT.
004660
004670 4200-CHECK-ONE-WATCH-ENTRY.
004680     ADD 1 TO WS-FILE-READ-COUNT.
004690     IF WCH-CUSTOMER-ID = SPACES
004700         MOVE WCH-CLAIM-ID TO WS-EXC-KEY
004710         MOVE 'CUSTOMER ID IS BLANK -- KEY SHOWN IS THE CLAIM'
004720             TO WS-EXC-MESSAGE
004730         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
004740     END-IF.
004750     PERFORM 4100-READ-WATCH-ENTRY THRU 4100-EXIT.
004760 4200-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------------*
004800*    5000-VALIDATE-POLICIES -- SAMPLE INTEGRITY PASS OVER THE    *
004810*    FIRST WS-SAMPLE-SIZE POLICIES ON THE POLICY MASTER.         *
004820*----------------------------------------------------------------*
004830 5000-VALIDATE-POLICIES.
004840     MOVE 'POLICY-MASTER (POLYMST) -- SAMPLE INTEGRITY PASS'
004850         TO WS-SEC-TITLE.
004860     PERFORM 7000-START-SECTION THRU 7000-EXIT.
004870     MOVE 'POLYMAST' TO WS-EXC-FILE.
004880     PERFORM 5100-READ-POLICY THRU 5100-EXIT.
004890     PERFORM 5200-CHECK-ONE-POLICY THRU 5200-EXIT
004900         UNTIL END-OF-POLICIES
004910            OR WS-FILE-READ-COUNT NOT < WS-SAMPLE-SIZE.
004920     CLOSE POLICY-MASTER.
004930     PERFORM 7200-END-SECTION THRU 7200-EXIT.
004940 5000-EXIT.
004950     EXIT.
004960
004970 5100-READ-POLICY.
004980     READ POLICY-MASTER
004990         AT END MOVE 'Y' TO WS-POLICY-EOF-SWITCH
005000     END-READ.
005010     IF WS-POLYMST-STATUS NOT = '00'
005020      AND WS-POLYMST-STATUS NOT = '10'
005030         DISPLAY 'CLMREFV -- POLICY-MASTER READ FAILED, STATUS '
005040             WS-POLYMST-STATUS
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF.
005080 5100-EXIT.
005090     EXIT.
005100
005110 5200-CHECK-ONE-POLICY.
005120     ADD 1 TO WS-FILE-READ-COUNT.
005130     MOVE POM-POLICY-NUMBER TO WS-EXC-KEY.
005140     IF NOT POM-COVERAGE-ACTIVE
005150      AND NOT POM-COVERAGE-ENDED
005160         MOVE SPACES TO WS-EXC-MESSAGE
005170         STRING 'COVERAGE STATUS ''' DELIMITED BY SIZE
005180                POM-COVERAGE-STATUS DELIMITED BY SIZE
005190                ''' IS NOT AC, LP OR CN' DELIMITED BY SIZE
005200             INTO WS-EXC-MESSAGE
005210         END-STRING
005220         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
005230     END-IF.
005240     IF POM-TERMINATION-DATE IS NOT NUMERIC
005250         MOVE 'TERMINATION DATE IS NOT NUMERIC' TO WS-EXC-MESSAGE
005260         PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
005270     ELSE
005280         IF POM-COVERAGE-ACTIVE
005290          AND POM-TERMINATION-DATE NOT = 0
005300             MOVE 'ACTIVE POLICY CARRIES A TERMINATION DATE'
005310                 TO WS-EXC-MESSAGE
005320             PERFORM 7100-PRINT-EXCEPTION THRU 7100-EXIT
005330         END-IF
005340     END-IF.
005350     PERFORM 5100-READ-POLICY THRU 5100-EXIT.
005360 5200-EXIT.
005370     EXIT.
005380
005390*----------------------------------------------------------------*
005400*    7000-START-SECTION -- PRINT ONE FILE'S SECTION HEADING AND  *
005410*    CLEAR ITS COUNTS.                                           *
005420*----------------------------------------------------------------*
005430 7000-START-SECTION.
005440     MOVE SPACES TO RPT-LINE.
005450     WRITE RPT-LINE.
005460     WRITE RPT-LINE FROM WS-SEC-LINE.
005470     WRITE RPT-LINE FROM WS-EXC-HDR-LINE.
005480     MOVE 0 TO WS-FILE-READ-COUNT.
005490     MOVE 0 TO WS-FILE-EXCEPTION-COUNT.
005500 7000-EXIT.
005510     EXIT.
005520
005530 7100-PRINT-EXCEPTION.
005540     MOVE WS-FILE-READ-COUNT TO WS-EXC-RECORD.
005550     WRITE RPT-LINE FROM WS-EXC-LINE.
005560     ADD 1 TO WS-FILE-EXCEPTION-COUNT.
005570 7100-EXIT.
005580     EXIT.
005581
005582*----------------------------------------------------------------*
005583*    7110-PRINT-FILE-EXCEPTION -- AN EXCEPTION ABOUT THE FILE AS *
005584*    A WHOLE RATHER THAN ONE RECORD PRINTS RECORD NUMBER 0.      *
005585*----------------------------------------------------------------*
005586 7110-PRINT-FILE-EXCEPTION.
005587     MOVE 0 TO WS-EXC-RECORD.
005588     WRITE RPT-LINE FROM WS-EXC-LINE.
005589     ADD 1 TO WS-FILE-EXCEPTION-COUNT.
005590 7110-EXIT.
005591     EXIT.
005596
005600 7200-END-SECTION.
005610     MOVE WS-FILE-READ-COUNT      TO WS-FTL-READ.
005620     MOVE WS-FILE-EXCEPTION-COUNT TO WS-FTL-EXCEPTIONS.
005630     WRITE RPT-LINE FROM WS-FILE-TOTAL-LINE.
005640     ADD WS-FILE-READ-COUNT      TO WS-TOTAL-READ-COUNT.
005650     ADD WS-FILE-EXCEPTION-COUNT TO WS-TOTAL-EXCEPTION-COUNT.
005660 7200-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------*
005700*    8000-TERMINATE -- PRINT THE RESULT AND SET THE RETURN CODE. *
005710*    ANY EXCEPTION ENDS THE STEP WITH RETURN CODE 8, WHICH HOLDS *
005720*    EVERY LATER CLAIMDLY STEP, AND LEAVES THE STEP001 RECORD    *
005730*    MARKED STARTED.                                             *
005740*----------------------------------------------------------------*
005750 8000-TERMINATE.
005760     MOVE SPACES TO RPT-LINE.
005770     WRITE RPT-LINE.
005780     MOVE WS-TOTAL-READ-COUNT      TO WS-FTL-READ.
005790     MOVE WS-TOTAL-EXCEPTION-COUNT TO WS-FTL-EXCEPTIONS.
005800     WRITE RPT-LINE FROM WS-FILE-TOTAL-LINE.
005810     IF WS-TOTAL-EXCEPTION-COUNT > 0
005820         MOVE 'REFERENCE DATA HAS EXCEPTIONS -- CLAIMDLY IS HELD'
005830             TO WS-RESULT-TEXT
005840     ELSE
005850         MOVE 'REFERENCE DATA CLEAN -- CLAIMDLY RELEASED'
005860             TO WS-RESULT-TEXT
005870     END-IF.
005880     WRITE RPT-LINE FROM WS-RESULT-LINE.
005890     CLOSE REPORT-FILE.
005900     DISPLAY 'CLMREFV -- REFERENCE RECORDS CHECKED: '
005910         WS-TOTAL-READ-COUNT.
005920     DISPLAY 'CLMREFV -- EXCEPTIONS:                '
005930         WS-TOTAL-EXCEPTION-COUNT.
005940     IF WS-TOTAL-EXCEPTION-COUNT > 0
005950         DISPLAY 'CLMREFV -- CLAIMDLY HELD, FIX THE REFERENCE '
005960             'DATA AND RESUBMIT'
005970         MOVE 8 TO RETURN-CODE
005980     ELSE
005990         PERFORM 9300-STAMP-STEP-END THRU 9300-EXIT
006000     END-IF.
006010     CLOSE RUN-CONTROL.
006020 8000-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------------*
006060*    9200-STAMP-STEP-START -- MARK THIS STEP STARTED ON THE      *
006070*    RUN-CONTROL MASTER FOR TONIGHT'S RUN DATE.  A RECORD LEFT   *
006080*    FROM AN EARLIER TRY AT THE SAME DATE IS RESTAMPED.          *
006090*----------------------------------------------------------------*
006100 9200-STAMP-STEP-START.
006110     MOVE SPACES          TO RUN-CONTROL-REC.
006120     MOVE WS-CURRENT-DATE TO RCT-RUN-DATE.
006130     MOVE WS-RCT-STEP-ID  TO RCT-STEP-ID.
006140     MOVE 'ST'            TO RCT-STATUS.
006150     MOVE WS-CURRENT-DATE TO RCT-START-DATE.
006160     ACCEPT WS-RCT-STAMP-TIME FROM TIME.
006170     MOVE WS-RCT-STAMP-TIME TO RCT-START-TIME.
006180     MOVE 0               TO RCT-END-DATE.
006190     MOVE 0               TO RCT-END-TIME.
006200     MOVE 0               TO RCT-RECORD-COUNT.
006210     WRITE RUN-CONTROL-REC
006220         INVALID KEY
006230             REWRITE RUN-CONTROL-REC
006240     END-WRITE.
006250     IF WS-RUNCTL-STATUS NOT = '00'
006260      AND WS-RUNCTL-STATUS NOT = '02'
006270         DISPLAY 'CLMREFV -- RUN-CONTROL STAMP FAILED, STATUS '
006280             WS-RUNCTL-STATUS
006290         MOVE 16 TO RETURN-CODE
006300         STOP RUN
006310     END-IF.
006320 9200-EXIT.
006330     EXIT.
006340
006350*----------------------------------------------------------------*
006360*    9300-STAMP-STEP-END -- MARK THIS STEP COMPLETE WITH ITS END *
006370*    TIME AND RECORD COUNT.  A STEP THAT STOPS ON AN ERROR NEVER *
006380*    GETS HERE AND LEAVES ITS RECORD MARKED STARTED, WHICH IS    *
006390*    HOW THE RUNSTAT REPORT SHOWS WHERE THE RUN DIED.            *
006400*----------------------------------------------------------------*
006410 9300-STAMP-STEP-END.
006420     MOVE WS-CURRENT-DATE TO RCT-RUN-DATE.
006430     MOVE WS-RCT-STEP-ID  TO RCT-STEP-ID.
006440     READ RUN-CONTROL
006450         INVALID KEY
006460             DISPLAY 'CLMREFV -- RUN-CONTROL LOST FOR STEP '
006470                 WS-RCT-STEP-ID
006480             MOVE 16 TO RETURN-CODE
006490             STOP RUN
006500     END-READ.
006510     MOVE 'CP'            TO RCT-STATUS.
006520     ACCEPT WS-RCT-STAMP-DATE FROM DATE YYYYMMDD.
006530     MOVE WS-RCT-STAMP-DATE TO RCT-END-DATE.
006540     ACCEPT WS-RCT-STAMP-TIME FROM TIME.
006550     MOVE WS-RCT-STAMP-TIME TO RCT-END-TIME.
006560     MOVE WS-TOTAL-READ-COUNT TO RCT-RECORD-COUNT.
006570     REWRITE RUN-CONTROL-REC.
006580     IF WS-RUNCTL-STATUS NOT = '00'
006590      AND WS-RUNCTL-STATUS NOT = '02'
006600         DISPLAY 'CLMREFV -- RUN-CONTROL REWRITE FAILED, STATUS '
006610             WS-RUNCTL-STATUS
006620         MOVE 16 TO RETURN-CODE
006630         STOP RUN
006640     END-IF.
006650 9300-EXIT.
006660     EXIT.
