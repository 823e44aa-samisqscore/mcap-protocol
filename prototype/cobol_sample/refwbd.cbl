000010*****************************************************************
000020* PROGRAM-ID.  REFWBD
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-15
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* REFERRAL WORKBENCH -- RECORD A DISPOSITION.  CICS TRANSACTION
000090* RWBD, PSEUDO-CONVERSATIONAL, MAP REFWBDM IN MAPSET REFWBDS.
000100* SHOWS ONE REFERRAL FROM THE REFERRAL-TRACKING MASTER AND LETS
000110* THE EXAMINER RECORD CL, ES, CF OR CD AGAINST IT, WITH THE SAME
000120* EDITS REFUPDT APPLIES TO THE BATCH DISPOSITION TRANSACTIONS --
000130* A BAD CODE OR A CLAIM WITH NO REFERRAL IS REFUSED, A BLANK OR
000140* ZERO DISPOSITION DATE TAKES TODAY'S DATE, AND CF PUTS THE
000150* CUSTOMER ON THE WATCH LIST UNLESS ALREADY THERE.  EVERY UPDATE
000160* IS WRITTEN TO THE WORKBENCH JOURNAL FILE RWBJRNL, WHICH IS
000170* RECOVERABLE LIKE THE MASTER AND THE WATCH LIST, AND THE TASK
000180* TAKES A SYNCPOINT BEFORE IT CONFIRMS THE UPDATE -- THE UPDATES
000190* AND THEIR JOURNAL RECORD COMMIT OR BACK OUT TOGETHER, SO THE
000200* NIGHTLY REFJRNL JOB SEES EVERY ONLINE CHANGE AND NO OTHERS.
000210* REACHED FROM THE RWBL LIST, OR DIRECTLY BY KEYING A CLAIM ID;
000212* PF3 GOES BACK TO THE LIST.  AN UNEXPECTED FILE RESPONSE ABENDS
000214* THE TASK RWBD, WHICH BACKS OUT ANY UPDATE NOT YET COMMITTED.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* ---------- ----  -----------------------------------------------
000260* 2026-10-15 JHM   ORIGINAL WORKBENCH DISPOSITION PROGRAM.
000262* 2026-10-15 JHM   THE JOURNAL IS NOW THE RECOVERABLE KEYED FILE
000264*                  RWBJRNL, NOT TD QUEUE RWBJ (AN EXTRAPARTITION
000266*                  QUEUE DOES NOT BACK OUT), WITH A SYNCPOINT
000268*                  BEFORE THE CONFIRMATION IS SENT.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    REFWBD.
000300 AUTHOR.        J H MERCER.
000310 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000320 DATE-WRITTEN.  2026-10-15.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.  IBM-370.
000380 OBJECT-COMPUTER.  IBM-370.
000390
000400 DATA DIVISION.
000410 WORKING-STORAGE SECTION.
000420
000430 01  WS-SWITCHES.
000440     05  WS-END-SESSION-SW       PIC X(01) VALUE 'N'.
000450         88  END-OF-SESSION              VALUE 'Y'.
000460     05  WS-TO-WORKLIST-SW       PIC X(01) VALUE 'N'.
000470         88  BACK-TO-WORKLIST            VALUE 'Y'.
000480     05  WS-REFERRAL-FOUND-SW    PIC X(01) VALUE 'N'.
000490         88  REFERRAL-WAS-FOUND          VALUE 'Y'.
000500
000510 01  WS-WORK-FIELDS.
000520     05  WS-RESP                 PIC S9(08) COMP VALUE 0.
000530     05  WS-ABSTIME              PIC S9(15) COMP-3 VALUE 0.
000540     05  WS-OLD-STATUS           PIC X(02) VALUE SPACES.
000550     05  WS-WATCH-RESULT         PIC X(01) VALUE SPACE.
000560         88  WS-WATCH-ADDED              VALUE 'A'.
000570         88  WS-WATCH-ALREADY-ON         VALUE 'O'.
000580     05  WS-EDIT-DAMAGE          PIC ZZZ,ZZZ,ZZ9.99.
000590     05  WS-EDIT-SCORE           PIC ZZ9.
000600
000610 01  WS-CURRENT-DATE-X           PIC X(08) VALUE SPACES.
000620 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-X
000630                                 PIC 9(08).
000640 01  WS-CURRENT-TIME-X           PIC X(06) VALUE SPACES.
000650 01  WS-CURRENT-TIME REDEFINES WS-CURRENT-TIME-X
000660                                 PIC 9(06).
000670
000680 01  WS-SCREEN-DATE.
000690     05  WS-SCD-CCYY             PIC X(04).
000700     05  FILLER                  PIC X(01) VALUE '-'.
000710     05  WS-SCD-MM               PIC X(02).
000720     05  FILLER                  PIC X(01) VALUE '-'.
000730     05  WS-SCD-DD               PIC X(02).
000740
000750     COPY REFDISPT.
000760
000770     COPY REFTRKRC.
000780
000790     COPY WATCHREC.
000800
000810     COPY REFJRNRC.
000820
000830     COPY REFWBCA.
000840
000850     COPY REFWBDS.
000860
000870     COPY DFHAID.
000880
000890 LINKAGE SECTION.
000900 01  DFHCOMMAREA                 PIC X(240).
000910
000920 PROCEDURE DIVISION.
000930
000940 0000-MAINLINE.
000950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000960     IF RWC-SEND-NEW-SCREEN
000970         PERFORM 2000-READ-REFERRAL THRU 2000-EXIT
000980         PERFORM 3000-SEND-REFERRAL THRU 3000-EXIT
000990     ELSE
001000         PERFORM 4000-PROCESS-SCREEN THRU 4000-EXIT
001010     END-IF.
001020     PERFORM 9000-RETURN-TO-CICS THRU 9000-EXIT.
001030     GOBACK.
001040
001050*----------------------------------------------------------------*
001060*    1000-INITIALIZE -- GET THE DATE AND TIME, AND PICK UP THE   *
001070*    COMMAREA.  STARTED FROM A CLEAR SCREEN, THE PROGRAM ASKS    *
001080*    FOR A CLAIM ID AND PF3 LEADS TO THE USER'S OWN LIST.        *
001090*----------------------------------------------------------------*
001100 1000-INITIALIZE.
001110     EXEC CICS ASKTIME
001120         ABSTIME(WS-ABSTIME)
001130     END-EXEC.
001140     EXEC CICS FORMATTIME
001150         ABSTIME(WS-ABSTIME)
001160         YYYYMMDD(WS-CURRENT-DATE-X)
001170         TIME(WS-CURRENT-TIME-X)
001180     END-EXEC.
001190     MOVE WS-CURRENT-DATE-X (1:4) TO WS-SCD-CCYY.
001200     MOVE WS-CURRENT-DATE-X (5:2) TO WS-SCD-MM.
001210     MOVE WS-CURRENT-DATE-X (7:2) TO WS-SCD-DD.
001220     IF EIBCALEN = 0
001230         MOVE SPACES TO REFWB-COMMAREA
001240         MOVE 'N' TO RWC-NEXT-ACTION
001250         MOVE 1 TO RWC-PAGE-NUMBER
001260         EXEC CICS ASSIGN
001270             USERID(RWC-EXAMINER-ID)
001280         END-EXEC
001290     ELSE
001300         MOVE DFHCOMMAREA TO REFWB-COMMAREA
001310     END-IF.
001320 1000-EXIT.
001330     EXIT.
001340
001350*----------------------------------------------------------------*
001360*    2000-READ-REFERRAL -- READ THE REFERRAL FOR THE CLAIM ON    *
001370*    THE COMMAREA, FOR DISPLAY ONLY.                             *
001380*----------------------------------------------------------------*
001390 2000-READ-REFERRAL.
001400     MOVE 'N' TO WS-REFERRAL-FOUND-SW.
001410     IF RWC-CLAIM-ID = SPACES
001420         IF RWC-MESSAGE = SPACES
001430             MOVE 'KEY A CLAIM ID AND PRESS ENTER' TO RWC-MESSAGE
001440         END-IF
001450     ELSE
001460         EXEC CICS READ
001470             FILE('REFTRK')
001480             INTO(REFERRAL-TRACK-REC)
001490             RIDFLD(RWC-CLAIM-ID)
001500             RESP(WS-RESP)
001510         END-EXEC
001520         EVALUATE WS-RESP
001530             WHEN DFHRESP(NORMAL)
001540                 MOVE 'Y' TO WS-REFERRAL-FOUND-SW
001550             WHEN DFHRESP(NOTFND)
001560                 IF RWC-MESSAGE = SPACES
001570                     STRING 'NO REFERRAL ON MASTER FOR CLAIM '
001580                            RWC-CLAIM-ID
001590                            DELIMITED BY SIZE INTO RWC-MESSAGE
001600                 END-IF
001610             WHEN OTHER
001620                 PERFORM 9900-ABEND-TASK THRU 9900-EXIT
001630         END-EVALUATE
001640     END-IF.
001650 2000-EXIT.
001660     EXIT.
001670
001680*----------------------------------------------------------------*
001690*    3000-SEND-REFERRAL -- PAINT THE REFERRAL WITH THE           *
001700*    DISPOSITION FIELDS EMPTY.                                   *
001710*----------------------------------------------------------------*
001720 3000-SEND-REFERRAL.
001730     MOVE LOW-VALUES TO REFWBDMO.
001740     MOVE WS-SCREEN-DATE TO LDATEO.
001750     MOVE RWC-CLAIM-ID TO CLAIMO.
001760     IF REFERRAL-WAS-FOUND
001770         MOVE REF-CUSTOMER-ID TO CUSTO
001780         MOVE REF-CLAIM-TYPE TO CTYPEO
001790         MOVE REF-DAMAGE-AMOUNT TO WS-EDIT-DAMAGE
001800         MOVE WS-EDIT-DAMAGE TO DAMAGEO
001810         MOVE REF-RISK-SCORE TO WS-EDIT-SCORE
001820         MOVE WS-EDIT-SCORE TO SCOREO
001830         MOVE REF-QUEUE-CODE TO QUEUEO
001840         MOVE REF-REASON-CODE TO REASONO
001850         MOVE REF-REFER-DATE TO REFDTO
001860         MOVE REF-SOURCE-SYSTEM TO SOURCEO
001870         MOVE REF-STATUS TO STATUSO
001880         IF REF-DISP-DATE > 0
001890             MOVE REF-DISP-DATE TO DISPDTO
001900         END-IF
001910         MOVE REF-EXAMINER-ID TO EXAMNRO
001920         IF REF-ASSIGN-DATE > 0
001930             MOVE REF-ASSIGN-DATE TO ASGNDTO
001940         END-IF
001950         IF RWC-MESSAGE = SPACES
001960             MOVE 'KEY A DISPOSITION AND PRESS ENTER'
001970               TO RWC-MESSAGE
001980         END-IF
001990     END-IF.
002000     MOVE RWC-MESSAGE TO MSGO.
002010     EXEC CICS SEND
002020         MAP('REFWBDM')
002030         MAPSET('REFWBDS')
002040         FROM(REFWBDMO)
002050         ERASE
002060         RESP(WS-RESP)
002070     END-EXEC.
002080     IF WS-RESP NOT = DFHRESP(NORMAL)
002090         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
002100     END-IF.
002110     MOVE 'R' TO RWC-NEXT-ACTION.
002120     MOVE SPACES TO RWC-MESSAGE.
002130 3000-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------------*
002170*    4000-PROCESS-SCREEN -- ACT ON THE KEY THE USER PRESSED.     *
002180*----------------------------------------------------------------*
002190 4000-PROCESS-SCREEN.
002200     EVALUATE TRUE
002210         WHEN EIBAID = DFHCLEAR
002220             EXEC CICS SEND CONTROL
002230                 ERASE
002240                 FREEKB
002250             END-EXEC
002260             MOVE 'Y' TO WS-END-SESSION-SW
002270         WHEN EIBAID = DFHPF3
002280             MOVE 'N' TO RWC-NEXT-ACTION
002290             MOVE 'Y' TO WS-TO-WORKLIST-SW
002300         WHEN EIBAID = DFHENTER
002310             PERFORM 4100-RECEIVE-REFERRAL THRU 4100-EXIT
002320         WHEN OTHER
002330             MOVE 'THAT KEY IS NOT USED ON THIS SCREEN'
002340               TO RWC-MESSAGE
002350             PERFORM 2000-READ-REFERRAL THRU 2000-EXIT
002360             PERFORM 3000-SEND-REFERRAL THRU 3000-EXIT
002370     END-EVALUATE.
002380 4000-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------------*
002420*    4100-RECEIVE-REFERRAL -- A NEW CLAIM ID SHOWS THAT CLAIM'S  *
002430*    REFERRAL AND IGNORES ANY DISPOSITION KEYED WITH IT, SO A    *
002440*    DISPOSITION IS ONLY EVER RECORDED AGAINST THE REFERRAL ON   *
002450*    THE SCREEN.  OTHERWISE A KEYED DISPOSITION IS APPLIED.      *
002460*----------------------------------------------------------------*
002470 4100-RECEIVE-REFERRAL.
002480     EXEC CICS RECEIVE
002490         MAP('REFWBDM')
002500         MAPSET('REFWBDS')
002510         INTO(REFWBDMI)
002520         RESP(WS-RESP)
002530     END-EXEC.
002540     IF WS-RESP NOT = DFHRESP(NORMAL)
002550      AND WS-RESP NOT = DFHRESP(MAPFAIL)
002560         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
002570     END-IF.
002580     IF WS-RESP = DFHRESP(NORMAL)
002590         IF CLAIML > 0
002600          AND CLAIMI NOT = RWC-CLAIM-ID
002610             MOVE CLAIMI TO RWC-CLAIM-ID
002620             INSPECT RWC-CLAIM-ID
002630                 REPLACING ALL LOW-VALUE BY SPACE
002640         ELSE
002650             IF NEWDSPL > 0
002660                 PERFORM 5000-APPLY-DISPOSITION THRU 5000-EXIT
002670             END-IF
002680         END-IF
002690     END-IF.
002700     PERFORM 2000-READ-REFERRAL THRU 2000-EXIT.
002710     PERFORM 3000-SEND-REFERRAL THRU 3000-EXIT.
002720 4100-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------------*
002760*    5000-APPLY-DISPOSITION -- BUILD A DISPOSITION TRANSACTION   *
002770*    FROM THE SCREEN AND EDIT IT AS REFUPDT DOES.                *
002780*----------------------------------------------------------------*
002790 5000-APPLY-DISPOSITION.
002800     MOVE SPACES TO REF-DISP-TRAN.
002810     MOVE RWC-CLAIM-ID TO RDT-CLAIM-ID.
002820     MOVE NEWDSPI TO RDT-DISPOSITION.
002830     IF NEWDTL > 0
002840         MOVE NEWDTI TO RDT-DISP-DATE
002850     ELSE
002860         MOVE 0 TO RDT-DISP-DATE
002870     END-IF.
002880     IF RDT-CLAIM-ID = SPACES
002890         MOVE 'KEY A CLAIM ID AND PRESS ENTER' TO RWC-MESSAGE
002900     ELSE
002910         IF NOT RDT-VALID-DISPOSITION
002920             STRING 'BAD DISPOSITION CODE ' RDT-DISPOSITION
002930                    ' -- USE CL, ES, CF OR CD'
002940                    DELIMITED BY SIZE INTO RWC-MESSAGE
002950         ELSE
002960             PERFORM 5100-UPDATE-REFERRAL THRU 5100-EXIT
002970         END-IF
002980     END-IF.
002990 5000-EXIT.
003000     EXIT.
003010
003020 5100-UPDATE-REFERRAL.
003030     EXEC CICS READ
003040         FILE('REFTRK')
003050         INTO(REFERRAL-TRACK-REC)
003060         RIDFLD(RDT-CLAIM-ID)
003070         UPDATE
003080         RESP(WS-RESP)
003090     END-EXEC.
003100     EVALUATE WS-RESP
003110         WHEN DFHRESP(NORMAL)
003120             PERFORM 5200-REWRITE-REFERRAL THRU 5200-EXIT
003130         WHEN DFHRESP(NOTFND)
003140             STRING 'NO REFERRAL ON MASTER FOR CLAIM '
003150                    RDT-CLAIM-ID
003160                    DELIMITED BY SIZE INTO RWC-MESSAGE
003170         WHEN OTHER
003180             PERFORM 9900-ABEND-TASK THRU 9900-EXIT
003190     END-EVALUATE.
003200 5100-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------------*
003240*    5200-REWRITE-REFERRAL -- SET THE DISPOSITION.  A BLANK OR   *
003250*    ZERO DISPOSITION DATE TAKES TODAY'S DATE.  A CONFIRMED-     *
003260*    FRAUD DISPOSITION ADDS THE CUSTOMER TO THE WATCH LIST.      *
003270*----------------------------------------------------------------*
003280 5200-REWRITE-REFERRAL.
003290     MOVE REF-STATUS TO WS-OLD-STATUS.
003300     MOVE SPACE TO WS-WATCH-RESULT.
003310     MOVE RDT-DISPOSITION TO REF-STATUS.
003320     IF RDT-DISP-DATE NOT NUMERIC
003330      OR RDT-DISP-DATE = 0
003340         MOVE WS-CURRENT-DATE TO REF-DISP-DATE
003350     ELSE
003360         MOVE RDT-DISP-DATE TO REF-DISP-DATE
003370     END-IF.
003380     EXEC CICS REWRITE
003390         FILE('REFTRK')
003400         FROM(REFERRAL-TRACK-REC)
003410         RESP(WS-RESP)
003420     END-EXEC.
003430     IF WS-RESP NOT = DFHRESP(NORMAL)
003440         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
003450     END-IF.
003460     IF REF-CONFIRMED-FRAUD
003470         PERFORM 5300-ADD-TO-WATCH-LIST THRU 5300-EXIT
003480     END-IF.
003490     PERFORM 5400-WRITE-JOURNAL THRU 5400-EXIT.
003500     EVALUATE TRUE
003510         WHEN WS-WATCH-ADDED
003520             STRING 'CLAIM ' REF-CLAIM-ID ' SET ' REF-STATUS
003530                    ' DATED ' REF-DISP-DATE
003540                    ' -- CUSTOMER ADDED TO WATCH LIST'
003550                    DELIMITED BY SIZE INTO RWC-MESSAGE
003560         WHEN WS-WATCH-ALREADY-ON
003570             STRING 'CLAIM ' REF-CLAIM-ID ' SET ' REF-STATUS
003580                    ' DATED ' REF-DISP-DATE
003590                    ' -- CUSTOMER ALREADY ON WATCH LIST'
003600                    DELIMITED BY SIZE INTO RWC-MESSAGE
003610         WHEN OTHER
003620             STRING 'CLAIM ' REF-CLAIM-ID ' SET ' REF-STATUS
003630                    ' DATED ' REF-DISP-DATE
003640                    DELIMITED BY SIZE INTO RWC-MESSAGE
003650     END-EVALUATE.
003660 5200-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------------*
003700*    5300-ADD-TO-WATCH-LIST -- A CUSTOMER ALREADY ON THE LIST    *
003710*    KEEPS THE ORIGINAL RECORD, AS IN REFUPDT.                   *
003720*----------------------------------------------------------------*
003730 5300-ADD-TO-WATCH-LIST.
003740     MOVE SPACES             TO WATCH-LIST-REC.
003750     MOVE REF-CUSTOMER-ID    TO WCH-CUSTOMER-ID.
003760     MOVE REF-CLAIM-ID       TO WCH-CLAIM-ID.
003770     MOVE REF-DISP-DATE      TO WCH-CONFIRM-DATE.
003780     EXEC CICS WRITE
003790         FILE('WATCHLST')
003800         FROM(WATCH-LIST-REC)
003810         RIDFLD(WCH-CUSTOMER-ID)
003820         RESP(WS-RESP)
003830     END-EXEC.
003840     EVALUATE WS-RESP
003850         WHEN DFHRESP(NORMAL)
003860             MOVE 'A' TO WS-WATCH-RESULT
003870         WHEN DFHRESP(DUPREC)
003880             MOVE 'O' TO WS-WATCH-RESULT
003890         WHEN OTHER
003900             PERFORM 9900-ABEND-TASK THRU 9900-EXIT
003910     END-EVALUATE.
003920 5300-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------------*
003960*    5400-WRITE-JOURNAL -- ONE JOURNAL RECORD PER UPDATE, THEN   *
003962*    COMMIT.  RWBJRNL IS RECOVERABLE LIKE THE MASTERS, SO THE    *
003964*    UPDATE AND ITS JOURNAL RECORD STAND OR BACK OUT TOGETHER,   *
003966*    AND THE CONFIRMATION IS ONLY SENT FOR COMMITTED WORK.       *
003970*----------------------------------------------------------------*
003980 5400-WRITE-JOURNAL.
003990     MOVE SPACES TO REF-JOURNAL-REC.
004000     MOVE WS-CURRENT-DATE TO RJN-JOURNAL-DATE.
004010     MOVE WS-CURRENT-TIME TO RJN-JOURNAL-TIME.
004020     MOVE EIBTRNID TO RJN-TRAN-ID.
004025     MOVE EIBTASKN TO RJN-TASK-NUMBER.
004030     EXEC CICS ASSIGN
004040         USERID(RJN-USER-ID)
004050     END-EXEC.
004060     MOVE EIBTRMID TO RJN-TERM-ID.
004070     MOVE 'DS' TO RJN-ACTION.
004080     MOVE REF-CLAIM-ID TO RJN-CLAIM-ID.
004090     MOVE REF-CUSTOMER-ID TO RJN-CUSTOMER-ID.
004100     MOVE WS-OLD-STATUS TO RJN-OLD-STATUS.
004110     MOVE REF-STATUS TO RJN-NEW-STATUS.
004120     MOVE REF-DISP-DATE TO RJN-DISP-DATE.
004130     MOVE REF-EXAMINER-ID TO RJN-OLD-EXAMINER.
004140     MOVE REF-EXAMINER-ID TO RJN-NEW-EXAMINER.
004150     MOVE REF-ASSIGN-DATE TO RJN-ASSIGN-DATE.
004160     MOVE WS-WATCH-RESULT TO RJN-WATCH-RESULT.
004170     EXEC CICS WRITE
004180         FILE('RWBJRNL')
004190         FROM(REF-JOURNAL-REC)
004195         RIDFLD(RJN-KEY)
004200         RESP(WS-RESP)
004210     END-EXEC.
004220     IF WS-RESP NOT = DFHRESP(NORMAL)
004230         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
004240     END-IF.
004242     EXEC CICS SYNCPOINT
004244     END-EXEC.
004250 5400-EXIT.
004260     EXIT.
004270
004280*----------------------------------------------------------------*
004290*    9000-RETURN-TO-CICS -- END THE SESSION, GO BACK TO THE      *
004300*    WORKLIST, OR WAIT FOR THE NEXT KEY.                         *
004310*----------------------------------------------------------------*
004320 9000-RETURN-TO-CICS.
004330     EVALUATE TRUE
004340         WHEN END-OF-SESSION
004350             EXEC CICS RETURN
004360             END-EXEC
004370         WHEN BACK-TO-WORKLIST
004380             EXEC CICS RETURN
004390                 TRANSID('RWBL')
004400                 COMMAREA(REFWB-COMMAREA)
004410                 IMMEDIATE
004420             END-EXEC
004430         WHEN OTHER
004440             EXEC CICS RETURN
004450                 TRANSID('RWBD')
004460                 COMMAREA(REFWB-COMMAREA)
004470             END-EXEC
004480     END-EVALUATE.
004490 9000-EXIT.
004500     EXIT.
004510
004520*----------------------------------------------------------------*
004530*    9900-ABEND-TASK -- A FILE OR TERMINAL RESPONSE THE          *
004540*    PROGRAM DOES NOT EXPECT ENDS THE TASK WITH ABEND CODE RWBD. *
004550*----------------------------------------------------------------*
004560 9900-ABEND-TASK.
004570     EXEC CICS ABEND
004580         ABCODE('RWBD')
004590     END-EXEC.
004600 9900-EXIT.
004610     EXIT.
