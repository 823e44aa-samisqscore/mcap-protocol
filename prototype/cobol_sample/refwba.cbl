000010*****************************************************************
000020* PROGRAM-ID.  REFWBA
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-15
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* REFERRAL WORKBENCH -- ASSIGN AN EXAMINER.  CICS TRANSACTION
000090* RWBA, PSEUDO-CONVERSATIONAL, MAP REFWBAM IN MAPSET REFWBAS.
000100* SHOWS ONE REFERRAL FROM THE REFERRAL-TRACKING MASTER AND LETS
000110* AN SIU SUPERVISOR ASSIGN OR REASSIGN IT, WITH THE SAME EDITS
000120* REFASSGN APPLIES TO THE BATCH ASSIGNMENT TRANSACTIONS -- A
000130* CLAIM WITH NO REFERRAL, OR A REFERRAL ALREADY WORKED TO A
000140* DISPOSITION, IS REFUSED, A BLANK OR ZERO ASSIGN DATE TAKES
000150* TODAY'S DATE, AND A BLANK EXAMINER ID TAKES THE REFERRAL BACK
000160* OFF ASSIGNMENT.  RWBA IS RESTRICTED TO THE SUPERVISORS BY
000170* TRANSACTION SECURITY.  EVERY UPDATE IS WRITTEN TO THE
000180* WORKBENCH JOURNAL FILE RWBJRNL, WHICH IS RECOVERABLE LIKE THE
000190* MASTER, AND THE TASK TAKES A SYNCPOINT BEFORE IT CONFIRMS THE
000200* ASSIGNMENT -- THE UPDATE AND ITS JOURNAL RECORD COMMIT OR BACK
000210* OUT TOGETHER.  REACHED FROM THE RWBL LIST, OR DIRECTLY BY
000220* KEYING A CLAIM ID; PF3 GOES BACK TO THE LIST.  AN UNEXPECTED
000222* FILE RESPONSE ABENDS THE TASK RWBA, WHICH BACKS OUT ANY UPDATE
000224* NOT YET COMMITTED.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250* DATE       INIT  DESCRIPTION
000260* ---------- ----  -----------------------------------------------
000270* 2026-10-15 JHM   ORIGINAL WORKBENCH ASSIGNMENT PROGRAM.
000272* 2026-10-15 JHM   THE JOURNAL IS NOW THE RECOVERABLE KEYED FILE
000274*                  RWBJRNL, NOT TD QUEUE RWBJ (AN EXTRAPARTITION
000276*                  QUEUE DOES NOT BACK OUT), WITH A SYNCPOINT
000278*                  BEFORE THE CONFIRMATION IS SENT.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID.    REFWBA.
000310 AUTHOR.        J H MERCER.
000320 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000330 DATE-WRITTEN.  2026-10-15.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.  IBM-370.
000390 OBJECT-COMPUTER.  IBM-370.
000400
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430
000440 01  WS-SWITCHES.
000450     05  WS-END-SESSION-SW       PIC X(01) VALUE 'N'.
000460         88  END-OF-SESSION              VALUE 'Y'.
000470     05  WS-TO-WORKLIST-SW       PIC X(01) VALUE 'N'.
000480         88  BACK-TO-WORKLIST            VALUE 'Y'.
000490     05  WS-REFERRAL-FOUND-SW    PIC X(01) VALUE 'N'.
000500         88  REFERRAL-WAS-FOUND          VALUE 'Y'.
000510
000520 01  WS-WORK-FIELDS.
000530     05  WS-RESP                 PIC S9(08) COMP VALUE 0.
000540     05  WS-ABSTIME              PIC S9(15) COMP-3 VALUE 0.
000550     05  WS-OLD-EXAMINER-ID      PIC X(08) VALUE SPACES.
000560     05  WS-EDIT-DAMAGE          PIC ZZZ,ZZZ,ZZ9.99.
000570     05  WS-EDIT-SCORE           PIC ZZ9.
000580
000590 01  WS-CURRENT-DATE-X           PIC X(08) VALUE SPACES.
000600 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-X
000610                                 PIC 9(08).
000620 01  WS-CURRENT-TIME-X           PIC X(06) VALUE SPACES.
000630 01  WS-CURRENT-TIME REDEFINES WS-CURRENT-TIME-X
000640                                 PIC 9(06).
000650
000660 01  WS-SCREEN-DATE.
000670     05  WS-SCD-CCYY             PIC X(04).
000680     05  FILLER                  PIC X(01) VALUE '-'.
000690     05  WS-SCD-MM               PIC X(02).
000700     05  FILLER                  PIC X(01) VALUE '-'.
000710     05  WS-SCD-DD               PIC X(02).
000720
000730     COPY REFASGNT.
000740
000750     COPY REFTRKRC.
000760
000770     COPY REFJRNRC.
000780
000790     COPY REFWBCA.
000800
000810     COPY REFWBAS.
000820
000830     COPY DFHAID.
000840
000850     COPY DFHBMSCA.
000860
000870 LINKAGE SECTION.
000880 01  DFHCOMMAREA                 PIC X(240).
000890
000900 PROCEDURE DIVISION.
000910
000920 0000-MAINLINE.
000930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000940     IF RWC-SEND-NEW-SCREEN
000950         PERFORM 2000-READ-REFERRAL THRU 2000-EXIT
000960         PERFORM 3000-SEND-REFERRAL THRU 3000-EXIT
000970     ELSE
000980         PERFORM 4000-PROCESS-SCREEN THRU 4000-EXIT
000990     END-IF.
001000     PERFORM 9000-RETURN-TO-CICS THRU 9000-EXIT.
001010     GOBACK.
001020
001030*----------------------------------------------------------------*
001040*    1000-INITIALIZE -- GET THE DATE AND TIME, AND PICK UP THE   *
001050*    COMMAREA.  STARTED FROM A CLEAR SCREEN, THE PROGRAM ASKS    *
001060*    FOR A CLAIM ID AND PF3 LEADS TO THE USER'S OWN LIST.        *
001070*----------------------------------------------------------------*
001080 1000-INITIALIZE.
001090     EXEC CICS ASKTIME
001100         ABSTIME(WS-ABSTIME)
001110     END-EXEC.
001120     EXEC CICS FORMATTIME
001130         ABSTIME(WS-ABSTIME)
001140         YYYYMMDD(WS-CURRENT-DATE-X)
001150         TIME(WS-CURRENT-TIME-X)
001160     END-EXEC.
001170     MOVE WS-CURRENT-DATE-X (1:4) TO WS-SCD-CCYY.
001180     MOVE WS-CURRENT-DATE-X (5:2) TO WS-SCD-MM.
001190     MOVE WS-CURRENT-DATE-X (7:2) TO WS-SCD-DD.
001200     IF EIBCALEN = 0
001210         MOVE SPACES TO REFWB-COMMAREA
001220         MOVE 'N' TO RWC-NEXT-ACTION
001230         MOVE 1 TO RWC-PAGE-NUMBER
001240         EXEC CICS ASSIGN
001250             USERID(RWC-EXAMINER-ID)
001260         END-EXEC
001270     ELSE
001280         MOVE DFHCOMMAREA TO REFWB-COMMAREA
001290     END-IF.
001300 1000-EXIT.
001310     EXIT.
001320
001330*----------------------------------------------------------------*
001340*    2000-READ-REFERRAL -- READ THE REFERRAL FOR THE CLAIM ON    *
001350*    THE COMMAREA, FOR DISPLAY ONLY.                             *
001360*----------------------------------------------------------------*
001370 2000-READ-REFERRAL.
001380     MOVE 'N' TO WS-REFERRAL-FOUND-SW.
001390     IF RWC-CLAIM-ID = SPACES
001400         IF RWC-MESSAGE = SPACES
001410             MOVE 'KEY A CLAIM ID AND PRESS ENTER' TO RWC-MESSAGE
001420         END-IF
001430     ELSE
001440         EXEC CICS READ
001450             FILE('REFTRK')
001460             INTO(REFERRAL-TRACK-REC)
001470             RIDFLD(RWC-CLAIM-ID)
001480             RESP(WS-RESP)
001490         END-EXEC
001500         EVALUATE WS-RESP
001510             WHEN DFHRESP(NORMAL)
001520                 MOVE 'Y' TO WS-REFERRAL-FOUND-SW
001530             WHEN DFHRESP(NOTFND)
001540                 IF RWC-MESSAGE = SPACES
001550                     STRING 'NO REFERRAL ON MASTER FOR CLAIM '
001560                            RWC-CLAIM-ID
001570                            DELIMITED BY SIZE INTO RWC-MESSAGE
001580                 END-IF
001590             WHEN OTHER
001600                 PERFORM 9900-ABEND-TASK THRU 9900-EXIT
001610         END-EVALUATE
001620     END-IF.
001630 2000-EXIT.
001640     EXIT.
001650
001660*----------------------------------------------------------------*
001670*    3000-SEND-REFERRAL -- PAINT THE REFERRAL WITH THE           *
001680*    ASSIGNMENT FIELDS EMPTY.                                    *
001690*----------------------------------------------------------------*
001700 3000-SEND-REFERRAL.
001710     MOVE LOW-VALUES TO REFWBAMO.
001720     MOVE WS-SCREEN-DATE TO LDATEO.
001730     MOVE RWC-CLAIM-ID TO CLAIMO.
001740     IF REFERRAL-WAS-FOUND
001750         MOVE REF-CUSTOMER-ID TO CUSTO
001760         MOVE REF-CLAIM-TYPE TO CTYPEO
001770         MOVE REF-DAMAGE-AMOUNT TO WS-EDIT-DAMAGE
001780         MOVE WS-EDIT-DAMAGE TO DAMAGEO
001790         MOVE REF-RISK-SCORE TO WS-EDIT-SCORE
001800         MOVE WS-EDIT-SCORE TO SCOREO
001810         MOVE REF-QUEUE-CODE TO QUEUEO
001820         MOVE REF-REASON-CODE TO REASONO
001830         MOVE REF-REFER-DATE TO REFDTO
001840         MOVE REF-SOURCE-SYSTEM TO SOURCEO
001850         MOVE REF-STATUS TO STATUSO
001860         IF REF-DISP-DATE > 0
001870             MOVE REF-DISP-DATE TO DISPDTO
001880         END-IF
001890         MOVE REF-EXAMINER-ID TO EXAMNRO
001900         IF REF-ASSIGN-DATE > 0
001910             MOVE REF-ASSIGN-DATE TO ASGNDTO
001920         END-IF
001930         IF RWC-MESSAGE = SPACES
001940             MOVE 'KEY THE NEW EXAMINER AND PRESS ENTER'
001950               TO RWC-MESSAGE
001960         END-IF
001970     END-IF.
001980     MOVE RWC-MESSAGE TO MSGO.
001990     EXEC CICS SEND
002000         MAP('REFWBAM')
002010         MAPSET('REFWBAS')
002020         FROM(REFWBAMO)
002030         ERASE
002040         RESP(WS-RESP)
002050     END-EXEC.
002060     IF WS-RESP NOT = DFHRESP(NORMAL)
002070         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
002080     END-IF.
002090     MOVE 'R' TO RWC-NEXT-ACTION.
002100     MOVE SPACES TO RWC-MESSAGE.
002110 3000-EXIT.
002120     EXIT.
002130
002140*----------------------------------------------------------------*
002150*    4000-PROCESS-SCREEN -- ACT ON THE KEY THE USER PRESSED.     *
002160*----------------------------------------------------------------*
002170 4000-PROCESS-SCREEN.
002180     EVALUATE TRUE
002190         WHEN EIBAID = DFHCLEAR
002200             EXEC CICS SEND CONTROL
002210                 ERASE
002220                 FREEKB
002230             END-EXEC
002240             MOVE 'Y' TO WS-END-SESSION-SW
002250         WHEN EIBAID = DFHPF3
002260             MOVE 'N' TO RWC-NEXT-ACTION
002270             MOVE 'Y' TO WS-TO-WORKLIST-SW
002280         WHEN EIBAID = DFHENTER
002290             PERFORM 4100-RECEIVE-REFERRAL THRU 4100-EXIT
002300         WHEN OTHER
002310             MOVE 'THAT KEY IS NOT USED ON THIS SCREEN'
002320               TO RWC-MESSAGE
002330             PERFORM 2000-READ-REFERRAL THRU 2000-EXIT
002340             PERFORM 3000-SEND-REFERRAL THRU 3000-EXIT
002350     END-EVALUATE.
002360 4000-EXIT.
002370     EXIT.
002380
002390*----------------------------------------------------------------*
002400*    4100-RECEIVE-REFERRAL -- A NEW CLAIM ID SHOWS THAT CLAIM'S  *
002410*    REFERRAL AND IGNORES ANY ASSIGNMENT KEYED WITH IT, SO AN    *
002420*    ASSIGNMENT IS ONLY EVER MADE TO THE REFERRAL ON THE SCREEN. *
002430*    OTHERWISE A KEYED ASSIGNMENT IS APPLIED.  SPACES OR ERASE-  *
002440*    EOF IN THE EXAMINER FIELD IS A KEYED BLANK EXAMINER.        *
002450*----------------------------------------------------------------*
002460 4100-RECEIVE-REFERRAL.
002470     EXEC CICS RECEIVE
002480         MAP('REFWBAM')
002490         MAPSET('REFWBAS')
002500         INTO(REFWBAMI)
002510         RESP(WS-RESP)
002520     END-EXEC.
002530     IF WS-RESP NOT = DFHRESP(NORMAL)
002540      AND WS-RESP NOT = DFHRESP(MAPFAIL)
002550         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
002560     END-IF.
002570     IF WS-RESP = DFHRESP(NORMAL)
002580         IF CLAIML > 0
002590          AND CLAIMI NOT = RWC-CLAIM-ID
002600             MOVE CLAIMI TO RWC-CLAIM-ID
002610             INSPECT RWC-CLAIM-ID
002620                 REPLACING ALL LOW-VALUE BY SPACE
002630         ELSE
002640             IF NEWEXML > 0
002650              OR NEWEXMF = DFHBMEOF
002660              OR NEWADTL > 0
002670                 PERFORM 5000-APPLY-ASSIGNMENT THRU 5000-EXIT
002680             END-IF
002690         END-IF
002700     END-IF.
002710     PERFORM 2000-READ-REFERRAL THRU 2000-EXIT.
002720     PERFORM 3000-SEND-REFERRAL THRU 3000-EXIT.
002730 4100-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------------*
002770*    5000-APPLY-ASSIGNMENT -- BUILD AN ASSIGNMENT TRANSACTION    *
002780*    FROM THE SCREEN AND EDIT IT AS REFASSGN DOES.               *
002790*----------------------------------------------------------------*
002800 5000-APPLY-ASSIGNMENT.
002810     MOVE SPACES TO REF-ASSIGN-TRAN.
002820     MOVE RWC-CLAIM-ID TO RAT-CLAIM-ID.
002830     IF NEWEXML > 0
002840         MOVE NEWEXMI TO RAT-EXAMINER-ID
002850         INSPECT RAT-EXAMINER-ID
002860             REPLACING ALL LOW-VALUE BY SPACE
002870     END-IF.
002880     IF NEWADTL > 0
002890         MOVE NEWADTI TO RAT-ASSIGN-DATE-X
002900     END-IF.
002910     IF RAT-CLAIM-ID = SPACES
002920         MOVE 'KEY A CLAIM ID AND PRESS ENTER' TO RWC-MESSAGE
002930     ELSE
002940         PERFORM 5100-UPDATE-REFERRAL THRU 5100-EXIT
002950     END-IF.
002960 5000-EXIT.
002970     EXIT.
002980
002990 5100-UPDATE-REFERRAL.
003000     EXEC CICS READ
003010         FILE('REFTRK')
003020         INTO(REFERRAL-TRACK-REC)
003030         RIDFLD(RAT-CLAIM-ID)
003040         UPDATE
003050         RESP(WS-RESP)
003060     END-EXEC.
003070     EVALUATE WS-RESP
003080         WHEN DFHRESP(NORMAL)
003090             IF REF-WAS-WORKED
003100                 EXEC CICS UNLOCK
003110                     FILE('REFTRK')
003120                 END-EXEC
003130                 STRING 'REFERRAL FOR CLAIM ' RAT-CLAIM-ID
003140                        ' IS ALREADY WORKED -- NOT ASSIGNED'
003150                        DELIMITED BY SIZE INTO RWC-MESSAGE
003160             ELSE
003170                 PERFORM 5200-REWRITE-REFERRAL THRU 5200-EXIT
003180             END-IF
003190         WHEN DFHRESP(NOTFND)
003200             STRING 'NO REFERRAL ON MASTER FOR CLAIM '
003210                    RAT-CLAIM-ID
003220                    DELIMITED BY SIZE INTO RWC-MESSAGE
003230         WHEN OTHER
003240             PERFORM 9900-ABEND-TASK THRU 9900-EXIT
003250     END-EVALUATE.
003260 5100-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------------*
003300*    5200-REWRITE-REFERRAL -- STAMP THE EXAMINER.  A BLANK OR    *
003310*    ZERO ASSIGN DATE TAKES TODAY'S DATE; A BLANK EXAMINER       *
003320*    CLEARS THE ASSIGN DATE.                                     *
003330*----------------------------------------------------------------*
003340 5200-REWRITE-REFERRAL.
003350     MOVE REF-EXAMINER-ID TO WS-OLD-EXAMINER-ID.
003360     MOVE RAT-EXAMINER-ID TO REF-EXAMINER-ID.
003370     IF RAT-EXAMINER-ID = SPACES
003380         MOVE 0 TO REF-ASSIGN-DATE
003390     ELSE
003400         IF RAT-ASSIGN-DATE-X NUMERIC
003410          AND RAT-ASSIGN-DATE > 0
003420             MOVE RAT-ASSIGN-DATE TO REF-ASSIGN-DATE
003430         ELSE
003440             MOVE WS-CURRENT-DATE TO REF-ASSIGN-DATE
003450         END-IF
003460     END-IF.
003470     EXEC CICS REWRITE
003480         FILE('REFTRK')
003490         FROM(REFERRAL-TRACK-REC)
003500         RESP(WS-RESP)
003510     END-EXEC.
003520     IF WS-RESP NOT = DFHRESP(NORMAL)
003530         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
003540     END-IF.
003550     PERFORM 5300-WRITE-JOURNAL THRU 5300-EXIT.
003560     IF REF-EXAMINER-ID = SPACES
003570         STRING 'CLAIM ' REF-CLAIM-ID
003580                ' TAKEN OFF ASSIGNMENT'
003590                DELIMITED BY SIZE INTO RWC-MESSAGE
003600     ELSE
003610         STRING 'CLAIM ' REF-CLAIM-ID ' ASSIGNED TO '
003620                REF-EXAMINER-ID ' DATED ' REF-ASSIGN-DATE
003630                DELIMITED BY SIZE INTO RWC-MESSAGE
003640     END-IF.
003650 5200-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------------*
003690*    5300-WRITE-JOURNAL -- ONE JOURNAL RECORD PER UPDATE, THEN   *
003692*    COMMIT.  RWBJRNL IS RECOVERABLE LIKE THE MASTERS, SO THE    *
003694*    UPDATE AND ITS JOURNAL RECORD STAND OR BACK OUT TOGETHER,   *
003696*    AND THE CONFIRMATION IS ONLY SENT FOR COMMITTED WORK.       *
003700*----------------------------------------------------------------*
003710 5300-WRITE-JOURNAL.
003720     MOVE SPACES TO REF-JOURNAL-REC.
003730     MOVE WS-CURRENT-DATE TO RJN-JOURNAL-DATE.
003740     MOVE WS-CURRENT-TIME TO RJN-JOURNAL-TIME.
003750     MOVE EIBTRNID TO RJN-TRAN-ID.
003755     MOVE EIBTASKN TO RJN-TASK-NUMBER.
003760     EXEC CICS ASSIGN
003770         USERID(RJN-USER-ID)
003780     END-EXEC.
003790     MOVE EIBTRMID TO RJN-TERM-ID.
003800     MOVE 'AS' TO RJN-ACTION.
003810     MOVE REF-CLAIM-ID TO RJN-CLAIM-ID.
003820     MOVE REF-CUSTOMER-ID TO RJN-CUSTOMER-ID.
003830     MOVE REF-STATUS TO RJN-OLD-STATUS.
003840     MOVE REF-STATUS TO RJN-NEW-STATUS.
003850     MOVE REF-DISP-DATE TO RJN-DISP-DATE.
003860     MOVE WS-OLD-EXAMINER-ID TO RJN-OLD-EXAMINER.
003870     MOVE REF-EXAMINER-ID TO RJN-NEW-EXAMINER.
003880     MOVE REF-ASSIGN-DATE TO RJN-ASSIGN-DATE.
003890     EXEC CICS WRITE
003900         FILE('RWBJRNL')
003910         FROM(REF-JOURNAL-REC)
003915         RIDFLD(RJN-KEY)
003920         RESP(WS-RESP)
003930     END-EXEC.
003940     IF WS-RESP NOT = DFHRESP(NORMAL)
003950         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
003960     END-IF.
003962     EXEC CICS SYNCPOINT
003964     END-EXEC.
003970 5300-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------------*
004010*    9000-RETURN-TO-CICS -- END THE SESSION, GO BACK TO THE      *
004020*    WORKLIST, OR WAIT FOR THE NEXT KEY.                         *
004030*----------------------------------------------------------------*
004040 9000-RETURN-TO-CICS.
004050     EVALUATE TRUE
004060         WHEN END-OF-SESSION
004070             EXEC CICS RETURN
004080             END-EXEC
004090         WHEN BACK-TO-WORKLIST
004100             EXEC CICS RETURN
004110                 TRANSID('RWBL')
004120                 COMMAREA(REFWB-COMMAREA)
004130                 IMMEDIATE
004140             END-EXEC
004150         WHEN OTHER
004160             EXEC CICS RETURN
004170                 TRANSID('RWBA')
004180                 COMMAREA(REFWB-COMMAREA)
004190             END-EXEC
004200     END-EVALUATE.
004210 9000-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------------*
004250*    9900-ABEND-TASK -- A FILE OR TERMINAL RESPONSE THE          *
004260*    PROGRAM DOES NOT EXPECT ENDS THE TASK WITH ABEND CODE RWBA. *
004270*----------------------------------------------------------------*
004280 9900-ABEND-TASK.
004290     EXEC CICS ABEND
004300         ABCODE('RWBA')
004310     END-EXEC.
004320 9900-EXIT.
004330     EXIT.
