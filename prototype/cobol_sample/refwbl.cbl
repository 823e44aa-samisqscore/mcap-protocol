000010*****************************************************************
000020* PROGRAM-ID.  REFWBL
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-15
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* REFERRAL WORKBENCH -- OPEN-REFERRAL LIST.  CICS TRANSACTION
000090* RWBL, PSEUDO-CONVERSATIONAL, MAP REFWBLM IN MAPSET REFWBLS.
000100* LISTS ONE EXAMINER'S OPEN REFERRALS FROM THE REFERRAL-TRACKING
000110* MASTER, WORST RISK SCORE FIRST (CLAIM ID ORDER WITHIN A
000120* SCORE), TWELVE TO A PAGE, WITH THE AGE OF EACH REFERRAL IN
000130* DAYS.  THE LIST STARTS ON THE SIGNED-ON USER'S OWN ID -- THE
000140* EXAMINER IDS ON REFTRACK ARE THE EXAMINERS' SIGN-ON IDS.  KEY
000150* ANOTHER EXAMINER ID OVER IT TO SEE THAT EXAMINER'S LIST, OR
000160* BLANK IT OUT TO SEE THE OPEN REFERRALS NOBODY IS ASSIGNED.
000170* THE MASTER IS BROWSED THROUGH FILE REFTRKX, THE PATH OVER THE
000180* EXAMINER-ID ALTERNATE INDEX.
000190*
000200* S AGAINST A LINE STARTS RWBD (REFWBD) TO RECORD A DISPOSITION,
000210* A STARTS RWBA (REFWBA) TO ASSIGN OR REASSIGN THE REFERRAL.
000220* RWBA IS RESTRICTED TO THE SIU SUPERVISORS BY TRANSACTION
000230* SECURITY, SO AN EXAMINER WHO KEYS A GETS THE SECURITY MESSAGE
000240* FROM CICS, NOT FROM THIS PROGRAM.  THE LIST KEEPS THE 500
000250* WORST OPEN REFERRALS; THE OPEN COUNT ON THE SCREEN IS THE FULL
000260* NUMBER.  AN UNEXPECTED FILE RESPONSE ABENDS THE TASK RWBL.
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290* DATE       INIT  DESCRIPTION
000300* ---------- ----  -----------------------------------------------
000310* 2026-10-15 JHM   ORIGINAL REFERRAL WORKBENCH LIST PROGRAM.
000312* 2026-10-15 JHM   LIST DAMAGE COLUMN WIDENED TO THE FULL 9(09)V99
000314*                  AMOUNT; THE TRAILING PAD BYTE WAS DROPPED SO
000316*                  THE LINE STILL FILLS THE 70-BYTE MAP ROW.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID.    REFWBL.
000350 AUTHOR.        J H MERCER.
000360 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000370 DATE-WRITTEN.  2026-10-15.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER.  IBM-370.
000430 OBJECT-COMPUTER.  IBM-370.
000440
000450 DATA DIVISION.
000460 WORKING-STORAGE SECTION.
000470
000480 01  WS-SWITCHES.
000490     05  WS-END-SESSION-SW       PIC X(01) VALUE 'N'.
000500         88  END-OF-SESSION              VALUE 'Y'.
000510     05  WS-BROWSE-EOF-SW        PIC X(01) VALUE 'N'.
000520         88  END-OF-BROWSE               VALUE 'Y'.
000530     05  WS-PLACE-FOUND-SW       PIC X(01) VALUE 'N'.
000540         88  PLACE-WAS-FOUND             VALUE 'Y'.
000550     05  WS-SELECTION-SW         PIC X(01) VALUE 'N'.
000560         88  SELECTION-WAS-MADE          VALUE 'Y'.
000570     05  WS-LIST-TRUNCATED-SW    PIC X(01) VALUE 'N'.
000580         88  LIST-WAS-TRUNCATED          VALUE 'Y'.
000590
000600 01  WS-COUNTERS.
000610     05  WS-OPEN-COUNT           PIC 9(06) COMP VALUE 0.
000620     05  WS-PAGE-COUNT           PIC 9(04) COMP VALUE 0.
000630     05  WS-PAGE-REMAINDER       PIC 9(04) COMP VALUE 0.
000640     05  WS-FIRST-ENTRY          PIC 9(04) COMP VALUE 0.
000650     05  WS-ENTRY-SUB            PIC 9(04) COMP VALUE 0.
000660     05  WS-ROW-SUB              PIC 9(04) COMP VALUE 0.
000670
000680 01  WS-WORK-FIELDS.
000690     05  WS-RESP                 PIC S9(08) COMP VALUE 0.
000700     05  WS-ABSTIME              PIC S9(15) COMP-3 VALUE 0.
000710     05  WS-BROWSE-KEY           PIC X(08) VALUE SPACES.
000720     05  WS-NEW-EXAMINER-ID      PIC X(08) VALUE SPACES.
000730     05  WS-NEXT-TRANID          PIC X(04) VALUE SPACES.
000740     05  WS-EDIT-PAGE            PIC ZZ9.
000750     05  WS-EDIT-COUNT           PIC ZZZZ9.
000760     05  WS-EDIT-TRUNC-COUNT     PIC ZZZ,ZZ9.
000770
000780 01  WS-CURRENT-DATE-X           PIC X(08) VALUE SPACES.
000790 01  WS-CURRENT-DATE REDEFINES WS-CURRENT-DATE-X
000800                                 PIC 9(08).
000810
000820 01  WS-SCREEN-DATE.
000830     05  WS-SCD-CCYY             PIC X(04).
000840     05  FILLER                  PIC X(01) VALUE '-'.
000850     05  WS-SCD-MM               PIC X(02).
000860     05  FILLER                  PIC X(01) VALUE '-'.
000870     05  WS-SCD-DD               PIC X(02).
000880
000890*----------------------------------------------------------------*
000900*    DATE ARITHMETIC FOR THE AGE COLUMN -- SAME SERIAL DAY       *
000910*    NUMBER AS CLAIMS01 AND REFAGING.                            *
000920*----------------------------------------------------------------*
000930 01  WS-DATE-WORK.
000940     05  WS-DATE-TO-CONVERT      PIC 9(08) VALUE 0.
000950     05  WS-DTC-PARTS REDEFINES WS-DATE-TO-CONVERT.
000960         10  WS-DTC-CCYY         PIC 9(04).
000970         10  WS-DTC-MM           PIC 9(02).
000980         10  WS-DTC-DD           PIC 9(02).
000990     05  WS-DAY-TERM-1           PIC S9(09) COMP VALUE 0.
001000     05  WS-DAY-TERM-2           PIC S9(09) COMP VALUE 0.
001010     05  WS-DAY-TERM-3           PIC S9(09) COMP VALUE 0.
001020     05  WS-DAY-NUMBER           PIC S9(09) COMP VALUE 0.
001030     05  WS-TODAY-DAY-NUMBER     PIC S9(09) COMP VALUE 0.
001040     05  WS-AGE-DAYS             PIC S9(09) COMP VALUE 0.
001050
001060*----------------------------------------------------------------*
001070*    OPEN REFERRALS FOR THE EXAMINER, KEPT IN RISK SCORE ORDER   *
001080*    AS THEY ARE READ.  WHEN THE TABLE IS FULL A WORSE REFERRAL  *
001090*    PUSHES THE LAST ENTRY OFF THE BOTTOM.                       *
001100*----------------------------------------------------------------*
001110 01  WS-OPEN-REFERRAL-TABLE.
001120     05  WS-ORT-MAX              PIC 9(04) COMP VALUE 500.
001130     05  WS-ORT-COUNT            PIC 9(04) COMP VALUE 0.
001140     05  WS-ORT-ENTRY OCCURS 0 TO 500 TIMES
001150                      DEPENDING ON WS-ORT-COUNT.
001160         10  WS-ORT-CLAIM-ID     PIC X(10).
001170         10  WS-ORT-RISK-SCORE   PIC 9(03).
001180         10  WS-ORT-CLAIM-TYPE   PIC X(10).
001190         10  WS-ORT-QUEUE-CODE   PIC X(02).
001200         10  WS-ORT-REASON-CODE  PIC X(04).
001210         10  WS-ORT-DAMAGE       PIC 9(09)V99.
001220         10  WS-ORT-REFER-DATE   PIC 9(08).
001230
001240 01  WS-LIST-LINE.
001250     05  WS-LL-CLAIM-ID          PIC X(10).
001260     05  FILLER                  PIC X(02) VALUE SPACES.
001270     05  WS-LL-QUEUE-CODE        PIC X(02).
001280     05  FILLER                  PIC X(02) VALUE SPACES.
001290     05  WS-LL-REASON-CODE       PIC X(04).
001300     05  FILLER                  PIC X(02) VALUE SPACES.
001310     05  WS-LL-RISK-SCORE        PIC ZZ9.
001320     05  FILLER                  PIC X(02) VALUE SPACES.
001330     05  WS-LL-CLAIM-TYPE        PIC X(10).
001340     05  FILLER                  PIC X(02) VALUE SPACES.
001350     05  WS-LL-DAMAGE            PIC ZZZ,ZZZ,ZZ9.99.
001360     05  FILLER                  PIC X(02) VALUE SPACES.
001370     05  WS-LL-REFER-DATE        PIC 9(08).
001380     05  FILLER                  PIC X(02) VALUE SPACES.
001390     05  WS-LL-AGE-DAYS          PIC ZZZZ9.
001410
001420     COPY REFTRKRC.
001430
001440     COPY REFWBCA.
001450
001460     COPY REFWBLS.
001470
001480*----------------------------------------------------------------*
001490*    THE TWELVE SELECT/LINE PAIRS OF THE LIST MAP AS A TABLE.    *
001500*    56 BYTES OF HEADER FIELDS PRECEDE THE FIRST PAIR.           *
001510*----------------------------------------------------------------*
001520 01  WS-LIST-ROWS REDEFINES REFWBLMI.
001530     05  FILLER                  PIC X(56).
001540     05  WS-LIST-ROW OCCURS 12 TIMES.
001550         10  WS-ROW-SEL-L        PIC S9(04) COMP.
001560         10  WS-ROW-SEL-F        PIC X(01).
001570         10  WS-ROW-SEL-I        PIC X(01).
001580         10  WS-ROW-LIN-L        PIC S9(04) COMP.
001590         10  WS-ROW-LIN-A        PIC X(01).
001600         10  WS-ROW-LIN-O        PIC X(70).
001610     05  FILLER                  PIC X(82).
001620
001630     COPY DFHAID.
001640
001650 LINKAGE SECTION.
001660 01  DFHCOMMAREA                 PIC X(240).
001670
001680 PROCEDURE DIVISION.
001690
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001720     IF RWC-SEND-NEW-SCREEN
001730         PERFORM 2000-BUILD-LIST THRU 2000-EXIT
001740         PERFORM 3000-SEND-LIST THRU 3000-EXIT
001750     ELSE
001760         PERFORM 4000-PROCESS-SCREEN THRU 4000-EXIT
001770     END-IF.
001780     PERFORM 9000-RETURN-TO-CICS THRU 9000-EXIT.
001790     GOBACK.
001800
001810*----------------------------------------------------------------*
001820*    1000-INITIALIZE -- GET THE DATE, AND PICK UP THE COMMAREA   *
001830*    OR, ON THE FIRST TIME IN, START ON THE USER'S OWN LIST.     *
001840*----------------------------------------------------------------*
001850 1000-INITIALIZE.
001860     EXEC CICS ASKTIME
001870         ABSTIME(WS-ABSTIME)
001880     END-EXEC.
001890     EXEC CICS FORMATTIME
001900         ABSTIME(WS-ABSTIME)
001910         YYYYMMDD(WS-CURRENT-DATE-X)
001920     END-EXEC.
001930     MOVE WS-CURRENT-DATE-X (1:4) TO WS-SCD-CCYY.
001940     MOVE WS-CURRENT-DATE-X (5:2) TO WS-SCD-MM.
001950     MOVE WS-CURRENT-DATE-X (7:2) TO WS-SCD-DD.
001960     MOVE WS-CURRENT-DATE TO WS-DATE-TO-CONVERT.
001970     PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT.
001980     MOVE WS-DAY-NUMBER TO WS-TODAY-DAY-NUMBER.
001990     IF EIBCALEN = 0
002000         MOVE SPACES TO REFWB-COMMAREA
002010         MOVE 'N' TO RWC-NEXT-ACTION
002020         MOVE 1 TO RWC-PAGE-NUMBER
002030         EXEC CICS ASSIGN
002040             USERID(RWC-EXAMINER-ID)
002050         END-EXEC
002060     ELSE
002070         MOVE DFHCOMMAREA TO REFWB-COMMAREA
002080     END-IF.
002090 1000-EXIT.
002100     EXIT.
002110
002120*----------------------------------------------------------------*
002130*    2000-BUILD-LIST -- BROWSE THE EXAMINER'S REFERRALS THROUGH  *
002140*    THE ALTERNATE INDEX AND TABLE THE OPEN ONES.                *
002150*----------------------------------------------------------------*
002160 2000-BUILD-LIST.
002170     MOVE 0 TO WS-ORT-COUNT.
002180     MOVE 0 TO WS-OPEN-COUNT.
002190     MOVE 'N' TO WS-BROWSE-EOF-SW.
002200     MOVE 'N' TO WS-LIST-TRUNCATED-SW.
002210     MOVE RWC-EXAMINER-ID TO WS-BROWSE-KEY.
002220     EXEC CICS STARTBR
002230         FILE('REFTRKX')
002240         RIDFLD(WS-BROWSE-KEY)
002250         EQUAL
002260         RESP(WS-RESP)
002270     END-EXEC.
002280     EVALUATE WS-RESP
002290         WHEN DFHRESP(NORMAL)
002300             PERFORM 2100-READ-NEXT-REFERRAL THRU 2100-EXIT
002310                 UNTIL END-OF-BROWSE
002320             EXEC CICS ENDBR
002330                 FILE('REFTRKX')
002340             END-EXEC
002350         WHEN DFHRESP(NOTFND)
002360             CONTINUE
002370         WHEN OTHER
002380             PERFORM 9900-ABEND-TASK THRU 9900-EXIT
002390     END-EVALUATE.
002400 2000-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------------*
002440*    2100-READ-NEXT-REFERRAL -- THE PATH HAS NON-UNIQUE KEYS, SO *
002450*    DUPKEY IS A GOOD READ.  THE BROWSE ENDS AT THE FIRST RECORD *
002460*    FOR ANOTHER EXAMINER.                                       *
002470*----------------------------------------------------------------*
002480 2100-READ-NEXT-REFERRAL.
002490     EXEC CICS READNEXT
002500         FILE('REFTRKX')
002510         INTO(REFERRAL-TRACK-REC)
002520         RIDFLD(WS-BROWSE-KEY)
002530         RESP(WS-RESP)
002540     END-EXEC.
002550     EVALUATE WS-RESP
002560         WHEN DFHRESP(NORMAL)
002570         WHEN DFHRESP(DUPKEY)
002580             IF REF-EXAMINER-ID NOT = RWC-EXAMINER-ID
002590                 MOVE 'Y' TO WS-BROWSE-EOF-SW
002600             ELSE
002610                 IF REF-IS-OPEN
002620                     ADD 1 TO WS-OPEN-COUNT
002630                     PERFORM 2200-TABLE-REFERRAL THRU 2200-EXIT
002640                 END-IF
002650             END-IF
002660         WHEN DFHRESP(ENDFILE)
002670             MOVE 'Y' TO WS-BROWSE-EOF-SW
002680         WHEN OTHER
002690             PERFORM 9900-ABEND-TASK THRU 9900-EXIT
002700     END-EVALUATE.
002710 2100-EXIT.
002720     EXIT.
002730
002740*----------------------------------------------------------------*
002750*    2200-TABLE-REFERRAL -- INSERT THE REFERRAL BELOW EVERY      *
002760*    ENTRY WITH AN EQUAL OR HIGHER SCORE.                        *
002770*----------------------------------------------------------------*
002780 2200-TABLE-REFERRAL.
002790     IF WS-ORT-COUNT < WS-ORT-MAX
002800         ADD 1 TO WS-ORT-COUNT
002810         MOVE WS-ORT-COUNT TO WS-ENTRY-SUB
002820     ELSE
002830         MOVE 'Y' TO WS-LIST-TRUNCATED-SW
002840         MOVE 0 TO WS-ENTRY-SUB
002850         IF REF-RISK-SCORE > WS-ORT-RISK-SCORE (WS-ORT-COUNT)
002860             MOVE WS-ORT-COUNT TO WS-ENTRY-SUB
002870         END-IF
002880     END-IF.
002890     IF WS-ENTRY-SUB > 0
002900         MOVE 'N' TO WS-PLACE-FOUND-SW
002910         PERFORM 2210-MOVE-ENTRY-DOWN THRU 2210-EXIT
002920             UNTIL PLACE-WAS-FOUND
002930         MOVE REF-CLAIM-ID
002940           TO WS-ORT-CLAIM-ID (WS-ENTRY-SUB)
002950         MOVE REF-RISK-SCORE
002960           TO WS-ORT-RISK-SCORE (WS-ENTRY-SUB)
002970         MOVE REF-CLAIM-TYPE
002980           TO WS-ORT-CLAIM-TYPE (WS-ENTRY-SUB)
002990         MOVE REF-QUEUE-CODE
003000           TO WS-ORT-QUEUE-CODE (WS-ENTRY-SUB)
003010         MOVE REF-REASON-CODE
003020           TO WS-ORT-REASON-CODE (WS-ENTRY-SUB)
003030         MOVE REF-DAMAGE-AMOUNT
003040           TO WS-ORT-DAMAGE (WS-ENTRY-SUB)
003050         MOVE REF-REFER-DATE
003060           TO WS-ORT-REFER-DATE (WS-ENTRY-SUB)
003070     END-IF.
003080 2200-EXIT.
003090     EXIT.
003100
003110 2210-MOVE-ENTRY-DOWN.
003120     IF WS-ENTRY-SUB = 1
003130         MOVE 'Y' TO WS-PLACE-FOUND-SW
003140     ELSE
003150         IF WS-ORT-RISK-SCORE (WS-ENTRY-SUB - 1)
003160                NOT < REF-RISK-SCORE
003170             MOVE 'Y' TO WS-PLACE-FOUND-SW
003180         ELSE
003190             MOVE WS-ORT-ENTRY (WS-ENTRY-SUB - 1)
003200               TO WS-ORT-ENTRY (WS-ENTRY-SUB)
003210             SUBTRACT 1 FROM WS-ENTRY-SUB
003220         END-IF
003230     END-IF.
003240 2210-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------------*
003280*    3000-SEND-LIST -- PAINT THE CURRENT PAGE OF THE LIST.  THE  *
003290*    PAGE NUMBER IS HELD INSIDE THE PAGES THE LIST NOW HAS.      *
003300*----------------------------------------------------------------*
003310 3000-SEND-LIST.
003320     IF WS-ORT-COUNT = 0
003330         MOVE 1 TO WS-PAGE-COUNT
003340     ELSE
003350         DIVIDE WS-ORT-COUNT BY 12 GIVING WS-PAGE-COUNT
003360             REMAINDER WS-PAGE-REMAINDER
003370         IF WS-PAGE-REMAINDER > 0
003380             ADD 1 TO WS-PAGE-COUNT
003390         END-IF
003400     END-IF.
003410     IF RWC-PAGE-NUMBER > WS-PAGE-COUNT
003420         MOVE WS-PAGE-COUNT TO RWC-PAGE-NUMBER
003430     END-IF.
003440     IF RWC-PAGE-NUMBER < 1
003450         MOVE 1 TO RWC-PAGE-NUMBER
003460     END-IF.
003470     MOVE LOW-VALUES TO REFWBLMO.
003480     MOVE WS-SCREEN-DATE TO LDATEO.
003490     MOVE RWC-EXAMINER-ID TO EXAMO.
003500     MOVE RWC-PAGE-NUMBER TO WS-EDIT-PAGE.
003510     MOVE WS-EDIT-PAGE TO PAGENOO.
003520     MOVE WS-PAGE-COUNT TO WS-EDIT-PAGE.
003530     MOVE WS-EDIT-PAGE TO PAGESO.
003540     MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT.
003550     MOVE WS-EDIT-COUNT TO OPENCTO.
003560     COMPUTE WS-FIRST-ENTRY = (RWC-PAGE-NUMBER - 1) * 12.
003570     PERFORM 3100-FORMAT-ROW THRU 3100-EXIT
003580         VARYING WS-ROW-SUB FROM 1 BY 1
003590         UNTIL WS-ROW-SUB > 12.
003600     PERFORM 3200-SET-MESSAGE THRU 3200-EXIT.
003610     EXEC CICS SEND
003620         MAP('REFWBLM')
003630         MAPSET('REFWBLS')
003640         FROM(REFWBLMO)
003650         ERASE
003660         RESP(WS-RESP)
003670     END-EXEC.
003680     IF WS-RESP NOT = DFHRESP(NORMAL)
003690         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
003700     END-IF.
003710     MOVE 'R' TO RWC-NEXT-ACTION.
003720     MOVE SPACES TO RWC-MESSAGE.
003730     MOVE 'RWBL' TO WS-NEXT-TRANID.
003740 3000-EXIT.
003750     EXIT.
003760
003770 3100-FORMAT-ROW.
003780     COMPUTE WS-ENTRY-SUB = WS-FIRST-ENTRY + WS-ROW-SUB.
003790     IF WS-ENTRY-SUB > WS-ORT-COUNT
003800         MOVE SPACES TO RWC-PAGE-CLAIM-ID (WS-ROW-SUB)
003810     ELSE
003820         MOVE WS-ORT-CLAIM-ID (WS-ENTRY-SUB)
003830           TO WS-LL-CLAIM-ID
003840              RWC-PAGE-CLAIM-ID (WS-ROW-SUB)
003850         MOVE WS-ORT-QUEUE-CODE (WS-ENTRY-SUB)
003860           TO WS-LL-QUEUE-CODE
003870         MOVE WS-ORT-REASON-CODE (WS-ENTRY-SUB)
003880           TO WS-LL-REASON-CODE
003890         MOVE WS-ORT-RISK-SCORE (WS-ENTRY-SUB)
003900           TO WS-LL-RISK-SCORE
003910         MOVE WS-ORT-CLAIM-TYPE (WS-ENTRY-SUB)
003920           TO WS-LL-CLAIM-TYPE
003930         MOVE WS-ORT-DAMAGE (WS-ENTRY-SUB)
003940           TO WS-LL-DAMAGE
003950         MOVE WS-ORT-REFER-DATE (WS-ENTRY-SUB)
003960           TO WS-LL-REFER-DATE
003970         MOVE WS-ORT-REFER-DATE (WS-ENTRY-SUB)
003980           TO WS-DATE-TO-CONVERT
003990         PERFORM 9100-DATE-TO-DAY-NUMBER THRU 9100-EXIT
004000         COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUMBER - WS-DAY-NUMBER
004010         IF WS-AGE-DAYS < 0
004020             MOVE 0 TO WS-AGE-DAYS
004030         END-IF
004040         MOVE WS-AGE-DAYS TO WS-LL-AGE-DAYS
004050         MOVE WS-LIST-LINE TO WS-ROW-LIN-O (WS-ROW-SUB)
004060     END-IF.
004070 3100-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------------*
004110*    3200-SET-MESSAGE -- A MESSAGE LEFT BY THE LAST INTERACTION  *
004120*    OR BY ANOTHER WORKBENCH TRANSACTION TAKES PRIORITY.         *
004130*----------------------------------------------------------------*
004140 3200-SET-MESSAGE.
004150     EVALUATE TRUE
004160         WHEN RWC-MESSAGE NOT = SPACES
004170             MOVE RWC-MESSAGE TO MSGO
004180         WHEN WS-ORT-COUNT = 0
004190          AND RWC-EXAMINER-ID = SPACES
004200             MOVE 'NO UNASSIGNED OPEN REFERRALS' TO MSGO
004210         WHEN WS-ORT-COUNT = 0
004220             MOVE 'NO OPEN REFERRALS ASSIGNED TO THIS EXAMINER'
004230               TO MSGO
004240         WHEN LIST-WAS-TRUNCATED
004250             MOVE WS-OPEN-COUNT TO WS-EDIT-TRUNC-COUNT
004260             STRING 'ONLY THE 500 WORST OF '
004270                    WS-EDIT-TRUNC-COUNT
004280                    ' OPEN REFERRALS ARE LISTED'
004290                    DELIMITED BY SIZE INTO MSGO
004300         WHEN OTHER
004310             CONTINUE
004320     END-EVALUATE.
004330 3200-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------------*
004370*    4000-PROCESS-SCREEN -- ACT ON THE KEY THE USER PRESSED.     *
004380*----------------------------------------------------------------*
004390 4000-PROCESS-SCREEN.
004400     EVALUATE TRUE
004410         WHEN EIBAID = DFHPF3
004420         WHEN EIBAID = DFHCLEAR
004430             EXEC CICS SEND CONTROL
004440                 ERASE
004450                 FREEKB
004460             END-EXEC
004470             MOVE 'Y' TO WS-END-SESSION-SW
004480         WHEN EIBAID = DFHPF7
004490             IF RWC-PAGE-NUMBER > 1
004500                 SUBTRACT 1 FROM RWC-PAGE-NUMBER
004510             END-IF
004520             PERFORM 2000-BUILD-LIST THRU 2000-EXIT
004530             PERFORM 3000-SEND-LIST THRU 3000-EXIT
004540         WHEN EIBAID = DFHPF8
004550             ADD 1 TO RWC-PAGE-NUMBER
004560             PERFORM 2000-BUILD-LIST THRU 2000-EXIT
004570             PERFORM 3000-SEND-LIST THRU 3000-EXIT
004580         WHEN EIBAID = DFHENTER
004590             PERFORM 4100-RECEIVE-LIST THRU 4100-EXIT
004600         WHEN OTHER
004610             MOVE 'THAT KEY IS NOT USED ON THIS SCREEN'
004620               TO RWC-MESSAGE
004630             PERFORM 2000-BUILD-LIST THRU 2000-EXIT
004640             PERFORM 3000-SEND-LIST THRU 3000-EXIT
004650     END-EVALUATE.
004660 4000-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------------*
004700*    4100-RECEIVE-LIST -- A CHANGED EXAMINER ID STARTS A NEW     *
004710*    LIST ON PAGE 1 AND IGNORES ANY SELECTION.  OTHERWISE THE    *
004720*    FIRST LINE SELECTED HANDS THE TERMINAL TO RWBD OR RWBA.     *
004730*    NOTHING KEYED JUST REFRESHES THE PAGE.                      *
004740*----------------------------------------------------------------*
004750 4100-RECEIVE-LIST.
004760     EXEC CICS RECEIVE
004770         MAP('REFWBLM')
004780         MAPSET('REFWBLS')
004790         INTO(REFWBLMI)
004800         RESP(WS-RESP)
004810     END-EXEC.
004820     IF WS-RESP NOT = DFHRESP(NORMAL)
004830      AND WS-RESP NOT = DFHRESP(MAPFAIL)
004840         PERFORM 9900-ABEND-TASK THRU 9900-EXIT
004850     END-IF.
004860     MOVE 'N' TO WS-SELECTION-SW.
004870     IF WS-RESP = DFHRESP(NORMAL)
004880         IF EXAML = 0
004890             MOVE SPACES TO WS-NEW-EXAMINER-ID
004900         ELSE
004910             MOVE EXAMI TO WS-NEW-EXAMINER-ID
004920             INSPECT WS-NEW-EXAMINER-ID
004930                 REPLACING ALL LOW-VALUE BY SPACE
004940         END-IF
004950         IF WS-NEW-EXAMINER-ID NOT = RWC-EXAMINER-ID
004960             MOVE WS-NEW-EXAMINER-ID TO RWC-EXAMINER-ID
004970             MOVE 1 TO RWC-PAGE-NUMBER
004980         ELSE
004990             PERFORM 4200-CHECK-SELECTION THRU 4200-EXIT
005000                 VARYING WS-ROW-SUB FROM 1 BY 1
005010                 UNTIL WS-ROW-SUB > 12
005020                    OR SELECTION-WAS-MADE
005030         END-IF
005040     END-IF.
005050     IF NOT SELECTION-WAS-MADE
005060         PERFORM 2000-BUILD-LIST THRU 2000-EXIT
005070         PERFORM 3000-SEND-LIST THRU 3000-EXIT
005080     END-IF.
005090 4100-EXIT.
005100     EXIT.
005110
005120 4200-CHECK-SELECTION.
005130     IF WS-ROW-SEL-L (WS-ROW-SUB) > 0
005140      AND WS-ROW-SEL-I (WS-ROW-SUB) NOT = SPACE
005150      AND WS-ROW-SEL-I (WS-ROW-SUB) NOT = LOW-VALUE
005160         IF RWC-PAGE-CLAIM-ID (WS-ROW-SUB) = SPACES
005170             MOVE 'NOTHING TO SELECT ON THAT LINE' TO RWC-MESSAGE
005180         ELSE
005190             EVALUATE WS-ROW-SEL-I (WS-ROW-SUB)
005200                 WHEN 'S'
005210                     MOVE 'RWBD' TO WS-NEXT-TRANID
005220                     MOVE 'Y' TO WS-SELECTION-SW
005230                 WHEN 'A'
005240                     MOVE 'RWBA' TO WS-NEXT-TRANID
005250                     MOVE 'Y' TO WS-SELECTION-SW
005260                 WHEN OTHER
005270                     MOVE 'SELECT A LINE WITH S OR A'
005280                       TO RWC-MESSAGE
005290             END-EVALUATE
005300             IF SELECTION-WAS-MADE
005310                 MOVE RWC-PAGE-CLAIM-ID (WS-ROW-SUB)
005320                   TO RWC-CLAIM-ID
005330                 MOVE 'N' TO RWC-NEXT-ACTION
005340                 MOVE SPACES TO RWC-MESSAGE
005350             END-IF
005360         END-IF
005370     END-IF.
005380 4200-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------*
005420*    9000-RETURN-TO-CICS -- END THE SESSION, HAND THE TERMINAL   *
005430*    TO THE SELECTED TRANSACTION, OR WAIT FOR THE NEXT KEY.      *
005440*----------------------------------------------------------------*
005450 9000-RETURN-TO-CICS.
005460     EVALUATE TRUE
005470         WHEN END-OF-SESSION
005480             EXEC CICS RETURN
005490             END-EXEC
005500         WHEN SELECTION-WAS-MADE
005510             EXEC CICS RETURN
005520                 TRANSID(WS-NEXT-TRANID)
005530                 COMMAREA(REFWB-COMMAREA)
005540                 IMMEDIATE
005550             END-EXEC
005560         WHEN OTHER
005570             EXEC CICS RETURN
005580                 TRANSID('RWBL')
005590                 COMMAREA(REFWB-COMMAREA)
005600             END-EXEC
005610     END-EVALUATE.
005620 9000-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------*
005660*    9100-DATE-TO-DAY-NUMBER -- CONVERT A CCYYMMDD DATE IN       *
005670*    WS-DATE-TO-CONVERT TO A SERIAL DAY NUMBER IN                *
005680*    WS-DAY-NUMBER, SO TWO DATES SUBTRACT TO AN AGE IN DAYS      *
005690*    ACROSS MONTH AND YEAR ENDS.  EACH DIVISION IS DONE IN ITS   *
005700*    OWN COMPUTE SO THE QUOTIENT TRUNCATES TO AN INTEGER, AS     *
005710*    THE FORMULA REQUIRES.  VALID THROUGH 2099.  SAME            *
005720*    CONVERSION CLAIMS01 AND REFAGING USE.                       *
005730*----------------------------------------------------------------*
005740 9100-DATE-TO-DAY-NUMBER.
005750     COMPUTE WS-DAY-TERM-1 = (WS-DTC-MM + 9) / 12.
005760     COMPUTE WS-DAY-TERM-2 =
005770         (7 * (WS-DTC-CCYY + WS-DAY-TERM-1)) / 4.
005780     COMPUTE WS-DAY-TERM-3 = (275 * WS-DTC-MM) / 9.
005790     COMPUTE WS-DAY-NUMBER =
005800         (367 * WS-DTC-CCYY) - WS-DAY-TERM-2
005810         + WS-DAY-TERM-3 + WS-DTC-DD.
005820 9100-EXIT.
005830     EXIT.
005840
005850*----------------------------------------------------------------*
005860*    9900-ABEND-TASK -- A FILE OR TERMINAL RESPONSE THE PROGRAM  *
005870*    DOES NOT EXPECT ENDS THE TASK WITH ABEND CODE RWBL.         *
005880*----------------------------------------------------------------*
005890 9900-ABEND-TASK.
005900     EXEC CICS ABEND
005910         ABCODE('RWBL')
005920     END-EXEC.
005930 9900-EXIT.
005940     EXIT.
