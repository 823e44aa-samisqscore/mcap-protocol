000010*****************************************************************
000020* PROGRAM-ID.  LOBUPDT
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-15
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* LINE-OF-BUSINESS MASTER MAINTENANCE.  APPLIES THE UNDERWRITING
000090* LINE-OF-BUSINESS TRANSACTIONS (AD ADD, CH CHANGE, DA
000100* DEACTIVATE) AGAINST THE LINE-OF-BUSINESS MASTER -- THE FILE
000110* CLAIMS01, CLMREFV, CLMSIM AND THE CLAIM-TYPE REPORTS READ FOR
000120* THE LIST OF CLAIM TYPES, THEIR SCORE POINTS, LATE-REPORT DAY
000130* LIMITS AND REPORT ORDER.  A NEW LINE OF BUSINESS IS AN AD CARD
000140* HERE, NOT A PROGRAM CHANGE.
000150* AN ADD MUST CARRY A DESCRIPTION, NUMERIC SCORE POINTS, A
000160* LATE-REPORT LIMIT OF AT LEAST ONE DAY AND A REPORT SEQUENCE OF
000170* AT LEAST 01; A BLANK ACTIVE FLAG ADDS THE LINE ACTIVE.  ON A
000180* CHANGE, A FIELD LEFT BLANK MEANS NO CHANGE.  A DEACTIVATION
000190* SETS THE ACTIVE FLAG TO N -- LINES ARE NEVER DELETED, BECAUSE
000200* THE REGISTER AND AUDIT HISTORY STILL CARRY THEIR CODES -- AND A
000210* CHANGE KEYING FLAG Y PUTS THE LINE BACK IN SERVICE.  A
000220* TRANSACTION WITH A BAD CODE, A BAD ADD OR NO MATCHING MASTER
000230* RECORD IS REPORTED AND SKIPPED; A CHANGE CARRYING A BAD KEYED
000240* FIELD APPLIES ITS GOOD FIELDS AND THE BAD ONE IS REPORTED AND
000250* IGNORED.  EITHER WAY THE RUN ENDS WITH RETURN CODE 4.  THE
000260* WHOLE MASTER IS LISTED ON SYSOUT AT THE END OF EVERY RUN SO
000270* UNDERWRITING CAN CHECK THE RESULT BEFORE THE NIGHT'S CLAIMDLY.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300* DATE       INIT  DESCRIPTION
000310* ---------- ----  -----------------------------------------------
000320* 2026-10-15 JHM   ORIGINAL LINE-OF-BUSINESS MAINTENANCE PROGRAM.
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    LOBUPDT.
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
000480     SELECT LOB-TRAN-FILE    ASSIGN TO LOBIN
000490            ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT LINE-OF-BUSINESS ASSIGN TO LOBMST
000520            ORGANIZATION IS INDEXED
000530            ACCESS MODE IS DYNAMIC
000540            RECORD KEY IS LOB-CLAIM-TYPE
000550            FILE STATUS IS WS-LOBMST-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  LOB-TRAN-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY LOBTRAN.
000620
000630 FD  LINE-OF-BUSINESS
000640     LABEL RECORDS ARE STANDARD.
000650     COPY LOBMSTRC.
000660
000670 WORKING-STORAGE SECTION.
000680
000690 01  WS-SWITCHES.
000700     05  WS-TRAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
000710         88  END-OF-TRANS                 VALUE 'Y'.
000720     05  WS-LOB-EOF-SWITCH       PIC X(01) VALUE 'N'.
000730         88  END-OF-LOB-MASTER            VALUE 'Y'.
000740     05  WS-ADD-VALID-SW         PIC X(01) VALUE 'Y'.
000750         88  ADD-IS-VALID                 VALUE 'Y'.
000760
000770 01  WS-COUNTERS.
000780     05  WS-TRANS-READ           PIC 9(06) COMP VALUE 0.
000790     05  WS-LINES-ADDED          PIC 9(06) COMP VALUE 0.
000800     05  WS-LINES-CHANGED        PIC 9(06) COMP VALUE 0.
000810     05  WS-LINES-DEACTIVATED    PIC 9(06) COMP VALUE 0.
000820     05  WS-TRANS-SKIPPED        PIC 9(06) COMP VALUE 0.
000830     05  WS-FIELDS-IGNORED       PIC 9(06) COMP VALUE 0.
000840     05  WS-LINES-ON-MASTER      PIC 9(06) COMP VALUE 0.
000850     05  WS-LINES-ACTIVE         PIC 9(06) COMP VALUE 0.
000860
000870 01  WS-WORK-FIELDS.
000880     05  WS-LOBMST-STATUS        PIC X(02) VALUE '00'.
000890     05  WS-ADD-REJECT-TEXT      PIC X(40) VALUE SPACES.
000900
000910 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
000920
000930 01  WS-LIST-LINE.
000940     05  WS-LST-CLAIM-TYPE       PIC X(10).
000950     05  FILLER                  PIC X(01) VALUE SPACE.
000960     05  WS-LST-DESCRIPTION      PIC X(30).
000970     05  FILLER                  PIC X(01) VALUE SPACE.
000980     05  WS-LST-ACTIVE-FLAG      PIC X(01).
000990     05  FILLER                  PIC X(02) VALUE SPACES.
001000     05  WS-LST-SCORE-POINTS     PIC ZZ9.
001010     05  FILLER                  PIC X(02) VALUE SPACES.
001020     05  WS-LST-LATE-DAYS        PIC ZZ9.
001030     05  FILLER                  PIC X(02) VALUE SPACES.
001040     05  WS-LST-REPORT-SEQ       PIC 99.
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  WS-LST-MAINT-DATE       PIC 9(08).
001070
001080 PROCEDURE DIVISION.
001090
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001120     PERFORM 2000-APPLY-ONE-TRAN THRU 2000-EXIT
001130         UNTIL END-OF-TRANS.
001140     PERFORM 7000-LIST-MASTER THRU 7000-EXIT.
001150     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001160     STOP RUN.
001170
001180*----------------------------------------------------------------*
001190*    1000-INITIALIZE -- OPEN FILES AND PRIME THE TRANSACTION     *
001200*    READ.                                                       *
001210*----------------------------------------------------------------*
001220 1000-INITIALIZE.
001230     OPEN INPUT LOB-TRAN-FILE.
001240     OPEN I-O   LINE-OF-BUSINESS.
001250     IF WS-LOBMST-STATUS NOT = '00'
001260         DISPLAY 'LOBUPDT -- LINE-OF-BUSINESS OPEN FAILED, '
001270             'STATUS ' WS-LOBMST-STATUS
001280         MOVE 16 TO RETURN-CODE
001290         STOP RUN
001300     END-IF.
001310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001320     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
001330 1000-EXIT.
001340     EXIT.
001350
001360*----------------------------------------------------------------*
001370*    2000-APPLY-ONE-TRAN -- VALIDATE AND APPLY ONE LINE-OF-      *
001380*    BUSINESS TRANSACTION AND READ THE NEXT ONE.                 *
001390*----------------------------------------------------------------*
001400 2000-APPLY-ONE-TRAN.
001410     ADD 1 TO WS-TRANS-READ.
001420     IF NOT LTR-VALID-TRAN-CODE
001430         DISPLAY 'LOBUPDT -- BAD TRANSACTION CODE '
001440             LTR-TRAN-CODE ' FOR CLAIM TYPE ' LTR-CLAIM-TYPE
001450             ', TRANSACTION SKIPPED'
001460         ADD 1 TO WS-TRANS-SKIPPED
001470     ELSE
001480         IF LTR-CLAIM-TYPE = SPACES
001490             DISPLAY 'LOBUPDT -- BLANK CLAIM TYPE, '
001500                 'TRANSACTION SKIPPED'
001510             ADD 1 TO WS-TRANS-SKIPPED
001520         ELSE
001530             IF LTR-ADD-LINE
001540                 PERFORM 3000-ADD-LINE THRU 3000-EXIT
001550             ELSE
001560                 IF LTR-CHANGE-LINE
001570                     PERFORM 4000-CHANGE-LINE THRU 4000-EXIT
001580                 ELSE
001590                     PERFORM 5000-DEACTIVATE-LINE THRU 5000-EXIT
001600                 END-IF
001610             END-IF
001620         END-IF
001630     END-IF.
001640     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
001650 2000-EXIT.
001660     EXIT.
001670
001680 2100-READ-TRAN.
001690     READ LOB-TRAN-FILE
001700         AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
001710     END-READ.
001720 2100-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------------*
001760*    3000-ADD-LINE -- BUILD AND ADD A NEW MASTER RECORD.  EVERY  *
001770*    FIELD BUT THE ACTIVE FLAG MUST BE KEYED AND GOOD, SINCE A   *
001780*    LINE WITH NO LATE-REPORT LIMIT OR REPORT SEQUENCE WOULD     *
001790*    ROUTE AND PRINT WRONGLY.  A CLAIM TYPE ALREADY ON THE       *
001800*    MASTER IS REPORTED AND SKIPPED, NOT OVERWRITTEN --          *
001810*    UNDERWRITING SHOULD SEND A CHANGE FOR THAT.                 *
001820*----------------------------------------------------------------*
001830 3000-ADD-LINE.
001840     PERFORM 3100-CHECK-ADD THRU 3100-EXIT.
001850     IF NOT ADD-IS-VALID
001860         DISPLAY 'LOBUPDT -- ADD FOR CLAIM TYPE ' LTR-CLAIM-TYPE
001870             ' ' WS-ADD-REJECT-TEXT
001880         DISPLAY 'LOBUPDT --     TRANSACTION SKIPPED'
001890         ADD 1 TO WS-TRANS-SKIPPED
001900     ELSE
001910         MOVE SPACES              TO LOB-MASTER-REC
001920         MOVE LTR-CLAIM-TYPE      TO LOB-CLAIM-TYPE
001930         MOVE LTR-DESCRIPTION     TO LOB-DESCRIPTION
001940         IF LTR-ACTIVE-FLAG = SPACE
001950             MOVE 'Y'             TO LOB-ACTIVE-FLAG
001960         ELSE
001970             MOVE LTR-ACTIVE-FLAG TO LOB-ACTIVE-FLAG
001980         END-IF
001990         MOVE LTR-SCORE-POINTS    TO LOB-SCORE-POINTS
002000         MOVE LTR-LATE-DAYS       TO LOB-LATE-DAYS
002010         MOVE LTR-REPORT-SEQ      TO LOB-REPORT-SEQ
002020         MOVE WS-CURRENT-DATE     TO LOB-LAST-MAINT-DATE
002030         WRITE LOB-MASTER-REC
002040             INVALID KEY
002050                 DISPLAY 'LOBUPDT -- CLAIM TYPE '
002060                     LTR-CLAIM-TYPE
002070                     ' ALREADY ON MASTER, ADD SKIPPED'
002080                 ADD 1 TO WS-TRANS-SKIPPED
002090             NOT INVALID KEY
002100                 ADD 1 TO WS-LINES-ADDED
002110         END-WRITE
002120         PERFORM 6000-CHECK-MASTER-STATUS THRU 6000-EXIT
002130     END-IF.
002140 3000-EXIT.
002150     EXIT.
002160
002170 3100-CHECK-ADD.
002180     MOVE 'Y' TO WS-ADD-VALID-SW.
002190     MOVE SPACES TO WS-ADD-REJECT-TEXT.
002200     IF LTR-DESCRIPTION = SPACES
002210         MOVE 'N' TO WS-ADD-VALID-SW
002220         MOVE 'HAS NO DESCRIPTION' TO WS-ADD-REJECT-TEXT
002230     END-IF.
002240     IF LTR-ACTIVE-FLAG NOT = SPACE
002250      AND NOT LTR-VALID-ACTIVE-FLAG
002260         MOVE 'N' TO WS-ADD-VALID-SW
002270         MOVE 'HAS AN ACTIVE FLAG OTHER THAN Y OR N'
002280             TO WS-ADD-REJECT-TEXT
002290     END-IF.
002300     IF LTR-SCORE-POINTS-X NOT NUMERIC
002310         MOVE 'N' TO WS-ADD-VALID-SW
002320         MOVE 'HAS NO NUMERIC SCORE POINTS' TO WS-ADD-REJECT-TEXT
002330     END-IF.
002340     IF LTR-LATE-DAYS-X NOT NUMERIC
002350         MOVE 'N' TO WS-ADD-VALID-SW
002360         MOVE 'HAS NO LATE-REPORT DAY LIMIT' TO WS-ADD-REJECT-TEXT
002370     ELSE
002380         IF LTR-LATE-DAYS = 0
002390             MOVE 'N' TO WS-ADD-VALID-SW
002400             MOVE 'HAS A ZERO LATE-REPORT DAY LIMIT'
002410                 TO WS-ADD-REJECT-TEXT
002420         END-IF
002430     END-IF.
002440     IF LTR-REPORT-SEQ-X NOT NUMERIC
002450         MOVE 'N' TO WS-ADD-VALID-SW
002460         MOVE 'HAS NO REPORT SEQUENCE' TO WS-ADD-REJECT-TEXT
002470     ELSE
002480         IF LTR-REPORT-SEQ = 0
002490             MOVE 'N' TO WS-ADD-VALID-SW
002500             MOVE 'HAS A ZERO REPORT SEQUENCE'
002510                 TO WS-ADD-REJECT-TEXT
002520         END-IF
002530     END-IF.
002540 3100-EXIT.
002550     EXIT.
002560
002570*----------------------------------------------------------------*
002580*    4000-CHANGE-LINE -- READ THE MASTER RECORD AND REPLACE ONLY *
002590*    THE FIELDS THE TRANSACTION KEYED.  A FIELD THAT IS KEYED    *
002600*    BUT BAD IS REPORTED AND THE ORIGINAL VALUE KEPT.            *
002610*----------------------------------------------------------------*
002620 4000-CHANGE-LINE.
002630     MOVE LTR-CLAIM-TYPE TO LOB-CLAIM-TYPE.
002640     READ LINE-OF-BUSINESS
002650         INVALID KEY
002660             DISPLAY 'LOBUPDT -- NO MASTER RECORD FOR CLAIM TYPE '
002670                 LTR-CLAIM-TYPE ', CHANGE SKIPPED'
002680             ADD 1 TO WS-TRANS-SKIPPED
002690         NOT INVALID KEY
002700             PERFORM 4100-REWRITE-CHANGED THRU 4100-EXIT
002710     END-READ.
002720 4000-EXIT.
002730     EXIT.
002740
002750 4100-REWRITE-CHANGED.
002760     IF LTR-DESCRIPTION NOT = SPACES
002770         MOVE LTR-DESCRIPTION TO LOB-DESCRIPTION
002780     END-IF.
002790     IF LTR-ACTIVE-FLAG NOT = SPACE
002800         IF LTR-VALID-ACTIVE-FLAG
002810             MOVE LTR-ACTIVE-FLAG TO LOB-ACTIVE-FLAG
002820         ELSE
002830             DISPLAY 'LOBUPDT -- BAD ACTIVE FLAG '
002840                 LTR-ACTIVE-FLAG ' FOR CLAIM TYPE '
002850                 LTR-CLAIM-TYPE ', FIELD IGNORED'
002860             ADD 1 TO WS-FIELDS-IGNORED
002870         END-IF
002880     END-IF.
002890     IF LTR-SCORE-POINTS-X NOT = SPACES
002900         IF LTR-SCORE-POINTS-X NUMERIC
002910             MOVE LTR-SCORE-POINTS TO LOB-SCORE-POINTS
002920         ELSE
002930             DISPLAY 'LOBUPDT -- SCORE POINTS NOT NUMERIC '
002940                 'FOR CLAIM TYPE ' LTR-CLAIM-TYPE
002950                 ', FIELD IGNORED'
002960             ADD 1 TO WS-FIELDS-IGNORED
002970         END-IF
002980     END-IF.
002990     IF LTR-LATE-DAYS-X NOT = SPACES
003000         IF LTR-LATE-DAYS-X NUMERIC
003010          AND LTR-LATE-DAYS > 0
003020             MOVE LTR-LATE-DAYS TO LOB-LATE-DAYS
003030         ELSE
003040             DISPLAY 'LOBUPDT -- BAD LATE-REPORT DAY LIMIT '
003050                 'FOR CLAIM TYPE ' LTR-CLAIM-TYPE
003060                 ', FIELD IGNORED'
003070             ADD 1 TO WS-FIELDS-IGNORED
003080         END-IF
003090     END-IF.
003100     IF LTR-REPORT-SEQ-X NOT = SPACES
003110         IF LTR-REPORT-SEQ-X NUMERIC
003120          AND LTR-REPORT-SEQ > 0
003130             MOVE LTR-REPORT-SEQ TO LOB-REPORT-SEQ
003140         ELSE
003150             DISPLAY 'LOBUPDT -- BAD REPORT SEQUENCE '
003160                 'FOR CLAIM TYPE ' LTR-CLAIM-TYPE
003170                 ', FIELD IGNORED'
003180             ADD 1 TO WS-FIELDS-IGNORED
003190         END-IF
003200     END-IF.
003210     MOVE WS-CURRENT-DATE TO LOB-LAST-MAINT-DATE.
003220     REWRITE LOB-MASTER-REC.
003230     PERFORM 6000-CHECK-MASTER-STATUS THRU 6000-EXIT.
003240     ADD 1 TO WS-LINES-CHANGED.
003250 4100-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------------*
003290*    5000-DEACTIVATE-LINE -- READ THE MASTER RECORD AND SET THE  *
003300*    ACTIVE FLAG TO N.  THE RECORD STAYS ON THE MASTER SO OLD    *
003310*    CLAIMS OF THE TYPE STILL REPORT UNDER ITS NAME.             *
003320*----------------------------------------------------------------*
003330 5000-DEACTIVATE-LINE.
003340     MOVE LTR-CLAIM-TYPE TO LOB-CLAIM-TYPE.
003350     READ LINE-OF-BUSINESS
003360         INVALID KEY
003370             DISPLAY 'LOBUPDT -- NO MASTER RECORD FOR CLAIM TYPE '
003380                 LTR-CLAIM-TYPE ', DEACTIVATION SKIPPED'
003390             ADD 1 TO WS-TRANS-SKIPPED
003400         NOT INVALID KEY
003410             PERFORM 5100-REWRITE-DEACTIVATED THRU 5100-EXIT
003420     END-READ.
003430 5000-EXIT.
003440     EXIT.
003450
003460 5100-REWRITE-DEACTIVATED.
003470     MOVE 'N' TO LOB-ACTIVE-FLAG.
003480     MOVE WS-CURRENT-DATE TO LOB-LAST-MAINT-DATE.
003490     REWRITE LOB-MASTER-REC.
003500     PERFORM 6000-CHECK-MASTER-STATUS THRU 6000-EXIT.
003510     ADD 1 TO WS-LINES-DEACTIVATED.
003520 5100-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------------*
003560*    6000-CHECK-MASTER-STATUS -- ANY MASTER I-O FAILURE BEYOND   *
003570*    THE DUPLICATE-KEY SKIP HANDLED IN LINE STOPS THE RUN.       *
003580*----------------------------------------------------------------*
003590 6000-CHECK-MASTER-STATUS.
003600     IF WS-LOBMST-STATUS NOT = '00'
003610      AND WS-LOBMST-STATUS NOT = '02'
003620      AND WS-LOBMST-STATUS NOT = '22'
003630         DISPLAY 'LOBUPDT -- LINE-OF-BUSINESS I-O FAILED, STATUS '
003640             WS-LOBMST-STATUS
003650             ' CLAIM TYPE ' LOB-CLAIM-TYPE
003660         MOVE 16 TO RETURN-CODE
003670         STOP RUN
003680     END-IF.
003690 6000-EXIT.
003700     EXIT.
003710
003720*----------------------------------------------------------------*
003730*    7000-LIST-MASTER -- LIST EVERY LINE ON THE MASTER AFTER THE *
003740*    TRANSACTIONS ARE APPLIED, SO THE RESULT CAN BE CHECKED      *
003750*    BEFORE THE NIGHT'S CLAIMDLY PICKS IT UP.                    *
003760*----------------------------------------------------------------*
003770 7000-LIST-MASTER.
003780     DISPLAY 'LOBUPDT -- LINE-OF-BUSINESS MASTER AFTER UPDATE'.
003790     DISPLAY 'TYPE       DESCRIPTION                    A  PTS  '
003800         'LATE SQ  MAINTAINED'.
003810     MOVE LOW-VALUES TO LOB-CLAIM-TYPE.
003820     START LINE-OF-BUSINESS KEY IS NOT LESS THAN LOB-CLAIM-TYPE
003830         INVALID KEY MOVE 'Y' TO WS-LOB-EOF-SWITCH
003840     END-START.
003850     PERFORM 7100-LIST-ONE-LINE THRU 7100-EXIT
003860         UNTIL END-OF-LOB-MASTER.
003870     DISPLAY 'LOBUPDT -- LINES ON MASTER:      '
003880         WS-LINES-ON-MASTER.
003890     DISPLAY 'LOBUPDT -- LINES ACTIVE:         '
003900         WS-LINES-ACTIVE.
003910     IF WS-LINES-ACTIVE = 0
003920         DISPLAY 'LOBUPDT -- WARNING, NO ACTIVE LINE OF '
003930             'BUSINESS -- CLAIMS01 WILL REJECT EVERY CLAIM'
003940     END-IF.
003950 7000-EXIT.
003960     EXIT.
003970
003980 7100-LIST-ONE-LINE.
003990     READ LINE-OF-BUSINESS NEXT RECORD
004000         AT END MOVE 'Y' TO WS-LOB-EOF-SWITCH
004010     END-READ.
004020     IF NOT END-OF-LOB-MASTER
004030         PERFORM 6000-CHECK-MASTER-STATUS THRU 6000-EXIT
004040         ADD 1 TO WS-LINES-ON-MASTER
004050         IF LOB-IS-ACTIVE
004060             ADD 1 TO WS-LINES-ACTIVE
004070         END-IF
004080         MOVE LOB-CLAIM-TYPE      TO WS-LST-CLAIM-TYPE
004090         MOVE LOB-DESCRIPTION     TO WS-LST-DESCRIPTION
004100         MOVE LOB-ACTIVE-FLAG     TO WS-LST-ACTIVE-FLAG
004110         MOVE LOB-SCORE-POINTS    TO WS-LST-SCORE-POINTS
004120         MOVE LOB-LATE-DAYS       TO WS-LST-LATE-DAYS
004130         MOVE LOB-REPORT-SEQ      TO WS-LST-REPORT-SEQ
004140         MOVE LOB-LAST-MAINT-DATE TO WS-LST-MAINT-DATE
004150         DISPLAY WS-LIST-LINE
004160     END-IF.
004170 7100-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------*
004210*    8000-TERMINATE -- CLOSE FILES, SHOW THE COUNTS, AND FLAG A  *
004220*    RUN WITH SKIPPED TRANSACTIONS OR IGNORED FIELDS WITH        *
004230*    RETURN CODE 4.                                              *
004240*----------------------------------------------------------------*
004250 8000-TERMINATE.
004260     CLOSE LOB-TRAN-FILE.
004270     CLOSE LINE-OF-BUSINESS.
004280     DISPLAY 'LOBUPDT -- TRANSACTIONS READ:    ' WS-TRANS-READ.
004290     DISPLAY 'LOBUPDT -- LINES ADDED:          '
004300         WS-LINES-ADDED.
004310     DISPLAY 'LOBUPDT -- LINES CHANGED:        '
004320         WS-LINES-CHANGED.
004330     DISPLAY 'LOBUPDT -- LINES DEACTIVATED:    '
004340         WS-LINES-DEACTIVATED.
004350     DISPLAY 'LOBUPDT -- TRANSACTIONS SKIPPED: '
004360         WS-TRANS-SKIPPED.
004370     DISPLAY 'LOBUPDT -- BAD FIELDS IGNORED:   '
004380         WS-FIELDS-IGNORED.
004390     IF WS-TRANS-SKIPPED > 0
004400      OR WS-FIELDS-IGNORED > 0
004410      OR WS-LINES-ACTIVE = 0
004420         MOVE 4 TO RETURN-CODE
004430     END-IF.
004440 8000-EXIT.
004450     EXIT.
