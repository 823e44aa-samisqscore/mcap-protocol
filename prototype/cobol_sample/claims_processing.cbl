001266*                  CLAIMS BEHIND IT; A DETAIL RECORD OUTSIDE ANY
001267*                  HEADER/TRAILER SEGMENT NOW STOPS THE RUN
001268*                  INSTEAD OF PASSING THROUGH UNPROVED.
001269* 2026-10-12 JHM   THE RISK SCORE WEIGHTS AND THE HIGH-RISK/SIU
001270*                  ROUTING CUTOFFS NOW COME FROM THE SCORING
001271*                  PARAMETER DECK (SCRPARM) INSTEAD OF THE CODE,
001272*                  SO A PROPOSED CHANGE CAN BE TRIED IN THE CLMSIM
001273*                  WHAT-IF SIMULATION BEFORE IT GOES LIVE.  A DECK
001274*                  WITHOUT A CARD TYPE KEEPS THE OLD VALUES; A BAD
001275*                  CARD STOPS THE RUN.  THE ROUTING REASON TEXTS
001276*                  NAME THE CUTOFF IN FORCE.
001277* 2026-10-14 JHM   HIGH-RISK-QUEUE AND SIU-REFERRAL RECORDS NOW
001278*                  CARRY THE CLAIM SOURCE SYSTEM (QUEUEREC).
001279* 2026-10-15 JHM   NEW CLAIMS-REGISTER RECORDS NOW CARRY THE
001280*                  CLAIM SOURCE SYSTEM (CRG-SOURCE-SYSTEM).
001281* 2026-10-15 JHM   CLAIM TYPES NOW COME FROM THE LINE-OF-BUSINESS
001282*                  MASTER (LOBMST) INSTEAD OF A HARDCODED LIST.
001283*                  E010 REJECTS A TYPE NOT ON THE MASTER OR NOT
001284*                  ACTIVE; THE MASTER GIVES THE CLAIM-TYPE SCORE
001285*                  POINTS (A DECK TY CARD STILL OVERRIDES) AND THE
001286*                  FR03 LATE-REPORT LIMIT (A NON-ZERO DECK CO
001287*                  LIMIT STILL OVERRIDES), SO FR03 TEXT IS BUILT
001288*                  PER CLAIM.
001290*****************************************************************
001292 IDENTIFICATION DIVISION.
001294 PROGRAM-ID.    CLAIMS01.
001300 AUTHOR.        J H MERCER.
001310 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
001320 DATE-WRITTEN.  2024-02-10.
001460            ORGANIZATION IS SEQUENTIAL.
001470
001480     SELECT CAT-FILE         ASSIGN TO CATIN
001482            ORGANIZATION IS SEQUENTIAL.
001484
001486     SELECT SCORE-PARM-FILE  ASSIGN TO SCRPARM
001490            ORGANIZATION IS SEQUENTIAL.
001500
001510     SELECT HIGH-RISK-QUEUE  ASSIGN TO HRQOUT
002010            RECORD KEY IS RCT-KEY
002020            FILE STATUS IS WS-RUNCTL-STATUS.
002030
002031     SELECT LINE-OF-BUSINESS ASSIGN TO LOBMST
002032            ORGANIZATION IS INDEXED
002033            ACCESS MODE IS SEQUENTIAL
002034            RECORD KEY IS LOB-CLAIM-TYPE
002035            FILE STATUS IS WS-LOBMST-STATUS.
002036
002040 DATA DIVISION.
002050 FILE SECTION.
002060 FD  CLM-IN-FILE
002140 FD  CAT-FILE
002150     LABEL RECORDS ARE STANDARD.
002160     COPY CATEVENT.
002162
002164 FD  SCORE-PARM-FILE
002166     LABEL RECORDS ARE STANDARD.
002168     COPY SCRPRMRC.
002170
002180 FD  HIGH-RISK-QUEUE
002190     LABEL RECORDS ARE STANDARD.
002290         ==QUE-DAMAGE-AMOUNT==  BY ==SIU-DAMAGE-AMOUNT==
002300         ==QUE-RISK-SCORE==     BY ==SIU-RISK-SCORE==
002310         ==QUE-REASON-CODE==    BY ==SIU-REASON-CODE==
002320         ==QUE-REASON-TEXT==    BY ==SIU-REASON-TEXT==
002325         ==QUE-SOURCE-SYSTEM==  BY ==SIU-SOURCE-SYSTEM==.
002330
002340 FD  CLAIM-REJECTS
002350     LABEL RECORDS ARE STANDARD.
002840     LABEL RECORDS ARE STANDARD.
002850     COPY RUNCTLRC.
002860
002862 FD  LINE-OF-BUSINESS
002864     LABEL RECORDS ARE STANDARD.
002866     COPY LOBMSTRC.
002868
002870 WORKING-STORAGE SECTION.
002880
002890 01  WS-SWITCHES.
003180         88  POLICY-WAS-FOUND             VALUE 'Y'.
003190     05  WS-WATCH-HIT-SW         PIC X(01) VALUE 'N'.
003200         88  CUSTOMER-ON-WATCH-LIST       VALUE 'Y'.
003210     05  WS-SCRPARM-EOF-SWITCH   PIC X(01) VALUE 'N'.
003220         88  END-OF-SCORE-PARMS           VALUE 'Y'.
003230     05  WS-TYPE-CARD-SW         PIC X(01) VALUE 'N'.
003240         88  TYPE-CARD-WAS-READ           VALUE 'Y'.
003242     05  WS-LOB-EOF-SWITCH       PIC X(01) VALUE 'N'.
003244         88  END-OF-LOB-MASTER            VALUE 'Y'.
003246     05  WS-LOB-ACCEPT-SW        PIC X(01) VALUE 'N'.
003248         88  CLAIM-TYPE-ACCEPTED          VALUE 'Y'.
003250
003260 01  WS-COUNTERS.
003270     05  WS-CLAIM-COUNT          PIC 9(06) COMP VALUE 0.
003340     05  WS-THRESHOLD-AMOUNT     PIC 9(09)V99 VALUE 0.
003350     05  WS-REJECT-REASON-CODE   PIC X(04) VALUE SPACES.
003360     05  WS-REJECT-REASON-TEXT   PIC X(40) VALUE SPACES.
003365     05  WS-LOB-REJECT-TEXT      PIC X(40) VALUE SPACES.
003370     05  WS-DISPOSITION          PIC X(08) VALUE SPACES.
003380     05  WS-DISPOSITION-REASON   PIC X(40) VALUE SPACES.
003390     05  WS-RESTART-KEY          PIC X(10) VALUE SPACES.
003420     05  WS-POLYMST-STATUS       PIC X(02) VALUE '00'.
003430     05  WS-CLMREG-STATUS        PIC X(02) VALUE '00'.
003440     05  WS-WATCHLST-STATUS      PIC X(02) VALUE '00'.
003445     05  WS-LOBMST-STATUS        PIC X(02) VALUE '00'.
003450     05  WS-SEGMENT-SOURCE       PIC X(08) VALUE SPACES.
003460     05  WS-CAT-EVENT            PIC X(08) VALUE SPACES.
003470
003590         88  COVERAGE-HAS-ENDED  VALUES 'LP', 'CN'.
003600     05  WS-TERMINATION-DATE     PIC 9(08) VALUE 0.
003610     05  WS-RISK-SCORE           PIC 9(03) VALUE 0.
003615     05  WS-SCORE-TOTAL          PIC S9(07) COMP VALUE 0.
003620     05  WS-EXCESS-PCT           PIC S9(15) COMP VALUE 0.
003630     05  WS-AMOUNT-POINTS        PIC S9(15) COMP VALUE 0.
003635     05  WS-LOB-TYPE-POINTS      PIC 9(03) VALUE 0.
003640     05  WS-REPORT-LAG-DAYS      PIC S9(05) COMP VALUE 0.
003650     05  WS-TODAY-DAY-NUMBER     PIC S9(09) COMP VALUE 0.
003660     05  WS-LOSS-DAY-NUMBER      PIC S9(09) COMP VALUE 0.
003680     05  WS-DAY-TERM-1           PIC S9(09) COMP VALUE 0.
003690     05  WS-DAY-TERM-2           PIC S9(09) COMP VALUE 0.
003700     05  WS-DAY-TERM-3           PIC S9(09) COMP VALUE 0.
003701
003702 01  WS-ROUTING-TEXTS.
003703     05  WS-HR01-TEXT            PIC X(30) VALUE SPACES.
003704     05  WS-FR01-TEXT            PIC X(30) VALUE SPACES.
003705     05  WS-FR03-TEXT            PIC X(30) VALUE SPACES.
003706     05  WS-FR03-REASON          PIC X(40) VALUE SPACES.
003707     05  WS-LATE-DAYS-LIMIT      PIC 9(03) VALUE 0.
003708     05  WS-CUTOFF-VALUE         PIC 9(03) VALUE 0.
003709     05  WS-CUTOFF-TEXT          PIC X(03) VALUE SPACES.
003710     05  WS-CUTOFF-1             PIC 9(01) VALUE 0.
003711     05  WS-CUTOFF-2             PIC 9(02) VALUE 0.
003716
003720 01  WS-CURRENT-DATE-TIME.
003730     05  WS-CURRENT-DATE         PIC 9(08) VALUE 0.
003740     05  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
004010
004020     COPY CATTBL.
004030
004032     COPY SCRPRMTB.
004034
004036     COPY LOBTBL.
004038
004040 PROCEDURE DIVISION.
004050
004060 0000-MAINLINE.
004110     STOP RUN.
004120
004130*----------------------------------------------------------------*
004140*    1000-INITIALIZE -- OPEN FILES, LOAD THE THRESHOLD, CAT      *
004150*    EVENT AND SCORING PARAMETER TABLES, AND PRIME THE READ.     *
004160*----------------------------------------------------------------*
004170 1000-INITIALIZE.
004180     OPEN INPUT  CONTROL-CARD-FILE.
004790     PERFORM 1150-LOAD-CAT-EVENTS THRU 1150-EXIT
004800         UNTIL END-OF-CAT-EVENTS.
004810     CLOSE CAT-FILE.
004811     PERFORM 1120-LOAD-LINES-OF-BUSINESS THRU 1120-EXIT.
004812     OPEN INPUT  SCORE-PARM-FILE.
004813     PERFORM 1170-LOAD-SCORE-PARMS THRU 1170-EXIT
004814         UNTIL END-OF-SCORE-PARMS.
004815     CLOSE SCORE-PARM-FILE.
004816     PERFORM 1190-BUILD-ROUTING-TEXTS THRU 1190-EXIT.
004820     IF RESTARTED-RUN
004830         PERFORM 1200-POSITION-RESTART THRU 1200-EXIT
004840     ELSE
005480     END-IF.
005490 1110-EXIT.
005500     EXIT.
005501
005502*----------------------------------------------------------------*
005503*    1120-LOAD-LINES-OF-BUSINESS -- BUILD THE LINE-OF-BUSINESS   *
005504*    TABLE FROM THE LINE-OF-BUSINESS MASTER, THE SAME WAY THE    *
005505*    THRESHOLD TABLE IS LOADED.  INACTIVE LINES ARE KEPT SO      *
005506*    THEIR CLAIMS ARE REJECTED AS NOT ACTIVE RATHER THAN AS      *
005507*    UNKNOWN.                                                    *
005508*----------------------------------------------------------------*
005509 1120-LOAD-LINES-OF-BUSINESS.
005510     OPEN INPUT  LINE-OF-BUSINESS.
005511     IF WS-LOBMST-STATUS NOT = '00'
005512         DISPLAY 'CLAIMS01 -- LINE-OF-BUSINESS OPEN FAILED, '
005513             'STATUS ' WS-LOBMST-STATUS
005514         MOVE 16 TO RETURN-CODE
005515         STOP RUN
005516     END-IF.
005517     PERFORM 1125-READ-LINE-OF-BUSINESS THRU 1125-EXIT
005518         UNTIL END-OF-LOB-MASTER.
005519     CLOSE LINE-OF-BUSINESS.
005520 1120-EXIT.
005521     EXIT.
005522
005523 1125-READ-LINE-OF-BUSINESS.
005524     READ LINE-OF-BUSINESS
005525         AT END     MOVE 'Y' TO WS-LOB-EOF-SWITCH
005526         NOT AT END PERFORM 1130-STORE-LINE-OF-BUSINESS
005527                        THRU 1130-EXIT
005528     END-READ.
005529 1125-EXIT.
005530     EXIT.
005531
005532 1130-STORE-LINE-OF-BUSINESS.
005533     IF LBT-ENTRY-COUNT < 20
005534         ADD 1 TO LBT-ENTRY-COUNT
005535         SET LBT-IDX TO LBT-ENTRY-COUNT
005536         MOVE LOB-CLAIM-TYPE    TO LBT-CLAIM-TYPE (LBT-IDX)
005537         MOVE LOB-DESCRIPTION   TO LBT-DESCRIPTION (LBT-IDX)
005538         MOVE LOB-ACTIVE-FLAG   TO LBT-ACTIVE-FLAG (LBT-IDX)
005539         MOVE LOB-SCORE-POINTS  TO LBT-SCORE-POINTS (LBT-IDX)
005540         MOVE LOB-LATE-DAYS     TO LBT-LATE-DAYS (LBT-IDX)
005541         MOVE LOB-REPORT-SEQ    TO LBT-REPORT-SEQ (LBT-IDX)
005542     ELSE
005543         DISPLAY 'CLAIMS01 -- LINE-OF-BUSINESS MASTER HAS MORE '
005544             'THAN 20 LINES, LINE-OF-BUSINESS-TABLE IS FULL'
005545         MOVE 16 TO RETURN-CODE
005546         STOP RUN
005547     END-IF.
005548 1130-EXIT.
005549     EXIT.
005551
005553*----------------------------------------------------------------*
005555*    1150-LOAD-CAT-EVENTS -- BUILD THE CATASTROPHE EVENT TABLE  *
005557*    FROM THE CAT-FILE REFERENCE FILE, THE SAME WAY THE         *
005559*    THRESHOLD TABLE IS LOADED.                                 *
005560*----------------------------------------------------------------*
005570 1150-LOAD-CAT-EVENTS.
005580     READ CAT-FILE
005780         STOP RUN
005790     END-IF.
005800 1160-EXIT.
005801     EXIT.
005802
005803*----------------------------------------------------------------*
005804*    1170-LOAD-SCORE-PARMS -- APPLY THE SCORING PARAMETER DECK   *
005805*    OVER THE DEFAULT WEIGHTS AND CUTOFFS IN SCORE-PARM-TABLE.   *
005806*    A CARD WITH AN UNKNOWN TYPE OR A BAD FIELD STOPS THE RUN -- *
005807*    CLAIMS ARE NOT SCORED ON A DECK NOBODY MEANT.               *
005808*----------------------------------------------------------------*
005809 1170-LOAD-SCORE-PARMS.
005810     READ SCORE-PARM-FILE
005811         AT END     MOVE 'Y' TO WS-SCRPARM-EOF-SWITCH
005812         NOT AT END PERFORM 1180-STORE-SCORE-PARM
005813                        THRU 1180-EXIT
005814     END-READ.
005815 1170-EXIT.
005816     EXIT.
005817
005818 1180-STORE-SCORE-PARM.
005819     EVALUATE TRUE
005820         WHEN SPR-WEIGHT-CARD
005821             IF SPR-BASE-POINTS NOT NUMERIC
005822              OR SPR-EXCESS-STEP-PCT NOT NUMERIC
005823              OR SPR-EXCESS-STEP-PCT = 0
005824              OR SPR-EXCESS-CAP NOT NUMERIC
005825              OR SPR-YRS-BAND-1 NOT NUMERIC
005826              OR SPR-YRS-POINTS-1 NOT NUMERIC
005827              OR SPR-YRS-BAND-2 NOT NUMERIC
005828              OR SPR-YRS-POINTS-2 NOT NUMERIC
005829              OR SPR-YRS-BAND-3 NOT NUMERIC
005830              OR SPR-YRS-POINTS-3 NOT NUMERIC
005831              OR SPR-PRIOR-POINTS NOT NUMERIC
005832              OR SPR-PRIOR-CAP NOT NUMERIC
005833                 PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
005834             END-IF
005835             IF SPR-YRS-BAND-1 NOT < SPR-YRS-BAND-2
005836              OR SPR-YRS-BAND-2 NOT < SPR-YRS-BAND-3
005837                 PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
005838             END-IF
005839             MOVE SPR-BASE-POINTS     TO SCW-BASE-POINTS
005840             MOVE SPR-EXCESS-STEP-PCT TO SCW-EXCESS-STEP-PCT
005841             MOVE SPR-EXCESS-CAP      TO SCW-EXCESS-CAP
005842             MOVE SPR-YRS-BAND-1      TO SCW-YRS-BAND-1
005843             MOVE SPR-YRS-POINTS-1    TO SCW-YRS-POINTS-1
005844             MOVE SPR-YRS-BAND-2      TO SCW-YRS-BAND-2
005845             MOVE SPR-YRS-POINTS-2    TO SCW-YRS-POINTS-2
005846             MOVE SPR-YRS-BAND-3      TO SCW-YRS-BAND-3
005847             MOVE SPR-YRS-POINTS-3    TO SCW-YRS-POINTS-3
005848             MOVE SPR-PRIOR-POINTS    TO SCW-PRIOR-POINTS
005849             MOVE SPR-PRIOR-CAP       TO SCW-PRIOR-CAP
005850         WHEN SPR-CUTOFF-CARD
005851             IF SPR-HR-POLICY-YEARS NOT NUMERIC
005852              OR SPR-FR-PRIOR-CLAIMS NOT NUMERIC
005853              OR SPR-FR-LATE-DAYS NOT NUMERIC
005854                 PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
005855             END-IF
005856             MOVE SPR-HR-POLICY-YEARS TO SCW-HR-POLICY-YEARS
005857             MOVE SPR-FR-PRIOR-CLAIMS TO SCW-FR-PRIOR-CLAIMS
005858             MOVE SPR-FR-LATE-DAYS    TO SCW-FR-LATE-DAYS
005859         WHEN SPR-TYPE-CARD
005860             IF SPR-CLAIM-TYPE = SPACES
005861              OR SPR-TYPE-POINTS NOT NUMERIC
005862                 PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
005863             END-IF
005864             IF NOT TYPE-CARD-WAS-READ
005865                 MOVE 'Y'    TO WS-TYPE-CARD-SW
005866                 MOVE 0      TO SCW-TYPE-COUNT
005867                 MOVE SPACES TO SCW-TYPE-AREA
005868             END-IF
005869             IF SCW-TYPE-COUNT < 10
005870                 ADD 1 TO SCW-TYPE-COUNT
005871                 SET SCW-IDX TO SCW-TYPE-COUNT
005872                 MOVE SPR-CLAIM-TYPE  TO SCW-CLAIM-TYPE (SCW-IDX)
005873                 MOVE SPR-TYPE-POINTS TO SCW-TYPE-POINTS (SCW-IDX)
005874             ELSE
005875                 DISPLAY 'CLAIMS01 -- SCRPARM HAS MORE THAN 10 '
005876                     'TY CARDS, CLAIM-TYPE POINTS TABLE IS FULL'
005877                 MOVE 16 TO RETURN-CODE
005878                 STOP RUN
005879             END-IF
005880         WHEN OTHER
005881             PERFORM 1185-BAD-SCORE-PARM THRU 1185-EXIT
005882     END-EVALUATE.
005883 1180-EXIT.
005884     EXIT.
005885
005886 1185-BAD-SCORE-PARM.
005887     DISPLAY 'CLAIMS01 -- SCRPARM CARD INVALID: ' SCORE-PARM-REC.
005888     MOVE 16 TO RETURN-CODE.
005889     STOP RUN.
005890 1185-EXIT.
005891     EXIT.
005892
005893*----------------------------------------------------------------*
005894*    1190-BUILD-ROUTING-TEXTS -- THE HR01 AND FR01 REASON TEXTS  *
005895*    NAME THE CUTOFF IN FORCE, SO BUILD THEM ONCE FROM THE       *
005896*    LOADED DECK.  THE FR03 LIMIT CAN DIFFER BY LINE OF          *
005897*    BUSINESS, SO ITS TEXTS ARE BUILT PER CLAIM IN 5210.  THE    *
005898*    DEFAULT DECK GIVES THE SAME TEXTS THE WORKLISTS AND AUDIT   *
005899*    LOG HAVE ALWAYS CARRIED.                                    *
005900*----------------------------------------------------------------*
005901 1190-BUILD-ROUTING-TEXTS.
005902     MOVE SCW-HR-POLICY-YEARS TO WS-CUTOFF-VALUE.
005903     PERFORM 1195-EDIT-CUTOFF THRU 1195-EXIT.
005904     STRING 'POLICY YEARS UNDER ' DELIMITED BY SIZE
005905            WS-CUTOFF-TEXT        DELIMITED BY SPACE
005906            ' YEARS'              DELIMITED BY SIZE
005907         INTO WS-HR01-TEXT
005908     END-STRING.
005909     MOVE SCW-FR-PRIOR-CLAIMS TO WS-CUTOFF-VALUE.
005910     PERFORM 1195-EDIT-CUTOFF THRU 1195-EXIT.
005911     STRING 'PRIOR CLAIMS COUNT EXCEEDS ' DELIMITED BY SIZE
005912            WS-CUTOFF-TEXT                DELIMITED BY SPACE
005913         INTO WS-FR01-TEXT
005914     END-STRING.
005915 1190-EXIT.
005916     EXIT.
005917
005918*----------------------------------------------------------------*
005919*    1195-EDIT-CUTOFF -- WS-CUTOFF-VALUE AS LEFT-JUSTIFIED       *
005920*    DIGITS WITH NO LEADING ZEROS, FOR THE ROUTING TEXTS.        *
005921*----------------------------------------------------------------*
005922 1195-EDIT-CUTOFF.
005923     MOVE SPACES TO WS-CUTOFF-TEXT.
005924     IF WS-CUTOFF-VALUE < 10
005925         MOVE WS-CUTOFF-VALUE TO WS-CUTOFF-1
005926         MOVE WS-CUTOFF-1     TO WS-CUTOFF-TEXT
005927     ELSE
005928         IF WS-CUTOFF-VALUE < 100
005929             MOVE WS-CUTOFF-VALUE TO WS-CUTOFF-2
005930             MOVE WS-CUTOFF-2     TO WS-CUTOFF-TEXT
005931         ELSE
005932             MOVE WS-CUTOFF-VALUE TO WS-CUTOFF-TEXT
005933         END-IF
005934     END-IF.
005935 1195-EXIT.
005936     EXIT.
005937
005938*----------------------------------------------------------------*
005939*    2300-LOOKUP-CUSTOMER-HIST -- GET THE CUSTOMER'S REAL PRIOR  *
005940*    CLAIMS COUNT FROM CUSTOMER-HIST.  A CUSTOMER WITH NO        *
005941*    HISTORY ON FILE IS TREATED AS HAVING ZERO PRIOR CLAIMS.     *
005942*    THE MASTER DOES NOT CHANGE DURING THE RUN, SO A REPEAT OF   *
005943*    THE LAST CUSTOMER REUSES THE SAVED COUNT INSTEAD OF A       *
005944*    KEYED READ -- CLUSTERED INPUT COSTS ONE READ PER CUSTOMER.  *
005945*----------------------------------------------------------------*
005946 2300-LOOKUP-CUSTOMER-HIST.
005947     IF CLM-CUSTOMER-ID = WS-LAST-CUST-ID
005948         MOVE WS-LAST-CUST-CNT TO WS-CUST-CLAIMS-CNT
005949     ELSE
005950         MOVE CLM-CUSTOMER-ID TO CUH-CUSTOMER-ID
005960         READ CUSTOMER-HIST
005970             INVALID KEY
007160          ELSE
007170          IF THRESHOLD-WAS-FOUND
007180            AND CLM-DAMAGE-AMOUNT > WS-THRESHOLD-AMOUNT
007190             IF CLM-POLICY-YEARS < SCW-HR-POLICY-YEARS
007200                 PERFORM 4000-HIGH-RISK-REVIEW THRU 4000-EXIT
007210                 MOVE 'HIGHRISK' TO WS-DISPOSITION
007220                 MOVE WS-HR01-TEXT TO WS-DISPOSITION-REASON
007240             ELSE
007250                 IF WS-CUST-CLAIMS-CNT > SCW-FR-PRIOR-CLAIMS
007260                     PERFORM 5000-FRAUD-CHECK THRU 5000-EXIT
007270                     MOVE 'FRAUD'    TO WS-DISPOSITION
007280                     MOVE WS-FR01-TEXT TO WS-DISPOSITION-REASON
007300                 ELSE
007310                  IF WS-REPORT-LAG-DAYS > WS-LATE-DAYS-LIMIT
007320                   AND NOT CLAIM-IS-CAT-TAGGED
007330                     PERFORM 5200-LATE-REPORT-REFERRAL
007340                         THRU 5200-EXIT
007350                     MOVE 'FRAUD'    TO WS-DISPOSITION
007360                     MOVE WS-FR03-REASON TO WS-DISPOSITION-REASON
007380                  ELSE
007390                     MOVE 'CLEAN'    TO WS-DISPOSITION
007400                     MOVE 'OVER THRESHOLD BUT CLEAN HISTORY'
007430                 END-IF
007440             END-IF
007450          ELSE
007460             IF WS-REPORT-LAG-DAYS > WS-LATE-DAYS-LIMIT
007470              AND NOT CLAIM-IS-CAT-TAGGED
007480                 PERFORM 5200-LATE-REPORT-REFERRAL THRU 5200-EXIT
007490                 MOVE 'FRAUD'    TO WS-DISPOSITION
007500                 MOVE WS-FR03-REASON TO WS-DISPOSITION-REASON
007520             ELSE
007530                 MOVE 'CLEAN'    TO WS-DISPOSITION
007540                 MOVE 'UNDER LINE-OF-BUSINESS THRESHOLD'
008610*    WRITES THE CLAIM TO CLAIM-REJECTS AND SKIPS THE RISK LOGIC. *
008620*----------------------------------------------------------------*
008630 2200-EDIT-CLAIM.
008640     PERFORM 2210-LOOKUP-LINE-OF-BUSINESS THRU 2210-EXIT.
008650     IF NOT CLAIM-TYPE-ACCEPTED
008660         MOVE 'E010' TO WS-REJECT-REASON-CODE
008670         MOVE WS-LOB-REJECT-TEXT TO WS-REJECT-REASON-TEXT
008680         PERFORM 2250-WRITE-REJECT THRU 2250-EXIT
008690     ELSE
008700         IF CLM-DAMAGE-AMOUNT NOT > 0
009260     END-IF.
009270 2200-EXIT.
009280     EXIT.
009281
009282*----------------------------------------------------------------*
009283*    2210-LOOKUP-LINE-OF-BUSINESS -- THE CLAIM TYPE MUST BE ON   *
009284*    THE LINE-OF-BUSINESS MASTER AND ACTIVE.  FOR AN ACCEPTED    *
009285*    TYPE, PICK UP ITS SCORE POINTS AND ITS LATE-REPORT LIMIT -- *
009286*    A NON-ZERO DECK CO LIMIT OVERRIDES THE LINE'S OWN.          *
009287*----------------------------------------------------------------*
009288 2210-LOOKUP-LINE-OF-BUSINESS.
009289     MOVE 'N' TO WS-LOB-ACCEPT-SW.
009290     MOVE 'UNKNOWN CLAIM TYPE' TO WS-LOB-REJECT-TEXT.
009291     SET LBT-IDX TO 1.
009292     SEARCH LINE-OF-BUSINESS-ENTRY
009293         AT END        CONTINUE
009294         WHEN LBT-CLAIM-TYPE (LBT-IDX) = CLM-CLAIM-TYPE
009295             PERFORM 2220-ACCEPT-LINE-OF-BUSINESS THRU 2220-EXIT
009296     END-SEARCH.
009297 2210-EXIT.
009298     EXIT.
009299
009300 2220-ACCEPT-LINE-OF-BUSINESS.
009301     IF NOT LBT-IS-ACTIVE (LBT-IDX)
009302         MOVE 'CLAIM TYPE NOT ACTIVE' TO WS-LOB-REJECT-TEXT
009303     ELSE
009304         MOVE 'Y' TO WS-LOB-ACCEPT-SW
009305         MOVE LBT-SCORE-POINTS (LBT-IDX) TO WS-LOB-TYPE-POINTS
009306         IF SCW-FR-LATE-DAYS > 0
009307             MOVE SCW-FR-LATE-DAYS TO WS-LATE-DAYS-LIMIT
009308         ELSE
009309             MOVE LBT-LATE-DAYS (LBT-IDX) TO WS-LATE-DAYS-LIMIT
009310         END-IF
009311     END-IF.
009312 2220-EXIT.
009313     EXIT.
009315
009317 2250-WRITE-REJECT.
009319     MOVE CLM-CLAIM-ID      TO REJ-CLAIM-ID.
009320     MOVE CLM-CUSTOMER-ID   TO REJ-CUSTOMER-ID.
009330     MOVE CLM-CLAIM-TYPE    TO REJ-CLAIM-TYPE.
009340     MOVE CLM-DAMAGE-AMOUNT TO REJ-DAMAGE-AMOUNT.
009590     MOVE CLM-CLAIM-TYPE    TO QUE-CLAIM-TYPE.
009600     MOVE CLM-DAMAGE-AMOUNT TO QUE-DAMAGE-AMOUNT.
009610     MOVE WS-RISK-SCORE     TO QUE-RISK-SCORE.
009615     MOVE CLM-SOURCE-SYSTEM TO QUE-SOURCE-SYSTEM.
009620     MOVE 'HR01'            TO QUE-REASON-CODE.
009630     MOVE WS-HR01-TEXT      TO QUE-REASON-TEXT.
009640     WRITE QUEUE-REC.
009650 4000-EXIT.
009660     EXIT.
009750     MOVE CLM-CLAIM-TYPE    TO SIU-CLAIM-TYPE.
009760     MOVE CLM-DAMAGE-AMOUNT TO SIU-DAMAGE-AMOUNT.
009770     MOVE WS-RISK-SCORE     TO SIU-RISK-SCORE.
009775     MOVE CLM-SOURCE-SYSTEM TO SIU-SOURCE-SYSTEM.
009780     MOVE 'FR01'            TO SIU-REASON-CODE.
009790     MOVE WS-FR01-TEXT      TO SIU-REASON-TEXT.
009800     WRITE SIU-QUEUE-REC.
009810 5000-EXIT.
009820     EXIT.
010620
010630*----------------------------------------------------------------*
010640*    3200-COMPUTE-RISK-SCORE -- BUILD THE GRADED NUMERIC RISK    *
010650*    SCORE FOR THE CLAIM IN HAND FROM THE SCORING PARAMETER      *
010655*    DECK WEIGHTS.  FOUR COMPONENTS (DEFAULTS IN PARENTHESES):   *
010660*      - HOW FAR THE DAMAGE AMOUNT SITS ABOVE THE LINE-OF-       *
010670*        BUSINESS THRESHOLD (10 POINTS FOR CLEARING IT, PLUS     *
010680*        1 PER FULL 10 PERCENT OF EXCESS, CAPPED AT 40 MORE);    *
010690*      - POLICY-YEARS (UNDER 1 YEAR 25, UNDER 3 YEARS 15,        *
010700*        UNDER 5 YEARS 5);                                       *
010710*      - PRIOR CLAIMS ON CUSTOMER-HIST (10 EACH, CAPPED AT 30);  *
010720*      - CLAIM TYPE (THE LINE-OF-BUSINESS MASTER POINTS, OR THE  *
010725*        DECK'S TY CARD FOR THE TYPE WHERE THERE IS ONE).        *
010730*    A HIGHER SCORE MEANS A WORSE CLAIM, SO THE WORKLISTS CAN    *
010740*    BE WORKED WORST-FIRST.  A DECK HEAVY ENOUGH TO PASS 999     *
010745*    SCORES 999.                                                 *
010750*----------------------------------------------------------------*
010760 3200-COMPUTE-RISK-SCORE.
010770     MOVE 0 TO WS-SCORE-TOTAL.
010780     IF THRESHOLD-WAS-FOUND
010790        AND WS-THRESHOLD-AMOUNT > 0
010800        AND CLM-DAMAGE-AMOUNT > WS-THRESHOLD-AMOUNT
010810         COMPUTE WS-EXCESS-PCT =
010820             ((CLM-DAMAGE-AMOUNT - WS-THRESHOLD-AMOUNT) * 100)
010830                 / WS-THRESHOLD-AMOUNT
010840         COMPUTE WS-AMOUNT-POINTS =
010850             WS-EXCESS-PCT / SCW-EXCESS-STEP-PCT
010860         IF WS-AMOUNT-POINTS > SCW-EXCESS-CAP
010865             MOVE SCW-EXCESS-CAP TO WS-AMOUNT-POINTS
010870         END-IF
010880         COMPUTE WS-SCORE-TOTAL =
010885             SCW-BASE-POINTS + WS-AMOUNT-POINTS
010890     END-IF.
010900     IF CLM-POLICY-YEARS < SCW-YRS-BAND-1
010910         ADD SCW-YRS-POINTS-1 TO WS-SCORE-TOTAL
010920     ELSE
010930         IF CLM-POLICY-YEARS < SCW-YRS-BAND-2
010940             ADD SCW-YRS-POINTS-2 TO WS-SCORE-TOTAL
010950         ELSE
010960             IF CLM-POLICY-YEARS < SCW-YRS-BAND-3
010970                 ADD SCW-YRS-POINTS-3 TO WS-SCORE-TOTAL
010980             END-IF
010990         END-IF
011000     END-IF.
011010     IF (WS-CUST-CLAIMS-CNT * SCW-PRIOR-POINTS) > SCW-PRIOR-CAP
011020         ADD SCW-PRIOR-CAP TO WS-SCORE-TOTAL
011030     ELSE
011040         COMPUTE WS-SCORE-TOTAL = WS-SCORE-TOTAL
011050             + (WS-CUST-CLAIMS-CNT * SCW-PRIOR-POINTS)
011060     END-IF.
011070     SET SCW-IDX TO 1.
011080     SEARCH SCW-TYPE-ENTRY
011081         AT END        ADD WS-LOB-TYPE-POINTS TO WS-SCORE-TOTAL
011082         WHEN SCW-CLAIM-TYPE (SCW-IDX) = CLM-CLAIM-TYPE
011083             ADD SCW-TYPE-POINTS (SCW-IDX) TO WS-SCORE-TOTAL
011084     END-SEARCH.
011085     IF WS-SCORE-TOTAL > 999
011086         MOVE 999 TO WS-RISK-SCORE
011090     ELSE
011100         MOVE WS-SCORE-TOTAL TO WS-RISK-SCORE
011130     END-IF.
011140 3200-EXIT.
011150     EXIT.
012880     MOVE CLM-CLAIM-TYPE    TO SIU-CLAIM-TYPE.
012890     MOVE CLM-DAMAGE-AMOUNT TO SIU-DAMAGE-AMOUNT.
012900     MOVE WS-RISK-SCORE     TO SIU-RISK-SCORE.
012905     MOVE CLM-SOURCE-SYSTEM TO SIU-SOURCE-SYSTEM.
012910     MOVE 'FR02'            TO SIU-REASON-CODE.
012920     MOVE 'SAME CUST/POLICY/LOSS ON FILE' TO SIU-REASON-TEXT.
012930     WRITE SIU-QUEUE-REC.
013130     MOVE 0                 TO CRG-PAID-DATE.
013140     MOVE 0                 TO CRG-PAID-AMOUNT.
013150     MOVE WS-CAT-EVENT      TO CRG-CAT-EVENT.
013155     MOVE CLM-SOURCE-SYSTEM TO CRG-SOURCE-SYSTEM.
013160     WRITE CLAIMS-REGISTER-REC.
013170     IF WS-CLMREG-STATUS NOT = '00'
013180      AND WS-CLMREG-STATUS NOT = '02'
013690
013700*----------------------------------------------------------------*
013710*    5200-LATE-REPORT-REFERRAL -- ROUTE A CLAIM REPORTED MORE    *
013720*    THAN ITS LATE-REPORT LIMIT (THE LINE OF BUSINESS'S, OR THE  *
013730*    DECK'S WHEN IT SETS ONE) AFTER ITS LOSS DATE TO THE SIU     *
013735*    REFERRAL WORKLIST.                                          *
013740*----------------------------------------------------------------*
013750 5200-LATE-REPORT-REFERRAL.
013755     PERFORM 5210-BUILD-FR03-TEXTS THRU 5210-EXIT.
013760     MOVE CLM-CLAIM-ID      TO SIU-CLAIM-ID.
013770     MOVE CLM-CUSTOMER-ID   TO SIU-CUSTOMER-ID.
013780     MOVE CLM-CLAIM-TYPE    TO SIU-CLAIM-TYPE.
013790     MOVE CLM-DAMAGE-AMOUNT TO SIU-DAMAGE-AMOUNT.
013800     MOVE WS-RISK-SCORE     TO SIU-RISK-SCORE.
013805     MOVE CLM-SOURCE-SYSTEM TO SIU-SOURCE-SYSTEM.
013810     MOVE 'FR03'            TO SIU-REASON-CODE.
013820     MOVE WS-FR03-TEXT      TO SIU-REASON-TEXT.
013830     WRITE SIU-QUEUE-REC.
013840 5200-EXIT.
013850     EXIT.
013851
013852*----------------------------------------------------------------*
013853*    5210-BUILD-FR03-TEXTS -- THE FR03 REASON TEXTS NAME THE     *
013854*    LATE-REPORT LIMIT THAT APPLIED TO THIS CLAIM.               *
013855*----------------------------------------------------------------*
013856 5210-BUILD-FR03-TEXTS.
013857     MOVE WS-LATE-DAYS-LIMIT TO WS-CUTOFF-VALUE.
013858     PERFORM 1195-EDIT-CUTOFF THRU 1195-EXIT.
013859     MOVE SPACES TO WS-FR03-TEXT.
013860     MOVE SPACES TO WS-FR03-REASON.
013861     STRING 'REPORTED OVER '      DELIMITED BY SIZE
013862            WS-CUTOFF-TEXT        DELIMITED BY SPACE
013863            ' DAYS LATE'          DELIMITED BY SIZE
013864         INTO WS-FR03-TEXT
013865     END-STRING.
013866     STRING 'REPORTED OVER '      DELIMITED BY SIZE
013867            WS-CUTOFF-TEXT        DELIMITED BY SPACE
013868            ' DAYS AFTER LOSS DATE' DELIMITED BY SIZE
013869         INTO WS-FR03-REASON
013870     END-STRING.
013871 5210-EXIT.
013872     EXIT.
013874
013876*----------------------------------------------------------------*
013880*    5300-WATCH-LIST-REFERRAL -- ROUTE A CLAIM FROM A CUSTOMER   *
013890*    ON THE CONFIRMED-FRAUD WATCH LIST TO THE SIU REFERRAL       *
013900*    WORKLIST.                                                   *
013950     MOVE CLM-CLAIM-TYPE    TO SIU-CLAIM-TYPE.
013960     MOVE CLM-DAMAGE-AMOUNT TO SIU-DAMAGE-AMOUNT.
013970     MOVE WS-RISK-SCORE     TO SIU-RISK-SCORE.
013975     MOVE CLM-SOURCE-SYSTEM TO SIU-SOURCE-SYSTEM.
013980     MOVE 'FR04'            TO SIU-REASON-CODE.
013990     MOVE 'CUST ON CONFIRMED-FRAUD LIST' TO SIU-REASON-TEXT.
014000     WRITE SIU-QUEUE-REC.
