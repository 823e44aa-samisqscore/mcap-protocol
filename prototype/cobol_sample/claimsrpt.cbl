000100* DAMAGE-AMOUNT BY CLAIM-TYPE, HOW MANY WERE ROUTED TO THE
000110* HIGH-RISK-QUEUE AND THE SIU-REFERRAL WORKLIST, AND HOW MANY
000120* WENT STRAIGHT THROUGH CLEAN.
000122* THE CLAIM TYPES, AND THE ORDER THEY PRINT IN, COME FROM THE
000124* LINE-OF-BUSINESS MASTER AND ITS REPORT SEQUENCE.  AN INACTIVE
000126* LINE PRINTS ONLY ON A DAY IT STILL HAS CLAIMS.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000540*                  THE CLAIM READ PASSES OVER EVERY SEGMENT'S
000550*                  CONTROL RECORDS INSTEAD OF STOPPING AT THE
000560*                  FIRST TRAILER.
000561* 2026-10-14 JHM   PICKED UP QUE-SOURCE-SYSTEM ON THE SHARED
000562*                  QUEUEREC LAYOUT (SIU REPLACING LIST EXTENDED).
000563* 2026-10-15 JHM   BY-TYPE LINES NOW DRIVEN FROM THE LINE-OF-
000564*                  BUSINESS MASTER IN REPORT-SEQUENCE ORDER
000565*                  INSTEAD OF FOUR HARDCODED TYPES.
000566* 2026-10-15 JHM   INCURRED ON THE CLAIMS PAID NOW COUNTS EACH
000567*                  CLAIM'S DAMAGE ONCE, HOWEVER MANY OF ITS
000568*                  PAYMENTS POSTED TODAY -- PAID-CLAIM-IDS HOLDS
000569*                  THE CLAIMS ALREADY COUNTED.
000570*****************************************************************
000580 IDENTIFICATION DIVISION.
000590 PROGRAM-ID.    CLAIMSRPT.
000930            RECORD KEY IS RCT-KEY
000940            FILE STATUS IS WS-RUNCTL-STATUS.
000950
000951     SELECT LINE-OF-BUSINESS ASSIGN TO LOBMST
000952            ORGANIZATION IS INDEXED
000953            ACCESS MODE IS SEQUENTIAL
000954            RECORD KEY IS LOB-CLAIM-TYPE
000955            FILE STATUS IS WS-LOBMST-STATUS.
000956
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  CLM-IN-FILE
001130         ==QUE-DAMAGE-AMOUNT==  BY ==SIU-DAMAGE-AMOUNT==
001140         ==QUE-RISK-SCORE==     BY ==SIU-RISK-SCORE==
001150         ==QUE-REASON-CODE==    BY ==SIU-REASON-CODE==
001160         ==QUE-REASON-TEXT==    BY ==SIU-REASON-TEXT==
001165         ==QUE-SOURCE-SYSTEM==  BY ==SIU-SOURCE-SYSTEM==.
001170
001180 FD  CLAIM-REJECTS
001190     LABEL RECORDS ARE STANDARD.
001310 FD  RUN-CONTROL
001320     LABEL RECORDS ARE STANDARD.
001330     COPY RUNCTLRC.
001332
001334 FD  LINE-OF-BUSINESS
001336     LABEL RECORDS ARE STANDARD.
001338     COPY LOBMSTRC.
001340
001350 WORKING-STORAGE SECTION.
001360
001510         88  CLAIM-IS-READY               VALUE 'Y'.
001520     05  WS-SOURCE-FOUND-SW      PIC X(01) VALUE 'N'.
001530         88  SOURCE-WAS-FOUND             VALUE 'Y'.
001532     05  WS-LOB-EOF-SWITCH       PIC X(01) VALUE 'N'.
001534         88  END-OF-LOB-MASTER            VALUE 'Y'.
001536     05  WS-LOB-SLOT-SW          PIC X(01) VALUE 'N'.
001538         88  LOB-SLOT-FOUND               VALUE 'Y'.
001539     05  WS-PAID-SEEN-SW         PIC X(01) VALUE 'N'.
001540         88  PAID-CLAIM-SEEN              VALUE 'Y'.
001545
001550 01  CLAIM-TYPE-TOTALS.
001560     05  CTT-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
001562     05  CTT-ENTRY OCCURS 0 TO 20 TIMES
001564                    DEPENDING ON CTT-ENTRY-COUNT
001570                    INDEXED BY CTT-IDX.
001580         10  CTT-CLAIM-TYPE      PIC X(10).
001582         10  CTT-ACTIVE-FLAG     PIC X(01).
001584             88  CTT-IS-ACTIVE            VALUE 'Y'.
001590         10  CTT-COUNT           PIC 9(06) COMP.
001600         10  CTT-TOTAL-DAMAGE    PIC 9(12)V99 COMP.
001602
001604     COPY LOBTBL.
001610
001620 01  SOURCE-TOTALS.
001630     05  SRC-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
001790         10  REJ-ID-CLAIM-TYPE   PIC X(10).
001800         10  REJ-ID-DAMAGE       PIC 9(09)V99.
001810         10  REJ-ID-LOSS-DATE    PIC X(08).
001811
001812 01  PAID-CLAIM-IDS.
001813     05  PAID-ID-COUNT           PIC 9(04) COMP VALUE 0.
001814     05  PAID-ID-ENTRY OCCURS 0 TO 9999 TIMES
001815                       DEPENDING ON PAID-ID-COUNT
001816                       INDEXED BY PAID-ID-IDX.
001817         10  PAID-ID-CLAIM-ID    PIC X(10).
001820
001830 01  WS-COUNTERS.
001840     05  WS-TOTAL-CLAIM-COUNT    PIC 9(06) COMP VALUE 0.
001930 01  WS-WORK-FIELDS.
001940     05  WS-SOURCE-KEY           PIC X(08) VALUE SPACES.
001950     05  WS-REJECT-RATE          PIC 9(03)V9 VALUE 0.
001955     05  WS-LOBMST-STATUS        PIC X(02) VALUE '00'.
001960
001970 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001980
002830     END-IF.
002840     PERFORM 9200-STAMP-STEP-START THRU 9200-EXIT.
002850
002860     PERFORM 1120-LOAD-LINES-OF-BUSINESS THRU 1120-EXIT.
002870     PERFORM 1100-SEED-CLAIM-TYPE THRU 1100-EXIT
002880         VARYING LBT-IDX FROM 1 BY 1
002890         UNTIL LBT-IDX > LBT-ENTRY-COUNT.
002930
002940     OPEN INPUT  CLM-IN-FILE.
002950     OPEN INPUT  HIGH-RISK-QUEUE.
003340 1200-EXIT.
003350     EXIT.
003360
003370 1100-SEED-CLAIM-TYPE.
003372     ADD 1 TO CTT-ENTRY-COUNT.
003374     SET CTT-IDX TO CTT-ENTRY-COUNT.
003376     MOVE LBT-CLAIM-TYPE (LBT-IDX)  TO CTT-CLAIM-TYPE (CTT-IDX).
003378     MOVE LBT-ACTIVE-FLAG (LBT-IDX) TO CTT-ACTIVE-FLAG (CTT-IDX).
003380     MOVE 0 TO CTT-COUNT (CTT-IDX).
003390     MOVE 0 TO CTT-TOTAL-DAMAGE (CTT-IDX).
003400 1100-EXIT.
003410     EXIT.
003411
003412*----------------------------------------------------------------*
003413*    1120-LOAD-LINES-OF-BUSINESS -- BUILD THE LINE-OF-BUSINESS   *
003414*    TABLE FROM THE LINE-OF-BUSINESS MASTER IN REPORT-SEQUENCE   *
003415*    ORDER.  EACH LINE IS SLOTTED IN BEHIND EVERY LINE WITH A    *
003416*    SEQUENCE NOT ABOVE ITS OWN, SO LINES SHARING A SEQUENCE     *
003417*    STAY IN CLAIM-TYPE ORDER.                                   *
003418*----------------------------------------------------------------*
003419 1120-LOAD-LINES-OF-BUSINESS.
003420     OPEN INPUT  LINE-OF-BUSINESS.
003421     IF WS-LOBMST-STATUS NOT = '00'
003422         DISPLAY 'CLAIMSRPT -- LINE-OF-BUSINESS OPEN FAILED, '
003423             'STATUS ' WS-LOBMST-STATUS
003424         MOVE 16 TO RETURN-CODE
003425         STOP RUN
003426     END-IF.
003427     PERFORM 1125-READ-LINE-OF-BUSINESS THRU 1125-EXIT
003428         UNTIL END-OF-LOB-MASTER.
003429     CLOSE LINE-OF-BUSINESS.
003430 1120-EXIT.
003431     EXIT.
003432
003433 1125-READ-LINE-OF-BUSINESS.
003434     READ LINE-OF-BUSINESS
003435         AT END     MOVE 'Y' TO WS-LOB-EOF-SWITCH
003436         NOT AT END PERFORM 1130-STORE-LINE-OF-BUSINESS
003437                        THRU 1130-EXIT
003438     END-READ.
003439 1125-EXIT.
003440     EXIT.
003441
003442 1130-STORE-LINE-OF-BUSINESS.
003443     IF LBT-ENTRY-COUNT < 20
003444         ADD 1 TO LBT-ENTRY-COUNT
003445         SET LBT-IDX TO LBT-ENTRY-COUNT
003446         MOVE 'N' TO WS-LOB-SLOT-SW
003447         PERFORM 1135-FIND-LINE-SLOT THRU 1135-EXIT
003448             UNTIL LOB-SLOT-FOUND
003449         MOVE LOB-CLAIM-TYPE    TO LBT-CLAIM-TYPE (LBT-IDX)
003450         MOVE LOB-DESCRIPTION   TO LBT-DESCRIPTION (LBT-IDX)
003451         MOVE LOB-ACTIVE-FLAG   TO LBT-ACTIVE-FLAG (LBT-IDX)
003452         MOVE LOB-SCORE-POINTS  TO LBT-SCORE-POINTS (LBT-IDX)
003453         MOVE LOB-LATE-DAYS     TO LBT-LATE-DAYS (LBT-IDX)
003454         MOVE LOB-REPORT-SEQ    TO LBT-REPORT-SEQ (LBT-IDX)
003455     ELSE
003456         DISPLAY 'CLAIMSRPT -- LINE-OF-BUSINESS MASTER HAS MORE '
003457             'THAN 20 LINES, LINE-OF-BUSINESS-TABLE IS FULL'
003458         MOVE 16 TO RETURN-CODE
003459         STOP RUN
003460     END-IF.
003461 1130-EXIT.
003462     EXIT.
003463
003464 1135-FIND-LINE-SLOT.
003465     IF LBT-IDX = 1
003466         MOVE 'Y' TO WS-LOB-SLOT-SW
003467     ELSE
003468         IF LBT-REPORT-SEQ (LBT-IDX - 1) NOT > LOB-REPORT-SEQ
003469             MOVE 'Y' TO WS-LOB-SLOT-SW
003470         ELSE
003471             MOVE LINE-OF-BUSINESS-ENTRY (LBT-IDX - 1)
003472                 TO LINE-OF-BUSINESS-ENTRY (LBT-IDX)
003473             SET LBT-IDX DOWN BY 1
003474         END-IF
003475     END-IF.
003476 1135-EXIT.
003477     EXIT.
003478
003479*----------------------------------------------------------------*
003480*    2000-TALLY-CLAIMS -- ACCUMULATE COUNT AND DAMAGE-AMOUNT     *
003481*    BY CLAIM-TYPE FOR THE DAY'S INPUT BATCH.  CLAIMS REJECTED   *
003482*    AT EDIT ARE EXCLUDED SO THE BY-TYPE TOTALS REFLECT ONLY     *
003483*    CLAIMS THAT WENT THROUGH THE RISK LOGIC, MATCHING THE       *
003484*    POPULATION COVERED BY THE HIGH-RISK/FRAUD/STRAIGHT-THROUGH  *
003490*    LINES BELOW.                                                *
003500*----------------------------------------------------------------*
003510 2000-TALLY-CLAIMS.
004980*----------------------------------------------------------------*
004990*    4500-TALLY-PAID -- ACCUMULATE THE DAY'S POSTED PAYMENTS    *
005000*    FROM THE CLMPAY POSTED-PAYMENTS FILE -- COUNT, DOLLARS     *
005010*    PAID, AND THE INCURRED DAMAGE ON THE CLAIMS PAID, EACH     *
005015*    CLAIM COUNTED ONCE HOWEVER MANY PAYMENTS IT HAD.           *
005020*----------------------------------------------------------------*
005030 4500-TALLY-PAID.
005040     ADD 1 TO WS-PAID-COUNT.
005050     ADD PPS-PAID-AMOUNT TO WS-PAID-AMOUNT.
005060     PERFORM 4550-NOTE-PAID-CLAIM THRU 4550-EXIT.
005070     PERFORM 4600-READ-PAID THRU 4600-EXIT.
005080 4500-EXIT.
005090     EXIT.
005091
005092*----------------------------------------------------------------*
005093*    4550-NOTE-PAID-CLAIM -- ADD THE CLAIM'S INCURRED DAMAGE THE *
005094*    FIRST TIME ONE OF ITS PAYMENTS IS SEEN.  POSTED PAYMENTS    *
005095*    ARE IN PAYMENT-FILE ORDER, NOT CLAIM ORDER, SO THE CLAIMS   *
005096*    ALREADY COUNTED ARE KEPT IN PAID-CLAIM-IDS.                 *
005097*----------------------------------------------------------------*
005098 4550-NOTE-PAID-CLAIM.
005099     MOVE 'N' TO WS-PAID-SEEN-SW.
005100     IF PAID-ID-COUNT > 0
005101         SET PAID-ID-IDX TO 1
005102         SEARCH PAID-ID-ENTRY
005103             AT END CONTINUE
005104             WHEN PAID-ID-CLAIM-ID (PAID-ID-IDX) = PPS-CLAIM-ID
005105                 MOVE 'Y' TO WS-PAID-SEEN-SW
005106         END-SEARCH
005107     END-IF.
005108     IF NOT PAID-CLAIM-SEEN
005109         IF PAID-ID-COUNT < 9999
005110             ADD 1 TO PAID-ID-COUNT
005111             MOVE PPS-CLAIM-ID TO PAID-ID-CLAIM-ID (PAID-ID-COUNT)
005112             ADD PPS-DAMAGE-AMOUNT TO WS-PAID-INCURRED
005113         ELSE
005114             DISPLAY 'CLAIMSRPT -- MORE THAN 9999 CLAIMS PAID '
005115                 'TODAY, PAID-CLAIM-IDS IS FULL'
005116             MOVE 16 TO RETURN-CODE
005117             STOP RUN
005118         END-IF
005119     END-IF.
005120 4550-EXIT.
005121     EXIT.
005123
005125 4600-READ-PAID.
005127     READ PAID-POSTINGS
005130         AT END MOVE 'Y' TO WS-PAY-EOF-SWITCH
005140     END-READ.
005150 4600-EXIT.
005530
005540     PERFORM 7100-PRINT-CLAIM-TYPE THRU 7100-EXIT
005550         VARYING CTT-IDX FROM 1 BY 1
005560         UNTIL CTT-IDX > CTT-ENTRY-COUNT.
005570
005580     MOVE SPACES TO RPT-LINE.
005590     WRITE RPT-LINE.
006030     EXIT.
006040
006050 7100-PRINT-CLAIM-TYPE.
006060     IF CTT-IS-ACTIVE (CTT-IDX)
006070      OR CTT-COUNT (CTT-IDX) > 0
006080         MOVE CTT-CLAIM-TYPE (CTT-IDX)   TO WS-DTL-TYPE
006090         MOVE CTT-COUNT (CTT-IDX)        TO WS-DTL-COUNT
006092         MOVE CTT-TOTAL-DAMAGE (CTT-IDX) TO WS-DTL-DAMAGE
006094         WRITE RPT-LINE FROM WS-DETAIL-LINE
006096     END-IF.
006100 7100-EXIT.
006110     EXIT.
006120
