000180*     THE ARCHIVE DATE -- SO CLMINQ TELLS COMPLIANCE WHICH
000190*     GENERATION TO PULL INSTEAD OF SILENTLY FINDING NOTHING.
000200* THE REPORT SHOWS WHAT MOVED, BY PROCESS YEAR AND CLAIM TYPE
000210* FOR THE REGISTER AND IN TOTAL FOR THE DECISIONS.  WITHIN A
000212* YEAR THE CLAIM TYPES PRINT IN THE LINE-OF-BUSINESS MASTER'S
000214* REPORT SEQUENCE; A TYPE NO LONGER ON THE MASTER PRINTS LAST.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240* DATE       INIT  DESCRIPTION
000250* ---------- ----  -----------------------------------------------
000260* 2026-09-02 JHM   ORIGINAL RETENTION PURGE PROGRAM.
000261* 2026-10-15 JHM   PICKED UP CRG-SOURCE-SYSTEM ON THE SHARED
000262*                  CLMREGRC LAYOUT (ARCHIVE REPLACING LIST
000263*                  EXTENDED).
000264* 2026-10-15 JHM   THE YEAR/TYPE LINES NOW PRINT IN YEAR AND
000265*                  LINE-OF-BUSINESS REPORT-SEQUENCE ORDER FROM
000266*                  THE LINE-OF-BUSINESS MASTER INSTEAD OF THE
000267*                  ORDER THE TYPES TURNED UP IN.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.    CLMPURGE.
000620     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000630            ORGANIZATION IS SEQUENTIAL.
000640
000641     SELECT LINE-OF-BUSINESS ASSIGN TO LOBMST
000642            ORGANIZATION IS INDEXED
000643            ACCESS MODE IS SEQUENTIAL
000644            RECORD KEY IS LOB-CLAIM-TYPE
000645            FILE STATUS IS WS-LOBMST-STATUS.
000646
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  CLAIMS-REGISTER
000860         ==CRG-PROCESS-DATE==   BY ==ARG-PROCESS-DATE==
000870         ==CRG-PAID-DATE==      BY ==ARG-PAID-DATE==
000880         ==CRG-PAID-AMOUNT==    BY ==ARG-PAID-AMOUNT==
000890         ==CRG-CAT-EVENT==      BY ==ARG-CAT-EVENT==
000895         ==CRG-SOURCE-SYSTEM==  BY ==ARG-SOURCE-SYSTEM==.
000900
000910 FD  ARCH-DECISION
000920     LABEL RECORDS ARE STANDARD.
001110         ==CDM-ROUTED-SIU==     BY ==ADC-ROUTED-SIU==
001120         ==CDM-REPORT-LAG-DAYS== BY ==ADC-REPORT-LAG-DAYS==.
001130
001132 FD  LINE-OF-BUSINESS
001134     LABEL RECORDS ARE STANDARD.
001136     COPY LOBMSTRC.
001138
001140 FD  REPORT-FILE
001150     LABEL RECORDS OMITTED
001160     RECORDING MODE IS F.
001270         88  YEAR-TYPE-FOUND              VALUE 'Y'.
001280     05  WS-CLAIM-ARCHIVED-SW    PIC X(01) VALUE 'N'.
001290         88  CLAIM-HAS-ARCHIVES           VALUE 'Y'.
001291     05  WS-LOB-EOF-SWITCH       PIC X(01) VALUE 'N'.
001292         88  END-OF-LOB-MASTER            VALUE 'Y'.
001293     05  WS-LOB-SLOT-SW          PIC X(01) VALUE 'N'.
001294         88  LOB-SLOT-FOUND               VALUE 'Y'.
001295     05  WS-YTT-SLOT-SW          PIC X(01) VALUE 'N'.
001296         88  YTT-SLOT-FOUND               VALUE 'Y'.
001300
001310 01  YEAR-TYPE-TOTALS.
001320     05  YTT-ENTRY-COUNT         PIC 9(03) COMP VALUE 0.
001330     05  YTT-ENTRY OCCURS 0 TO 100 TIMES
001340                   DEPENDING ON YTT-ENTRY-COUNT
001350                   INDEXED BY YTT-IDX.
001360         10  YTT-SORT-KEY.
001370             15  YTT-YEAR        PIC 9(04).
001372             15  YTT-REPORT-SEQ  PIC 9(02).
001374             15  YTT-CLAIM-TYPE  PIC X(10).
001380         10  YTT-COUNT           PIC 9(08) COMP.
001382
001384     COPY LOBTBL.
001390
001400 01  WS-COUNTERS.
001410     05  WS-REG-READ             PIC 9(08) COMP VALUE 0.
001470 01  WS-WORK-FIELDS.
001480     05  WS-CLMREG-STATUS        PIC X(02) VALUE '00'.
001490     05  WS-CLMDEC-STATUS        PIC X(02) VALUE '00'.
001495     05  WS-LOBMST-STATUS        PIC X(02) VALUE '00'.
001500     05  WS-STUB-CLAIM-ID        PIC X(10) VALUE SPACES.
001510     05  WS-PREV-CLAIM-ID        PIC X(10) VALUE SPACES.
001520     05  WS-PROCESS-YEAR         PIC 9(04) VALUE 0.
001522     05  WS-NEW-YTT-KEY.
001524         10  WS-NEW-YTT-YEAR     PIC 9(04) VALUE 0.
001526         10  WS-NEW-YTT-SEQ      PIC 9(02) VALUE 0.
001528         10  WS-NEW-YTT-TYPE     PIC X(10) VALUE SPACES.
001530     05  WS-STUB-TEXT.
001540         10  FILLER              PIC X(30)
001550                 VALUE 'SEE ARCHIVE GENERATION DATED '.
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002335     PERFORM 1120-LOAD-LINES-OF-BUSINESS THRU 1120-EXIT.
002340     OPEN OUTPUT ARCH-REGISTER.
002350     OPEN OUTPUT ARCH-DECISION.
002360     OPEN OUTPUT REPORT-FILE.
002580     END-IF.
002590 1000-EXIT.
002600     EXIT.
002601
002602*----------------------------------------------------------------*
002603*    1120-LOAD-LINES-OF-BUSINESS -- BUILD THE LINE-OF-BUSINESS   *
002604*    TABLE FROM THE LINE-OF-BUSINESS MASTER IN REPORT-SEQUENCE   *
002605*    ORDER.  EACH LINE IS SLOTTED IN BEHIND EVERY LINE WITH A    *
002606*    SEQUENCE NOT ABOVE ITS OWN, SO LINES SHARING A SEQUENCE     *
002607*    STAY IN CLAIM-TYPE ORDER.                                   *
002608*----------------------------------------------------------------*
002609 1120-LOAD-LINES-OF-BUSINESS.
002610     OPEN INPUT  LINE-OF-BUSINESS.
002611     IF WS-LOBMST-STATUS NOT = '00'
002612         DISPLAY 'CLMPURGE -- LINE-OF-BUSINESS OPEN FAILED, '
002613             'STATUS ' WS-LOBMST-STATUS
002614         MOVE 16 TO RETURN-CODE
002615         STOP RUN
002616     END-IF.
002617     PERFORM 1125-READ-LINE-OF-BUSINESS THRU 1125-EXIT
002618         UNTIL END-OF-LOB-MASTER.
002619     CLOSE LINE-OF-BUSINESS.
002620 1120-EXIT.
002621     EXIT.
002622
002623 1125-READ-LINE-OF-BUSINESS.
002624     READ LINE-OF-BUSINESS
002625         AT END     MOVE 'Y' TO WS-LOB-EOF-SWITCH
002626         NOT AT END PERFORM 1130-STORE-LINE-OF-BUSINESS
002627                        THRU 1130-EXIT
002628     END-READ.
002629 1125-EXIT.
002630     EXIT.
002631
002632 1130-STORE-LINE-OF-BUSINESS.
002633     IF LBT-ENTRY-COUNT < 20
002634         ADD 1 TO LBT-ENTRY-COUNT
002635         SET LBT-IDX TO LBT-ENTRY-COUNT
002636         MOVE 'N' TO WS-LOB-SLOT-SW
002637         PERFORM 1135-FIND-LINE-SLOT THRU 1135-EXIT
002638             UNTIL LOB-SLOT-FOUND
002639         MOVE LOB-CLAIM-TYPE    TO LBT-CLAIM-TYPE (LBT-IDX)
002640         MOVE LOB-DESCRIPTION   TO LBT-DESCRIPTION (LBT-IDX)
002641         MOVE LOB-ACTIVE-FLAG   TO LBT-ACTIVE-FLAG (LBT-IDX)
002642         MOVE LOB-SCORE-POINTS  TO LBT-SCORE-POINTS (LBT-IDX)
002643         MOVE LOB-LATE-DAYS     TO LBT-LATE-DAYS (LBT-IDX)
002644         MOVE LOB-REPORT-SEQ    TO LBT-REPORT-SEQ (LBT-IDX)
002645     ELSE
002646         DISPLAY 'CLMPURGE -- LINE-OF-BUSINESS MASTER HAS MORE '
002647             'THAN 20 LINES, LINE-OF-BUSINESS-TABLE IS FULL'
002648         MOVE 16 TO RETURN-CODE
002649         STOP RUN
002650     END-IF.
002651 1130-EXIT.
002652     EXIT.
002653
002654 1135-FIND-LINE-SLOT.
002655     IF LBT-IDX = 1
002656         MOVE 'Y' TO WS-LOB-SLOT-SW
002657     ELSE
002658         IF LBT-REPORT-SEQ (LBT-IDX - 1) NOT > LOB-REPORT-SEQ
002659             MOVE 'Y' TO WS-LOB-SLOT-SW
002660         ELSE
002661             MOVE LINE-OF-BUSINESS-ENTRY (LBT-IDX - 1)
002662                 TO LINE-OF-BUSINESS-ENTRY (LBT-IDX)
002663             SET LBT-IDX DOWN BY 1
002664         END-IF
002665     END-IF.
002666 1135-EXIT.
002667     EXIT.
002668
002669*----------------------------------------------------------------*
002670*    2000-PURGE-ONE-REGISTER -- ARCHIVE AND DELETE ONE REGISTER  *
002671*    RECORD PROCESSED BEFORE THE CUTOFF, AND READ THE NEXT ONE.  *
002672*----------------------------------------------------------------*
002673 2000-PURGE-ONE-REGISTER.
002674     ADD 1 TO WS-REG-READ.
002680     IF CRG-PROCESS-DATE NUMERIC
002690      AND CRG-PROCESS-DATE > 0
002700      AND CRG-PROCESS-DATE < WS-CUTOFF-DATE
003220     END-IF.
003230     IF NOT YEAR-TYPE-FOUND
003240         IF YTT-ENTRY-COUNT < 100
003250             PERFORM 3150-OPEN-YEAR-TYPE THRU 3150-EXIT
003300         ELSE
003310             DISPLAY 'CLMPURGE -- MORE THAN 100 YEAR/TYPE '
003320                 'COMBINATIONS, YEAR-TYPE-TOTALS IS FULL'
003370     ADD 1 TO YTT-COUNT (YTT-IDX).
003380 3100-EXIT.
003390     EXIT.
003391
003392*----------------------------------------------------------------*
003393*    3150-OPEN-YEAR-TYPE -- OPEN A NEW PROCESS-YEAR/CLAIM-TYPE   *
003394*    ENTRY IN ITS PLACE: BY YEAR, THEN BY THE LINE'S REPORT      *
003395*    SEQUENCE (99 FOR A TYPE NO LONGER ON THE MASTER), THEN BY   *
003396*    CLAIM TYPE.  LATER ENTRIES SHIFT DOWN ONE TO MAKE ROOM.     *
003397*----------------------------------------------------------------*
003398 3150-OPEN-YEAR-TYPE.
003399     MOVE WS-PROCESS-YEAR TO WS-NEW-YTT-YEAR.
003400     MOVE CRG-CLAIM-TYPE  TO WS-NEW-YTT-TYPE.
003401     MOVE 99              TO WS-NEW-YTT-SEQ.
003402     SET LBT-IDX TO 1.
003403     SEARCH LINE-OF-BUSINESS-ENTRY
003404         AT END        CONTINUE
003405         WHEN LBT-CLAIM-TYPE (LBT-IDX) = CRG-CLAIM-TYPE
003406             MOVE LBT-REPORT-SEQ (LBT-IDX) TO WS-NEW-YTT-SEQ
003407     END-SEARCH.
003408     ADD 1 TO YTT-ENTRY-COUNT.
003409     SET YTT-IDX TO YTT-ENTRY-COUNT.
003410     MOVE 'N' TO WS-YTT-SLOT-SW.
003411     PERFORM 3160-FIND-YEAR-TYPE-SLOT THRU 3160-EXIT
003412         UNTIL YTT-SLOT-FOUND.
003413     MOVE WS-NEW-YTT-KEY  TO YTT-SORT-KEY (YTT-IDX).
003414     MOVE 0               TO YTT-COUNT (YTT-IDX).
003415 3150-EXIT.
003416     EXIT.
003417
003418 3160-FIND-YEAR-TYPE-SLOT.
003419     IF YTT-IDX = 1
003420         MOVE 'Y' TO WS-YTT-SLOT-SW
003421     ELSE
003422         IF YTT-SORT-KEY (YTT-IDX - 1) < WS-NEW-YTT-KEY
003423             MOVE 'Y' TO WS-YTT-SLOT-SW
003424         ELSE
003425             MOVE YTT-ENTRY (YTT-IDX - 1) TO YTT-ENTRY (YTT-IDX)
003426             SET YTT-IDX DOWN BY 1
003427         END-IF
003428     END-IF.
003429 3160-EXIT.
003430     EXIT.
003432
003434*----------------------------------------------------------------*
003436*    4000-PURGE-ONE-DECISION -- ARCHIVE AND DELETE ONE DECISION  *
003438*    RECORD DATED BEFORE THE CUTOFF.  THE MASTER READS IN CLAIM  *
003440*    ORDER, SO WHEN THE CLAIM ID CHANGES THE STUB FOR THE CLAIM  *
003450*    JUST FINISHED IS WRITTEN IF ANYTHING OF ITS WAS ARCHIVED    *
003455*    (THE RECORD IN HAND IS HELD ASIDE WHILE THE STUB USES THE   *
