000150*   - AVERAGE DAMAGE AMOUNT PER DISPOSITION;
000160*   - THE CURRENT THRESH-FILE CUTOFFS, FOR REFERENCE AGAINST
000170*     THE MOVE.
000172* THE CLAIM TYPES, AND THE ORDER THEY PRINT IN, COME FROM THE
000174* LINE-OF-BUSINESS MASTER AND ITS REPORT SEQUENCE.  AN INACTIVE
000176* LINE PRINTS ONLY WHEN THE MONTH HAS AUDIT RECORDS FOR IT.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000231*                  ARE SKIPPED AND COUNTED, SO A FIXED AUDIN
000232*                  CONCATENATION LONGER THAN THE MONTH CANNOT
000233*                  BLEED PRIOR-MONTH DAYS INTO THE TALLIES.
000234* 2026-10-15 JHM   BY-TYPE SECTION NOW DRIVEN FROM THE LINE-OF-
000235*                  BUSINESS MASTER IN REPORT-SEQUENCE ORDER
000236*                  INSTEAD OF FOUR HARDCODED TYPES.
000238*****************************************************************
000240 IDENTIFICATION DIVISION.
000250 PROGRAM-ID.    CLMTREND.
000260 AUTHOR.        J H MERCER.
000440     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000450            ORGANIZATION IS SEQUENTIAL.
000460
000461     SELECT LINE-OF-BUSINESS ASSIGN TO LOBMST
000462            ORGANIZATION IS INDEXED
000463            ACCESS MODE IS SEQUENTIAL
000464            RECORD KEY IS LOB-CLAIM-TYPE
000465            FILE STATUS IS WS-LOBMST-STATUS.
000466
000470 DATA DIVISION.
000480 FILE SECTION.
000482 FD  CONTROL-CARD-FILE
000540     LABEL RECORDS ARE STANDARD.
000550     COPY THRSHREC.
000560
000562 FD  LINE-OF-BUSINESS
000564     LABEL RECORDS ARE STANDARD.
000566     COPY LOBMSTRC.
000568
000570 FD  REPORT-FILE
000580     LABEL RECORDS OMITTED
000590     RECORDING MODE IS F.
000660         88  END-OF-AUDIT                 VALUE 'Y'.
000670     05  WS-THRESH-EOF-SWITCH    PIC X(01) VALUE 'N'.
000680         88  END-OF-THRESHOLDS            VALUE 'Y'.
000682     05  WS-LOB-EOF-SWITCH       PIC X(01) VALUE 'N'.
000684         88  END-OF-LOB-MASTER            VALUE 'Y'.
000686     05  WS-LOB-SLOT-SW          PIC X(01) VALUE 'N'.
000688         88  LOB-SLOT-FOUND               VALUE 'Y'.
000690
000700 01  TREND-TYPE-TOTALS.
000710     05  TTT-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
000712     05  TTT-ENTRY OCCURS 0 TO 20 TIMES
000714                    DEPENDING ON TTT-ENTRY-COUNT
000720                    INDEXED BY TTT-IDX.
000730         10  TTT-CLAIM-TYPE      PIC X(10).
000732         10  TTT-ACTIVE-FLAG     PIC X(01).
000734             88  TTT-IS-ACTIVE            VALUE 'Y'.
000740         10  TTT-HR-COUNT        PIC 9(07) COMP.
000750         10  TTT-FR-COUNT        PIC 9(07) COMP.
000760         10  TTT-CL-COUNT        PIC 9(07) COMP.
000762
000764     COPY LOBTBL.
000770
000780 01  TREND-WEEK-TOTALS.
000790     05  TWT-ENTRY OCCURS 5 TIMES
001010     05  WS-WEEK-TOTAL           PIC 9(07) COMP VALUE 0.
001020     05  WS-FLAG-RATE            PIC 9(03) COMP VALUE 0.
001022     05  WS-REPORT-MONTH         PIC 9(06) VALUE 0.
001027     05  WS-LOBMST-STATUS        PIC X(02) VALUE '00'.
001030
001070 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001072 01  WS-CURRENT-DATE-R REDEFINES WS-CURRENT-DATE.
001910     OPEN OUTPUT REPORT-FILE.
001920     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001922     PERFORM 1300-SET-REPORT-MONTH THRU 1300-EXIT.
001930     PERFORM 1120-LOAD-LINES-OF-BUSINESS THRU 1120-EXIT.
001940     PERFORM 1100-SEED-TYPE-TOTALS THRU 1100-EXIT
001950         VARYING LBT-IDX FROM 1 BY 1
001960         UNTIL LBT-IDX > LBT-ENTRY-COUNT.
002000     PERFORM 1200-ZERO-WEEK-TOTALS THRU 1200-EXIT
002010         VARYING TWT-IDX FROM 1 BY 1
002020         UNTIL TWT-IDX > 5.
002040 1000-EXIT.
002050     EXIT.
002060
002070 1100-SEED-TYPE-TOTALS.
002072     ADD 1 TO TTT-ENTRY-COUNT.
002074     SET TTT-IDX TO TTT-ENTRY-COUNT.
002076     MOVE LBT-CLAIM-TYPE (LBT-IDX)  TO TTT-CLAIM-TYPE (TTT-IDX).
002078     MOVE LBT-ACTIVE-FLAG (LBT-IDX) TO TTT-ACTIVE-FLAG (TTT-IDX).
002080     MOVE 0 TO TTT-HR-COUNT (TTT-IDX).
002090     MOVE 0 TO TTT-FR-COUNT (TTT-IDX).
002100     MOVE 0 TO TTT-CL-COUNT (TTT-IDX).
002110 1100-EXIT.
002120     EXIT.
002121
002122*----------------------------------------------------------------*
002123*    1120-LOAD-LINES-OF-BUSINESS -- BUILD THE LINE-OF-BUSINESS   *
002124*    TABLE FROM THE LINE-OF-BUSINESS MASTER IN REPORT-SEQUENCE   *
002125*    ORDER.  EACH LINE IS SLOTTED IN BEHIND EVERY LINE WITH A    *
002126*    SEQUENCE NOT ABOVE ITS OWN, SO LINES SHARING A SEQUENCE     *
002127*    STAY IN CLAIM-TYPE ORDER.                                   *
002128*----------------------------------------------------------------*
002129 1120-LOAD-LINES-OF-BUSINESS.
002130     OPEN INPUT  LINE-OF-BUSINESS.
002131     IF WS-LOBMST-STATUS NOT = '00'
002132         DISPLAY 'CLMTREND -- LINE-OF-BUSINESS OPEN FAILED, '
002133             'STATUS ' WS-LOBMST-STATUS
002134         MOVE 16 TO RETURN-CODE
002135         STOP RUN
002136     END-IF.
002137     PERFORM 1125-READ-LINE-OF-BUSINESS THRU 1125-EXIT
002138         UNTIL END-OF-LOB-MASTER.
002139     CLOSE LINE-OF-BUSINESS.
002140 1120-EXIT.
002141     EXIT.
002142
002143 1125-READ-LINE-OF-BUSINESS.
002144     READ LINE-OF-BUSINESS
002145         AT END     MOVE 'Y' TO WS-LOB-EOF-SWITCH
002146         NOT AT END PERFORM 1130-STORE-LINE-OF-BUSINESS
002147                        THRU 1130-EXIT
002148     END-READ.
002149 1125-EXIT.
002150     EXIT.
002151
002152 1130-STORE-LINE-OF-BUSINESS.
002153     IF LBT-ENTRY-COUNT < 20
002154         ADD 1 TO LBT-ENTRY-COUNT
002155         SET LBT-IDX TO LBT-ENTRY-COUNT
002156         MOVE 'N' TO WS-LOB-SLOT-SW
002157         PERFORM 1135-FIND-LINE-SLOT THRU 1135-EXIT
002158             UNTIL LOB-SLOT-FOUND
002159         MOVE LOB-CLAIM-TYPE    TO LBT-CLAIM-TYPE (LBT-IDX)
002160         MOVE LOB-DESCRIPTION   TO LBT-DESCRIPTION (LBT-IDX)
002161         MOVE LOB-ACTIVE-FLAG   TO LBT-ACTIVE-FLAG (LBT-IDX)
002162         MOVE LOB-SCORE-POINTS  TO LBT-SCORE-POINTS (LBT-IDX)
002163         MOVE LOB-LATE-DAYS     TO LBT-LATE-DAYS (LBT-IDX)
002164         MOVE LOB-REPORT-SEQ    TO LBT-REPORT-SEQ (LBT-IDX)
002165     ELSE
002166         DISPLAY 'CLMTREND -- LINE-OF-BUSINESS MASTER HAS MORE '
002167             'THAN 20 LINES, LINE-OF-BUSINESS-TABLE IS FULL'
002168         MOVE 16 TO RETURN-CODE
002169         STOP RUN
002170     END-IF.
002171 1130-EXIT.
002172     EXIT.
002173
002174 1135-FIND-LINE-SLOT.
002175     IF LBT-IDX = 1
002176         MOVE 'Y' TO WS-LOB-SLOT-SW
002177     ELSE
002178         IF LBT-REPORT-SEQ (LBT-IDX - 1) NOT > LOB-REPORT-SEQ
002179             MOVE 'Y' TO WS-LOB-SLOT-SW
002180         ELSE
002181             MOVE LINE-OF-BUSINESS-ENTRY (LBT-IDX - 1)
002182                 TO LINE-OF-BUSINESS-ENTRY (LBT-IDX)
002183             SET LBT-IDX DOWN BY 1
002184         END-IF
002185     END-IF.
002186 1135-EXIT.
002187     EXIT.
002188
002189 1200-ZERO-WEEK-TOTALS.
002190     MOVE 0 TO TWT-HR-COUNT (TWT-IDX).
002191     MOVE 0 TO TWT-FR-COUNT (TWT-IDX).
002192     MOVE 0 TO TWT-CL-COUNT (TWT-IDX).
002193 1200-EXIT.
002194     EXIT.
002200
002210*----------------------------------------------------------------*
002220*    2000-TALLY-ONE-AUDIT -- ROLL ONE AUDIT RECORD INTO THE      *
002580         ADD 1 TO TWT-HR-COUNT (TWT-IDX)
002590         ADD 1 TO TDT-HR-COUNT
002600         ADD AUD-DAMAGE-AMOUNT TO TDT-HR-DAMAGE
002610         IF TTT-IDX NOT > TTT-ENTRY-COUNT
002620             ADD 1 TO TTT-HR-COUNT (TTT-IDX)
002630         END-IF
002640     ELSE
002660         ADD 1 TO TWT-FR-COUNT (TWT-IDX)
002670         ADD 1 TO TDT-FR-COUNT
002680         ADD AUD-DAMAGE-AMOUNT TO TDT-FR-DAMAGE
002690         IF TTT-IDX NOT > TTT-ENTRY-COUNT
002700             ADD 1 TO TTT-FR-COUNT (TTT-IDX)
002710         END-IF
002720      ELSE
002740         ADD 1 TO TWT-CL-COUNT (TWT-IDX)
002750         ADD 1 TO TDT-CL-COUNT
002760         ADD AUD-DAMAGE-AMOUNT TO TDT-CL-DAMAGE
002770         IF TTT-IDX NOT > TTT-ENTRY-COUNT
002780             ADD 1 TO TTT-CL-COUNT (TTT-IDX)
002790         END-IF
002800       ELSE
003070     WRITE RPT-LINE FROM WS-TYPE-HDR-LINE.
003080     PERFORM 7100-PRINT-TYPE-LINE THRU 7100-EXIT
003090         VARYING TTT-IDX FROM 1 BY 1
003100         UNTIL TTT-IDX > TTT-ENTRY-COUNT.
003110     MOVE SPACES TO RPT-LINE.
003120     WRITE RPT-LINE.
003130
003540     EXIT.
003550
003560 7100-PRINT-TYPE-LINE.
003561     IF TTT-IS-ACTIVE (TTT-IDX)
003562      OR TTT-HR-COUNT (TTT-IDX) + TTT-FR-COUNT (TTT-IDX)
003563           + TTT-CL-COUNT (TTT-IDX) > 0
003564         PERFORM 7150-WRITE-TYPE-LINE THRU 7150-EXIT
003565     END-IF.
003566 7100-EXIT.
003567     EXIT.
003568
003569 7150-WRITE-TYPE-LINE.
003570     MOVE TTT-CLAIM-TYPE (TTT-IDX) TO WS-TD-TYPE.
003580     MOVE TTT-HR-COUNT (TTT-IDX)   TO WS-TD-HR.
003590     MOVE TTT-FR-COUNT (TTT-IDX)   TO WS-TD-FR.
003690     END-IF.
003700     MOVE WS-FLAG-RATE TO WS-TD-RATE.
003710     WRITE RPT-LINE FROM WS-TYPE-DTL-LINE.
003720 7150-EXIT.
003730     EXIT.
003740
003750 7200-PRINT-WEEK-LINE.
