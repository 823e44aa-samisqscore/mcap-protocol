000090* TRANSACTION FILE AND POSTS THE PAID DATE AND PAID AMOUNT TO
000100* EACH CLAIM'S CLAIMS-REGISTER RECORD -- THE FIRST TIME THE
000110* PAYMENT SIDE HAS BEEN TIED TO THE SCORING SIDE INSTEAD OF
000120* LIVING ON A SEPARATE MANUAL LEDGER.  A PAYMENT IS NOT POSTED
000130* BUT GOES TO THE PAYMENT-HOLD FILE THE ADJUSTERS WORK WHEN THE
000140* CLAIM STILL HAS AN OPEN HIGH-RISK OR SIU REFERRAL ON THE
000150* REFERRAL-TRACKING MASTER (PH01), IS NOT ON THE REGISTER (PH02),
000160* IS CLOSED ON THE CLAIM LEDGER BY A FINAL PAYMENT (PH03), IS
000162* OVER THE OUTSTANDING RESERVE (PH04), OR IS ALREADY ON THE
000164* CLAIM LEDGER (PH05) -- SAME VOUCHER NUMBER, OR WITH NO VOUCHER
000166* NUMBER THE SAME TYPE, DATE AND AMOUNT.
000167* A SECOND INSTALLMENT OF THE SAME AMOUNT ON THE SAME DAY MUST
000168* THEREFORE CARRY ITS OWN VOUCHER NUMBER.
000170* EVERY POSTED PAYMENT IS ALSO WRITTEN TO THE POSTED-PAYMENTS
000180* FILE SO CLAIMSRPT CAN PRINT THE DAY'S PAID-VERSUS-INCURRED
000190* LINE.  A TRANSACTION WITH A BAD DATE OR AMOUNT IS REPORTED
000200* AND SKIPPED, AND THE RUN ENDS WITH RETURN CODE 4.
000201* EVERY TRANSACTION IS ALSO POSTED TO THE CLAIM LEDGER -- ONE
000202* DETAIL RECORD PER RESERVE-SET, RESERVE-CHANGE, PARTIAL
000203* PAYMENT, FINAL PAYMENT OR REOPEN, AND A SUMMARY RECORD PER
000204* CLAIM CARRYING PAID-TO-DATE AND OUTSTANDING RESERVE.  A
000205* PAYMENT THAT WOULD TAKE THE OUTSTANDING RESERVE BELOW ZERO
000206* (INCLUDING ANY PAYMENT ON A CLAIM WITH NO RESERVE SET) IS
000207* HELD, NOT POSTED.  A FINAL PAYMENT RELEASES WHAT RESERVE IS
000208* LEFT AND CLOSES THE CLAIM; ONLY A REOPEN TAKES ANOTHER
000209* PAYMENT.  A RESERVE TRANSACTION THAT DOES NOT FIT THE CLAIM'S
000210* LEDGER STATE IS REPORTED AND SKIPPED LIKE A BAD TRANSACTION.
000211* AFTER POSTING, THE WHOLE LEDGER IS READ FOR THE OUTSTANDING
000212* RESERVE REPORT BY CLAIM TYPE.
000213* THE STEP025 RUN-CONTROL RECORD COUNT IS THE NUMBER OF PAYMENTS
000214* WRITTEN TO THE POSTED-PAYMENTS FILE, SO CLMGLIF CAN TIE ITS
000215* GENERAL LEDGER JOURNAL BACK TO THIS STEP.
000217*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230* DATE       INIT  DESCRIPTION
000240* ---------- ----  -----------------------------------------------
000252*                  MASTER AT START AND CLEAN END, WITH THE
000253*                  RECORD COUNT, SO THE RUNSTAT OPERATIONS
000254*                  REPORT CAN SHOW WHERE A RUN DIED.
000255* 2026-10-05 JHM   CLAIM LEDGER -- RESERVES AND MULTIPLE PAYMENTS
000256*                  PER CLAIM.  POSTS RS/RC/PP/FP/RO TRANSACTIONS
000257*                  TO THE NEW CLMLEDG MASTER WITH RUNNING PAID-TO-
000258*                  DATE AND OUTSTANDING RESERVE, HOLDS A PAYMENT
000259*                  OVER THE RESERVE (PH04), AND PRINTS THE
000260*                  OUTSTANDING RESERVE REPORT BY CLAIM TYPE.  A
000261*                  SECOND PAYMENT NO LONGER HOLDS AS PH03 -- PH03
000262*                  IS NOW A PAYMENT ON A CLAIM CLOSED BY A FINAL
000263*                  PAYMENT, AND PH05 A PAYMENT ALREADY ON THE
000264*                  LEDGER.  THE REGISTER KEEPS THE FIRST PAID DATE
000265*                  AND NOW CARRIES PAID-TO-DATE AS ITS AMOUNT.
000266* 2026-10-15 JHM   RUN-CONTROL RECORD COUNT IS NOW THE PAYMENTS
000267*                  POSTED TO PAYPOST, NOT THE TRANSACTIONS READ,
000268*                  SO THE GL JOURNAL PROOF CAN TIE TO IT.
000269* 2026-10-15 JHM   PAY-REFERENCE, THE PAYMENT UNIT'S VOUCHER
000270*                  NUMBER, IS KEPT ON THE LEDGER DETAIL.  WHEN
000271*                  PRESENT IT ALONE DECIDES A PH05 DUPLICATE, SO A
000272*                  SECOND INSTALLMENT OF THE SAME AMOUNT ON THE
000273*                  SAME DAY POSTS.  REMARKS NOW LIST ALL FIVE HOLD
000274*                  CODES.
000276*****************************************************************
000278 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    CLMPAY.
000290 AUTHOR.        J H MERCER.
000300 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000634            RECORD KEY IS RCT-KEY
000635            FILE STATUS IS WS-RUNCTL-STATUS.
000636
000637     SELECT CLAIM-LEDGER     ASSIGN TO CLMLEDG
000638            ORGANIZATION IS INDEXED
000639            ACCESS MODE IS DYNAMIC
000640            RECORD KEY IS LDG-KEY
000641            FILE STATUS IS WS-CLMLDG-STATUS.
000642
000643     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000644            ORGANIZATION IS SEQUENTIAL.
000645
000647 DATA DIVISION.
000650 FILE SECTION.
000660 FD  PAY-TRAN-FILE
000670     LABEL RECORDS ARE STANDARD.
000852     LABEL RECORDS ARE STANDARD.
000853     COPY RUNCTLRC.
000854
000855 FD  CLAIM-LEDGER
000856     LABEL RECORDS ARE STANDARD.
000857     COPY CLMLEDGR.
000858
000859 FD  REPORT-FILE
000860     LABEL RECORDS OMITTED
000861     RECORDING MODE IS F.
000862 01  RPT-LINE                    PIC X(80).
000863
000868 WORKING-STORAGE SECTION.
000870
000880 01  WS-SWITCHES.
000890     05  WS-TRAN-EOF-SWITCH      PIC X(01) VALUE 'N'.
000920         88  REGISTER-WAS-FOUND           VALUE 'Y'.
000930     05  WS-REFERRAL-OPEN-SW     PIC X(01) VALUE 'N'.
000940         88  REFERRAL-IS-OPEN             VALUE 'Y'.
000941     05  WS-LEDGER-FOUND-SW      PIC X(01) VALUE 'N'.
000942         88  LEDGER-WAS-FOUND             VALUE 'Y'.
000943     05  WS-DUPLICATE-SW         PIC X(01) VALUE 'N'.
000944         88  TRAN-IS-DUPLICATE            VALUE 'Y'.
000945     05  WS-DETAIL-EOF-SWITCH    PIC X(01) VALUE 'N'.
000946         88  END-OF-CLAIM-DETAIL          VALUE 'Y'.
000947     05  WS-LEDGER-EOF-SWITCH    PIC X(01) VALUE 'N'.
000948         88  END-OF-LEDGER                VALUE 'Y'.
000949     05  WS-TYPE-FOUND-SW        PIC X(01) VALUE 'N'.
000950         88  TYPE-WAS-FOUND               VALUE 'Y'.
000955
000960 01  WS-COUNTERS.
000970     05  WS-TRANS-READ           PIC 9(06) COMP VALUE 0.
000980     05  WS-PAYMENTS-POSTED      PIC 9(06) COMP VALUE 0.
000990     05  WS-PAYMENTS-HELD        PIC 9(06) COMP VALUE 0.
001000     05  WS-TRANS-SKIPPED        PIC 9(06) COMP VALUE 0.
001002     05  WS-RESERVES-POSTED      PIC 9(06) COMP VALUE 0.
001004     05  WS-CLAIMS-CLOSED        PIC 9(06) COMP VALUE 0.
001006     05  WS-LEDGER-CLAIMS        PIC 9(08) COMP VALUE 0.
001010
001020 01  WS-WORK-FIELDS.
001021     05  WS-CLMREG-STATUS        PIC X(02) VALUE '00'.
001022     05  WS-REFTRK-STATUS        PIC X(02) VALUE '00'.
001023     05  WS-HELD-REF-STATUS      PIC X(02) VALUE SPACES.
001024     05  WS-CLMLDG-STATUS        PIC X(02) VALUE '00'.
001025     05  WS-POST-TRAN-TYPE       PIC X(02) VALUE SPACES.
001026     05  WS-RESERVE-ERROR        PIC X(30) VALUE SPACES.
001027     05  WS-RESERVE-CHANGE-AMT   PIC S9(09)V99 VALUE 0.
001028
001029*----------------------------------------------------------------*
001030*    THE CLAIM'S LEDGER SUMMARY AS READ, CARRIED HERE WHILE THE  *
001031*    LEDGER RECORD AREA IS USED TO WRITE THE DETAIL RECORD.      *
001032*----------------------------------------------------------------*
001033 01  WS-LEDGER-SUMMARY.
001034     05  WS-LDG-CLAIM-STATUS     PIC X(02) VALUE SPACES.
001035         88  WS-LDG-OPEN                  VALUE 'OP'.
001036         88  WS-LDG-CLOSED                VALUE 'CL'.
001037     05  WS-LDG-LAST-SEQ         PIC 9(04) VALUE 0.
001038     05  WS-LDG-PAID-TO-DATE     PIC 9(09)V99 VALUE 0.
001039     05  WS-LDG-OUTSTANDING      PIC 9(09)V99 VALUE 0.
001040
001041 01  RSV-TYPE-TOTALS.
001042     05  RTT-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
001043     05  RTT-ENTRY OCCURS 0 TO 20 TIMES
001044                   DEPENDING ON RTT-ENTRY-COUNT
001045                   INDEXED BY RTT-IDX.
001046         10  RTT-CLAIM-TYPE      PIC X(10).
001047         10  RTT-OPEN-COUNT      PIC 9(08) COMP.
001048         10  RTT-CLOSED-COUNT    PIC 9(08) COMP.
001049         10  RTT-PAID-TOTAL      PIC 9(13)V99 COMP.
001050         10  RTT-OUTSTANDING     PIC 9(13)V99 COMP.
001051
001052 01  WS-RESERVE-TOTALS.
001053     05  WS-TOT-OPEN-COUNT       PIC 9(08) COMP VALUE 0.
001054     05  WS-TOT-CLOSED-COUNT     PIC 9(08) COMP VALUE 0.
001055     05  WS-TOT-PAID             PIC 9(13)V99 COMP VALUE 0.
001056     05  WS-TOT-OUTSTANDING      PIC 9(13)V99 COMP VALUE 0.
001060
001070 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
001080
001084     05  WS-RCT-STAMP-DATE       PIC 9(08) VALUE 0.
001085     05  WS-RCT-STAMP-TIME       PIC 9(08) VALUE 0.
001086
001087 01  WS-REPORT-LINES.
001088     05  WS-TITLE-LINE.
001089         10  FILLER              PIC X(20) VALUE SPACES.
001090         10  FILLER              PIC X(40)
001091                 VALUE 'OUTSTANDING LOSS RESERVE BY CLAIM TYPE'.
001092     05  WS-DATE-LINE.
001093         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
001094         10  WS-DL-DATE          PIC 9(08).
001095         10  FILLER              PIC X(62) VALUE SPACES.
001096     05  WS-HDR-LINE.
001097         10  FILLER              PIC X(12) VALUE 'CLAIM TYPE'.
001098         10  FILLER              PIC X(09) VALUE '   OPEN'.
001099         10  FILLER              PIC X(09) VALUE ' CLOSED'.
001100         10  FILLER              PIC X(20)
001101                 VALUE '      PAID TO DATE'.
001102         10  FILLER              PIC X(20)
001103                 VALUE ' OUTSTANDING RESERVE'.
001104         10  FILLER              PIC X(10) VALUE SPACES.
001105     05  WS-DETAIL-LINE.
001106         10  WS-DTL-TYPE         PIC X(10).
001107         10  FILLER              PIC X(02) VALUE SPACES.
001108         10  WS-DTL-OPEN         PIC ZZZ,ZZ9.
001109         10  FILLER              PIC X(02) VALUE SPACES.
001110         10  WS-DTL-CLOSED       PIC ZZZ,ZZ9.
001111         10  FILLER              PIC X(02) VALUE SPACES.
001112         10  WS-DTL-PAID         PIC $$$,$$$,$$$,$$9.99.
001113         10  FILLER              PIC X(02) VALUE SPACES.
001114         10  WS-DTL-OUTSTANDING  PIC $$$,$$$,$$$,$$9.99.
001115         10  FILLER              PIC X(12) VALUE SPACES.
001116     05  WS-TOTAL-LINE.
001117         10  FILLER              PIC X(10) VALUE 'TOTAL'.
001118         10  FILLER              PIC X(02) VALUE SPACES.
001119         10  WS-TOT-OPEN         PIC ZZZ,ZZ9.
001120         10  FILLER              PIC X(02) VALUE SPACES.
001121         10  WS-TOT-CLOSED       PIC ZZZ,ZZ9.
001122         10  FILLER              PIC X(02) VALUE SPACES.
001123         10  WS-TOT-PAID-ED      PIC $$$,$$$,$$$,$$9.99.
001124         10  FILLER              PIC X(02) VALUE SPACES.
001125         10  WS-TOT-OUTSTAND-ED  PIC $$$,$$$,$$$,$$9.99.
001126         10  FILLER              PIC X(12) VALUE SPACES.
001127     05  WS-NONE-LINE.
001128         10  FILLER              PIC X(40)
001129                 VALUE 'NO CLAIMS ON THE CLAIM LEDGER'.
001130         10  FILLER              PIC X(40) VALUE SPACES.
001131
001132 PROCEDURE DIVISION.
001133
001134 0000-MAINLINE.
001135     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001136     PERFORM 2000-POST-ONE-PAYMENT THRU 2000-EXIT
001140         UNTIL END-OF-TRANS.
001145     PERFORM 7000-PRINT-RESERVE-REPORT THRU 7000-EXIT.
001150     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001160     STOP RUN.
001170
001350         MOVE 16 TO RETURN-CODE
001360         STOP RUN
001370     END-IF.
001371     OPEN I-O    CLAIM-LEDGER.
001372     IF WS-CLMLDG-STATUS NOT = '00'
001373         DISPLAY 'CLMPAY -- CLAIM-LEDGER OPEN FAILED, '
001374             'STATUS ' WS-CLMLDG-STATUS
001375         MOVE 16 TO RETURN-CODE
001376         STOP RUN
001377     END-IF.
001380     OPEN OUTPUT PAYMENT-HOLD.
001390     OPEN OUTPUT PAID-POSTINGS.
001395     OPEN OUTPUT REPORT-FILE.
001400     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001401     OPEN I-O    RUN-CONTROL.
001402     IF WS-RUNCTL-STATUS NOT = '00'
001450*----------------------------------------------------------------*
001460*    2000-POST-ONE-PAYMENT -- VALIDATE ONE PAYMENT TRANSACTION,  *
001470*    POST IT OR HOLD IT, AND READ THE NEXT ONE.                  *
001472*    RESERVE TRANSACTIONS (RS/RC/RO) GO TO 2300, PAYMENTS TO     *
001474*    2200.  ONLY A RESERVE-CHANGE MAY CARRY A ZERO AMOUNT.       *
001480*----------------------------------------------------------------*
001490 2000-POST-ONE-PAYMENT.
001500     ADD 1 TO WS-TRANS-READ.
001510     IF PAY-CLAIM-ID = SPACES
001520      OR PAY-PAID-DATE-X NOT NUMERIC
001530      OR PAY-PAID-AMOUNT-X NOT NUMERIC
001540      OR NOT PAY-VALID-TRAN-TYPE
001550         DISPLAY 'CLMPAY -- BAD PAYMENT TRANSACTION FOR CLAIM '
001560             PAY-CLAIM-ID ', TRANSACTION SKIPPED'
001570         ADD 1 TO WS-TRANS-SKIPPED
001580     ELSE
001581      IF PAY-PAID-AMOUNT NOT > 0
001582       AND NOT PAY-RESERVE-CHANGE
001583         DISPLAY 'CLMPAY -- BAD PAYMENT TRANSACTION FOR CLAIM '
001584             PAY-CLAIM-ID ', TRANSACTION SKIPPED'
001585         ADD 1 TO WS-TRANS-SKIPPED
001586      ELSE
001587         IF PAY-TRAN-TYPE = SPACES
001588             MOVE 'PP'          TO WS-POST-TRAN-TYPE
001589         ELSE
001590             MOVE PAY-TRAN-TYPE TO WS-POST-TRAN-TYPE
001591         END-IF
001596         PERFORM 3000-LOOKUP-REGISTER THRU 3000-EXIT
001600         PERFORM 3200-LOOKUP-LEDGER THRU 3200-EXIT
001610         IF PAY-IS-PAYMENT
001620             PERFORM 2200-EDIT-PAYMENT THRU 2200-EXIT
001650         ELSE
001660             PERFORM 2300-EDIT-RESERVE THRU 2300-EXIT
001810          END-IF
001820         END-IF
001830     END-IF.
001900         AT END MOVE 'Y' TO WS-TRAN-EOF-SWITCH
001910     END-READ.
001920 2100-EXIT.
001921     EXIT.
001922
001923*----------------------------------------------------------------*
001924*    2200-EDIT-PAYMENT -- POST A PARTIAL OR FINAL PAYMENT, OR    *
001925*    HOLD IT: NOT ON THE REGISTER (PH02), CLAIM CLOSED ON THE    *
001926*    LEDGER (PH03), ALREADY ON THE LEDGER (PH05), REFERRAL STILL *
001927*    OPEN (PH01), OR MORE THAN THE OUTSTANDING RESERVE (PH04).   *
001928*----------------------------------------------------------------*
001929 2200-EDIT-PAYMENT.
001930     IF NOT REGISTER-WAS-FOUND
001931         MOVE 'PH02' TO PHD-HOLD-CODE
001932         MOVE 'CLAIM NOT ON CLAIMS REGISTER'
001933             TO PHD-REASON-TEXT
001934         PERFORM 5000-WRITE-HOLD THRU 5000-EXIT
001935     ELSE
001936      IF WS-LDG-CLOSED
001937         MOVE 'PH03' TO PHD-HOLD-CODE
001938         MOVE 'CLAIM CLOSED BY FINAL PAYMENT'
001939             TO PHD-REASON-TEXT
001940         PERFORM 5000-WRITE-HOLD THRU 5000-EXIT
001941      ELSE
001942         PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT
001943         IF TRAN-IS-DUPLICATE
001944             MOVE 'PH05' TO PHD-HOLD-CODE
001945             MOVE 'PAYMENT ALREADY ON CLAIM LEDGER'
001946                 TO PHD-REASON-TEXT
001947             PERFORM 5000-WRITE-HOLD THRU 5000-EXIT
001948         ELSE
001949             PERFORM 3100-CHECK-REFERRAL THRU 3100-EXIT
001950             IF REFERRAL-IS-OPEN
001951                 MOVE 'PH01' TO PHD-HOLD-CODE
001952                 MOVE 'REFERRAL STILL OPEN ON CLAIM'
001953                     TO PHD-REASON-TEXT
001954                 PERFORM 5000-WRITE-HOLD THRU 5000-EXIT
001955             ELSE
001956              IF NOT LEDGER-WAS-FOUND
001957               OR PAY-PAID-AMOUNT > WS-LDG-OUTSTANDING
001958                 MOVE 'PH04' TO PHD-HOLD-CODE
001959                 MOVE 'PAYMENT OVER OUTSTANDING RESERVE'
001960                     TO PHD-REASON-TEXT
001961                 PERFORM 5000-WRITE-HOLD THRU 5000-EXIT
001962              ELSE
001963                 PERFORM 4000-POST-PAYMENT THRU 4000-EXIT
001964              END-IF
001965             END-IF
001966         END-IF
001967      END-IF
001968     END-IF.
001969 2200-EXIT.
001970     EXIT.
001971
001972*----------------------------------------------------------------*
001973*    2300-EDIT-RESERVE -- POST A RESERVE-SET, RESERVE-CHANGE OR  *
001974*    REOPEN IF IT FITS THE CLAIM'S LEDGER STATE.  RS NEEDS A     *
001975*    CLAIM WITH NO LEDGER YET, RC AN OPEN CLAIM, RO A CLOSED     *
001976*    ONE.  ONE THAT DOES NOT FIT IS REPORTED AND SKIPPED.        *
001977*----------------------------------------------------------------*
001978 2300-EDIT-RESERVE.
001979     MOVE SPACES TO WS-RESERVE-ERROR.
001980     IF NOT REGISTER-WAS-FOUND
001981         MOVE 'CLAIM NOT ON CLAIMS REGISTER' TO WS-RESERVE-ERROR
001982     ELSE
001983      IF PAY-RESERVE-SET
001984       AND LEDGER-WAS-FOUND
001985         MOVE 'RESERVE ALREADY SET ON CLAIM' TO WS-RESERVE-ERROR
001986      END-IF
001987      IF NOT PAY-RESERVE-SET
001988       AND NOT LEDGER-WAS-FOUND
001989         MOVE 'NO RESERVE SET ON CLAIM' TO WS-RESERVE-ERROR
001990      END-IF
001991      IF PAY-RESERVE-CHANGE
001992       AND WS-LDG-CLOSED
001993         MOVE 'CLAIM CLOSED -- REOPEN FIRST' TO WS-RESERVE-ERROR
001994      END-IF
001995      IF PAY-REOPEN
001996       AND WS-LDG-OPEN
001997         MOVE 'CLAIM IS NOT CLOSED' TO WS-RESERVE-ERROR
001998      END-IF
001999     END-IF.
002000     IF WS-RESERVE-ERROR = SPACES
002001      AND LEDGER-WAS-FOUND
002002         PERFORM 3300-CHECK-DUPLICATE THRU 3300-EXIT
002003         IF TRAN-IS-DUPLICATE
002004             MOVE 'ALREADY ON CLAIM LEDGER' TO WS-RESERVE-ERROR
002005         END-IF
002006     END-IF.
002007     IF WS-RESERVE-ERROR NOT = SPACES
002008         DISPLAY 'CLMPAY -- ' WS-POST-TRAN-TYPE
002009             ' TRANSACTION FOR CLAIM ' PAY-CLAIM-ID
002010             ' SKIPPED -- ' WS-RESERVE-ERROR
002011         ADD 1 TO WS-TRANS-SKIPPED
002012     ELSE
002013         PERFORM 4100-POST-RESERVE THRU 4100-EXIT
002014     END-IF.
002015 2300-EXIT.
002016     EXIT.
002017
002018*----------------------------------------------------------------*
002019*    3000-LOOKUP-REGISTER -- IS THE CLAIM ON THE CLAIMS          *
002020*    REGISTER?  ONLY A CLAIM THAT WENT THROUGH THE CLAIMS01      *
002021*    RISK LOGIC CAN TAKE A PAYMENT POSTING.                      *
002022*----------------------------------------------------------------*
002023 3000-LOOKUP-REGISTER.
002024     MOVE 'N' TO WS-REGISTER-FOUND-SW.
002025     MOVE PAY-CLAIM-ID TO CRG-CLAIM-ID.
002030     READ CLAIMS-REGISTER
002040         INVALID KEY
002050             CONTINUE
002310 3100-EXIT.
002320     EXIT.
002330
002331*----------------------------------------------------------------*
002332*    3200-LOOKUP-LEDGER -- READ THE CLAIM'S LEDGER SUMMARY       *
002333*    (SEQUENCE 0000) AND CARRY ITS STATUS AND RUNNING TOTALS.    *
002334*    A CLAIM WITH NO SUMMARY HAS NO RESERVE SET YET.             *
002335*----------------------------------------------------------------*
002336 3200-LOOKUP-LEDGER.
002337     MOVE 'N'    TO WS-LEDGER-FOUND-SW.
002338     MOVE SPACES TO WS-LDG-CLAIM-STATUS.
002339     MOVE 0      TO WS-LDG-LAST-SEQ.
002340     MOVE 0      TO WS-LDG-PAID-TO-DATE.
002341     MOVE 0      TO WS-LDG-OUTSTANDING.
002342     MOVE PAY-CLAIM-ID TO LDG-CLAIM-ID.
002343     MOVE 0            TO LDG-TRAN-SEQ.
002344     READ CLAIM-LEDGER
002345         INVALID KEY
002346             CONTINUE
002347         NOT INVALID KEY
002348             MOVE 'Y' TO WS-LEDGER-FOUND-SW
002349             MOVE LDG-CLAIM-STATUS  TO WS-LDG-CLAIM-STATUS
002350             MOVE LDG-LAST-SEQ      TO WS-LDG-LAST-SEQ
002351             MOVE LDG-PAID-TO-DATE  TO WS-LDG-PAID-TO-DATE
002352             MOVE LDG-OUTSTANDING   TO WS-LDG-OUTSTANDING
002353     END-READ.
002354 3200-EXIT.
002355     EXIT.
002356
002357*----------------------------------------------------------------*
002358*    3300-CHECK-DUPLICATE -- IS THE SAME TRANSACTION ALREADY ON *
002359*    THE CLAIM'S LEDGER?  A RESUBMITTED PAYMENT FILE OR A RERUN *
002360*    STEP THEN CANNOT POST IT TWICE.  A TRANSACTION WITH A      *
002361*    VOUCHER NUMBER MATCHES ONLY ON THAT NUMBER; ONE WITHOUT    *
002362*    MATCHES ON TYPE, DATE AND AMOUNT.                          *
002370*----------------------------------------------------------------*
002371 3300-CHECK-DUPLICATE.
002372     MOVE 'N' TO WS-DUPLICATE-SW.
002373     MOVE 'N' TO WS-DETAIL-EOF-SWITCH.
002374     MOVE PAY-CLAIM-ID TO LDG-CLAIM-ID.
002375     MOVE 1            TO LDG-TRAN-SEQ.
002376     START CLAIM-LEDGER
002377         KEY IS NOT LESS THAN LDG-KEY
002378         INVALID KEY
002379             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
002380     END-START.
002381     IF NOT END-OF-CLAIM-DETAIL
002382         PERFORM 3310-READ-CLAIM-DETAIL THRU 3310-EXIT
002383     END-IF.
002384     PERFORM 3320-COMPARE-ONE-DETAIL THRU 3320-EXIT
002385         UNTIL END-OF-CLAIM-DETAIL
002386            OR TRAN-IS-DUPLICATE.
002387 3300-EXIT.
002388     EXIT.
002389
002390 3310-READ-CLAIM-DETAIL.
002391     READ CLAIM-LEDGER NEXT RECORD
002392         AT END
002393             MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
002394         NOT AT END
002395             IF LDG-CLAIM-ID NOT = PAY-CLAIM-ID
002396                 MOVE 'Y' TO WS-DETAIL-EOF-SWITCH
002397             END-IF
002398     END-READ.
002399 3310-EXIT.
002400     EXIT.
002401
002402 3320-COMPARE-ONE-DETAIL.
002403     IF PAY-REFERENCE NOT = SPACES
002404         IF LDG-PAY-REFERENCE = PAY-REFERENCE
002405             MOVE 'Y' TO WS-DUPLICATE-SW
002406         END-IF
002407     ELSE
002408      IF LDG-TRAN-TYPE   = WS-POST-TRAN-TYPE
002409       AND LDG-TRAN-DATE   = PAY-PAID-DATE
002410       AND LDG-TRAN-AMOUNT = PAY-PAID-AMOUNT
002411         MOVE 'Y' TO WS-DUPLICATE-SW
002412      END-IF
002413     END-IF.
002414     IF NOT TRAN-IS-DUPLICATE
002415         PERFORM 3310-READ-CLAIM-DETAIL THRU 3310-EXIT
002416     END-IF.
002417 3320-EXIT.
002418     EXIT.
002419
002420*----------------------------------------------------------------*
002421*    4000-POST-PAYMENT -- STAMP THE PAID DATE AND AMOUNT ON THE  *
002422*    REGISTER RECORD AND WRITE THE POSTED-PAYMENTS RECORD FOR    *
002423*    THE CLAIMSRPT PAID-VERSUS-INCURRED LINE.                    *
002424*    THE PAYMENT COMES OFF THE OUTSTANDING RESERVE ON THE        *
002425*    LEDGER; A FINAL PAYMENT ALSO RELEASES WHAT IS LEFT AND      *
002426*    CLOSES THE CLAIM.  THE REGISTER KEEPS THE FIRST PAID DATE   *
002427*    AND CARRIES PAID-TO-DATE AS ITS PAID AMOUNT.                *
002428*----------------------------------------------------------------*
002429 4000-POST-PAYMENT.
002430     ADD PAY-PAID-AMOUNT      TO WS-LDG-PAID-TO-DATE.
002431     SUBTRACT PAY-PAID-AMOUNT FROM WS-LDG-OUTSTANDING.
002432     MOVE 0 TO WS-RESERVE-CHANGE-AMT.
002433     IF PAY-FINAL-PAYMENT
002434         SUBTRACT WS-LDG-OUTSTANDING FROM WS-RESERVE-CHANGE-AMT
002435         MOVE 0    TO WS-LDG-OUTSTANDING
002436         MOVE 'CL' TO WS-LDG-CLAIM-STATUS
002437         ADD 1 TO WS-CLAIMS-CLOSED
002438     END-IF.
002439     PERFORM 4500-WRITE-LEDGER-DETAIL THRU 4500-EXIT.
002440     PERFORM 4600-WRITE-LEDGER-SUMMARY THRU 4600-EXIT.
002441     IF CRG-PAID-DATE = 0
002442         MOVE PAY-PAID-DATE   TO CRG-PAID-DATE
002443     END-IF.
002444     MOVE WS-LDG-PAID-TO-DATE TO CRG-PAID-AMOUNT.
002445     REWRITE CLAIMS-REGISTER-REC.
002446     IF WS-CLMREG-STATUS NOT = '00'
002447      AND WS-CLMREG-STATUS NOT = '02'
002450         DISPLAY 'CLMPAY -- CLAIMS-REGISTER REWRITE FAILED, '
002460             'STATUS ' WS-CLMREG-STATUS
002470             ' CLAIM ' CRG-CLAIM-ID
002600     EXIT.
002610
002620*----------------------------------------------------------------*
002621*    4100-POST-RESERVE -- SET THE OUTSTANDING RESERVE TO THE     *
002622*    TRANSACTION AMOUNT.  RS OPENS THE CLAIM'S LEDGER (CARRYING  *
002623*    ANY PAID AMOUNT ALREADY ON THE REGISTER FROM BEFORE THE     *
002624*    LEDGER), RO REOPENS A CLOSED CLAIM, RC ADJUSTS AN OPEN ONE. *
002625*----------------------------------------------------------------*
002626 4100-POST-RESERVE.
002627     IF PAY-RESERVE-SET
002628         MOVE 0               TO WS-LDG-LAST-SEQ
002629         MOVE CRG-PAID-AMOUNT TO WS-LDG-PAID-TO-DATE
002630         MOVE 0               TO WS-LDG-OUTSTANDING
002631     END-IF.
002632     MOVE 'OP' TO WS-LDG-CLAIM-STATUS.
002633     COMPUTE WS-RESERVE-CHANGE-AMT =
002634         PAY-PAID-AMOUNT - WS-LDG-OUTSTANDING.
002635     MOVE PAY-PAID-AMOUNT TO WS-LDG-OUTSTANDING.
002636     PERFORM 4500-WRITE-LEDGER-DETAIL THRU 4500-EXIT.
002637     PERFORM 4600-WRITE-LEDGER-SUMMARY THRU 4600-EXIT.
002638     ADD 1 TO WS-RESERVES-POSTED.
002639 4100-EXIT.
002640     EXIT.
002641
002642*----------------------------------------------------------------*
002643*    4500-WRITE-LEDGER-DETAIL -- ADD THE TRANSACTION TO THE      *
002644*    CLAIM'S LEDGER UNDER THE NEXT SEQUENCE, WITH THE RUNNING    *
002645*    TOTALS AS THEY STAND AFTER IT.                              *
002646*----------------------------------------------------------------*
002647 4500-WRITE-LEDGER-DETAIL.
002648     IF WS-LDG-LAST-SEQ = 9999
002649         DISPLAY 'CLMPAY -- CLAIM-LEDGER SEQUENCE EXHAUSTED FOR '
002650             'CLAIM ' PAY-CLAIM-ID
002651         MOVE 16 TO RETURN-CODE
002652         STOP RUN
002653     END-IF.
002654     ADD 1 TO WS-LDG-LAST-SEQ.
002655     MOVE SPACES                TO CLAIM-LEDGER-REC.
002656     MOVE PAY-CLAIM-ID          TO LDG-CLAIM-ID.
002657     MOVE WS-LDG-LAST-SEQ       TO LDG-TRAN-SEQ.
002658     MOVE CRG-CLAIM-TYPE        TO LDG-CLAIM-TYPE.
002659     MOVE WS-POST-TRAN-TYPE     TO LDG-TRAN-TYPE.
002660     MOVE PAY-PAID-DATE         TO LDG-TRAN-DATE.
002661     MOVE PAY-PAID-AMOUNT       TO LDG-TRAN-AMOUNT.
002662     MOVE WS-RESERVE-CHANGE-AMT TO LDG-RESERVE-CHANGE-AMT.
002663     MOVE WS-LDG-PAID-TO-DATE   TO LDG-PAID-AFTER.
002664     MOVE WS-LDG-OUTSTANDING    TO LDG-OUTSTANDING-AFTER.
002665     MOVE WS-CURRENT-DATE       TO LDG-POST-DATE.
002666     MOVE PAY-REFERENCE         TO LDG-PAY-REFERENCE.
002667     WRITE CLAIM-LEDGER-REC
002668         INVALID KEY
002669             DISPLAY 'CLMPAY -- CLAIM-LEDGER WRITE FAILED, '
002670                 'STATUS ' WS-CLMLDG-STATUS ' CLAIM ' PAY-CLAIM-ID
002671             MOVE 16 TO RETURN-CODE
002672             STOP RUN
002673     END-WRITE.
002674 4500-EXIT.
002675     EXIT.
002676
002677*----------------------------------------------------------------*
002678*    4600-WRITE-LEDGER-SUMMARY -- WRITE OR REWRITE THE CLAIM'S   *
002679*    SEQUENCE-0000 SUMMARY.  INCURRED IS PAID-TO-DATE PLUS THE   *
002680*    OUTSTANDING RESERVE.                                        *
002681*----------------------------------------------------------------*
002682 4600-WRITE-LEDGER-SUMMARY.
002683     MOVE SPACES                TO CLAIM-LEDGER-REC.
002684     MOVE PAY-CLAIM-ID          TO LDG-CLAIM-ID.
002685     MOVE 0                     TO LDG-TRAN-SEQ.
002686     MOVE CRG-CLAIM-TYPE        TO LDG-CLAIM-TYPE.
002687     MOVE WS-LDG-CLAIM-STATUS   TO LDG-CLAIM-STATUS.
002688     MOVE WS-LDG-LAST-SEQ       TO LDG-LAST-SEQ.
002689     COMPUTE LDG-INCURRED = WS-LDG-PAID-TO-DATE
002690                          + WS-LDG-OUTSTANDING.
002691     MOVE WS-LDG-PAID-TO-DATE   TO LDG-PAID-TO-DATE.
002692     MOVE WS-LDG-OUTSTANDING    TO LDG-OUTSTANDING.
002693     MOVE PAY-PAID-DATE         TO LDG-LAST-TRAN-DATE.
002694     IF LEDGER-WAS-FOUND
002695         REWRITE CLAIM-LEDGER-REC
002696     ELSE
002697         WRITE CLAIM-LEDGER-REC
002698         MOVE 'Y' TO WS-LEDGER-FOUND-SW
002699     END-IF.
002700     IF WS-CLMLDG-STATUS NOT = '00'
002701      AND WS-CLMLDG-STATUS NOT = '02'
002702         DISPLAY 'CLMPAY -- CLAIM-LEDGER SUMMARY UPDATE FAILED, '
002703             'STATUS ' WS-CLMLDG-STATUS ' CLAIM ' PAY-CLAIM-ID
002704         MOVE 16 TO RETURN-CODE
002705         STOP RUN
002706     END-IF.
002707 4600-EXIT.
002708     EXIT.
002709
002710*----------------------------------------------------------------*
002711*    5000-WRITE-HOLD -- WRITE THE PAYMENT TO THE HOLD FILE WITH  *
002712*    THE REASON IT COULD NOT BE POSTED.  THE CUSTOMER ID RIDES   *
002713*    ALONG FROM THE REGISTER WHEN THE CLAIM IS ON IT.            *
002714*----------------------------------------------------------------*
002715 5000-WRITE-HOLD.
002716     MOVE PAY-CLAIM-ID      TO PHD-CLAIM-ID.
002717     IF REGISTER-WAS-FOUND
002718         MOVE CRG-CUSTOMER-ID TO PHD-CUSTOMER-ID
002719     ELSE
002720         MOVE SPACES          TO PHD-CUSTOMER-ID
002730     END-IF.
002740     MOVE PAY-PAID-DATE     TO PHD-PAID-DATE.
002750     MOVE PAY-PAID-AMOUNT   TO PHD-PAID-AMOUNT.
002760     MOVE WS-HELD-REF-STATUS TO PHD-REF-STATUS.
002770     MOVE WS-CURRENT-DATE   TO PHD-HOLD-DATE.
002775     MOVE WS-POST-TRAN-TYPE TO PHD-TRAN-TYPE.
002780     WRITE PAYMENT-HOLD-REC.
002790     ADD 1 TO WS-PAYMENTS-HELD.
002800     MOVE SPACES TO WS-HELD-REF-STATUS.
002810 5000-EXIT.
002811     EXIT.
002812
002813*----------------------------------------------------------------*
002814*    7000-PRINT-RESERVE-REPORT -- READ THE WHOLE CLAIM LEDGER,   *
002815*    TOTAL THE CLAIM SUMMARIES BY CLAIM TYPE, AND PRINT ONE LINE *
002816*    PER TYPE PLUS THE TOTAL -- OPEN AND CLOSED CLAIMS, PAID-TO- *
002817*    DATE, AND OUTSTANDING RESERVE AS OF THE END OF THIS RUN.    *
002818*----------------------------------------------------------------*
002819 7000-PRINT-RESERVE-REPORT.
002820     MOVE SPACES TO LDG-CLAIM-ID.
002821     MOVE 0      TO LDG-TRAN-SEQ.
002822     START CLAIM-LEDGER
002823         KEY IS NOT LESS THAN LDG-KEY
002824         INVALID KEY
002825             MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
002826     END-START.
002827     IF NOT END-OF-LEDGER
002828         PERFORM 7050-READ-LEDGER THRU 7050-EXIT
002829     END-IF.
002830     PERFORM 7100-TALLY-ONE-LEDGER THRU 7100-EXIT
002831         UNTIL END-OF-LEDGER.
002832     WRITE RPT-LINE FROM WS-TITLE-LINE.
002833     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
002834     WRITE RPT-LINE FROM WS-DATE-LINE.
002835     MOVE SPACES TO RPT-LINE.
002836     WRITE RPT-LINE.
002837     IF RTT-ENTRY-COUNT = 0
002838         WRITE RPT-LINE FROM WS-NONE-LINE
002839     ELSE
002840         WRITE RPT-LINE FROM WS-HDR-LINE
002841         PERFORM 7300-PRINT-ONE-TYPE THRU 7300-EXIT
002842             VARYING RTT-IDX FROM 1 BY 1
002843             UNTIL RTT-IDX > RTT-ENTRY-COUNT
002844         MOVE SPACES TO RPT-LINE
002845         WRITE RPT-LINE
002846         MOVE WS-TOT-OPEN-COUNT   TO WS-TOT-OPEN
002847         MOVE WS-TOT-CLOSED-COUNT TO WS-TOT-CLOSED
002848         MOVE WS-TOT-PAID         TO WS-TOT-PAID-ED
002849         MOVE WS-TOT-OUTSTANDING  TO WS-TOT-OUTSTAND-ED
002850         WRITE RPT-LINE FROM WS-TOTAL-LINE
002851     END-IF.
002852 7000-EXIT.
002853     EXIT.
002854
002855 7050-READ-LEDGER.
002856     READ CLAIM-LEDGER NEXT RECORD
002857         AT END MOVE 'Y' TO WS-LEDGER-EOF-SWITCH
002858     END-READ.
002859 7050-EXIT.
002860     EXIT.
002861
002862 7100-TALLY-ONE-LEDGER.
002863     IF LDG-IS-SUMMARY
002864         ADD 1 TO WS-LEDGER-CLAIMS
002865         PERFORM 7200-TALLY-BY-TYPE THRU 7200-EXIT
002866     END-IF.
002867     PERFORM 7050-READ-LEDGER THRU 7050-EXIT.
002868 7100-EXIT.
002869     EXIT.
002870
002871*----------------------------------------------------------------*
002872*    7200-TALLY-BY-TYPE -- FIND OR OPEN THE CLAIM TYPE'S TABLE   *
002873*    ENTRY AND ADD THE CLAIM SUMMARY IN.                         *
002874*----------------------------------------------------------------*
002875 7200-TALLY-BY-TYPE.
002876     MOVE 'N' TO WS-TYPE-FOUND-SW.
002877     IF RTT-ENTRY-COUNT > 0
002878         SET RTT-IDX TO 1
002879         SEARCH RTT-ENTRY
002880             AT END        CONTINUE
002881             WHEN RTT-CLAIM-TYPE (RTT-IDX) = LDG-CLAIM-TYPE
002882                 MOVE 'Y' TO WS-TYPE-FOUND-SW
002883         END-SEARCH
002884     END-IF.
002885     IF NOT TYPE-WAS-FOUND
002886         IF RTT-ENTRY-COUNT < 20
002887             ADD 1 TO RTT-ENTRY-COUNT
002888             SET RTT-IDX TO RTT-ENTRY-COUNT
002889             MOVE LDG-CLAIM-TYPE TO RTT-CLAIM-TYPE (RTT-IDX)
002890             MOVE 0 TO RTT-OPEN-COUNT (RTT-IDX)
002891             MOVE 0 TO RTT-CLOSED-COUNT (RTT-IDX)
002892             MOVE 0 TO RTT-PAID-TOTAL (RTT-IDX)
002893             MOVE 0 TO RTT-OUTSTANDING (RTT-IDX)
002894         ELSE
002895             DISPLAY 'CLMPAY -- MORE THAN 20 CLAIM TYPES ON THE '
002896                 'CLAIM LEDGER, RSV-TYPE-TOTALS IS FULL'
002897             MOVE 16 TO RETURN-CODE
002898             STOP RUN
002899         END-IF
002900     END-IF.
002901     IF LDG-CLAIM-CLOSED
002902         ADD 1 TO RTT-CLOSED-COUNT (RTT-IDX)
002903         ADD 1 TO WS-TOT-CLOSED-COUNT
002904     ELSE
002905         ADD 1 TO RTT-OPEN-COUNT (RTT-IDX)
002906         ADD 1 TO WS-TOT-OPEN-COUNT
002907     END-IF.
002908     ADD LDG-PAID-TO-DATE TO RTT-PAID-TOTAL (RTT-IDX).
002909     ADD LDG-PAID-TO-DATE TO WS-TOT-PAID.
002910     ADD LDG-OUTSTANDING  TO RTT-OUTSTANDING (RTT-IDX).
002911     ADD LDG-OUTSTANDING  TO WS-TOT-OUTSTANDING.
002912 7200-EXIT.
002913     EXIT.
002914
002915 7300-PRINT-ONE-TYPE.
002916     MOVE RTT-CLAIM-TYPE (RTT-IDX)   TO WS-DTL-TYPE.
002917     MOVE RTT-OPEN-COUNT (RTT-IDX)   TO WS-DTL-OPEN.
002918     MOVE RTT-CLOSED-COUNT (RTT-IDX) TO WS-DTL-CLOSED.
002919     MOVE RTT-PAID-TOTAL (RTT-IDX)   TO WS-DTL-PAID.
002920     MOVE RTT-OUTSTANDING (RTT-IDX)  TO WS-DTL-OUTSTANDING.
002921     WRITE RPT-LINE FROM WS-DETAIL-LINE.
002922 7300-EXIT.
002923     EXIT.
002924
002925*----------------------------------------------------------------*
002926*    8000-TERMINATE -- CLOSE FILES, SHOW THE COUNTS, AND FLAG A  *
002927*    RUN WITH SKIPPED TRANSACTIONS WITH RETURN CODE 4.           *
002928*----------------------------------------------------------------*
002929 8000-TERMINATE.
002930     PERFORM 9300-STAMP-STEP-END THRU 9300-EXIT.
002931     CLOSE RUN-CONTROL.
002932     CLOSE PAY-TRAN-FILE.
002933     CLOSE CLAIMS-REGISTER.
002934     CLOSE REFERRAL-TRACK.
002935     CLOSE PAYMENT-HOLD.
002936     CLOSE PAID-POSTINGS.
002937     CLOSE CLAIM-LEDGER.
002938     CLOSE REPORT-FILE.
002940     DISPLAY 'CLMPAY -- TRANSACTIONS READ:     ' WS-TRANS-READ.
002950     DISPLAY 'CLMPAY -- PAYMENTS POSTED:       '
002960         WS-PAYMENTS-POSTED.
002962     DISPLAY 'CLMPAY -- RESERVES POSTED:       '
002964         WS-RESERVES-POSTED.
002966     DISPLAY 'CLMPAY -- CLAIMS CLOSED:         '
002968         WS-CLAIMS-CLOSED.
002970     DISPLAY 'CLMPAY -- PAYMENTS HELD:         '
002980         WS-PAYMENTS-HELD.
002990     DISPLAY 'CLMPAY -- TRANSACTIONS SKIPPED:  '
003000         WS-TRANS-SKIPPED.
003002     DISPLAY 'CLMPAY -- LEDGER CLAIMS:         '
003004         WS-LEDGER-CLAIMS.
003010     IF WS-TRANS-SKIPPED > 0
003020         MOVE 4 TO RETURN-CODE
003030     END-IF.
003100     MOVE WS-RCT-STAMP-DATE TO RCT-END-DATE.
003101     ACCEPT WS-RCT-STAMP-TIME FROM TIME.
003102     MOVE WS-RCT-STAMP-TIME TO RCT-END-TIME.
003103     MOVE WS-PAYMENTS-POSTED TO RCT-RECORD-COUNT.
003104     REWRITE RUN-CONTROL-REC.
003105     IF WS-RUNCTL-STATUS NOT = '00'
003106      AND WS-RUNCTL-STATUS NOT = '02'
