000010*****************************************************************
000020* LOBTRAN.CPY
000030* LOB-TRAN -- LINE-OF-BUSINESS MAINTENANCE TRANSACTION LAYOUT.
000040* ONE RECORD PER CHANGE UNDERWRITING ASKS FOR, APPLIED TO THE
000050* LINE-OF-BUSINESS MASTER BY LOBUPDT:  AD (ADD A LINE), CH
000060* (CHANGE), DA (DEACTIVATE).  ON A CHANGE, A FIELD LEFT BLANK
000070* MEANS NO CHANGE, THE SAME CONVENTION AS POLTRAN; A CHANGE
000080* KEYING ACTIVE FLAG Y PUTS A DEACTIVATED LINE BACK IN SERVICE.
000090*-----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110* DATE       INIT  DESCRIPTION
000120* ---------- ----  -----------------------------------------------
000130* 2026-10-15 JHM   ORIGINAL LINE-OF-BUSINESS TRANSACTION LAYOUT.
000140*****************************************************************
000150 01  LOB-TRAN.
000160     05  LTR-TRAN-CODE           PIC X(02).
000170         88  LTR-ADD-LINE                VALUE 'AD'.
000180         88  LTR-CHANGE-LINE             VALUE 'CH'.
000190         88  LTR-DEACTIVATE-LINE         VALUE 'DA'.
000200         88  LTR-VALID-TRAN-CODE
000210                         VALUES 'AD', 'CH', 'DA'.
000220     05  LTR-CLAIM-TYPE          PIC X(10).
000230     05  LTR-DESCRIPTION         PIC X(30).
000240     05  LTR-ACTIVE-FLAG         PIC X(01).
000250         88  LTR-VALID-ACTIVE-FLAG VALUES 'Y', 'N'.
000260     05  LTR-SCORE-POINTS-X      PIC X(03).
000270     05  LTR-SCORE-POINTS REDEFINES LTR-SCORE-POINTS-X
000280                                 PIC 9(03).
000290     05  LTR-LATE-DAYS-X         PIC X(03).
000300     05  LTR-LATE-DAYS REDEFINES LTR-LATE-DAYS-X
000310                                 PIC 9(03).
000320     05  LTR-REPORT-SEQ-X        PIC X(02).
000330     05  LTR-REPORT-SEQ REDEFINES LTR-REPORT-SEQ-X
000340                                 PIC 9(02).
000350     05  FILLER                  PIC X(29).
