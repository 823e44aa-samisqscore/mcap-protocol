000300*                  SEGMENTS -- THE TRAILER CONTROL TOTALS ARE
000310*                  SUMMED ACROSS EVERY SEGMENT'S PAIR INSTEAD OF
000320*                  TAKEN FROM A SINGLE TRAILER.
000322* 2026-10-14 JHM   PICKED UP QUE-SOURCE-SYSTEM ON THE SHARED
000324*                  QUEUEREC LAYOUT (SIU REPLACING LIST EXTENDED).
000330*****************************************************************
000340 IDENTIFICATION DIVISION.
000350 PROGRAM-ID.    CLMBAL.
000900         ==QUE-DAMAGE-AMOUNT==  BY ==SIU-DAMAGE-AMOUNT==
000910         ==QUE-RISK-SCORE==     BY ==SIU-RISK-SCORE==
000920         ==QUE-REASON-CODE==    BY ==SIU-REASON-CODE==
000930         ==QUE-REASON-TEXT==    BY ==SIU-REASON-TEXT==
000935         ==QUE-SOURCE-SYSTEM==  BY ==SIU-SOURCE-SYSTEM==.
000940
000950 FD  AUDIT-LOG
000960     LABEL RECORDS ARE STANDARD.
