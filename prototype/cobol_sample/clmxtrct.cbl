000230*                  MASTER AT START AND CLEAN END, WITH THE
000240*                  RECORD COUNT, SO THE RUNSTAT OPERATIONS
000250*                  REPORT CAN SHOW WHERE A RUN DIED.
000252* 2026-10-14 JHM   PICKED UP QUE-SOURCE-SYSTEM ON THE SHARED
000254*                  QUEUEREC LAYOUT (SIU REPLACING LIST EXTENDED).
000260*****************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.    CLMXTRCT.
000690         ==QUE-DAMAGE-AMOUNT==  BY ==SIU-DAMAGE-AMOUNT==
000700         ==QUE-RISK-SCORE==     BY ==SIU-RISK-SCORE==
000710         ==QUE-REASON-CODE==    BY ==SIU-REASON-CODE==
000720         ==QUE-REASON-TEXT==    BY ==SIU-REASON-TEXT==
000725         ==QUE-SOURCE-SYSTEM==  BY ==SIU-SOURCE-SYSTEM==.
000730
000740 FD  EXTRACT-FILE
000750     LABEL RECORDS ARE STANDARD
