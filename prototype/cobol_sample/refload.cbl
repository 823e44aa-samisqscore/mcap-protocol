000202*                  MASTER AT START AND CLEAN END, WITH THE
000203*                  RECORD COUNT, SO THE RUNSTAT OPERATIONS
000204*                  REPORT CAN SHOW WHERE A RUN DIED.
000206* 2026-10-14 JHM   CARRIES THE WORKLIST SOURCE SYSTEM ONTO
000208*                  REF-SOURCE-SYSTEM FOR THE REFEFF REPORT.
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.    REFLOAD.
000610         ==QUE-DAMAGE-AMOUNT==  BY ==SIU-DAMAGE-AMOUNT==
000620         ==QUE-RISK-SCORE==     BY ==SIU-RISK-SCORE==
000630         ==QUE-REASON-CODE==    BY ==SIU-REASON-CODE==
000640         ==QUE-REASON-TEXT==    BY ==SIU-REASON-TEXT==
000645         ==QUE-SOURCE-SYSTEM==  BY ==SIU-SOURCE-SYSTEM==.
000650
000660 FD  REFERRAL-TRACK
000670     LABEL RECORDS ARE STANDARD.
001270     MOVE QUE-RISK-SCORE     TO REF-RISK-SCORE.
001280     MOVE 'HR'               TO REF-QUEUE-CODE.
001290     MOVE QUE-REASON-CODE    TO REF-REASON-CODE.
001295     MOVE QUE-SOURCE-SYSTEM  TO REF-SOURCE-SYSTEM.
001300     PERFORM 4000-WRITE-REFERRAL THRU 4000-EXIT.
001310     PERFORM 2100-READ-HIGH-RISK THRU 2100-EXIT.
001320 2000-EXIT.
001520     MOVE SIU-RISK-SCORE     TO REF-RISK-SCORE.
001530     MOVE 'FR'               TO REF-QUEUE-CODE.
001540     MOVE SIU-REASON-CODE    TO REF-REASON-CODE.
001545     MOVE SIU-SOURCE-SYSTEM  TO REF-SOURCE-SYSTEM.
001550     PERFORM 4000-WRITE-REFERRAL THRU 4000-EXIT.
001560     PERFORM 3100-READ-FRAUD THRU 3100-EXIT.
001570 3000-EXIT.
