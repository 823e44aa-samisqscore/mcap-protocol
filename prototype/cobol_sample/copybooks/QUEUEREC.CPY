000119* 2026-08-22 JHM   QUE-DAMAGE-AMOUNT EXPANDED TO 9(09)V99 --
000120*                  PART OF THE CHAIN-WIDE AMOUNT EXPANSION.
000121*                  THE RISK SCORE NOW SITS AT POSITIONS 42-44.
000122* 2026-10-14 JHM   ADDED QUE-SOURCE-SYSTEM -- THE INTAKE SYSTEM
000123*                  THE CLAIM CAME IN FROM, CARRIED THROUGH TO THE
000124*                  REFERRAL-TRACKING MASTER SO REFERRAL OUTCOMES
000125*                  CAN BE MEASURED BY SOURCE.  APPENDED AT THE END
000126*                  SO THE SORT POSITIONS ARE UNCHANGED; SPACES ON
000127*                  A CLMLINK FR05 REFERRAL.
000129*****************************************************************
000130 01  QUEUE-REC.
000140     05  QUE-CLAIM-ID            PIC X(10).
000150     05  QUE-CUSTOMER-ID         PIC X(10).
000175     05  QUE-RISK-SCORE          PIC 9(03).
000180     05  QUE-REASON-CODE         PIC X(04).
000190     05  QUE-REASON-TEXT         PIC X(30).
000200     05  QUE-SOURCE-SYSTEM       PIC X(08).
