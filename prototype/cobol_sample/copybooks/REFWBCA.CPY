000010*****************************************************************
000020* REFWBCA.CPY
000030* REFWB-COMMAREA -- COMMUNICATION AREA PASSED BETWEEN THE TASKS
000040* OF THE REFERRAL WORKBENCH TRANSACTIONS (RWBL WORKLIST, RWBD
000050* DISPOSITION, RWBA ASSIGNMENT).  EACH PROGRAM RETURNS TO CICS
000060* WITH ITS OWN TRANSACTION ID AND THIS AREA BETWEEN SCREENS, AND
000070* PASSES IT ON WHEN IT HANDS THE TERMINAL TO ANOTHER WORKBENCH
000080* TRANSACTION.  RWC-NEXT-ACTION TELLS THE RECEIVING TASK WHETHER
000090* TO PAINT A FRESH SCREEN OR RECEIVE THE ONE ALREADY SENT.  THE
000100* WORKLIST KEEPS THE CLAIM ID SHOWN ON EACH LINE OF THE CURRENT
000110* PAGE SO A SELECTION PICKS THE CLAIM THE EXAMINER SAW, EVEN IF
000120* THE LIST HAS CHANGED SINCE.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  -----------------------------------------------
000170* 2026-10-15 JHM   ORIGINAL REFERRAL WORKBENCH COMMAREA.
000180*****************************************************************
000190 01  REFWB-COMMAREA.
000200     05  RWC-NEXT-ACTION         PIC X(01).
000210         88  RWC-SEND-NEW-SCREEN         VALUE 'N'.
000220         88  RWC-RECEIVE-SCREEN          VALUE 'R'.
000230     05  RWC-EXAMINER-ID         PIC X(08).
000240     05  RWC-PAGE-NUMBER         PIC 9(03).
000250     05  RWC-CLAIM-ID            PIC X(10).
000260     05  RWC-MESSAGE             PIC X(79).
000270     05  RWC-PAGE-CLAIM-ID       PIC X(10) OCCURS 12 TIMES.
000280     05  FILLER                  PIC X(19).
