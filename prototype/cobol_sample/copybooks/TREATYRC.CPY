000010*****************************************************************
000020* TREATYRC.CPY
000030* TREATY-PARM-REC -- ONE RECORD PER CLAIM TYPE ON THE TREATY
000040* PARAMETER FILE READ BY CLMBORD AT STARTUP, THE SAME WAY
000050* THRESH-FILE IS READ BY CLAIMS01.  EACH TYPE CARRIES THE
000060* EXCESS-OF-LOSS TERMS FOR THE MONTHLY BORDEREAU:
000070*   PER-RISK  -- RETENTION AND LIMIT APPLIED TO ONE CLAIM'S
000080*                PAID-TO-DATE.
000090*   PER-EVENT -- RETENTION AND LIMIT APPLIED TO THE PAID-TO-DATE
000100*                OF ALL CLAIMS OF THE TYPE UNDER ONE CAT EVENT,
000110*                NET OF THE PER-RISK RECOVERIES ON THOSE CLAIMS.
000120* A LIMIT OF ZERO MEANS THE TYPE HAS NO COVER OF THAT KIND.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  -----------------------------------------------
000170* 2026-10-08 JHM   ORIGINAL TREATY PARAMETER LAYOUT.
000180*****************************************************************
000190 01  TREATY-PARM-REC.
000200     05  TPR-CLAIM-TYPE          PIC X(10).
000210     05  TPR-RISK-RETENTION      PIC 9(09)V99.
000220     05  TPR-RISK-LIMIT          PIC 9(09)V99.
000230     05  TPR-EVENT-RETENTION     PIC 9(09)V99.
000240     05  TPR-EVENT-LIMIT         PIC 9(09)V99.
000250     05  FILLER                  PIC X(26).
