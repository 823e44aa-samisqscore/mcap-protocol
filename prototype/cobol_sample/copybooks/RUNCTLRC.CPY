000020* RUNCTLRC.CPY
000030* RUN-CONTROL-REC -- RUN-CONTROL MASTER FILE LAYOUT, INDEXED BY
000040* RUN DATE PLUS STEP ID.  EVERY PROGRAM STEP IN THE CLAIMDLY
000050* STREAM (STEP001 THROUGH STEP070) STAMPS ITS RECORD ST AT
000060* START AND REWRITES IT CP AT A CLEAN END WITH THE END TIME
000070* AND RECORD COUNT -- SO CLAIMS01 CAN REFUSE A NORMAL RUN FOR
000080* A DATE ALREADY MARKED COMPLETE, AND THE RUNSTAT OPERATIONS
000090* REPORT CAN SHOW EXACTLY WHICH STEP TONIGHT'S RUN DIED IN
000100* WITHOUT ANYONE READING SEVEN JOB LOGS.  A STEP THAT STOPS ON
000110* AN ERROR LEAVES ITS RECORD ST.  THE STEP015/STEP016 AND
000120* STEP046 SORT STEPS RUN VENDOR SORT AND ARE NOT STAMPED.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  -----------------------------------------------
000170* 2026-09-02 JHM   ORIGINAL RUN-CONTROL MASTER LAYOUT.
000172* 2026-10-09 JHM   REMARKS -- STEP046 LINK-EXTRACT SORT IS NOT
000174*                  STAMPED EITHER.
000175* 2026-10-15 JHM   REMARKS -- STEP001 REFERENCE VALIDATION IS
000176*                  STAMPED TOO, AND IS LEFT ST WHEN IT HOLDS
000177*                  THE RUN ON BAD REFERENCE DATA.
000180*****************************************************************
000190 01  RUN-CONTROL-REC.
000200     05  RCT-KEY.
