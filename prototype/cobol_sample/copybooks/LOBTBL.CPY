000010*****************************************************************
000020* LOBTBL.CPY
000030* LINE-OF-BUSINESS-TABLE -- IN-MEMORY COPY OF THE LINE-OF-BUSINESS
000040* MASTER (LOBMSTRC), LOADED AT INITIALIZATION THE SAME WAY
000050* THRSHTBL IS LOADED FROM THRESH-FILE.  20 LINES IS WELL ABOVE
000060* THE BOOK OF BUSINESS; A MASTER WITH MORE STOPS THE LOADING
000070* PROGRAM AND IS CAUGHT FIRST BY CLMREFV.  THE REPORT PROGRAMS
000080* LOAD IT IN REPORT-SEQUENCE ORDER; THE OTHERS IN KEY ORDER.
000090*-----------------------------------------------------------------
000100* MODIFICATION HISTORY
000110* DATE       INIT  DESCRIPTION
000120* ---------- ----  -----------------------------------------------
000130* 2026-10-15 JHM   ORIGINAL LINE-OF-BUSINESS TABLE LAYOUT.
000140*****************************************************************
000150 01  LINE-OF-BUSINESS-TABLE.
000160     05  LBT-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
000170     05  LINE-OF-BUSINESS-ENTRY OCCURS 0 TO 20 TIMES
000180                         DEPENDING ON LBT-ENTRY-COUNT
000190                         INDEXED BY LBT-IDX.
000200         10  LBT-CLAIM-TYPE      PIC X(10).
000210         10  LBT-DESCRIPTION     PIC X(30).
000220         10  LBT-ACTIVE-FLAG     PIC X(01).
000230             88  LBT-IS-ACTIVE           VALUE 'Y'.
000240         10  LBT-SCORE-POINTS    PIC 9(03).
000250         10  LBT-LATE-DAYS       PIC 9(03).
000260         10  LBT-REPORT-SEQ      PIC 9(02).
