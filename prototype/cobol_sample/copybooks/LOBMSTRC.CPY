000010*****************************************************************
000020* LOBMSTRC.CPY
000030* LOB-MASTER-REC -- LINE-OF-BUSINESS MASTER LAYOUT, INDEXED BY
000040* CLAIM TYPE.  ONE RECORD PER CLAIM TYPE THE COMPANY WRITES, SO A
000050* NEW LINE IS A DATA CHANGE MADE THROUGH LOBUPDT, NOT A RELEASE.
000060* EVERY PROGRAM THAT NEEDS TO KNOW THE CLAIM TYPES READS IT:
000070*   CLAIMS01 -- THE E010 EDIT (THE TYPE MUST BE ON THE MASTER AND
000080*               ACTIVE), THE CLAIM-TYPE SCORE POINTS AND THE FR03
000090*               LATE-REPORT DAY LIMIT;
000100*   CLMREFV  -- THE CLAIM-TYPE CHECKS ON THRESH-FILE AND CAT-FILE;
000110*   CLMSIM   -- THE SAME POINTS AND LIMIT CLAIMS01 USES;
000120*   CLAIMSRPT, CLMTREND, CLMPURGE -- THE BY-TYPE REPORT LINES,
000130*               PRINTED IN REPORT-SEQUENCE ORDER.
000140* A LINE IS NEVER DELETED -- OLD CLAIMS AND AUDIT RECORDS STILL
000150* CARRY ITS CODE -- IT IS MADE INACTIVE INSTEAD.  AN INACTIVE LINE
000160* REJECTS NEW CLAIMS AT E010 AND DROPS OFF THE REPORTS ONCE IT HAS
000170* NOTHING TO PRINT.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* ---------- ----  -----------------------------------------------
000220* 2026-10-15 JHM   ORIGINAL LINE-OF-BUSINESS MASTER LAYOUT.
000230*****************************************************************
000240 01  LOB-MASTER-REC.
000250     05  LOB-CLAIM-TYPE          PIC X(10).
000260     05  LOB-DESCRIPTION         PIC X(30).
000270     05  LOB-ACTIVE-FLAG         PIC X(01).
000280         88  LOB-IS-ACTIVE               VALUE 'Y'.
000290         88  LOB-IS-INACTIVE             VALUE 'N'.
000300         88  LOB-VALID-ACTIVE-FLAG VALUES 'Y', 'N'.
000310     05  LOB-SCORE-POINTS        PIC 9(03).
000320     05  LOB-LATE-DAYS           PIC 9(03).
000330     05  LOB-REPORT-SEQ          PIC 9(02).
000340     05  LOB-LAST-MAINT-DATE     PIC 9(08).
000350     05  FILLER                  PIC X(23).
