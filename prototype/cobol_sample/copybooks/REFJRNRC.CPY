000010*****************************************************************
000020* REFJRNRC.CPY
000030* REF-JOURNAL-REC -- REFERRAL WORKBENCH JOURNAL RECORD.  ONE
000040* RECORD FOR EVERY UPDATE THE ONLINE REFERRAL WORKBENCH MAKES TO
000050* THE REFERRAL-TRACKING MASTER, WRITTEN BY REFWBD (DISPOSITIONS)
000060* AND REFWBA (ASSIGNMENTS) TO THE RECOVERABLE VSAM JOURNAL FILE
000070* RWBJRNL, KEYED BY JOURNAL DATE, TIME AND CICS TASK NUMBER, SO A
000072* JOURNAL RECORD BACKS OUT WITH ITS UPDATE IF THE TASK ABENDS.
000074* THE NIGHTLY REFJRNL JOB UNLOADS THE DAY'S FILE IN KEY ORDER
000080* TO THE REFJRNL GDG AND REFJRPT PRINTS IT AS THE AUDIT
000090* TRAIL OF ONLINE REFERRAL WORK -- WHO CHANGED WHICH REFERRAL,
000100* WHEN, FROM WHAT TO WHAT.  A CONFIRMED-FRAUD DISPOSITION ALSO
000110* RECORDS WHETHER IT ADDED THE CUSTOMER TO THE WATCH LIST.
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -----------------------------------------------
000160* 2026-10-15 JHM   ORIGINAL REFERRAL WORKBENCH JOURNAL LAYOUT.
000162* 2026-10-15 JHM   RJN-KEY (DATE, TIME AND TASK NUMBER) FOR THE
000164*                  KEYED JOURNAL FILE THAT REPLACES TD QUEUE RWBJ;
000166*                  RJN-TASK-NUMBER FROM THE TRAILING FILLER.
000170*****************************************************************
000180 01  REF-JOURNAL-REC.
000185     05  RJN-KEY.
000190         10  RJN-JOURNAL-DATE    PIC 9(08).
000200         10  RJN-JOURNAL-TIME    PIC 9(06).
000205         10  RJN-TASK-NUMBER     PIC 9(07).
000210     05  RJN-TRAN-ID             PIC X(04).
000220     05  RJN-USER-ID             PIC X(08).
000230     05  RJN-TERM-ID             PIC X(04).
000240     05  RJN-ACTION              PIC X(02).
000250         88  RJN-DISPOSITION             VALUE 'DS'.
000260         88  RJN-ASSIGNMENT              VALUE 'AS'.
000270     05  RJN-CLAIM-ID            PIC X(10).
000280     05  RJN-CUSTOMER-ID         PIC X(10).
000290     05  RJN-OLD-STATUS          PIC X(02).
000300     05  RJN-NEW-STATUS          PIC X(02).
000310     05  RJN-DISP-DATE           PIC 9(08).
000320     05  RJN-OLD-EXAMINER        PIC X(08).
000330     05  RJN-NEW-EXAMINER        PIC X(08).
000340     05  RJN-ASSIGN-DATE         PIC 9(08).
000350     05  RJN-WATCH-RESULT        PIC X(01).
000360         88  RJN-WATCH-ADDED             VALUE 'A'.
000370         88  RJN-WATCH-ALREADY-ON        VALUE 'O'.
000380     05  FILLER                  PIC X(04).
