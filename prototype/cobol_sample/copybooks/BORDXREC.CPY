000010*****************************************************************
000020* BORDXREC.CPY
000030* BORDEREAU-REC -- MONTHLY REINSURANCE BORDEREAU FILE WRITTEN
000040* BY CLMBORD FOR THE REINSURERS.  ONE HEADER RECORD, ONE DETAIL
000050* RECORD PER CLAIM (RK) OR CAT EVENT AND CLAIM TYPE (EV) THAT
000060* PIERCES ITS RETENTION, AND ONE TRAILER RECORD CARRYING THE
000070* DETAIL RECORD COUNT AND THE CEDED TOTAL, SO THE RECEIVING
000080* SIDE CAN PROVE THE FILE COMPLETE -- THE SAME HDR/TRL
000090* CONVENTION AS THE CLAIMS SOURCE FILES.
000100* AMOUNTS ARE PAID-TO-DATE AS AT THE END OF THE REPORT MONTH.
000110* ON AN RK RECORD GROSS IS THE CLAIM'S PAID-TO-DATE; ON AN EV
000120* RECORD IT IS THE EVENT'S PAID-TO-DATE FOR THE TYPE, RETAINED
000130* IS WHAT IS LEFT AFTER BOTH THE PER-RISK AND THE PER-EVENT
000140* RECOVERIES, AND CEDED IS THE PER-EVENT RECOVERY ONLY -- SO RK
000150* AND EV CEDED AMOUNTS ADD UP TO THE TRAILER TOTAL WITHOUT
000160* COUNTING ANY DOLLAR TWICE.
000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190* DATE       INIT  DESCRIPTION
000200* ---------- ----  -----------------------------------------------
000210* 2026-10-08 JHM   ORIGINAL BORDEREAU FILE LAYOUT.
000220*****************************************************************
000230 01  BORDEREAU-REC.
000240     05  BDX-RECORD-TYPE         PIC X(02).
000250         88  BDX-PER-RISK                VALUE 'RK'.
000260         88  BDX-PER-EVENT               VALUE 'EV'.
000270     05  BDX-CLAIM-ID            PIC X(10).
000280     05  BDX-CAT-EVENT           PIC X(08).
000290     05  BDX-CLAIM-TYPE          PIC X(10).
000300     05  BDX-LOSS-DATE           PIC 9(08).
000310     05  BDX-GROSS-PAID          PIC 9(11)V99.
000320     05  BDX-RETAINED            PIC 9(11)V99.
000330     05  BDX-CEDED               PIC 9(11)V99.
000340     05  FILLER                  PIC X(03).
000350 01  BORDEREAU-HDR-REC.
000360     05  BDH-RECORD-ID           PIC X(10).
000370         88  BORDEREAU-HEADER-REC        VALUE 'HDR*BORDX '.
000380     05  BDH-REPORT-MONTH        PIC 9(06).
000390     05  BDH-RUN-DATE            PIC 9(08).
000400     05  FILLER                  PIC X(56).
000410 01  BORDEREAU-TRL-REC.
000420     05  BDT-RECORD-ID           PIC X(10).
000430         88  BORDEREAU-TRAILER-REC       VALUE 'TRL*BORDX '.
000440     05  BDT-RECORD-COUNT        PIC 9(08).
000450     05  BDT-CEDED-TOTAL         PIC 9(13)V99.
000460     05  FILLER                  PIC X(47).
