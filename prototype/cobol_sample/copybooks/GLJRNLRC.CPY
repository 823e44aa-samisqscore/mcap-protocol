000010*****************************************************************
000020* GLJRNLRC.CPY
000030* GL-JOURNAL-REC -- DAILY CLAIM-PAYMENT JOURNAL WRITTEN BY CLMGLIF
000040* FOR THE GENERAL LEDGER INTERFACE.  ONE HEADER RECORD, THEN A
000050* DEBIT (LOSS PAID) AND A CREDIT (CASH) JOURNAL LINE FOR EACH
000060* CLAIM TYPE AND CAT EVENT PAID THAT DAY, AND ONE TRAILER RECORD
000070* CARRYING THE JOURNAL LINE COUNT AND THE DEBIT AND CREDIT
000080* TOTALS, SO THE LEDGER SIDE CAN PROVE THE FILE COMPLETE AND
000090* BALANCED -- THE SAME HDR/TRL CONVENTION AS THE BORDEREAU.
000100* CAT EVENT IS SPACES ON THE LINES FOR NON-CATASTROPHE PAYMENTS.
000110* THE BATCH DATE IS THE CLAIMS RUN DATE THE PAYMENTS POSTED ON.
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -----------------------------------------------
000160* 2026-10-15 JHM   ORIGINAL GL JOURNAL INTERFACE LAYOUT.
000170*****************************************************************
000180 01  GL-JOURNAL-REC.
000190     05  GLJ-RECORD-TYPE         PIC X(02).
000200         88  GLJ-JOURNAL-LINE            VALUE 'JE'.
000210     05  GLJ-BATCH-DATE          PIC 9(08).
000220     05  GLJ-LINE-NUMBER         PIC 9(06).
000230     05  GLJ-ACCOUNT             PIC X(12).
000240     05  GLJ-DR-CR-IND           PIC X(01).
000250         88  GLJ-DEBIT                   VALUE 'D'.
000260         88  GLJ-CREDIT                  VALUE 'C'.
000270     05  GLJ-AMOUNT              PIC 9(11)V99.
000280     05  GLJ-CLAIM-TYPE          PIC X(10).
000290     05  GLJ-CAT-EVENT           PIC X(08).
000300     05  GLJ-PAYMENT-COUNT       PIC 9(06).
000310     05  GLJ-SOURCE              PIC X(06).
000320     05  FILLER                  PIC X(08).
000330 01  GL-JOURNAL-HDR-REC.
000340     05  GLH-RECORD-ID           PIC X(10).
000350         88  GL-JOURNAL-HEADER-REC       VALUE 'HDR*GLJRN '.
000360     05  GLH-BATCH-DATE          PIC 9(08).
000370     05  GLH-SOURCE              PIC X(06).
000380     05  GLH-RUN-DATE            PIC 9(08).
000390     05  FILLER                  PIC X(48).
000400 01  GL-JOURNAL-TRL-REC.
000410     05  GLT-RECORD-ID           PIC X(10).
000420         88  GL-JOURNAL-TRAILER-REC      VALUE 'TRL*GLJRN '.
000430     05  GLT-RECORD-COUNT        PIC 9(08).
000440     05  GLT-DEBIT-TOTAL         PIC 9(13)V99.
000450     05  GLT-CREDIT-TOTAL        PIC 9(13)V99.
000460     05  FILLER                  PIC X(32).
