000010*****************************************************************
000020* GLACCTRC.CPY
000030* GL-ACCOUNT-MAP-REC -- ONE RECORD PER CLAIM TYPE ON THE GENERAL
000040* LEDGER ACCOUNT-MAPPING FILE READ BY CLMGLIF AT STARTUP, THE
000050* SAME WAY TREATY-FILE IS READ BY CLMBORD.  EACH TYPE CARRIES
000060* THE LEDGER ACCOUNT ITS PAID LOSSES ARE DEBITED TO AND THE CASH
000070* (BANK CLEARING) ACCOUNT THE PAYMENTS ARE CREDITED FROM.  FINANCE
000080* OWNS THE ACCOUNT NUMBERS; A NEW CLAIM TYPE NEEDS A RECORD HERE
000090* BEFORE ITS FIRST PAYMENT, OR THE DAY'S JOURNAL IS STOPPED.
000100*-----------------------------------------------------------------
000110* MODIFICATION HISTORY
000120* DATE       INIT  DESCRIPTION
000130* ---------- ----  -----------------------------------------------
000140* 2026-10-15 JHM   ORIGINAL GL ACCOUNT-MAPPING LAYOUT.
000150*****************************************************************
000160 01  GL-ACCOUNT-MAP-REC.
000170     05  GLA-CLAIM-TYPE          PIC X(10).
000180     05  GLA-LOSS-PAID-ACCOUNT   PIC X(12).
000190     05  GLA-CASH-ACCOUNT        PIC X(12).
000200     05  FILLER                  PIC X(46).
