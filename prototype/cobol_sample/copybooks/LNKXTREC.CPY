000010*****************************************************************
000020* LNKXTREC.CPY
000030* LINK-EXTRACT-REC -- CROSS-CLAIM LINK EXTRACT LAYOUT.  CLMLNKX
000040* WRITES UP TO THREE RECORDS PER CLAIMS-REGISTER CLAIM INSIDE
000050* THE LOOK-BACK WINDOWS, ONE FOR EACH KIND OF LINK, WITH THE
000060* LINK TYPE, THE SHARED KEY AND THE LINKED PARTY FIRST -- SO A
000070* VENDOR SORT ON POSITIONS 1-40 BRINGS EACH GROUP TOGETHER WITH
000080* ITS PARTIES IN ORDER, AND CLMLINK COUNTS DISTINCT PARTIES ON
000090* A SIMPLE CONTROL BREAK.
000100*   PO -- KEY POLICY NUMBER, PARTY CUSTOMER ID.
000110*   CU -- KEY CUSTOMER ID, PARTY POLICY NUMBER.
000120*   LD -- KEY LOSS DATE AND CLAIM TYPE, PARTY CUSTOMER ID.
000130*-----------------------------------------------------------------
000140* MODIFICATION HISTORY
000150* DATE       INIT  DESCRIPTION
000160* ---------- ----  -----------------------------------------------
000170* 2026-10-09 JHM   ORIGINAL LINK EXTRACT LAYOUT.
000180*****************************************************************
000190 01  LINK-EXTRACT-REC.
000200     05  LKX-LINK-TYPE           PIC X(02).
000210         88  LKX-POLICY-LINK             VALUE 'PO'.
000220         88  LKX-CUSTOMER-LINK           VALUE 'CU'.
000230         88  LKX-BURST-LINK              VALUE 'LD'.
000240     05  LKX-LINK-KEY            PIC X(18).
000250     05  LKX-BURST-KEY REDEFINES LKX-LINK-KEY.
000260         10  LKX-BURST-LOSS-DATE PIC 9(08).
000270         10  LKX-BURST-CLAIM-TYPE
000280                                 PIC X(10).
000290     05  LKX-PARTY-ID            PIC X(10).
000300     05  LKX-CLAIM-ID            PIC X(10).
000310     05  LKX-CUSTOMER-ID         PIC X(10).
000320     05  LKX-CLAIM-TYPE          PIC X(10).
000330     05  LKX-DAMAGE-AMOUNT       PIC 9(09)V99.
000340     05  LKX-LOSS-DATE           PIC 9(08).
000350     05  FILLER                  PIC X(01).
