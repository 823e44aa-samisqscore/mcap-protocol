000010*****************************************************************
000020* LNKPRMRC.CPY
000030* LINK-PARM-REC -- THE ONE-RECORD LINK-ANALYSIS PARAMETER FILE
000040* READ BY CLMLNKX AND CLMLINK.  FOR EACH KIND OF CROSS-CLAIM
000050* LINK IT HOLDS THE LOOK-BACK WINDOW IN DAYS (CLAIMS WHOSE LOSS
000060* DATE IS OLDER ARE NOT LINKED) AND THE SIZE A GROUP MUST REACH
000070* BEFORE IT IS A SUSPICIOUS CLUSTER:
000080*   POLICY   -- ONE POLICY CLAIMED ON BY AT LEAST LPR-POLICY-
000090*               MIN-CUST DIFFERENT CUSTOMER IDS.
000100*   CUSTOMER -- ONE CUSTOMER CLAIMING ACROSS AT LEAST LPR-CUST-
000110*               MIN-POLICY DIFFERENT POLICIES.
000120*   BURST    -- AT LEAST LPR-BURST-MIN-CLAIMS CLAIMS OF ONE
000130*               CLAIM TYPE ON ONE LOSS DATE OUTSIDE ANY CAT
000140*               EVENT WINDOW.
000150* A ZERO OR NON-NUMERIC FIELD (OR AN EMPTY FILE) TAKES THE
000160* DEFAULT: 365 DAYS AND 3 CUSTOMERS, 365 DAYS AND 3 POLICIES,
000170* 90 DAYS AND 5 CLAIMS.
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200* DATE       INIT  DESCRIPTION
000210* ---------- ----  -----------------------------------------------
000220* 2026-10-09 JHM   ORIGINAL LINK-ANALYSIS PARAMETER LAYOUT.
000230*****************************************************************
000240 01  LINK-PARM-REC.
000250     05  LPR-POLICY-DAYS         PIC 9(04).
000260     05  LPR-POLICY-MIN-CUST     PIC 9(03).
000270     05  LPR-CUST-DAYS           PIC 9(04).
000280     05  LPR-CUST-MIN-POLICY     PIC 9(03).
000290     05  LPR-BURST-DAYS          PIC 9(04).
000300     05  LPR-BURST-MIN-CLAIMS    PIC 9(03).
000310     05  FILLER                  PIC X(59).
