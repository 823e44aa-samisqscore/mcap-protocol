000010*****************************************************************
000020* SCRPRMRC.CPY
000030* SCORE-PARM-REC -- RISK SCORING PARAMETER DECK CARD, 80 BYTES.
000040* THE DECK HOLDS THE WEIGHTS CLAIMS01 BUILDS THE GRADED RISK
000050* SCORE FROM AND THE CUTOFFS IT ROUTES ON, SO THEY CAN BE CHANGED
000060* WITHOUT A RECOMPILE AND A PROPOSED DECK CAN BE TRIED IN THE
000070* CLMSIM WHAT-IF SIMULATION BEFORE IT GOES TO PRODUCTION.  CARDS:
000080*   WT -- SCORE WEIGHTS: BASE POINTS FOR CLEARING THE THRESHOLD,
000090*         PERCENT OF EXCESS PER EXTRA POINT AND THE CAP ON THOSE
000100*         POINTS, THREE POLICY-YEARS BANDS (UNDER N YEARS) WITH
000110*         THEIR POINTS, AND POINTS PER PRIOR CLAIM WITH THEIR CAP.
000120*   CO -- ROUTING CUTOFFS: HIGH-RISK WHEN POLICY YEARS UNDER N,
000130*         SIU WHEN PRIOR CLAIMS OVER N, SIU WHEN REPORTED MORE
000135*         THAN N DAYS AFTER THE LOSS.  N OF 000 LEAVES EACH
000140*         LINE OF BUSINESS ON ITS OWN LIMIT FROM THE LINE-OF-
000145*         BUSINESS MASTER; ANY OTHER N APPLIES TO EVERY LINE.
000150*   TY -- CLAIM-TYPE POINTS, ONE CARD PER TYPE (UP TO 10).  A TY
000155*         CARD OVERRIDES THE LINE-OF-BUSINESS MASTER POINTS FOR
000160*         ITS TYPE; A TYPE WITH NO CARD SCORES THE MASTER POINTS.
000180* A CARD TYPE LEFT OUT OF THE DECK KEEPS ITS DEFAULTS, WHICH ARE
000190* THE WEIGHTS AND CUTOFFS CLAIMS01 HAS ALWAYS USED (SEE SCRPRMTB).
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* ---------- ----  -----------------------------------------------
000240* 2026-10-12 JHM   ORIGINAL SCORING PARAMETER DECK LAYOUT.
000242* 2026-10-15 JHM   TY AND THE CO LATE-REPORT DAYS NOW OVERRIDE
000244*                  THE LINE-OF-BUSINESS MASTER; CO DAYS 000 MEANS
000246*                  USE EACH LINE'S OWN LIMIT.
000250*****************************************************************
000260 01  SCORE-PARM-REC.
000270     05  SPR-CARD-TYPE           PIC X(02).
000280         88  SPR-WEIGHT-CARD             VALUE 'WT'.
000290         88  SPR-CUTOFF-CARD             VALUE 'CO'.
000300         88  SPR-TYPE-CARD               VALUE 'TY'.
000310     05  SPR-CARD-DATA           PIC X(78).
000320     05  SPR-WEIGHT-DATA REDEFINES SPR-CARD-DATA.
000330         10  SPR-BASE-POINTS     PIC 9(03).
000340         10  SPR-EXCESS-STEP-PCT PIC 9(03).
000350         10  SPR-EXCESS-CAP      PIC 9(03).
000360         10  SPR-YRS-BAND-1      PIC 9(02).
000370         10  SPR-YRS-POINTS-1    PIC 9(03).
000380         10  SPR-YRS-BAND-2      PIC 9(02).
000390         10  SPR-YRS-POINTS-2    PIC 9(03).
000400         10  SPR-YRS-BAND-3      PIC 9(02).
000410         10  SPR-YRS-POINTS-3    PIC 9(03).
000420         10  SPR-PRIOR-POINTS    PIC 9(03).
000430         10  SPR-PRIOR-CAP       PIC 9(03).
000440         10  FILLER              PIC X(48).
000450     05  SPR-CUTOFF-DATA REDEFINES SPR-CARD-DATA.
000460         10  SPR-HR-POLICY-YEARS PIC 9(02).
000470         10  SPR-FR-PRIOR-CLAIMS PIC 9(02).
000480         10  SPR-FR-LATE-DAYS    PIC 9(03).
000490         10  FILLER              PIC X(71).
000500     05  SPR-TYPE-DATA REDEFINES SPR-CARD-DATA.
000510         10  SPR-CLAIM-TYPE      PIC X(10).
000520         10  SPR-TYPE-POINTS     PIC 9(03).
000530         10  FILLER              PIC X(65).
