000010*****************************************************************
000020* SCRPRMTB.CPY
000030* SCORE-PARM-TABLE -- IN-MEMORY RISK SCORING WEIGHTS AND ROUTING
000040* CUTOFFS, LOADED AT INITIALIZATION FROM THE SCORING PARAMETER
000050* DECK (SCRPRMRC) THE SAME WAY THRSHTBL IS LOADED FROM THRESH-
000060* FILE.  THE VALUE CLAUSES ARE THE DEFAULTS A DECK WITHOUT THE
000070* CARD TYPE LEAVES IN PLACE -- 10 POINTS FOR CLEARING THE
000080* THRESHOLD PLUS 1 PER FULL 10 PERCENT OF EXCESS CAPPED AT 40;
000090* 25/15/5 POINTS UNDER 1/3/5 POLICY YEARS; 10 PER PRIOR CLAIM
000092* CAPPED AT 30; HIGH-RISK UNDER 3 POLICY YEARS, SIU OVER 2 PRIOR
000094* CLAIMS.  THE CLAIM-TYPE POINTS AND THE LATE-REPORT LIMIT COME
000096* FROM THE LINE-OF-BUSINESS MASTER (LOBMSTRC), SO THE TYPE
000098* LIST STARTS EMPTY AND SCW-FR-LATE-DAYS DEFAULTS TO 0, MEANING
000100* EACH LINE'S OWN LIMIT; A TY CARD OR A NON-ZERO CO LIMIT
000102* OVERRIDES THE MASTER.
000120*-----------------------------------------------------------------
000130* MODIFICATION HISTORY
000140* DATE       INIT  DESCRIPTION
000150* ---------- ----  -----------------------------------------------
000160* 2026-10-12 JHM   ORIGINAL SCORING PARAMETER TABLE LAYOUT.
000162* 2026-10-15 JHM   TYPE POINTS AND LATE-REPORT LIMIT DEFAULT TO
000164*                  THE LINE-OF-BUSINESS MASTER -- EMPTY TYPE LIST,
000166*                  SCW-FR-LATE-DAYS 0.
000170*****************************************************************
000180 01  SCORE-PARM-TABLE.
000190     05  SCW-BASE-POINTS         PIC 9(03) VALUE 10.
000200     05  SCW-EXCESS-STEP-PCT     PIC 9(03) VALUE 10.
000210     05  SCW-EXCESS-CAP          PIC 9(03) VALUE 40.
000220     05  SCW-YRS-BAND-1          PIC 9(02) VALUE 1.
000230     05  SCW-YRS-POINTS-1        PIC 9(03) VALUE 25.
000240     05  SCW-YRS-BAND-2          PIC 9(02) VALUE 3.
000250     05  SCW-YRS-POINTS-2        PIC 9(03) VALUE 15.
000260     05  SCW-YRS-BAND-3          PIC 9(02) VALUE 5.
000270     05  SCW-YRS-POINTS-3        PIC 9(03) VALUE 5.
000280     05  SCW-PRIOR-POINTS        PIC 9(03) VALUE 10.
000290     05  SCW-PRIOR-CAP           PIC 9(03) VALUE 30.
000300     05  SCW-HR-POLICY-YEARS     PIC 9(02) VALUE 3.
000310     05  SCW-FR-PRIOR-CLAIMS     PIC 9(02) VALUE 2.
000320     05  SCW-FR-LATE-DAYS        PIC 9(03) VALUE 0.
000330     05  SCW-TYPE-COUNT          PIC 9(02) VALUE 0.
000340     05  SCW-TYPE-AREA.
000350         10  FILLER              PIC X(130) VALUE SPACES.
000380     05  SCW-TYPE-TABLE REDEFINES SCW-TYPE-AREA.
000390         10  SCW-TYPE-ENTRY OCCURS 10 TIMES
000400                            INDEXED BY SCW-IDX.
000410             15  SCW-CLAIM-TYPE  PIC X(10).
000420             15  SCW-TYPE-POINTS PIC 9(03).
