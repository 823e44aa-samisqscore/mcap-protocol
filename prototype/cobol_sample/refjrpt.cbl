000010*****************************************************************
000020* PROGRAM-ID.  REFJRPT
000030* AUTHOR.      J. H. MERCER, CLAIMS SYSTEMS UNIT
000040* INSTALLATION. GULF COAST MUTUAL INSURANCE -- DATA PROCESSING
000050* DATE-WRITTEN. 2026-10-15
000060*-----------------------------------------------------------------
000070* REMARKS.
000080* REFERRAL WORKBENCH JOURNAL LISTING.  PRINTS ONE DAY'S JOURNAL
000090* OF ONLINE UPDATES TO THE REFERRAL-TRACKING MASTER -- EVERY
000100* DISPOSITION RECORDED THROUGH RWBD AND EVERY ASSIGNMENT MADE
000110* THROUGH RWBA -- AS THE AUDIT TRAIL OF ONLINE REFERRAL WORK,
000120* THE ONLINE COUNTERPART OF THE REFUPDT AND REFASSGN SYSOUT.
000130* ONE DETAIL LINE PER UPDATE IN JOURNAL TIME ORDER, THEN COUNTS
000140* BY ACTION AND DISPOSITION CODE, THE WATCH-LIST RESULTS OF THE
000150* CF DISPOSITIONS, AND THE UPDATES MADE BY EACH USER.  RUNS IN
000160* THE NIGHTLY REFJRNL JOB AGAINST THE GENERATION JUST COPIED
000170* FROM THE ONLINE JOURNAL.  A RECORD WITH AN ACTION CODE OTHER
000180* THAN DS OR AS IS LISTED AND FLAGGED, AND THE RUN ENDS WITH
000190* RETURN CODE 4.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220* DATE       INIT  DESCRIPTION
000230* ---------- ----  -----------------------------------------------
000240* 2026-10-15 JHM   ORIGINAL WORKBENCH JOURNAL LISTING PROGRAM.
000250*****************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.    REFJRPT.
000280 AUTHOR.        J H MERCER.
000290 INSTALLATION.  GULF COAST MUTUAL INSURANCE.
000300 DATE-WRITTEN.  2026-10-15.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.  IBM-370.
000360 OBJECT-COMPUTER.  IBM-370.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT JOURNAL-FILE     ASSIGN TO JRNIN
000410            ORGANIZATION IS SEQUENTIAL.
000420
000430     SELECT REPORT-FILE      ASSIGN TO RPTOUT
000440            ORGANIZATION IS SEQUENTIAL.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  JOURNAL-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY REFJRNRC.
000510
000520 FD  REPORT-FILE
000530     LABEL RECORDS OMITTED
000540     RECORDING MODE IS F.
000550 01  RPT-LINE                    PIC X(80).
000560
000570 WORKING-STORAGE SECTION.
000580
000590 01  WS-SWITCHES.
000600     05  WS-JRN-EOF-SWITCH       PIC X(01) VALUE 'N'.
000610         88  END-OF-JOURNAL               VALUE 'Y'.
000620
000630 01  USER-TOTALS.
000640     05  USR-ENTRY-COUNT         PIC 9(02) COMP VALUE 0.
000650     05  USR-ENTRY OCCURS 0 TO 99 TIMES
000660                   DEPENDING ON USR-ENTRY-COUNT
000670                   INDEXED BY USR-IDX.
000680         10  USR-USER-ID         PIC X(08).
000690         10  USR-DISP-COUNT      PIC 9(06) COMP.
000700         10  USR-ASSIGN-COUNT    PIC 9(06) COMP.
000710
000720 01  WS-COUNTERS.
000730     05  WS-RECORDS-READ         PIC 9(06) COMP VALUE 0.
000740     05  WS-DISP-COUNT           PIC 9(06) COMP VALUE 0.
000750     05  WS-CL-COUNT             PIC 9(06) COMP VALUE 0.
000760     05  WS-ES-COUNT             PIC 9(06) COMP VALUE 0.
000770     05  WS-CF-COUNT             PIC 9(06) COMP VALUE 0.
000780     05  WS-CD-COUNT             PIC 9(06) COMP VALUE 0.
000790     05  WS-WATCH-ADDED          PIC 9(06) COMP VALUE 0.
000800     05  WS-WATCH-ALREADY-ON     PIC 9(06) COMP VALUE 0.
000810     05  WS-ASSIGN-COUNT         PIC 9(06) COMP VALUE 0.
000820     05  WS-UNASSIGN-COUNT       PIC 9(06) COMP VALUE 0.
000830     05  WS-UNKNOWN-COUNT        PIC 9(06) COMP VALUE 0.
000840
000850 01  WS-CURRENT-DATE             PIC 9(08) VALUE 0.
000860
000870 01  WS-REPORT-LINES.
000880     05  WS-TITLE-LINE.
000890         10  FILLER              PIC X(20) VALUE SPACES.
000900         10  FILLER              PIC X(40)
000910                 VALUE 'REFERRAL WORKBENCH JOURNAL'.
000920         10  FILLER              PIC X(20) VALUE SPACES.
000930     05  WS-DATE-LINE.
000940         10  FILLER              PIC X(10) VALUE 'RUN DATE: '.
000950         10  WS-DL-DATE          PIC 9(08).
000960         10  FILLER              PIC X(62) VALUE SPACES.
000970     05  WS-HDR-LINE-1.
000980         10  FILLER              PIC X(16) VALUE 'JOURNAL'.
000990         10  FILLER              PIC X(14) VALUE 'USER     TERM'.
001000         10  FILLER              PIC X(14) VALUE 'AC CLAIM ID'.
001010         10  FILLER              PIC X(06) VALUE 'STATUS'.
001020         10  FILLER              PIC X(18) VALUE 'EXAMINER'.
001030         10  FILLER              PIC X(12) VALUE 'EFF DATE W'.
001040     05  WS-HDR-LINE-2.
001050         10  FILLER              PIC X(16) VALUE 'DATE     TIME'.
001060         10  FILLER              PIC X(14) VALUE SPACES.
001070         10  FILLER              PIC X(14) VALUE SPACES.
001080         10  FILLER              PIC X(06) VALUE 'OL NW'.
001090         10  FILLER              PIC X(18) VALUE 'OLD      NEW'.
001100         10  FILLER              PIC X(12) VALUE '         L'.
001110     05  WS-DTL-LINE.
001120         10  WS-DTL-DATE         PIC 9(08).
001130         10  FILLER              PIC X(01) VALUE SPACES.
001140         10  WS-DTL-TIME         PIC 9(06).
001150         10  FILLER              PIC X(01) VALUE SPACES.
001160         10  WS-DTL-USER-ID      PIC X(08).
001170         10  FILLER              PIC X(01) VALUE SPACES.
001180         10  WS-DTL-TERM-ID      PIC X(04).
001190         10  FILLER              PIC X(01) VALUE SPACES.
001200         10  WS-DTL-ACTION       PIC X(02).
001210         10  FILLER              PIC X(01) VALUE SPACES.
001220         10  WS-DTL-CLAIM-ID     PIC X(10).
001230         10  FILLER              PIC X(01) VALUE SPACES.
001240         10  WS-DTL-OLD-STATUS   PIC X(02).
001250         10  FILLER              PIC X(01) VALUE SPACES.
001260         10  WS-DTL-NEW-STATUS   PIC X(02).
001270         10  FILLER              PIC X(01) VALUE SPACES.
001280         10  WS-DTL-OLD-EXAMINER PIC X(08).
001290         10  FILLER              PIC X(01) VALUE SPACES.
001300         10  WS-DTL-NEW-EXAMINER PIC X(08).
001310         10  FILLER              PIC X(01) VALUE SPACES.
001320         10  WS-DTL-EFF-DATE     PIC 9(08).
001330         10  FILLER              PIC X(01) VALUE SPACES.
001340         10  WS-DTL-WATCH        PIC X(01).
001350         10  FILLER              PIC X(01) VALUE SPACES.
001360     05  WS-UNKNOWN-LINE.
001370         10  FILLER              PIC X(44) VALUE SPACES.
001380         10  FILLER              PIC X(36)
001390                 VALUE '*** UNRECOGNIZED ACTION CODE ***'.
001400     05  WS-NONE-LINE.
001410         10  FILLER              PIC X(80)
001420                 VALUE 'NO ONLINE UPDATES IN THIS JOURNAL'.
001430     05  WS-SEC-LINE.
001440         10  WS-SEC-TITLE        PIC X(60).
001450         10  FILLER              PIC X(20) VALUE SPACES.
001460     05  WS-COUNT-LINE.
001470         10  FILLER              PIC X(04) VALUE SPACES.
001480         10  WS-CNT-LABEL        PIC X(36).
001490         10  WS-CNT-VALUE        PIC ZZZ,ZZ9.
001500         10  FILLER              PIC X(33) VALUE SPACES.
001510     05  WS-USR-HDR-LINE.
001520         10  FILLER              PIC X(04) VALUE SPACES.
001530         10  FILLER              PIC X(12) VALUE 'USER'.
001540         10  FILLER              PIC X(14) VALUE 'DISPOSITIONS'.
001550         10  FILLER              PIC X(12) VALUE 'ASSIGNMENTS'.
001560         10  FILLER              PIC X(38) VALUE SPACES.
001570     05  WS-USR-LINE.
001580         10  FILLER              PIC X(04) VALUE SPACES.
001590         10  WS-USR-USER-ID      PIC X(08).
001600         10  FILLER              PIC X(07) VALUE SPACES.
001610         10  WS-USR-DISP         PIC ZZZ,ZZ9.
001620         10  FILLER              PIC X(05) VALUE SPACES.
001630         10  WS-USR-ASSIGN       PIC ZZZ,ZZ9.
001640         10  FILLER              PIC X(42) VALUE SPACES.
001650
001660 PROCEDURE DIVISION.
001670
001680 0000-MAINLINE.
001690     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001700     PERFORM 2000-LIST-ONE-RECORD THRU 2000-EXIT
001710         UNTIL END-OF-JOURNAL.
001720     PERFORM 8000-TERMINATE THRU 8000-EXIT.
001730     STOP RUN.
001740
001750*----------------------------------------------------------------*
001760*    1000-INITIALIZE -- OPEN FILES, PRINT THE HEADINGS AND PRIME *
001770*    THE JOURNAL READ.                                           *
001780*----------------------------------------------------------------*
001790 1000-INITIALIZE.
001800     OPEN INPUT  JOURNAL-FILE.
001810     OPEN OUTPUT REPORT-FILE.
001820     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001830     WRITE RPT-LINE FROM WS-TITLE-LINE.
001840     MOVE WS-CURRENT-DATE TO WS-DL-DATE.
001850     WRITE RPT-LINE FROM WS-DATE-LINE.
001860     MOVE SPACES TO RPT-LINE.
001870     WRITE RPT-LINE.
001880     WRITE RPT-LINE FROM WS-HDR-LINE-1.
001890     WRITE RPT-LINE FROM WS-HDR-LINE-2.
001900     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
001910     IF END-OF-JOURNAL
001920         WRITE RPT-LINE FROM WS-NONE-LINE
001930     END-IF.
001940 1000-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------------*
001980*    2000-LIST-ONE-RECORD -- PRINT ONE JOURNAL RECORD, COUNT IT, *
001990*    AND READ THE NEXT.  THE EFFECTIVE DATE IS THE DISPOSITION   *
002000*    DATE ON A DISPOSITION AND THE ASSIGN DATE ON AN ASSIGNMENT. *
002010*----------------------------------------------------------------*
002020 2000-LIST-ONE-RECORD.
002030     ADD 1 TO WS-RECORDS-READ.
002040     MOVE RJN-JOURNAL-DATE   TO WS-DTL-DATE.
002050     MOVE RJN-JOURNAL-TIME   TO WS-DTL-TIME.
002060     MOVE RJN-USER-ID        TO WS-DTL-USER-ID.
002070     MOVE RJN-TERM-ID        TO WS-DTL-TERM-ID.
002080     MOVE RJN-ACTION         TO WS-DTL-ACTION.
002090     MOVE RJN-CLAIM-ID       TO WS-DTL-CLAIM-ID.
002100     MOVE RJN-OLD-STATUS     TO WS-DTL-OLD-STATUS.
002110     MOVE RJN-NEW-STATUS     TO WS-DTL-NEW-STATUS.
002120     MOVE RJN-OLD-EXAMINER   TO WS-DTL-OLD-EXAMINER.
002130     MOVE RJN-NEW-EXAMINER   TO WS-DTL-NEW-EXAMINER.
002140     MOVE RJN-WATCH-RESULT   TO WS-DTL-WATCH.
002150     IF RJN-ASSIGNMENT
002160         MOVE RJN-ASSIGN-DATE TO WS-DTL-EFF-DATE
002170     ELSE
002180         MOVE RJN-DISP-DATE   TO WS-DTL-EFF-DATE
002190     END-IF.
002200     WRITE RPT-LINE FROM WS-DTL-LINE.
002210     EVALUATE TRUE
002220         WHEN RJN-DISPOSITION
002230             PERFORM 3000-COUNT-DISPOSITION THRU 3000-EXIT
002240         WHEN RJN-ASSIGNMENT
002250             PERFORM 3100-COUNT-ASSIGNMENT THRU 3100-EXIT
002260         WHEN OTHER
002270             WRITE RPT-LINE FROM WS-UNKNOWN-LINE
002280             ADD 1 TO WS-UNKNOWN-COUNT
002290     END-EVALUATE.
002300     PERFORM 2100-READ-JOURNAL THRU 2100-EXIT.
002310 2000-EXIT.
002320     EXIT.
002330
002340 2100-READ-JOURNAL.
002350     READ JOURNAL-FILE
002360         AT END MOVE 'Y' TO WS-JRN-EOF-SWITCH
002370     END-READ.
002380 2100-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------------*
002420*    3000-COUNT-DISPOSITION -- COUNT BY DISPOSITION CODE AND     *
002430*    WATCH-LIST RESULT, AND INTO THE USER'S TOTALS.              *
002440*----------------------------------------------------------------*
002450 3000-COUNT-DISPOSITION.
002460     ADD 1 TO WS-DISP-COUNT.
002470     EVALUATE RJN-NEW-STATUS
002480         WHEN 'CL'
002490             ADD 1 TO WS-CL-COUNT
002500         WHEN 'ES'
002510             ADD 1 TO WS-ES-COUNT
002520         WHEN 'CF'
002530             ADD 1 TO WS-CF-COUNT
002540         WHEN 'CD'
002550             ADD 1 TO WS-CD-COUNT
002560     END-EVALUATE.
002570     IF RJN-WATCH-ADDED
002580         ADD 1 TO WS-WATCH-ADDED
002590     END-IF.
002600     IF RJN-WATCH-ALREADY-ON
002610         ADD 1 TO WS-WATCH-ALREADY-ON
002620     END-IF.
002630     PERFORM 3200-FIND-USER THRU 3200-EXIT.
002640     ADD 1 TO USR-DISP-COUNT (USR-IDX).
002650 3000-EXIT.
002660     EXIT.
002670
002680 3100-COUNT-ASSIGNMENT.
002690     ADD 1 TO WS-ASSIGN-COUNT.
002700     IF RJN-NEW-EXAMINER = SPACES
002710         ADD 1 TO WS-UNASSIGN-COUNT
002720     END-IF.
002730     PERFORM 3200-FIND-USER THRU 3200-EXIT.
002740     ADD 1 TO USR-ASSIGN-COUNT (USR-IDX).
002750 3100-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------------*
002790*    3200-FIND-USER -- POINT USR-IDX AT THE USER'S ENTRY, ADDING *
002800*    ONE THE FIRST TIME THE USER IS SEEN.                        *
002810*----------------------------------------------------------------*
002820 3200-FIND-USER.
002830     SET USR-IDX TO 1.
002840     SEARCH USR-ENTRY
002850         AT END
002860             PERFORM 3300-ADD-USER THRU 3300-EXIT
002870         WHEN USR-USER-ID (USR-IDX) = RJN-USER-ID
002880             CONTINUE
002890     END-SEARCH.
002900 3200-EXIT.
002910     EXIT.
002920
002930 3300-ADD-USER.
002940     IF USR-ENTRY-COUNT < 99
002950         ADD 1 TO USR-ENTRY-COUNT
002960         SET USR-IDX TO USR-ENTRY-COUNT
002970         MOVE RJN-USER-ID TO USR-USER-ID (USR-IDX)
002980         MOVE 0 TO USR-DISP-COUNT (USR-IDX)
002990         MOVE 0 TO USR-ASSIGN-COUNT (USR-IDX)
003000     ELSE
003010         DISPLAY 'REFJRPT -- MORE THAN 99 USERS, '
003020             'USER-TOTALS IS FULL'
003030         MOVE 16 TO RETURN-CODE
003040         STOP RUN
003050     END-IF.
003060 3300-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------------*
003100*    8000-TERMINATE -- PRINT THE COUNTS AND THE USER TOTALS,     *
003110*    CLOSE FILES, AND FLAG UNRECOGNIZED RECORDS WITH RETURN      *
003120*    CODE 4.                                                     *
003130*----------------------------------------------------------------*
003140 8000-TERMINATE.
003150     MOVE SPACES TO RPT-LINE.
003160     WRITE RPT-LINE.
003170     MOVE 'JOURNAL TOTALS' TO WS-SEC-TITLE.
003180     WRITE RPT-LINE FROM WS-SEC-LINE.
003190     MOVE 'JOURNAL RECORDS'             TO WS-CNT-LABEL.
003200     MOVE WS-RECORDS-READ               TO WS-CNT-VALUE.
003210     WRITE RPT-LINE FROM WS-COUNT-LINE.
003220     MOVE 'DISPOSITIONS RECORDED'       TO WS-CNT-LABEL.
003230     MOVE WS-DISP-COUNT                 TO WS-CNT-VALUE.
003240     WRITE RPT-LINE FROM WS-COUNT-LINE.
003250     MOVE '  CL  CLEARED'               TO WS-CNT-LABEL.
003260     MOVE WS-CL-COUNT                   TO WS-CNT-VALUE.
003270     WRITE RPT-LINE FROM WS-COUNT-LINE.
003280     MOVE '  ES  ESCALATED'             TO WS-CNT-LABEL.
003290     MOVE WS-ES-COUNT                   TO WS-CNT-VALUE.
003300     WRITE RPT-LINE FROM WS-COUNT-LINE.
003310     MOVE '  CF  CONFIRMED FRAUD'       TO WS-CNT-LABEL.
003320     MOVE WS-CF-COUNT                   TO WS-CNT-VALUE.
003330     WRITE RPT-LINE FROM WS-COUNT-LINE.
003340     MOVE '  CD  CASE CLOSED'           TO WS-CNT-LABEL.
003350     MOVE WS-CD-COUNT                   TO WS-CNT-VALUE.
003360     WRITE RPT-LINE FROM WS-COUNT-LINE.
003370     MOVE '  WATCH LIST ADDED (WL A)'   TO WS-CNT-LABEL.
003380     MOVE WS-WATCH-ADDED                TO WS-CNT-VALUE.
003390     WRITE RPT-LINE FROM WS-COUNT-LINE.
003400     MOVE '  WATCH LIST ALREADY ON (WL O)'
003410                                        TO WS-CNT-LABEL.
003420     MOVE WS-WATCH-ALREADY-ON           TO WS-CNT-VALUE.
003430     WRITE RPT-LINE FROM WS-COUNT-LINE.
003440     MOVE 'ASSIGNMENTS MADE'            TO WS-CNT-LABEL.
003450     MOVE WS-ASSIGN-COUNT               TO WS-CNT-VALUE.
003460     WRITE RPT-LINE FROM WS-COUNT-LINE.
003470     MOVE '  TAKEN OFF ASSIGNMENT'      TO WS-CNT-LABEL.
003480     MOVE WS-UNASSIGN-COUNT             TO WS-CNT-VALUE.
003490     WRITE RPT-LINE FROM WS-COUNT-LINE.
003500     MOVE 'UNRECOGNIZED ACTION CODES'   TO WS-CNT-LABEL.
003510     MOVE WS-UNKNOWN-COUNT              TO WS-CNT-VALUE.
003520     WRITE RPT-LINE FROM WS-COUNT-LINE.
003530     IF USR-ENTRY-COUNT > 0
003540         MOVE SPACES TO RPT-LINE
003550         WRITE RPT-LINE
003560         MOVE 'UPDATES BY USER' TO WS-SEC-TITLE
003570         WRITE RPT-LINE FROM WS-SEC-LINE
003580         WRITE RPT-LINE FROM WS-USR-HDR-LINE
003590         PERFORM 8100-PRINT-USER THRU 8100-EXIT
003600             VARYING USR-IDX FROM 1 BY 1
003610             UNTIL USR-IDX > USR-ENTRY-COUNT
003620     END-IF.
003630     CLOSE JOURNAL-FILE.
003640     CLOSE REPORT-FILE.
003650     DISPLAY 'REFJRPT -- JOURNAL RECORDS:      ' WS-RECORDS-READ.
003660     DISPLAY 'REFJRPT -- DISPOSITIONS:         ' WS-DISP-COUNT.
003670     DISPLAY 'REFJRPT -- ASSIGNMENTS:          ' WS-ASSIGN-COUNT.
003680     DISPLAY 'REFJRPT -- UNRECOGNIZED ACTIONS: ' WS-UNKNOWN-COUNT.
003690     IF WS-UNKNOWN-COUNT > 0
003700         MOVE 4 TO RETURN-CODE
003710     END-IF.
003720 8000-EXIT.
003730     EXIT.
003740
003750 8100-PRINT-USER.
003760     MOVE USR-USER-ID (USR-IDX)      TO WS-USR-USER-ID.
003770     MOVE USR-DISP-COUNT (USR-IDX)   TO WS-USR-DISP.
003780     MOVE USR-ASSIGN-COUNT (USR-IDX) TO WS-USR-ASSIGN.
003790     WRITE RPT-LINE FROM WS-USR-LINE.
003800 8100-EXIT.
003810     EXIT.
