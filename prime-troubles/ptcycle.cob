000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTCYCLE.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTCYCLE                                                      *
000090*                                                                *
000100*  NIGHTLY CYCLE STEP CONTROLLER. THE NIGHTLY CYCLE RUNS IN A   *
000110*  FIXED ORDER:                                                 *
000120*     SCAN     PRIME-TROUBLES, FULL RANGE - OR, ON A SPLIT-     *
000130*     SLICE    RANGE NIGHT, ONE PRIME-TROUBLES SLICE JOB PER    *
000140*     SLMERG   SLICE FOLLOWED BY THE PTSLMERG MERGE             *
000150*     REJUPD   PTREJUPD REJECT REGISTER FOLD                    *
000160*     HMUPD    PTHMUPD HISTORY MASTER UPDATE                    *
000165*     WATCH    PTWCHRPT VALUE WATCHLIST ALERTS                  *
000170*     HSTSWAP  PTHSTCUR TO PTHSTPRV GENERATION SWAP             *
000180*     RECON    PTRECON EXTRACT RECONCILIATION                   *
000190*     EXRTE    PTEXRTE EXTRACT ROUTING                          *
000195*     XBAL     PTXBAL CROSS-FILE BALANCING                      *
000200*  THE JCL RUNS THIS PROGRAM AS A SMALL STEP IMMEDIATELY        *
000210*  BEFORE AND IMMEDIATELY AFTER EVERY CYCLE STEP, NAMING THE    *
000220*  STEP ON A PTCYPARM CONTROL CARD:                             *
000230*     B = BEGIN STEP - RETURN CODE 0 MEANS RUN IT, 4 MEANS IT   *
000240*         IS ALREADY COMPLETE FOR THIS CYCLE AND IS TO BE       *
000250*         BYPASSED, 12 MEANS IT IS REFUSED BECAUSE A STEP IT    *
000260*         DEPENDS ON IS NOT COMPLETE (OR THE CARD IS BAD).      *
000270*     E = END STEP - RECORDS THE STEP'S RETURN CODE, CARRIED    *
000280*         ON THE CARD. 4 OR LESS COMPLETES THE STEP, ANYTHING   *
000290*         HIGHER FAILS IT AND ENDS THIS STEP WITH CODE 8.       *
000300*     R = REPORT ONLY - NOTHING IS RECORDED.                    *
000310*  START, END AND RETURN CODE OF EVERY STEP ARE KEPT ON THE     *
000320*  PTCYCTL CYCLE-CONTROL FILE (SEE PTCYC01) AGAINST THE CYCLE   *
000330*  RUN DATE, SO RESUBMITTING THE CYCLE AFTER A FAILURE SKIPS    *
000340*  EVERY COMPLETED STEP AND RESUMES AT THE ONE THAT FAILED.     *
000350*  THE FIRST BEGIN AFTER A COMPLETE CYCLE OPENS A NEW CYCLE     *
000360*  FOR TODAY; AN INCOMPLETE CYCLE IS RESUMED, EVEN PAST         *
000370*  MIDNIGHT, UNLESS THE CARD ASKS FOR A NEW CYCLE.              *
000380*                                                                *
000390*  EVERY EXECUTION REWRITES THE PTCYRPT CYCLE STATUS REPORT,    *
000400*  WHICH PTOPSRPT CARRIES ON THE MORNING DASHBOARD. THE JCL     *
000410*  ALLOCATES PTCYCTL EXCLUSIVELY, SO THE SLICE JOBS OF A        *
000420*  SPLIT-RANGE NIGHT TAKE THEIR TURNS AT THE FILE.              *
000430*                                                                *
000440*  MODIFICATION HISTORY                                         *
000450*  ----------------------                                       *
000460*  DATE       INIT  DESCRIPTION                                 *
000470*  2026-10-15 DLK   ORIGINAL VERSION - CYCLE STEP CONTROL WITH  *
000480*                   STEP-LEVEL RESTART.                         *
000483*  2026-10-15 DLK   XBAL CROSS-FILE BALANCING ADDED AS THE LAST *
000486*                   REQUIRED STEP OF THE CYCLE.                 *
000487*  2026-10-15 DLK   WATCH VALUE WATCHLIST STEP ADDED BETWEEN    *
000488*                   HMUPD AND HSTSWAP.                          *
000490*****************************************************************
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT PT-PARM-FILE ASSIGN TO "PTCYPARM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARM-STATUS.
000610
000620     SELECT PT-CYCLE-FILE ASSIGN TO "PTCYCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CYCLE-STATUS.
000650
000660     SELECT PT-REPORT-FILE ASSIGN TO "PTCYRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REPORT-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PT-PARM-FILE
000730     RECORDING MODE IS F.
000740 01  PT-PARM-RECORD.
000750     05  PT-PARM-FUNCTION        PIC X(01).
000760         88  PT-PARM-BEGIN           VALUE "B".
000770         88  PT-PARM-END             VALUE "E".
000780         88  PT-PARM-REPORT          VALUE "R".
000790     05  PT-PARM-STEP-ID         PIC X(08).
000800     05  PT-PARM-SLICE-NO        PIC X(02).
000810     05  PT-PARM-STEP-RC         PIC X(04).
000820     05  PT-PARM-NEW-CYCLE-SW    PIC X(01).
000830         88  PT-PARM-NEW-CYCLE       VALUE "Y".
000840     05  FILLER                  PIC X(04).
000850
000860 FD  PT-CYCLE-FILE
000870     RECORDING MODE IS F.
000880 COPY PTCYC01.
000890
000900 FD  PT-REPORT-FILE
000910     RECORDING MODE IS F.
000920 01  PT-REPORT-LINE          PIC X(80).
000930
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960*  FILE STATUS AND SWITCHES
000970*----------------------------------------------------------------
000980 01  WS-PARM-STATUS      PIC X(02) VALUE "00".
000990 01  WS-CYCLE-STATUS     PIC X(02) VALUE "00".
001000 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001010 01  WS-SWITCHES.
001020     05  WS-CYCLE-EOF-SW PIC X(01) VALUE "N".
001030         88  WS-CYCLE-EOF       VALUE "Y".
001040     05  WS-REPORT-OPEN-SW PIC X(01) VALUE "N".
001050         88  WS-REPORT-OPEN     VALUE "Y".
001060     05  WS-CARD-OK-SW   PIC X(01) VALUE "N".
001070         88  WS-CARD-OK         VALUE "Y".
001080     05  WS-CYCLE-CHANGED-SW PIC X(01) VALUE "N".
001090         88  WS-CYCLE-CHANGED   VALUE "Y".
001100     05  WS-CYCLE-COMPLETE-SW PIC X(01) VALUE "N".
001110         88  WS-CYCLE-COMPLETE  VALUE "Y".
001120     05  WS-SCAN-DONE-SW PIC X(01) VALUE "N".
001130         88  WS-SCAN-DONE       VALUE "Y".
001140     05  WS-DEP-MET-SW   PIC X(01) VALUE "N".
001150         88  WS-DEP-MET         VALUE "Y".
001160     05  WS-CAP-WARNED-SW PIC X(01) VALUE "N".
001170         88  WS-CAP-WARNED      VALUE "Y".
001180
001190*----------------------------------------------------------------
001200*  CYCLE STEP DEFINITIONS, IN RUN ORDER. KIND P MARKS THE
001210*  SCAN PATH - EITHER SCAN ALONE, OR THE SLICES PLUS SLMERG -
001220*  OF WHICH A CYCLE TAKES ONE OR THE OTHER. KIND R STEPS ARE
001230*  REQUIRED EVERY CYCLE. DEPENDS-ON NAMES THE STEP THAT MUST
001240*  BE COMPLETE FIRST; SCAN THERE MEANS WHICHEVER SCAN PATH
001250*  THE CYCLE TOOK, AND SLICE MEANS EVERY SLICE BEGUN.
001260*----------------------------------------------------------------
001270 01  WS-STEP-DEFINITIONS.
001280     05  FILLER.
001290         10  FILLER          PIC X(08) VALUE "SCAN".
001300         10  FILLER          PIC X(01) VALUE "P".
001310         10  FILLER          PIC X(08) VALUE SPACES.
001320         10  FILLER          PIC X(24) VALUE
001330             "PRIME-TROUBLES FULL SCAN".
001340     05  FILLER.
001350         10  FILLER          PIC X(08) VALUE "SLICE".
001360         10  FILLER          PIC X(01) VALUE "P".
001370         10  FILLER          PIC X(08) VALUE SPACES.
001380         10  FILLER          PIC X(24) VALUE
001390             "PRIME-TROUBLES SLICE".
001400     05  FILLER.
001410         10  FILLER          PIC X(08) VALUE "SLMERG".
001420         10  FILLER          PIC X(01) VALUE "P".
001430         10  FILLER          PIC X(08) VALUE "SLICE".
001440         10  FILLER          PIC X(24) VALUE
001450             "PTSLMERG SLICE MERGE".
001460     05  FILLER.
001470         10  FILLER          PIC X(08) VALUE "REJUPD".
001480         10  FILLER          PIC X(01) VALUE "R".
001490         10  FILLER          PIC X(08) VALUE "SCAN".
001500         10  FILLER          PIC X(24) VALUE
001510             "PTREJUPD REJECT REGISTER".
001520     05  FILLER.
001530         10  FILLER          PIC X(08) VALUE "HMUPD".
001540         10  FILLER          PIC X(01) VALUE "R".
001550         10  FILLER          PIC X(08) VALUE "REJUPD".
001560         10  FILLER          PIC X(24) VALUE
001570             "PTHMUPD HISTORY MASTER".
001580     05  FILLER.
001581         10  FILLER          PIC X(08) VALUE "WATCH".
001582         10  FILLER          PIC X(01) VALUE "R".
001583         10  FILLER          PIC X(08) VALUE "HMUPD".
001584         10  FILLER          PIC X(24) VALUE
001585             "PTWCHRPT VALUE WATCHLIST".
001586     05  FILLER.
001590         10  FILLER          PIC X(08) VALUE "HSTSWAP".
001600         10  FILLER          PIC X(01) VALUE "R".
001610         10  FILLER          PIC X(08) VALUE "WATCH".
001620         10  FILLER          PIC X(24) VALUE
001630             "PTHSTCUR TO PTHSTPRV".
001640     05  FILLER.
001650         10  FILLER          PIC X(08) VALUE "RECON".
001660         10  FILLER          PIC X(01) VALUE "R".
001670         10  FILLER          PIC X(08) VALUE "HSTSWAP".
001680         10  FILLER          PIC X(24) VALUE
001690             "PTRECON EXTRACT RECON".
001700     05  FILLER.
001710         10  FILLER          PIC X(08) VALUE "EXRTE".
001720         10  FILLER          PIC X(01) VALUE "R".
001730         10  FILLER          PIC X(08) VALUE "RECON".
001740         10  FILLER          PIC X(24) VALUE
001750             "PTEXRTE EXTRACT ROUTING".
001751     05  FILLER.
001752         10  FILLER          PIC X(08) VALUE "XBAL".
001753         10  FILLER          PIC X(01) VALUE "R".
001754         10  FILLER          PIC X(08) VALUE "EXRTE".
001755         10  FILLER          PIC X(24) VALUE
001756             "PTXBAL CROSS-FILE BAL".
001760 01  WS-STEP-DEF-TABLE REDEFINES WS-STEP-DEFINITIONS.
001770     05  WS-DEF-ENTRY OCCURS 10 TIMES
001780                 INDEXED BY WS-DEF-IDX.
001790         10  WS-DEF-STEP-ID      PIC X(08).
001800         10  WS-DEF-KIND         PIC X(01).
001810             88  WS-DEF-SCAN-PATH       VALUE "P".
001820             88  WS-DEF-REQUIRED        VALUE "R".
001830         10  WS-DEF-DEPENDS-ON   PIC X(08).
001840         10  WS-DEF-DESC         PIC X(24).
001850 01  WS-DEF-COUNT        PIC 9(03) COMP VALUE 10.
001860 01  WS-DEF-NO           PIC 9(03) COMP VALUE 0.
001870 01  WS-CARD-DEF-NO      PIC 9(03) COMP VALUE 0.
001880
001890*----------------------------------------------------------------
001900*  CYCLE TABLE - THE WHOLE PTCYCTL FILE IS LOADED AT START-UP,
001910*  UPDATED IN PLACE, AND REWRITTEN AT END OF RUN, THE SAME
001920*  WHOLESALE PATTERN PTRECON USES FOR PTEXCTL.
001930*----------------------------------------------------------------
001940 01  WS-CYC-TABLE.
001950     05  WS-CYC-ENTRY OCCURS 120 TIMES
001960                 INDEXED BY WS-CYC-IDX.
001970         10  WS-CYC-STEP-ID      PIC X(08).
001980         10  WS-CYC-SLICE-NO     PIC 9(02).
001990         10  WS-CYC-STATUS       PIC X(01).
002000         10  WS-CYC-START-DATE   PIC 9(08).
002010         10  WS-CYC-START-TIME   PIC 9(06).
002020         10  WS-CYC-END-DATE     PIC 9(08).
002030         10  WS-CYC-END-TIME     PIC 9(06).
002040         10  WS-CYC-STEP-RC      PIC 9(04).
002050         10  WS-CYC-ATTEMPTS     PIC 9(02).
002060
002070 01  WS-CYC-COUNT        PIC 9(03) COMP VALUE 0.
002080 01  WS-MAX-ENTRIES      PIC 9(03) COMP VALUE 120.
002090 01  WS-CYCLE-DATE       PIC 9(08) VALUE 0.
002100 01  WS-FOUND-NO         PIC 9(03) COMP VALUE 0.
002110 01  WS-SEARCH-NO        PIC 9(03) COMP VALUE 0.
002120 01  WS-ENTRY-NO         PIC 9(03) COMP VALUE 0.
002130 01  WS-FIND-STEP-ID     PIC X(08) VALUE SPACES.
002140 01  WS-FIND-SLICE-NO    PIC 9(02) VALUE 0.
002150 01  WS-SLICE-BEGUN      PIC 9(03) COMP VALUE 0.
002160 01  WS-SLICE-DONE       PIC 9(03) COMP VALUE 0.
002170 01  WS-REQUIRED-COUNT   PIC 9(03) COMP VALUE 0.
002180 01  WS-REQUIRED-DONE    PIC 9(03) COMP VALUE 0.
002190 01  WS-FAILED-COUNT     PIC 9(03) COMP VALUE 0.
002200 01  WS-SLICE-PRINTED    PIC 9(03) COMP VALUE 0.
002210
002220*----------------------------------------------------------------
002230*  CONTROL CARD AS VALIDATED, AND THE OUTCOME OF THIS RUN
002240*----------------------------------------------------------------
002250 01  WS-CARD-STEP-ID     PIC X(08) VALUE SPACES.
002260 01  WS-CARD-SLICE-NO    PIC 9(02) VALUE 0.
002270 01  WS-CARD-STEP-RC     PIC 9(04) VALUE 0.
002280 01  WS-MAX-GOOD-RC      PIC 9(04) VALUE 4.
002290 01  WS-CYCLE-RC         PIC 9(02) VALUE 0.
002300 01  WS-ACTION-TEXT      PIC X(60) VALUE SPACES.
002310
002320*----------------------------------------------------------------
002330*  RUN DATE AND REPORT CONTROL FIELDS
002340*----------------------------------------------------------------
002350 01  WS-RUN-DATE         PIC 9(08).
002360 01  WS-RUN-TIME         PIC 9(08).
002370 01  WS-RUN-TIME-R REDEFINES WS-RUN-TIME.
002380     05  WS-RUN-TIME-HMS PIC 9(06).
002390     05  FILLER          PIC 9(02).
002400
002410 01  WS-FMT-DATE         PIC 9(08).
002420 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
002430     05  WS-FMT-DATE-CC  PIC 9(02).
002440     05  WS-FMT-DATE-YY  PIC 9(02).
002450     05  WS-FMT-DATE-MM  PIC 9(02).
002460     05  WS-FMT-DATE-DD  PIC 9(02).
002470 01  WS-FMT-DATE-PR      PIC X(10).
002480 01  WS-FMT-TIME         PIC 9(06).
002490 01  WS-FMT-TIME-R REDEFINES WS-FMT-TIME.
002500     05  WS-FMT-TIME-HH  PIC 9(02).
002510     05  WS-FMT-TIME-MN  PIC 9(02).
002520     05  WS-FMT-TIME-SS  PIC 9(02).
002530 01  WS-FMT-STAMP-PR     PIC X(11).
002540
002550 01  WS-REPORT-CONTROLS.
002560     05  WS-PAGE-NO          PIC 9(04) VALUE 0.
002570     05  WS-LINE-NO          PIC 9(03) VALUE 99.
002580     05  WS-LINES-PER-PAGE   PIC 9(03) VALUE 50.
002590
002600 01  WS-HDR-LINE-1.
002610     05  FILLER              PIC X(01) VALUE SPACE.
002620     05  FILLER              PIC X(20) VALUE "PTCYCLE".
002630     05  FILLER              PIC X(22) VALUE
002640         "NIGHTLY CYCLE STATUS".
002650     05  FILLER              PIC X(14) VALUE "RUN DATE: ".
002660     05  HDR1-RUN-DATE       PIC X(10).
002670     05  FILLER              PIC X(04) VALUE SPACES.
002680     05  FILLER              PIC X(05) VALUE "PAGE ".
002690     05  HDR1-PAGE-NO        PIC ZZZ9.
002700
002710 01  WS-HDR-LINE-2.
002720     05  FILLER              PIC X(01) VALUE SPACE.
002730     05  FILLER              PIC X(16) VALUE "CYCLE RUN DATE: ".
002740     05  HDR2-CYCLE-DATE     PIC X(10).
002750     05  FILLER              PIC X(04) VALUE SPACES.
002760     05  FILLER              PIC X(08) VALUE "STATUS: ".
002770     05  HDR2-CYCLE-STATUS   PIC X(30).
002780
002790 01  WS-HDR-LINE-3.
002800     05  FILLER              PIC X(01) VALUE SPACE.
002810     05  FILLER              PIC X(08) VALUE "STEP".
002820     05  FILLER              PIC X(01) VALUE SPACE.
002830     05  FILLER              PIC X(02) VALUE "SL".
002840     05  FILLER              PIC X(01) VALUE SPACE.
002850     05  FILLER              PIC X(24) VALUE "DESCRIPTION".
002860     05  FILLER              PIC X(01) VALUE SPACE.
002870     05  FILLER              PIC X(09) VALUE "STATUS".
002880     05  FILLER              PIC X(01) VALUE SPACE.
002890     05  FILLER              PIC X(02) VALUE "TR".
002900     05  FILLER              PIC X(01) VALUE SPACE.
002910     05  FILLER              PIC X(11) VALUE "STARTED".
002920     05  FILLER              PIC X(01) VALUE SPACE.
002930     05  FILLER              PIC X(11) VALUE "ENDED".
002940     05  FILLER              PIC X(01) VALUE SPACE.
002950     05  FILLER              PIC X(04) VALUE "  RC".
002960
002970 01  WS-DETAIL-LINE.
002980     05  FILLER              PIC X(01) VALUE SPACE.
002990     05  DTL-STEP-ID         PIC X(08).
003000     05  FILLER              PIC X(01) VALUE SPACE.
003010     05  DTL-SLICE           PIC X(02).
003020     05  FILLER              PIC X(01) VALUE SPACE.
003030     05  DTL-DESC            PIC X(24).
003040     05  FILLER              PIC X(01) VALUE SPACE.
003050     05  DTL-STATUS          PIC X(09).
003060     05  FILLER              PIC X(01) VALUE SPACE.
003070     05  DTL-ATTEMPTS        PIC X(02).
003080     05  FILLER              PIC X(01) VALUE SPACE.
003090     05  DTL-STARTED         PIC X(11).
003100     05  FILLER              PIC X(01) VALUE SPACE.
003110     05  DTL-ENDED           PIC X(11).
003120     05  FILLER              PIC X(01) VALUE SPACE.
003130     05  DTL-RC              PIC X(04).
003140 01  WS-EDIT-2           PIC Z9.
003150 01  WS-EDIT-RC          PIC ZZZ9.
003160
003170 01  WS-TRAILER-LINE-1.
003180     05  FILLER              PIC X(01) VALUE SPACE.
003190     05  FILLER              PIC X(25) VALUE
003200         "REQUIRED STEPS COMPLETE: ".
003210     05  TRL1-DONE           PIC ZZ9.
003220     05  FILLER              PIC X(04) VALUE " OF ".
003230     05  TRL1-REQUIRED       PIC ZZ9.
003240     05  FILLER              PIC X(03) VALUE SPACES.
003250     05  FILLER              PIC X(08) VALUE "FAILED: ".
003260     05  TRL1-FAILED         PIC ZZ9.
003270
003280 01  WS-TRAILER-LINE-2.
003290     05  FILLER              PIC X(01) VALUE SPACE.
003300     05  FILLER              PIC X(13) VALUE "LAST ACTION: ".
003310     05  TRL2-ACTION         PIC X(60).
003320
003330 PROCEDURE DIVISION.
003340*****************************************************************
003350 0000-MAINLINE.
003360*****************************************************************
003370     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003380
003390     IF WS-CARD-OK
003400         EVALUATE TRUE
003410             WHEN PT-PARM-BEGIN
003420                 PERFORM 2000-BEGIN-STEP
003430                     THRU 2000-BEGIN-STEP-EXIT
003440             WHEN PT-PARM-END
003450                 PERFORM 3000-END-STEP THRU 3000-END-STEP-EXIT
003460             WHEN OTHER
003470                 MOVE "STATUS REPORT ONLY" TO WS-ACTION-TEXT
003480         END-EVALUATE
003490     END-IF
003500
003510     IF WS-CYCLE-CHANGED
003520         PERFORM 3500-SAVE-CYCLE THRU 3500-SAVE-CYCLE-EXIT
003530     END-IF
003540
003550     PERFORM 4000-EVALUATE-CYCLE THRU 4000-EVALUATE-CYCLE-EXIT
003560     PERFORM 5000-PRINT-STATUS THRU 5000-PRINT-STATUS-EXIT
003570
003580     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003590
003600     GOBACK.
003610
003620*****************************************************************
003630 1000-INITIALIZE.
003640*****************************************************************
003650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003660     ACCEPT WS-RUN-TIME FROM TIME
003670
003680     OPEN INPUT PT-CYCLE-FILE
003690     IF WS-CYCLE-STATUS = "00"
003700         PERFORM 1200-LOAD-ONE-ENTRY
003710             THRU 1200-LOAD-ONE-ENTRY-EXIT
003720             UNTIL WS-CYCLE-EOF
003730         CLOSE PT-CYCLE-FILE
003740     ELSE
003750         DISPLAY "PTCYCLE - NO PTCYCTL CYCLE-CONTROL FILE, "
003760             "STARTING A NEW ONE"
003770     END-IF
003780
003790     OPEN OUTPUT PT-REPORT-FILE
003800     IF WS-REPORT-STATUS NOT = "00"
003810         DISPLAY "PTCYCLE - UNABLE TO OPEN PTCYRPT, "
003820             "STATUS = " WS-REPORT-STATUS
003830     ELSE
003840         MOVE "Y" TO WS-REPORT-OPEN-SW
003850     END-IF
003860
003870     OPEN INPUT PT-PARM-FILE
003880     IF WS-PARM-STATUS NOT = "00"
003890         DISPLAY "PTCYCLE - NO PTCYPARM CONTROL CARD, "
003900             "STATUS REPORT ONLY"
003910         MOVE "STATUS REPORT ONLY" TO WS-ACTION-TEXT
003920         GO TO 1000-INITIALIZE-EXIT
003930     END-IF
003940     READ PT-PARM-FILE
003950         AT END
003960             MOVE SPACES TO PT-PARM-RECORD
003970             MOVE "R" TO PT-PARM-FUNCTION
003980     END-READ
003990     CLOSE PT-PARM-FILE
004000
004010     PERFORM 1100-EDIT-CARD THRU 1100-EDIT-CARD-EXIT
004020     .
004030
004040 1000-INITIALIZE-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080 1100-EDIT-CARD.
004090*****************************************************************
004100*  THE FUNCTION MUST BE B, E OR R; A BEGIN OR END MUST NAME A
004110*  DEFINED STEP, A SLICE STEP MUST CARRY ITS SLICE NUMBER, AND
004120*  AN END MUST CARRY THE STEP'S RETURN CODE. A BAD CARD IS
004130*  REFUSED WITH CODE 12 - NOTHING IS RECORDED FROM IT.
004140*----------------------------------------------------------------
004150     IF PT-PARM-REPORT
004160         MOVE "STATUS REPORT ONLY" TO WS-ACTION-TEXT
004170         MOVE "Y" TO WS-CARD-OK-SW
004180         GO TO 1100-EDIT-CARD-EXIT
004190     END-IF
004200
004210     IF NOT PT-PARM-BEGIN AND NOT PT-PARM-END
004220         DISPLAY "PTCYCLE - INVALID FUNCTION '"
004230             PT-PARM-FUNCTION "' ON PTCYPARM, MUST BE B, E OR R"
004240         MOVE "CONTROL CARD REFUSED - INVALID FUNCTION"
004250             TO WS-ACTION-TEXT
004260         MOVE 12 TO WS-CYCLE-RC
004270         GO TO 1100-EDIT-CARD-EXIT
004280     END-IF
004290
004300     MOVE PT-PARM-STEP-ID TO WS-CARD-STEP-ID
004310     MOVE 0 TO WS-CARD-DEF-NO
004320     PERFORM 1150-MATCH-ONE-DEF THRU 1150-MATCH-ONE-DEF-EXIT
004330         VARYING WS-DEF-NO FROM 1 BY 1
004340         UNTIL WS-DEF-NO > WS-DEF-COUNT
004350     IF WS-CARD-DEF-NO = 0
004360         DISPLAY "PTCYCLE - UNKNOWN CYCLE STEP '"
004370             PT-PARM-STEP-ID "' ON PTCYPARM"
004380         MOVE "CONTROL CARD REFUSED - UNKNOWN STEP"
004390             TO WS-ACTION-TEXT
004400         MOVE 12 TO WS-CYCLE-RC
004410         GO TO 1100-EDIT-CARD-EXIT
004420     END-IF
004430
004440     MOVE 0 TO WS-CARD-SLICE-NO
004450     IF WS-CARD-STEP-ID = "SLICE"
004460         IF PT-PARM-SLICE-NO NOT NUMERIC
004470             OR PT-PARM-SLICE-NO = "00"
004480             DISPLAY "PTCYCLE - SLICE STEP NEEDS A SLICE "
004490                 "NUMBER 01-99 ON PTCYPARM"
004500             MOVE "CONTROL CARD REFUSED - NO SLICE NUMBER"
004510                 TO WS-ACTION-TEXT
004520             MOVE 12 TO WS-CYCLE-RC
004530             GO TO 1100-EDIT-CARD-EXIT
004540         END-IF
004550         MOVE PT-PARM-SLICE-NO TO WS-CARD-SLICE-NO
004560     END-IF
004570
004580     IF PT-PARM-END
004590         IF PT-PARM-STEP-RC NOT NUMERIC
004600             DISPLAY "PTCYCLE - END CARD FOR " WS-CARD-STEP-ID
004610                 " CARRIES NO NUMERIC RETURN CODE"
004620             MOVE "CONTROL CARD REFUSED - NO RETURN CODE"
004630                 TO WS-ACTION-TEXT
004640             MOVE 12 TO WS-CYCLE-RC
004650             GO TO 1100-EDIT-CARD-EXIT
004660         END-IF
004670         MOVE PT-PARM-STEP-RC TO WS-CARD-STEP-RC
004680     END-IF
004690
004700     MOVE "Y" TO WS-CARD-OK-SW
004710     .
004720
004730 1100-EDIT-CARD-EXIT.
004740     EXIT.
004750
004760*****************************************************************
004770 1150-MATCH-ONE-DEF.
004780*****************************************************************
004790     SET WS-DEF-IDX TO WS-DEF-NO
004800     IF WS-DEF-STEP-ID (WS-DEF-IDX) = WS-CARD-STEP-ID
004810         MOVE WS-DEF-NO TO WS-CARD-DEF-NO
004820     END-IF
004830     .
004840
004850 1150-MATCH-ONE-DEF-EXIT.
004860     EXIT.
004870
004880*****************************************************************
004890 1200-LOAD-ONE-ENTRY.
004900*****************************************************************
004910     READ PT-CYCLE-FILE
004920         AT END
004930             MOVE "Y" TO WS-CYCLE-EOF-SW
004940             GO TO 1200-LOAD-ONE-ENTRY-EXIT
004950     END-READ
004960
004970     IF WS-CYC-COUNT >= WS-MAX-ENTRIES
004980         IF NOT WS-CAP-WARNED
004990             DISPLAY "PTCYCLE - PTCYCTL EXCEEDS "
005000                 WS-MAX-ENTRIES " ENTRIES, EXCESS DROPPED"
005010             MOVE "Y" TO WS-CAP-WARNED-SW
005020         END-IF
005030         GO TO 1200-LOAD-ONE-ENTRY-EXIT
005040     END-IF
005050
005060     IF WS-CYCLE-DATE = 0
005070         MOVE PT-CYC-RUN-DATE TO WS-CYCLE-DATE
005080     END-IF
005090
005100     ADD 1 TO WS-CYC-COUNT
005110     SET WS-CYC-IDX TO WS-CYC-COUNT
005120     MOVE PT-CYC-STEP-ID    TO WS-CYC-STEP-ID    (WS-CYC-IDX)
005130     MOVE PT-CYC-SLICE-NO   TO WS-CYC-SLICE-NO   (WS-CYC-IDX)
005140     MOVE PT-CYC-STATUS     TO WS-CYC-STATUS     (WS-CYC-IDX)
005150     MOVE PT-CYC-START-DATE TO WS-CYC-START-DATE (WS-CYC-IDX)
005160     MOVE PT-CYC-START-TIME TO WS-CYC-START-TIME (WS-CYC-IDX)
005170     MOVE PT-CYC-END-DATE   TO WS-CYC-END-DATE   (WS-CYC-IDX)
005180     MOVE PT-CYC-END-TIME   TO WS-CYC-END-TIME   (WS-CYC-IDX)
005190     MOVE PT-CYC-STEP-RC    TO WS-CYC-STEP-RC    (WS-CYC-IDX)
005200     MOVE PT-CYC-ATTEMPTS   TO WS-CYC-ATTEMPTS   (WS-CYC-IDX)
005210     .
005220
005230 1200-LOAD-ONE-ENTRY-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270 1500-FIND-ENTRY.
005280*****************************************************************
005290*  LOOK UP THE CYCLE ENTRY FOR THE STEP HELD IN WS-FIND-STEP-ID
005300*  AND THE SLICE HELD IN WS-FIND-SLICE-NO (ZERO FOR EVERY STEP
005310*  BUT SLICE).
005320*----------------------------------------------------------------
005330     MOVE 0 TO WS-FOUND-NO
005340     PERFORM 1510-CHECK-ONE-ENTRY THRU 1510-CHECK-ONE-ENTRY-EXIT
005350         VARYING WS-SEARCH-NO FROM 1 BY 1
005360         UNTIL WS-SEARCH-NO > WS-CYC-COUNT
005370     .
005380
005390 1500-FIND-ENTRY-EXIT.
005400     EXIT.
005410
005420*****************************************************************
005430 1510-CHECK-ONE-ENTRY.
005440*****************************************************************
005450     SET WS-CYC-IDX TO WS-SEARCH-NO
005460     IF WS-CYC-STEP-ID (WS-CYC-IDX) = WS-FIND-STEP-ID
005470         AND WS-CYC-SLICE-NO (WS-CYC-IDX) = WS-FIND-SLICE-NO
005480         MOVE WS-SEARCH-NO TO WS-FOUND-NO
005490     END-IF
005500     .
005510
005520 1510-CHECK-ONE-ENTRY-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560 2000-BEGIN-STEP.
005570*****************************************************************
005580*  DECIDE WHICH CYCLE THIS BEGIN BELONGS TO, THEN WHETHER THE
005590*  STEP RUNS (0), IS BYPASSED AS ALREADY COMPLETE (4), OR IS
005600*  REFUSED (12).
005610*----------------------------------------------------------------
005620     IF WS-CYCLE-DATE = 0
005630         PERFORM 2100-OPEN-NEW-CYCLE
005640             THRU 2100-OPEN-NEW-CYCLE-EXIT
005650     ELSE
005660         PERFORM 4000-EVALUATE-CYCLE
005670             THRU 4000-EVALUATE-CYCLE-EXIT
005680         EVALUATE TRUE
005690             WHEN WS-CYCLE-COMPLETE
005700               AND WS-CYCLE-DATE < WS-RUN-DATE
005710                 DISPLAY "PTCYCLE - CYCLE FOR " WS-CYCLE-DATE
005720                     " COMPLETE, OPENING THE CYCLE FOR "
005730                     WS-RUN-DATE
005740                 PERFORM 2100-OPEN-NEW-CYCLE
005750                     THRU 2100-OPEN-NEW-CYCLE-EXIT
005760             WHEN NOT WS-CYCLE-COMPLETE
005770               AND PT-PARM-NEW-CYCLE
005780                 DISPLAY "PTCYCLE - INCOMPLETE CYCLE FOR "
005790                     WS-CYCLE-DATE " ABANDONED BY PTCYPARM, "
005800                     "OPENING THE CYCLE FOR " WS-RUN-DATE
005810                 PERFORM 2100-OPEN-NEW-CYCLE
005820                     THRU 2100-OPEN-NEW-CYCLE-EXIT
005830             WHEN NOT WS-CYCLE-COMPLETE
005840               AND WS-CYCLE-DATE < WS-RUN-DATE
005850                 DISPLAY "PTCYCLE - RESUMING THE INCOMPLETE "
005860                     "CYCLE FOR " WS-CYCLE-DATE
005870             WHEN OTHER
005880                 CONTINUE
005890         END-EVALUATE
005900     END-IF
005910
005920     MOVE WS-CARD-STEP-ID  TO WS-FIND-STEP-ID
005930     MOVE WS-CARD-SLICE-NO TO WS-FIND-SLICE-NO
005940     PERFORM 1500-FIND-ENTRY THRU 1500-FIND-ENTRY-EXIT
005950
005960     IF WS-FOUND-NO > 0
005970         SET WS-CYC-IDX TO WS-FOUND-NO
005980         IF WS-CYC-STATUS (WS-CYC-IDX) = "C"
005990             DISPLAY "PTCYCLE - " WS-CARD-STEP-ID " "
006000                 WS-CARD-SLICE-NO " ALREADY COMPLETE FOR "
006010                 "CYCLE " WS-CYCLE-DATE " - BYPASSED"
006020             STRING "BEGIN " WS-CARD-STEP-ID
006030                 " - ALREADY COMPLETE, BYPASSED (RC 4)"
006040                 DELIMITED BY SIZE INTO WS-ACTION-TEXT
006050             MOVE 4 TO WS-CYCLE-RC
006060             GO TO 2000-BEGIN-STEP-EXIT
006070         END-IF
006080     END-IF
006090
006100     PERFORM 2200-CHECK-SCAN-PATH THRU 2200-CHECK-SCAN-PATH-EXIT
006110     IF WS-CYCLE-RC > 0
006120         GO TO 2000-BEGIN-STEP-EXIT
006130     END-IF
006140
006150     SET WS-DEF-IDX TO WS-CARD-DEF-NO
006160     PERFORM 2300-CHECK-DEPENDENCY
006170         THRU 2300-CHECK-DEPENDENCY-EXIT
006180     IF NOT WS-DEP-MET
006190         DISPLAY "PTCYCLE - " WS-CARD-STEP-ID " REFUSED, "
006200             WS-DEF-DEPENDS-ON (WS-DEF-IDX)
006210             " IS NOT COMPLETE FOR CYCLE " WS-CYCLE-DATE
006220         STRING "BEGIN " WS-CARD-STEP-ID " - REFUSED, "
006230             WS-DEF-DEPENDS-ON (WS-DEF-IDX)
006240             " NOT COMPLETE (RC 12)"
006250             DELIMITED BY SIZE INTO WS-ACTION-TEXT
006260         MOVE 12 TO WS-CYCLE-RC
006270         GO TO 2000-BEGIN-STEP-EXIT
006280     END-IF
006290
006300     IF WS-FOUND-NO = 0
006310         PERFORM 2400-ADD-ENTRY THRU 2400-ADD-ENTRY-EXIT
006320         IF WS-CYCLE-RC > 0
006330             GO TO 2000-BEGIN-STEP-EXIT
006340         END-IF
006350     ELSE
006360         SET WS-CYC-IDX TO WS-FOUND-NO
006370         IF WS-CYC-STATUS (WS-CYC-IDX) = "S"
006380             DISPLAY "PTCYCLE - " WS-CARD-STEP-ID " "
006390                 WS-CARD-SLICE-NO " NEVER RECORDED AN END, "
006400                 "RESTARTING IT"
006410         ELSE
006420             DISPLAY "PTCYCLE - " WS-CARD-STEP-ID " "
006430                 WS-CARD-SLICE-NO " FAILED WITH RC "
006440                 WS-CYC-STEP-RC (WS-CYC-IDX) ", RESTARTING IT"
006450         END-IF
006460         ADD 1 TO WS-CYC-ATTEMPTS (WS-CYC-IDX)
006470     END-IF
006480
006490     MOVE "S"             TO WS-CYC-STATUS     (WS-CYC-IDX)
006500     MOVE WS-RUN-DATE     TO WS-CYC-START-DATE (WS-CYC-IDX)
006510     MOVE WS-RUN-TIME-HMS TO WS-CYC-START-TIME (WS-CYC-IDX)
006520     MOVE ZERO            TO WS-CYC-END-DATE   (WS-CYC-IDX)
006530     MOVE ZERO            TO WS-CYC-END-TIME   (WS-CYC-IDX)
006540     MOVE ZERO            TO WS-CYC-STEP-RC    (WS-CYC-IDX)
006550     MOVE "Y" TO WS-CYCLE-CHANGED-SW
006560     STRING "BEGIN " WS-CARD-STEP-ID " - STARTED (RC 0)"
006570         DELIMITED BY SIZE INTO WS-ACTION-TEXT
006580     MOVE 0 TO WS-CYCLE-RC
006590     .
006600
006610 2000-BEGIN-STEP-EXIT.
006620     EXIT.
006630
006640*****************************************************************
006650 2100-OPEN-NEW-CYCLE.
006660*****************************************************************
006670     MOVE WS-RUN-DATE TO WS-CYCLE-DATE
006680     MOVE 0 TO WS-CYC-COUNT
006690     MOVE "N" TO WS-CYCLE-COMPLETE-SW
006700     MOVE "N" TO WS-SCAN-DONE-SW
006710     MOVE "Y" TO WS-CYCLE-CHANGED-SW
006720     .
006730
006740 2100-OPEN-NEW-CYCLE-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780 2200-CHECK-SCAN-PATH.
006790*****************************************************************
006800*  A CYCLE SCANS EITHER FULL-RANGE OR BY SLICES, NEVER BOTH -
006810*  MIXING THE TWO WOULD LEAVE PTHSTCUR AND PTEXTR HALF FROM
006820*  EACH. AND ONCE THE MERGE HAS RUN, A LATE SLICE IS REFUSED.
006830*----------------------------------------------------------------
006840     IF WS-CARD-STEP-ID = "SCAN"
006850         MOVE "SLICE" TO WS-FIND-STEP-ID
006860         PERFORM 2350-COUNT-SLICES THRU 2350-COUNT-SLICES-EXIT
006870         IF WS-SLICE-BEGUN > 0
006880             DISPLAY "PTCYCLE - SCAN REFUSED, THIS CYCLE IS "
006890                 "SCANNING BY SLICES"
006900             STRING "BEGIN SCAN - REFUSED, SCANNING BY "
006910                 "SLICES (RC 12)"
006920                 DELIMITED BY SIZE INTO WS-ACTION-TEXT
006930             MOVE 12 TO WS-CYCLE-RC
006940         END-IF
006950         GO TO 2200-CHECK-SCAN-PATH-EXIT
006960     END-IF
006970
006980     IF WS-CARD-STEP-ID NOT = "SLICE"
006990         AND WS-CARD-STEP-ID NOT = "SLMERG"
007000         GO TO 2200-CHECK-SCAN-PATH-EXIT
007010     END-IF
007020
007030     MOVE "SCAN" TO WS-FIND-STEP-ID
007040     MOVE 0 TO WS-FIND-SLICE-NO
007050     PERFORM 1500-FIND-ENTRY THRU 1500-FIND-ENTRY-EXIT
007060     IF WS-FOUND-NO > 0
007070         DISPLAY "PTCYCLE - " WS-CARD-STEP-ID " REFUSED, THIS "
007080             "CYCLE IS SCANNING FULL-RANGE"
007090         STRING "BEGIN " WS-CARD-STEP-ID " - REFUSED, "
007100             "SCANNING FULL-RANGE (RC 12)"
007110             DELIMITED BY SIZE INTO WS-ACTION-TEXT
007120         MOVE 12 TO WS-CYCLE-RC
007130         GO TO 2200-CHECK-SCAN-PATH-EXIT
007140     END-IF
007150
007160     IF WS-CARD-STEP-ID = "SLICE"
007170         MOVE "SLMERG" TO WS-FIND-STEP-ID
007180         PERFORM 1500-FIND-ENTRY THRU 1500-FIND-ENTRY-EXIT
007190         IF WS-FOUND-NO > 0
007200             DISPLAY "PTCYCLE - SLICE " WS-CARD-SLICE-NO
007210                 " REFUSED, THE MERGE HAS ALREADY BEGUN"
007220             STRING "BEGIN SLICE - REFUSED, MERGE ALREADY "
007230                 "BEGUN (RC 12)"
007240                 DELIMITED BY SIZE INTO WS-ACTION-TEXT
007250             MOVE 12 TO WS-CYCLE-RC
007260         END-IF
007270     END-IF
007280
007290*    RESTORE THE CARD'S OWN ENTRY FOR THE RESTART PATH IN 2000.
007300     MOVE WS-CARD-STEP-ID  TO WS-FIND-STEP-ID
007310     MOVE WS-CARD-SLICE-NO TO WS-FIND-SLICE-NO
007320     PERFORM 1500-FIND-ENTRY THRU 1500-FIND-ENTRY-EXIT
007330     .
007340
007350 2200-CHECK-SCAN-PATH-EXIT.
007360     EXIT.
007370
007380*****************************************************************
007390 2300-CHECK-DEPENDENCY.
007400*****************************************************************
007410*  WS-DEF-IDX POINTS AT THE STEP'S DEFINITION. THE FOUND ENTRY
007420*  NUMBER FOR THE CARD'S OWN STEP IS KEPT ACROSS THE CHECK.
007430*----------------------------------------------------------------
007440     MOVE "N" TO WS-DEP-MET-SW
007450     MOVE WS-FOUND-NO TO WS-ENTRY-NO
007460
007470     EVALUATE WS-DEF-DEPENDS-ON (WS-DEF-IDX)
007480         WHEN SPACES
007490             MOVE "Y" TO WS-DEP-MET-SW
007500         WHEN "SCAN"
007510             PERFORM 4000-EVALUATE-CYCLE
007520                 THRU 4000-EVALUATE-CYCLE-EXIT
007530             SET WS-DEF-IDX TO WS-CARD-DEF-NO
007540             IF WS-SCAN-DONE
007550                 MOVE "Y" TO WS-DEP-MET-SW
007560             END-IF
007570         WHEN "SLICE"
007580             MOVE "SLICE" TO WS-FIND-STEP-ID
007590             PERFORM 2350-COUNT-SLICES
007600                 THRU 2350-COUNT-SLICES-EXIT
007610             IF WS-SLICE-BEGUN > 0
007620                 AND WS-SLICE-DONE = WS-SLICE-BEGUN
007630                 MOVE "Y" TO WS-DEP-MET-SW
007640             END-IF
007650         WHEN OTHER
007660             MOVE WS-DEF-DEPENDS-ON (WS-DEF-IDX)
007670                 TO WS-FIND-STEP-ID
007680             MOVE 0 TO WS-FIND-SLICE-NO
007690             PERFORM 1500-FIND-ENTRY THRU 1500-FIND-ENTRY-EXIT
007700             IF WS-FOUND-NO > 0
007710                 SET WS-CYC-IDX TO WS-FOUND-NO
007720                 IF WS-CYC-STATUS (WS-CYC-IDX) = "C"
007730                     MOVE "Y" TO WS-DEP-MET-SW
007740                 END-IF
007750             END-IF
007760     END-EVALUATE
007770
007780     MOVE WS-ENTRY-NO TO WS-FOUND-NO
007790     .
007800
007810 2300-CHECK-DEPENDENCY-EXIT.
007820     EXIT.
007830
007840*****************************************************************
007850 2350-COUNT-SLICES.
007860*****************************************************************
007870*  COUNT THE SLICE ENTRIES BEGUN THIS CYCLE AND HOW MANY OF
007880*  THEM ARE COMPLETE. WS-FIND-STEP-ID HOLDS "SLICE".
007890*----------------------------------------------------------------
007900     MOVE 0 TO WS-SLICE-BEGUN
007910     MOVE 0 TO WS-SLICE-DONE
007920     PERFORM 2360-COUNT-ONE-SLICE THRU 2360-COUNT-ONE-SLICE-EXIT
007930         VARYING WS-SEARCH-NO FROM 1 BY 1
007940         UNTIL WS-SEARCH-NO > WS-CYC-COUNT
007950     .
007960
007970 2350-COUNT-SLICES-EXIT.
007980     EXIT.
007990
008000*****************************************************************
008010 2360-COUNT-ONE-SLICE.
008020*****************************************************************
008030     SET WS-CYC-IDX TO WS-SEARCH-NO
008040     IF WS-CYC-STEP-ID (WS-CYC-IDX) = WS-FIND-STEP-ID
008050         ADD 1 TO WS-SLICE-BEGUN
008060         IF WS-CYC-STATUS (WS-CYC-IDX) = "C"
008070             ADD 1 TO WS-SLICE-DONE
008080         END-IF
008090     END-IF
008100     .
008110
008120 2360-COUNT-ONE-SLICE-EXIT.
008130     EXIT.
008140
008150*****************************************************************
008160 2400-ADD-ENTRY.
008170*****************************************************************
008180     IF WS-CYC-COUNT >= WS-MAX-ENTRIES
008190         DISPLAY "PTCYCLE - PTCYCTL FULL AT " WS-MAX-ENTRIES
008200             " ENTRIES, " WS-CARD-STEP-ID " NOT RECORDED"
008210         STRING "BEGIN " WS-CARD-STEP-ID
008220             " - REFUSED, PTCYCTL FULL (RC 12)"
008230             DELIMITED BY SIZE INTO WS-ACTION-TEXT
008240         MOVE 12 TO WS-CYCLE-RC
008250         GO TO 2400-ADD-ENTRY-EXIT
008260     END-IF
008270
008280     ADD 1 TO WS-CYC-COUNT
008290     MOVE WS-CYC-COUNT TO WS-FOUND-NO
008300     SET WS-CYC-IDX TO WS-FOUND-NO
008310     MOVE WS-CARD-STEP-ID  TO WS-CYC-STEP-ID  (WS-CYC-IDX)
008320     MOVE WS-CARD-SLICE-NO TO WS-CYC-SLICE-NO (WS-CYC-IDX)
008330     MOVE 1 TO WS-CYC-ATTEMPTS (WS-CYC-IDX)
008340     .
008350
008360 2400-ADD-ENTRY-EXIT.
008370     EXIT.
008380
008381*****************************************************************
008382 2700-WRITE-REPORT-HEADER.
008383*****************************************************************
008384     ADD 1 TO WS-PAGE-NO
008385     MOVE ZERO TO WS-LINE-NO
008386
008387     MOVE WS-RUN-DATE TO WS-FMT-DATE
008388     PERFORM 7150-FORMAT-DATE THRU 7150-FORMAT-DATE-EXIT
008389     MOVE WS-FMT-DATE-PR TO HDR1-RUN-DATE
008390     MOVE WS-PAGE-NO     TO HDR1-PAGE-NO
008391
008392     IF WS-CYCLE-DATE = 0
008393         MOVE SPACES TO HDR2-CYCLE-DATE
008394         MOVE "NO CYCLE ON FILE" TO HDR2-CYCLE-STATUS
008395     ELSE
008396         MOVE WS-CYCLE-DATE TO WS-FMT-DATE
008397         PERFORM 7150-FORMAT-DATE THRU 7150-FORMAT-DATE-EXIT
008398         MOVE WS-FMT-DATE-PR TO HDR2-CYCLE-DATE
008399         EVALUATE TRUE
008400             WHEN WS-CYCLE-COMPLETE
008401                 MOVE "COMPLETE" TO HDR2-CYCLE-STATUS
008402             WHEN WS-FAILED-COUNT > 0
008403                 MOVE "** FAILED - RESTART REQUIRED"
008404                     TO HDR2-CYCLE-STATUS
008405             WHEN OTHER
008406                 MOVE "IN PROGRESS" TO HDR2-CYCLE-STATUS
008407         END-EVALUATE
008408     END-IF
008409
008410     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
008411     MOVE SPACES TO PT-REPORT-LINE
008412     WRITE PT-REPORT-LINE
008413     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-2
008414     MOVE SPACES TO PT-REPORT-LINE
008415     WRITE PT-REPORT-LINE
008416     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-3
008417
008418     ADD 5 TO WS-LINE-NO
008419     .
008420
008421 2700-WRITE-REPORT-HEADER-EXIT.
008422     EXIT.
008423
008424*****************************************************************
008425 3000-END-STEP.
008426*****************************************************************
008427*  ONLY A STEP THIS CYCLE HAS BEGUN AND NOT YET ENDED CAN BE
008430*  ENDED. RETURN CODE 4 OR LESS COMPLETES IT; ANYTHING HIGHER
008440*  FAILS IT, AND THIS STEP ENDS 8 SO THE JCL STOPS THE CHAIN.
008450*----------------------------------------------------------------
008460     MOVE WS-CARD-STEP-ID  TO WS-FIND-STEP-ID
008470     MOVE WS-CARD-SLICE-NO TO WS-FIND-SLICE-NO
008480     PERFORM 1500-FIND-ENTRY THRU 1500-FIND-ENTRY-EXIT
008490
008500     IF WS-FOUND-NO = 0
008510         DISPLAY "PTCYCLE - END FOR " WS-CARD-STEP-ID " "
008520             WS-CARD-SLICE-NO " WITH NO BEGIN THIS CYCLE"
008530         STRING "END " WS-CARD-STEP-ID
008540             " - REFUSED, NEVER BEGUN (RC 12)"
008550             DELIMITED BY SIZE INTO WS-ACTION-TEXT
008560         MOVE 12 TO WS-CYCLE-RC
008570         GO TO 3000-END-STEP-EXIT
008580     END-IF
008590
008600     SET WS-CYC-IDX TO WS-FOUND-NO
008610     IF WS-CYC-STATUS (WS-CYC-IDX) NOT = "S"
008620         DISPLAY "PTCYCLE - END FOR " WS-CARD-STEP-ID " "
008630             WS-CARD-SLICE-NO " WHICH IS NOT RUNNING, STATUS "
008640             WS-CYC-STATUS (WS-CYC-IDX)
008650         STRING "END " WS-CARD-STEP-ID
008660             " - REFUSED, NOT RUNNING (RC 12)"
008670             DELIMITED BY SIZE INTO WS-ACTION-TEXT
008680         MOVE 12 TO WS-CYCLE-RC
008690         GO TO 3000-END-STEP-EXIT
008700     END-IF
008710
008720     MOVE WS-RUN-DATE     TO WS-CYC-END-DATE (WS-CYC-IDX)
008730     MOVE WS-RUN-TIME-HMS TO WS-CYC-END-TIME (WS-CYC-IDX)
008740     MOVE WS-CARD-STEP-RC TO WS-CYC-STEP-RC  (WS-CYC-IDX)
008750     MOVE "Y" TO WS-CYCLE-CHANGED-SW
008760
008770     IF WS-CARD-STEP-RC > WS-MAX-GOOD-RC
008780         MOVE "F" TO WS-CYC-STATUS (WS-CYC-IDX)
008790         DISPLAY "PTCYCLE - " WS-CARD-STEP-ID " "
008800             WS-CARD-SLICE-NO " FAILED WITH RC "
008810             WS-CARD-STEP-RC " - RESUBMIT THE CYCLE TO "
008820             "RESTART HERE"
008830         STRING "END " WS-CARD-STEP-ID " - FAILED WITH RC "
008840             WS-CARD-STEP-RC " (RC 8)"
008850             DELIMITED BY SIZE INTO WS-ACTION-TEXT
008860         MOVE 8 TO WS-CYCLE-RC
008870     ELSE
008880         MOVE "C" TO WS-CYC-STATUS (WS-CYC-IDX)
008890         STRING "END " WS-CARD-STEP-ID " - COMPLETE WITH RC "
008900             WS-CARD-STEP-RC " (RC 0)"
008910             DELIMITED BY SIZE INTO WS-ACTION-TEXT
008920         MOVE 0 TO WS-CYCLE-RC
008930     END-IF
008940     .
008950
008960 3000-END-STEP-EXIT.
008970     EXIT.
008980
008990*****************************************************************
009000 3500-SAVE-CYCLE.
009010*****************************************************************
009020     OPEN OUTPUT PT-CYCLE-FILE
009030     IF WS-CYCLE-STATUS NOT = "00"
009040         DISPLAY "PTCYCLE - UNABLE TO REWRITE PTCYCTL, "
009050             "STATUS = " WS-CYCLE-STATUS
009060         MOVE 12 TO WS-CYCLE-RC
009070         GO TO 3500-SAVE-CYCLE-EXIT
009080     END-IF
009090
009100     PERFORM 3510-SAVE-ONE-ENTRY THRU 3510-SAVE-ONE-ENTRY-EXIT
009110         VARYING WS-ENTRY-NO FROM 1 BY 1
009120         UNTIL WS-ENTRY-NO > WS-CYC-COUNT
009130
009140     CLOSE PT-CYCLE-FILE
009150     .
009160
009170 3500-SAVE-CYCLE-EXIT.
009180     EXIT.
009190
009200*****************************************************************
009210 3510-SAVE-ONE-ENTRY.
009220*****************************************************************
009230     SET WS-CYC-IDX TO WS-ENTRY-NO
009240     MOVE SPACES TO PT-CYCLE-RECORD
009250     MOVE WS-CYCLE-DATE TO PT-CYC-RUN-DATE
009260     MOVE WS-CYC-STEP-ID    (WS-CYC-IDX) TO PT-CYC-STEP-ID
009270     MOVE WS-CYC-SLICE-NO   (WS-CYC-IDX) TO PT-CYC-SLICE-NO
009280     MOVE WS-CYC-STATUS     (WS-CYC-IDX) TO PT-CYC-STATUS
009290     MOVE WS-CYC-START-DATE (WS-CYC-IDX) TO PT-CYC-START-DATE
009300     MOVE WS-CYC-START-TIME (WS-CYC-IDX) TO PT-CYC-START-TIME
009310     MOVE WS-CYC-END-DATE   (WS-CYC-IDX) TO PT-CYC-END-DATE
009320     MOVE WS-CYC-END-TIME   (WS-CYC-IDX) TO PT-CYC-END-TIME
009330     MOVE WS-CYC-STEP-RC    (WS-CYC-IDX) TO PT-CYC-STEP-RC
009340     MOVE WS-CYC-ATTEMPTS   (WS-CYC-IDX) TO PT-CYC-ATTEMPTS
009350     WRITE PT-CYCLE-RECORD
009360     .
009370
009380 3510-SAVE-ONE-ENTRY-EXIT.
009390     EXIT.
009400
009410*****************************************************************
009420 4000-EVALUATE-CYCLE.
009430*****************************************************************
009440*  THE SCAN IS DONE WHEN SCAN OR SLMERG IS COMPLETE; THE CYCLE
009450*  IS COMPLETE WHEN THE SCAN IS DONE AND EVERY REQUIRED STEP
009460*  IS COMPLETE. THE SCAN PATH COUNTS AS ONE REQUIRED STEP.
009470*----------------------------------------------------------------
009480     MOVE "N" TO WS-SCAN-DONE-SW
009490     MOVE "N" TO WS-CYCLE-COMPLETE-SW
009500     MOVE 1 TO WS-REQUIRED-COUNT
009510     MOVE 0 TO WS-REQUIRED-DONE
009520     MOVE 0 TO WS-FAILED-COUNT
009530     IF WS-CYCLE-DATE = 0
009540         GO TO 4000-EVALUATE-CYCLE-EXIT
009550     END-IF
009560
009570     MOVE 0 TO WS-FIND-SLICE-NO
009580     MOVE "SCAN" TO WS-FIND-STEP-ID
009590     PERFORM 4200-CHECK-COMPLETE THRU 4200-CHECK-COMPLETE-EXIT
009600     IF NOT WS-DEP-MET
009610         MOVE "SLMERG" TO WS-FIND-STEP-ID
009620         PERFORM 4200-CHECK-COMPLETE
009630             THRU 4200-CHECK-COMPLETE-EXIT
009640     END-IF
009650     IF WS-DEP-MET
009660         MOVE "Y" TO WS-SCAN-DONE-SW
009670         ADD 1 TO WS-REQUIRED-DONE
009680     END-IF
009690
009700     PERFORM 4100-CHECK-ONE-DEF THRU 4100-CHECK-ONE-DEF-EXIT
009710         VARYING WS-DEF-NO FROM 1 BY 1
009720         UNTIL WS-DEF-NO > WS-DEF-COUNT
009730
009740     PERFORM 4300-COUNT-ONE-FAILED
009750         THRU 4300-COUNT-ONE-FAILED-EXIT
009760         VARYING WS-SEARCH-NO FROM 1 BY 1
009770         UNTIL WS-SEARCH-NO > WS-CYC-COUNT
009780
009790     IF WS-REQUIRED-DONE = WS-REQUIRED-COUNT
009800         MOVE "Y" TO WS-CYCLE-COMPLETE-SW
009810     END-IF
009820     .
009830
009840 4000-EVALUATE-CYCLE-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880 4100-CHECK-ONE-DEF.
009890*****************************************************************
009900     SET WS-DEF-IDX TO WS-DEF-NO
009910     IF NOT WS-DEF-REQUIRED (WS-DEF-IDX)
009920         GO TO 4100-CHECK-ONE-DEF-EXIT
009930     END-IF
009940
009950     ADD 1 TO WS-REQUIRED-COUNT
009960     MOVE WS-DEF-STEP-ID (WS-DEF-IDX) TO WS-FIND-STEP-ID
009970     PERFORM 4200-CHECK-COMPLETE THRU 4200-CHECK-COMPLETE-EXIT
009980     IF WS-DEP-MET
009990         ADD 1 TO WS-REQUIRED-DONE
010000     END-IF
010010     .
010020
010030 4100-CHECK-ONE-DEF-EXIT.
010040     EXIT.
010050
010060*****************************************************************
010070 4200-CHECK-COMPLETE.
010080*****************************************************************
010090*  SETS WS-DEP-MET WHEN THE ENTRY FOR WS-FIND-STEP-ID (SLICE
010100*  ZERO) IS ON FILE AND COMPLETE.
010110*----------------------------------------------------------------
010120     MOVE "N" TO WS-DEP-MET-SW
010130     PERFORM 1500-FIND-ENTRY THRU 1500-FIND-ENTRY-EXIT
010140     IF WS-FOUND-NO > 0
010150         SET WS-CYC-IDX TO WS-FOUND-NO
010160         IF WS-CYC-STATUS (WS-CYC-IDX) = "C"
010170             MOVE "Y" TO WS-DEP-MET-SW
010180         END-IF
010190     END-IF
010200     .
010210
010220 4200-CHECK-COMPLETE-EXIT.
010230     EXIT.
010240
010250*****************************************************************
010260 4300-COUNT-ONE-FAILED.
010270*****************************************************************
010280     SET WS-CYC-IDX TO WS-SEARCH-NO
010290     IF WS-CYC-STATUS (WS-CYC-IDX) = "F"
010300         ADD 1 TO WS-FAILED-COUNT
010310     END-IF
010320     .
010330
010340 4300-COUNT-ONE-FAILED-EXIT.
010350     EXIT.
010360
010370*****************************************************************
010380 5000-PRINT-STATUS.
010390*****************************************************************
010400     IF NOT WS-REPORT-OPEN
010410         GO TO 5000-PRINT-STATUS-EXIT
010420     END-IF
010430
010440     PERFORM 2700-WRITE-REPORT-HEADER
010450         THRU 2700-WRITE-REPORT-HEADER-EXIT
010460
010470     IF WS-CYCLE-DATE = 0
010480         GO TO 5000-PRINT-STATUS-TRAILER
010490     END-IF
010500
010510     PERFORM 5100-PRINT-ONE-DEF THRU 5100-PRINT-ONE-DEF-EXIT
010520         VARYING WS-DEF-NO FROM 1 BY 1
010530         UNTIL WS-DEF-NO > WS-DEF-COUNT
010540     .
010550
010560 5000-PRINT-STATUS-TRAILER.
010570     MOVE SPACES TO PT-REPORT-LINE
010580     WRITE PT-REPORT-LINE
010590     MOVE WS-REQUIRED-DONE  TO TRL1-DONE
010600     MOVE WS-REQUIRED-COUNT TO TRL1-REQUIRED
010610     MOVE WS-FAILED-COUNT   TO TRL1-FAILED
010620     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-1
010630     MOVE WS-ACTION-TEXT TO TRL2-ACTION
010640     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-2
010650     .
010660
010670 5000-PRINT-STATUS-EXIT.
010680     EXIT.
010690
010700*****************************************************************
010710 5100-PRINT-ONE-DEF.
010720*****************************************************************
010730*  ONE LINE PER STEP IN RUN ORDER - A SLICE STEP PRINTS ONE
010740*  LINE PER SLICE BEGUN. A STEP WITH NO ENTRY SHOWS NOT RUN,
010750*  OR BYPASSED WHEN IT IS ON THE SCAN PATH THE CYCLE DID NOT
010760*  TAKE.
010770*----------------------------------------------------------------
010780     SET WS-DEF-IDX TO WS-DEF-NO
010790     MOVE WS-DEF-STEP-ID (WS-DEF-IDX) TO WS-FIND-STEP-ID
010800
010810     IF WS-FIND-STEP-ID = "SLICE"
010820         MOVE 0 TO WS-SLICE-PRINTED
010830         PERFORM 5150-PRINT-ONE-SLICE
010840             THRU 5150-PRINT-ONE-SLICE-EXIT
010850             VARYING WS-ENTRY-NO FROM 1 BY 1
010860             UNTIL WS-ENTRY-NO > WS-CYC-COUNT
010870         IF WS-SLICE-PRINTED > 0
010880             GO TO 5100-PRINT-ONE-DEF-EXIT
010890         END-IF
010900         MOVE 0 TO WS-FOUND-NO
010910     ELSE
010920         MOVE 0 TO WS-FIND-SLICE-NO
010930         PERFORM 1500-FIND-ENTRY THRU 1500-FIND-ENTRY-EXIT
010940     END-IF
010950
010960     IF WS-FOUND-NO > 0
010970         SET WS-CYC-IDX TO WS-FOUND-NO
010980         PERFORM 5200-PRINT-ENTRY THRU 5200-PRINT-ENTRY-EXIT
010990         GO TO 5100-PRINT-ONE-DEF-EXIT
011000     END-IF
011010
011020     IF WS-LINE-NO >= WS-LINES-PER-PAGE
011030         PERFORM 2700-WRITE-REPORT-HEADER
011040             THRU 2700-WRITE-REPORT-HEADER-EXIT
011050     END-IF
011060     MOVE SPACES TO WS-DETAIL-LINE
011070     MOVE WS-DEF-STEP-ID (WS-DEF-IDX) TO DTL-STEP-ID
011080     MOVE WS-DEF-DESC    (WS-DEF-IDX) TO DTL-DESC
011090     IF WS-DEF-SCAN-PATH (WS-DEF-IDX) AND WS-SCAN-DONE
011100         MOVE "BYPASSED" TO DTL-STATUS
011110     ELSE
011120         MOVE "NOT RUN" TO DTL-STATUS
011130     END-IF
011140     WRITE PT-REPORT-LINE FROM WS-DETAIL-LINE
011150     ADD 1 TO WS-LINE-NO
011160     .
011170
011180 5100-PRINT-ONE-DEF-EXIT.
011190     EXIT.
011200
011210*****************************************************************
011220 5150-PRINT-ONE-SLICE.
011230*****************************************************************
011240     SET WS-CYC-IDX TO WS-ENTRY-NO
011250     IF WS-CYC-STEP-ID (WS-CYC-IDX) = "SLICE"
011260         ADD 1 TO WS-SLICE-PRINTED
011270         PERFORM 5200-PRINT-ENTRY THRU 5200-PRINT-ENTRY-EXIT
011280     END-IF
011290     .
011300
011310 5150-PRINT-ONE-SLICE-EXIT.
011320     EXIT.
011330
011340*****************************************************************
011350 5200-PRINT-ENTRY.
011360*****************************************************************
011370*  PRINT THE CYCLE ENTRY AT WS-CYC-IDX AGAINST THE STEP
011380*  DEFINITION AT WS-DEF-IDX.
011390*----------------------------------------------------------------
011400     IF WS-LINE-NO >= WS-LINES-PER-PAGE
011410         PERFORM 2700-WRITE-REPORT-HEADER
011420             THRU 2700-WRITE-REPORT-HEADER-EXIT
011430     END-IF
011440
011450     MOVE SPACES TO WS-DETAIL-LINE
011460     MOVE WS-CYC-STEP-ID (WS-CYC-IDX) TO DTL-STEP-ID
011470     IF WS-CYC-SLICE-NO (WS-CYC-IDX) > 0
011480         MOVE WS-CYC-SLICE-NO (WS-CYC-IDX) TO DTL-SLICE
011490     END-IF
011500     MOVE WS-DEF-DESC (WS-DEF-IDX) TO DTL-DESC
011510
011520     EVALUATE WS-CYC-STATUS (WS-CYC-IDX)
011530         WHEN "C"
011540             MOVE "COMPLETE" TO DTL-STATUS
011550         WHEN "F"
011560             MOVE "FAILED"   TO DTL-STATUS
011570         WHEN OTHER
011580             MOVE "RUNNING"  TO DTL-STATUS
011590     END-EVALUATE
011600
011610     MOVE WS-CYC-ATTEMPTS (WS-CYC-IDX) TO WS-EDIT-2
011620     MOVE WS-EDIT-2 TO DTL-ATTEMPTS
011630
011640     MOVE WS-CYC-START-DATE (WS-CYC-IDX) TO WS-FMT-DATE
011650     MOVE WS-CYC-START-TIME (WS-CYC-IDX) TO WS-FMT-TIME
011660     PERFORM 7100-FORMAT-STAMP THRU 7100-FORMAT-STAMP-EXIT
011670     MOVE WS-FMT-STAMP-PR TO DTL-STARTED
011680
011690     IF WS-CYC-STATUS (WS-CYC-IDX) NOT = "S"
011700         MOVE WS-CYC-END-DATE (WS-CYC-IDX) TO WS-FMT-DATE
011710         MOVE WS-CYC-END-TIME (WS-CYC-IDX) TO WS-FMT-TIME
011720         PERFORM 7100-FORMAT-STAMP THRU 7100-FORMAT-STAMP-EXIT
011730         MOVE WS-FMT-STAMP-PR TO DTL-ENDED
011740         MOVE WS-CYC-STEP-RC (WS-CYC-IDX) TO WS-EDIT-RC
011750         MOVE WS-EDIT-RC TO DTL-RC
011760     END-IF
011770
011780     WRITE PT-REPORT-LINE FROM WS-DETAIL-LINE
011790     ADD 1 TO WS-LINE-NO
011800     .
011810
011820 5200-PRINT-ENTRY-EXIT.
011830     EXIT.
011840
012280*****************************************************************
012290 7100-FORMAT-STAMP.
012300*****************************************************************
012310*  MM/DD HH:MM FROM WS-FMT-DATE AND WS-FMT-TIME.
012320*----------------------------------------------------------------
012330     MOVE SPACES TO WS-FMT-STAMP-PR
012340     MOVE "/" TO WS-FMT-STAMP-PR(3:1)
012350     MOVE ":" TO WS-FMT-STAMP-PR(9:1)
012360     MOVE WS-FMT-DATE-MM TO WS-FMT-STAMP-PR(1:2)
012370     MOVE WS-FMT-DATE-DD TO WS-FMT-STAMP-PR(4:2)
012380     MOVE WS-FMT-TIME-HH TO WS-FMT-STAMP-PR(7:2)
012390     MOVE WS-FMT-TIME-MN TO WS-FMT-STAMP-PR(10:2)
012400     .
012410
012420 7100-FORMAT-STAMP-EXIT.
012430     EXIT.
012440
012450*****************************************************************
012460 7150-FORMAT-DATE.
012470*****************************************************************
012480     MOVE SPACES TO WS-FMT-DATE-PR
012490     MOVE "/" TO WS-FMT-DATE-PR(3:1)
012500     MOVE "/" TO WS-FMT-DATE-PR(6:1)
012510     MOVE WS-FMT-DATE-MM TO WS-FMT-DATE-PR(1:2)
012520     MOVE WS-FMT-DATE-DD TO WS-FMT-DATE-PR(4:2)
012530     MOVE WS-FMT-DATE-CC TO WS-FMT-DATE-PR(7:2)
012540     MOVE WS-FMT-DATE-YY TO WS-FMT-DATE-PR(9:2)
012550     .
012560
012570 7150-FORMAT-DATE-EXIT.
012580     EXIT.
012590
012600*****************************************************************
012610 9000-TERMINATE.
012620*****************************************************************
012630     IF WS-REPORT-OPEN
012640         CLOSE PT-REPORT-FILE
012650     END-IF
012660
012670     DISPLAY "PTCYCLE - " WS-ACTION-TEXT
012680     MOVE WS-CYCLE-RC TO RETURN-CODE
012690     .
012700
012710 9000-TERMINATE-EXIT.
012720     EXIT.
