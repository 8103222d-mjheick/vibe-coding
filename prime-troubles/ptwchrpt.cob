000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTWCHRPT.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTWCHRPT                                                     *
000090*                                                                *
000100*  NIGHTLY VALUE WATCHLIST ALERT REPORT. RUNS AS CYCLE STEP     *
000110*  WATCH, AFTER PTHMUPD HAS ROLLED THE NIGHT'S PTHSTCUR INTO    *
000120*  THE PTHSTMST HISTORY MASTER AND BEFORE THE GENERATION SWAP.  *
000130*  EVERY RULE/VALUE ON THE PTWATCH WATCHLIST (SEE PTWCH01,      *
000140*  MAINTAINED THROUGH PTWMAINT) IS LOOKED UP IN BOTH FILES:     *
000150*                                                                *
000160*     APPEARED     - ON PTHSTCUR, AND THE PTHSTMST GENERATION   *
000170*                    WINDOW SHOWS IT WAS NOT FLAGGED ON THE     *
000180*                    RUN BEFORE (OR IT HAS NO HISTORY AT ALL)   *
000190*     DISAPPEARED  - NOT ON PTHSTCUR, BUT PTHSTMST LAST SAW IT  *
000200*                    ON THE RUN BEFORE THIS ONE                 *
000210*     STILL FLAGGED / STILL ABSENT - NO MOVEMENT                *
000220*                                                                *
000230*  A MOVEMENT THE ENTRY'S ALERT CONDITION ASKS FOR (A, D OR E)  *
000240*  IS PRINTED ON THE PTWCRPT ALERT REPORT WITH THE OWNER AND    *
000250*  NOTE; ONE IT DOES NOT ASK FOR IS ONLY COUNTED. A             *
000260*  DISAPPEARANCE FROM A RULE THAT FLAGGED NOTHING AT ALL        *
000270*  TONIGHT IS MARKED - THE RULE MAY SIMPLY NOT HAVE BEEN        *
000280*  SCHEDULED TO RUN (SEE PTCALEN AND THE RULE'S FREQUENCY).     *
000290*                                                                *
000300*  RETURN CODE 0 - NOTHING TO REPORT; 4 - ONE OR MORE ALERTS    *
000310*  PRINTED; 8 - PTHMCTL, PTHSTCUR OR PTHSTMST UNUSABLE, OR      *
000320*  PTHSTCUR IS A GENERATION PTHMUPD HAS NOT YET APPLIED. NO     *
000330*  PTWATCH FILE MEANS NOBODY IS WATCHING ANYTHING - RC 0.       *
000340*                                                                *
000350*  MODIFICATION HISTORY                                         *
000360*  ----------------------                                       *
000370*  DATE       INIT  DESCRIPTION                                 *
000380*  2026-10-15 DLK   ORIGINAL VERSION - VALUE WATCHLIST ALERTS.  *
000382*  2026-10-15 DLK   EVERY WATCHLIST ALERT IS ALSO RAISED AS AN  *
000384*                   INFORMATION ALERT ON THE PTALERT FEED (SEE  *
000386*                   PTALR01).                                   *
000390*****************************************************************
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SOURCE-COMPUTER.   IBM-370.
000440 OBJECT-COMPUTER.   IBM-370.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT PT-WATCH-FILE ASSIGN TO "PTWATCH"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-WATCH-STATUS.
000510
000520     SELECT PT-HSTCUR-FILE ASSIGN TO "PTHSTCUR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS PT-HSTCUR-KEY
000560         FILE STATUS IS WS-HSTCUR-STATUS.
000570
000580     SELECT PT-HISTMST-FILE ASSIGN TO "PTHSTMST"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS PT-HM-KEY
000620         FILE STATUS IS WS-HISTMST-STATUS.
000630
000640     SELECT PT-HMCTL-FILE ASSIGN TO "PTHMCTL"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-HMCTL-STATUS.
000670
000680     SELECT PT-REPORT-FILE ASSIGN TO "PTWCRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-REPORT-STATUS.
000702
000704     SELECT PT-ALERT-FILE ASSIGN TO "PTALERT"
000706         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS WS-ALERT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  PT-WATCH-FILE
000750     RECORDING MODE IS F.
000760 COPY PTWCH01.
000770
000780 FD  PT-HSTCUR-FILE.
000790 COPY PTHIST01
000800     REPLACING ==PT-HISTORY-RECORD== BY ==PT-HSTCUR-RECORD==
000810               ==PT-HIST-KEY==       BY ==PT-HSTCUR-KEY==
000820               ==PT-HIST-RULE-ID==   BY ==PT-HSTCUR-RULE-ID==
000830               ==PT-HIST-X==         BY ==PT-HSTCUR-X==
000840               ==PT-HIST-RUN-DATE==  BY ==PT-HSTCUR-RUN-DATE==.
000850
000860 FD  PT-HISTMST-FILE.
000870 COPY PTHMST01.
000880
000890 FD  PT-HMCTL-FILE
000900     RECORDING MODE IS F.
000910 COPY PTHMCT01.
000920
000930 FD  PT-REPORT-FILE
000940     RECORDING MODE IS F.
000950 01  PT-REPORT-LINE          PIC X(80).
000952
000954 FD  PT-ALERT-FILE
000956     RECORDING MODE IS F.
000958 01  PT-ALERT-LINE           PIC X(130).
000960
000970 WORKING-STORAGE SECTION.
000980*----------------------------------------------------------------
000990*  FILE STATUS AND SWITCHES
001000*----------------------------------------------------------------
001010 01  WS-WATCH-STATUS     PIC X(02) VALUE "00".
001020 01  WS-HSTCUR-STATUS    PIC X(02) VALUE "00".
001030 01  WS-HISTMST-STATUS   PIC X(02) VALUE "00".
001040 01  WS-HMCTL-STATUS     PIC X(02) VALUE "00".
001050 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001055 01  WS-ALERT-STATUS     PIC X(02) VALUE "00".
001060 01  WS-SWITCHES.
001070     05  WS-EOF-SW       PIC X(01) VALUE "N".
001080         88  WS-EOF             VALUE "Y".
001090     05  WS-CUR-EOF-SW   PIC X(01) VALUE "N".
001100         88  WS-CUR-EOF         VALUE "Y".
001110     05  WS-WATCH-OPEN-SW PIC X(01) VALUE "N".
001120         88  WS-WATCH-OPEN      VALUE "Y".
001130     05  WS-HSTCUR-OPEN-SW PIC X(01) VALUE "N".
001140         88  WS-HSTCUR-OPEN     VALUE "Y".
001150     05  WS-HISTMST-OPEN-SW PIC X(01) VALUE "N".
001160         88  WS-HISTMST-OPEN    VALUE "Y".
001170     05  WS-REPORT-OPEN-SW PIC X(01) VALUE "N".
001180         88  WS-REPORT-OPEN     VALUE "Y".
001190     05  WS-FAILED-SW    PIC X(01) VALUE "N".
001200         88  WS-FAILED          VALUE "Y".
001210     05  WS-IN-CUR-SW    PIC X(01) VALUE "N".
001220         88  WS-IN-CUR          VALUE "Y".
001230     05  WS-ON-MASTER-SW PIC X(01) VALUE "N".
001240         88  WS-ON-MASTER       VALUE "Y".
001250
001260*----------------------------------------------------------------
001270*  CONTROL-FILE FIELDS AND THE MOVEMENT OF THE CURRENT ENTRY
001280*----------------------------------------------------------------
001290 01  WS-CTL-RUN-NO       PIC 9(05) VALUE 0.
001300 01  WS-CTL-RUN-DATE     PIC 9(08) VALUE 0.
001310 01  WS-CUR-RUN-DATE     PIC 9(08) VALUE 0.
001320 01  WS-GEN-GAP          PIC S9(05) VALUE 0.
001330 01  WS-MOVEMENT         PIC X(01) VALUE SPACE.
001340     88  WS-MOVE-APPEARED       VALUE "A".
001350     88  WS-MOVE-DISAPPEARED    VALUE "D".
001360     88  WS-MOVE-STILL-IN       VALUE "I".
001370     88  WS-MOVE-STILL-OUT      VALUE "O".
001380
001390*----------------------------------------------------------------
001400*  VALUES FLAGGED TONIGHT PER RULE, FROM ONE PASS OF PTHSTCUR,
001410*  ADDRESSED BY RULE ID + 1. A RULE WITH NONE MAY NOT HAVE RUN.
001420*----------------------------------------------------------------
001430 01  WS-RULE-CUR-TABLE.
001440     05  WS-RULE-CUR-COUNT   PIC 9(05) COMP
001450                             OCCURS 1000 TIMES
001460                             INDEXED BY WS-RULE-IDX.
001470
001480*----------------------------------------------------------------
001490*  COUNTERS
001500*----------------------------------------------------------------
001510 01  WS-WATCH-COUNT      PIC 9(05) VALUE 0.
001520 01  WS-BAD-COND-COUNT   PIC 9(05) COMP VALUE 0.
001530 01  WS-APPEAR-ALERTS    PIC 9(05) COMP VALUE 0.
001540 01  WS-DISAPPEAR-ALERTS PIC 9(05) COMP VALUE 0.
001550 01  WS-ALERT-COUNT      PIC 9(05) VALUE 0.
001560 01  WS-UNALERTED-COUNT  PIC 9(05) COMP VALUE 0.
001570 01  WS-STILL-IN-COUNT   PIC 9(05) COMP VALUE 0.
001580 01  WS-STILL-OUT-COUNT  PIC 9(05) COMP VALUE 0.
001590 01  WS-TOTAL-HSTCUR     PIC 9(07) COMP VALUE 0.
001600
001610*----------------------------------------------------------------
001620*  DATE FORMATTING WORK FIELDS
001630*----------------------------------------------------------------
001640 01  WS-RUN-DATE         PIC 9(08).
001650 01  WS-RUN-DATE-PR      PIC X(10).
001660 01  WS-FMT-DATE         PIC 9(08).
001670 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
001680     05  WS-FMT-DATE-CC  PIC 9(02).
001690     05  WS-FMT-DATE-YY  PIC 9(02).
001700     05  WS-FMT-DATE-MM  PIC 9(02).
001710     05  WS-FMT-DATE-DD  PIC 9(02).
001720 01  WS-FMT-DATE-PR      PIC X(10).
001730
001740*----------------------------------------------------------------
001750*  REPORT CONTROL FIELDS
001760*----------------------------------------------------------------
001770 01  WS-REPORT-CONTROLS.
001780     05  WS-PAGE-NO          PIC 9(04) VALUE 0.
001790     05  WS-LINE-NO          PIC 9(03) VALUE 99.
001800     05  WS-LINES-PER-PAGE   PIC 9(03) VALUE 50.
001810
001820 01  WS-HDR-LINE-1.
001830     05  FILLER              PIC X(01) VALUE SPACE.
001840     05  FILLER              PIC X(20) VALUE "PTWCHRPT".
001850     05  FILLER              PIC X(22) VALUE
001860         "WATCHLIST ALERTS".
001870     05  FILLER              PIC X(14) VALUE "RUN DATE: ".
001880     05  HDR1-RUN-DATE       PIC X(10).
001890     05  FILLER              PIC X(04) VALUE SPACES.
001900     05  FILLER              PIC X(05) VALUE "PAGE ".
001910     05  HDR1-PAGE-NO        PIC ZZZ9.
001920
001930 01  WS-HDR-LINE-2.
001940     05  FILLER              PIC X(01) VALUE SPACE.
001950     05  FILLER              PIC X(16) VALUE "FLAGGED RUN OF: ".
001960     05  HDR2-CUR-DATE       PIC X(10).
001970     05  FILLER              PIC X(04) VALUE SPACES.
001980     05  FILLER              PIC X(16) VALUE "MASTER RUN NO: ".
001990     05  HDR2-RUN-NO         PIC Z(4)9.
002000
002010 01  WS-HDR-LINE-3.
002020     05  FILLER              PIC X(01) VALUE SPACE.
002030     05  FILLER              PIC X(04) VALUE "RULE".
002040     05  FILLER              PIC X(02) VALUE SPACES.
002050     05  FILLER              PIC X(05) VALUE "VALUE".
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  FILLER              PIC X(11) VALUE "ALERT".
002080     05  FILLER              PIC X(02) VALUE SPACES.
002090     05  FILLER              PIC X(02) VALUE "ON".
002100     05  FILLER              PIC X(02) VALUE SPACES.
002110     05  FILLER              PIC X(12) VALUE "OWNER".
002120     05  FILLER              PIC X(02) VALUE SPACES.
002130     05  FILLER              PIC X(10) VALUE "FIRST SEEN".
002140     05  FILLER              PIC X(02) VALUE SPACES.
002150     05  FILLER              PIC X(10) VALUE "LAST SEEN".
002160
002170 01  WS-DETAIL-LINE.
002180     05  FILLER              PIC X(02) VALUE SPACES.
002190     05  DTL-RULE-ID         PIC 9(03).
002200     05  FILLER              PIC X(02) VALUE SPACES.
002210     05  DTL-VALUE           PIC Z(4)9.
002220     05  FILLER              PIC X(02) VALUE SPACES.
002230     05  DTL-ALERT           PIC X(11).
002240     05  FILLER              PIC X(02) VALUE SPACES.
002250     05  DTL-CONDITION       PIC X(01).
002260     05  FILLER              PIC X(03) VALUE SPACES.
002270     05  DTL-OWNER           PIC X(12).
002280     05  FILLER              PIC X(02) VALUE SPACES.
002290     05  DTL-FIRST-DATE      PIC X(10).
002300     05  FILLER              PIC X(02) VALUE SPACES.
002310     05  DTL-LAST-DATE       PIC X(10).
002320
002330 01  WS-NOTE-LINE.
002340     05  FILLER              PIC X(14) VALUE SPACES.
002350     05  FILLER              PIC X(06) VALUE "NOTE: ".
002360     05  NOTE-TEXT           PIC X(40).
002370
002380 01  WS-SKIP-LINE.
002390     05  FILLER              PIC X(14) VALUE SPACES.
002400     05  FILLER              PIC X(49) VALUE
002410         "*** RULE FLAGGED NOTHING TONIGHT - CHECK WHETHER ".
002420     05  FILLER              PIC X(16) VALUE
002430         "IT WAS SCHEDULED".
002440
002450 01  WS-NONE-LINE.
002460     05  FILLER              PIC X(01) VALUE SPACE.
002470     05  FILLER              PIC X(50) VALUE
002480         "NO WATCHED VALUE CAME OR WENT THIS RUN".
002490
002500 01  WS-TRAILER-LINE-1.
002510     05  FILLER              PIC X(01) VALUE SPACE.
002520     05  FILLER              PIC X(31) VALUE
002530         "END OF REPORT - VALUES WATCHED:".
002540     05  TRL1-WATCHED        PIC Z(4)9.
002550     05  FILLER              PIC X(03) VALUE SPACES.
002560     05  FILLER              PIC X(08) VALUE "ALERTS: ".
002570     05  TRL1-ALERTS         PIC Z(4)9.
002580
002590 01  WS-TRAILER-LINE-2.
002600     05  FILLER              PIC X(03) VALUE SPACES.
002610     05  FILLER              PIC X(10) VALUE "APPEARED: ".
002620     05  TRL2-APPEARED       PIC Z(4)9.
002630     05  FILLER              PIC X(03) VALUE SPACES.
002640     05  FILLER              PIC X(13) VALUE "DISAPPEARED: ".
002650     05  TRL2-DISAPPEARED    PIC Z(4)9.
002660     05  FILLER              PIC X(03) VALUE SPACES.
002670     05  FILLER              PIC X(22) VALUE
002680         "MOVED, NOT ALERTED ON:".
002690     05  TRL2-UNALERTED      PIC Z(4)9.
002700
002710 01  WS-TRAILER-LINE-3.
002720     05  FILLER              PIC X(03) VALUE SPACES.
002730     05  FILLER              PIC X(15) VALUE "STILL FLAGGED: ".
002740     05  TRL3-STILL-IN       PIC Z(4)9.
002750     05  FILLER              PIC X(03) VALUE SPACES.
002760     05  FILLER              PIC X(14) VALUE "STILL ABSENT: ".
002770     05  TRL3-STILL-OUT      PIC Z(4)9.
002780     05  FILLER              PIC X(03) VALUE SPACES.
002790     05  FILLER              PIC X(15) VALUE "BAD CONDITION: ".
002800     05  TRL3-BAD-COND       PIC Z(4)9.
002801
002802*----------------------------------------------------------------
002803*  OPERATIONAL ALERT FEED (SEE PTALR01) - BUILT HERE, WRITTEN
002804*  TO PTALERT BY 8700-RAISE-ALERT
002805*----------------------------------------------------------------
002806 COPY PTALR01.
002807 01  WS-ALR-TIME-RAW     PIC 9(08) VALUE 0.
002808 01  WS-ALR-TIME-R REDEFINES WS-ALR-TIME-RAW.
002809     05  WS-ALR-TIME     PIC 9(06).
002810 01  WS-ALERTS-RAISED    PIC 9(05) COMP VALUE 0.
002811
002820 PROCEDURE DIVISION.
002830*****************************************************************
002840 0000-MAINLINE.
002850*****************************************************************
002860     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002870
002880     PERFORM 2000-CHECK-ONE-WATCH THRU 2000-CHECK-ONE-WATCH-EXIT
002890         UNTIL WS-EOF
002900
002910     PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
002920
002930     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002940
002950     GOBACK.
002960
002970*****************************************************************
002980 1000-INITIALIZE.
002990*****************************************************************
003000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003010     MOVE WS-RUN-DATE TO WS-FMT-DATE
003020     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
003030     MOVE WS-FMT-DATE-PR TO WS-RUN-DATE-PR
003040     MOVE "Y" TO WS-EOF-SW
003050
003060     OPEN INPUT PT-HMCTL-FILE
003070     IF WS-HMCTL-STATUS NOT = "00"
003080         DISPLAY "PTWCHRPT - UNABLE TO OPEN PTHMCTL, "
003090             "STATUS = " WS-HMCTL-STATUS
003100             " - RUN PTHMUPD FIRST"
003110         MOVE "Y" TO WS-FAILED-SW
003120         GO TO 1000-INITIALIZE-EXIT
003130     END-IF
003140     READ PT-HMCTL-FILE
003150         AT END
003160             DISPLAY "PTWCHRPT - PTHMCTL IS EMPTY"
003170             MOVE "Y" TO WS-FAILED-SW
003180             CLOSE PT-HMCTL-FILE
003190             GO TO 1000-INITIALIZE-EXIT
003200     END-READ
003210     MOVE PT-HMC-RUN-NO   TO WS-CTL-RUN-NO
003220     MOVE PT-HMC-RUN-DATE TO WS-CTL-RUN-DATE
003230     CLOSE PT-HMCTL-FILE
003240
003250     OPEN INPUT PT-HSTCUR-FILE
003260     IF WS-HSTCUR-STATUS NOT = "00"
003270         DISPLAY "PTWCHRPT - UNABLE TO OPEN PTHSTCUR, "
003280             "STATUS = " WS-HSTCUR-STATUS
003290         MOVE "Y" TO WS-FAILED-SW
003300         GO TO 1000-INITIALIZE-EXIT
003310     END-IF
003320     MOVE "Y" TO WS-HSTCUR-OPEN-SW
003330     PERFORM 1200-COUNT-CURRENT THRU 1200-COUNT-CURRENT-EXIT
003340
003350*----------------------------------------------------------------
003360*    THE GENERATION WINDOW ONLY MEANS "THE RUN BEFORE" ONCE
003370*    PTHMUPD HAS APPLIED THIS PTHSTCUR. AN EMPTY PTHSTCUR
003380*    CARRIES NO DATE AND IS TAKEN AS THE CONTROL FILE'S RUN.
003390*----------------------------------------------------------------
003400     IF WS-TOTAL-HSTCUR = 0
003410         MOVE WS-CTL-RUN-DATE TO WS-CUR-RUN-DATE
003420     END-IF
003430     IF WS-CUR-RUN-DATE NOT = WS-CTL-RUN-DATE
003440         DISPLAY "PTWCHRPT - PTHSTCUR RUN " WS-CUR-RUN-DATE
003450             " HAS NOT BEEN APPLIED BY PTHMUPD (PTHMCTL RUN "
003460             WS-CTL-RUN-DATE ") - RUN PTHMUPD FIRST"
003470         MOVE "Y" TO WS-FAILED-SW
003480         GO TO 1000-INITIALIZE-EXIT
003490     END-IF
003500
003510     OPEN INPUT PT-HISTMST-FILE
003520     IF WS-HISTMST-STATUS NOT = "00"
003530         DISPLAY "PTWCHRPT - UNABLE TO OPEN PTHSTMST, "
003540             "STATUS = " WS-HISTMST-STATUS
003550         MOVE "Y" TO WS-FAILED-SW
003560         GO TO 1000-INITIALIZE-EXIT
003570     END-IF
003580     MOVE "Y" TO WS-HISTMST-OPEN-SW
003590
003600     OPEN OUTPUT PT-REPORT-FILE
003610     IF WS-REPORT-STATUS NOT = "00"
003620         DISPLAY "PTWCHRPT - UNABLE TO OPEN PTWCRPT, "
003630             "STATUS = " WS-REPORT-STATUS
003640         MOVE "Y" TO WS-FAILED-SW
003650         GO TO 1000-INITIALIZE-EXIT
003660     END-IF
003670     MOVE "Y" TO WS-REPORT-OPEN-SW
003680     PERFORM 2700-WRITE-HEADERS THRU 2700-WRITE-HEADERS-EXIT
003690
003700     OPEN INPUT PT-WATCH-FILE
003710     IF WS-WATCH-STATUS NOT = "00"
003720         DISPLAY "PTWCHRPT - NO PTWATCH WATCHLIST, STATUS = "
003730             WS-WATCH-STATUS " - NOTHING TO CHECK"
003740         GO TO 1000-INITIALIZE-EXIT
003750     END-IF
003760     MOVE "Y" TO WS-WATCH-OPEN-SW
003770     MOVE "N" TO WS-EOF-SW
003780     PERFORM 2400-READ-NEXT-WATCH THRU 2400-READ-NEXT-WATCH-EXIT
003790     .
003800
003810 1000-INITIALIZE-EXIT.
003820     EXIT.
003830
003840*****************************************************************
003850 1200-COUNT-CURRENT.
003860*****************************************************************
003870     MOVE ZERO TO WS-CUR-RUN-DATE
003880     PERFORM 1210-CLEAR-ONE-RULE THRU 1210-CLEAR-ONE-RULE-EXIT
003890         VARYING WS-RULE-IDX FROM 1 BY 1
003900         UNTIL WS-RULE-IDX > 1000
003910     PERFORM 1220-COUNT-ONE-VALUE THRU 1220-COUNT-ONE-VALUE-EXIT
003920         UNTIL WS-CUR-EOF
003930     .
003940
003950 1200-COUNT-CURRENT-EXIT.
003960     EXIT.
003970
003980*****************************************************************
003990 1210-CLEAR-ONE-RULE.
004000*****************************************************************
004010     MOVE 0 TO WS-RULE-CUR-COUNT (WS-RULE-IDX)
004020     .
004030
004040 1210-CLEAR-ONE-RULE-EXIT.
004050     EXIT.
004060
004070*****************************************************************
004080 1220-COUNT-ONE-VALUE.
004090*****************************************************************
004100     READ PT-HSTCUR-FILE NEXT
004110         AT END
004120             MOVE "Y" TO WS-CUR-EOF-SW
004130             GO TO 1220-COUNT-ONE-VALUE-EXIT
004140     END-READ
004150     ADD 1 TO WS-TOTAL-HSTCUR
004160     IF WS-CUR-RUN-DATE = ZERO
004170         MOVE PT-HSTCUR-RUN-DATE TO WS-CUR-RUN-DATE
004180     END-IF
004190     SET WS-RULE-IDX TO PT-HSTCUR-RULE-ID
004200     SET WS-RULE-IDX UP BY 1
004210     ADD 1 TO WS-RULE-CUR-COUNT (WS-RULE-IDX)
004220     .
004230
004240 1220-COUNT-ONE-VALUE-EXIT.
004250     EXIT.
004260
004270*****************************************************************
004280 2000-CHECK-ONE-WATCH.
004290*****************************************************************
004300     ADD 1 TO WS-WATCH-COUNT
004310
004320     IF NOT PT-WCH-CONDITION-VALID
004330         DISPLAY "PTWCHRPT - RULE " PT-WCH-RULE-ID
004340             " VALUE " PT-WCH-X " HAS ALERT CONDITION '"
004350             PT-WCH-CONDITION "' - CORRECT IT IN PTWMAINT"
004360         ADD 1 TO WS-BAD-COND-COUNT
004370     END-IF
004380
004390     PERFORM 2100-CLASSIFY-WATCH THRU 2100-CLASSIFY-WATCH-EXIT
004400
004410     EVALUATE TRUE
004420         WHEN WS-MOVE-APPEARED
004430             AND (PT-WCH-ON-APPEAR OR PT-WCH-ON-EITHER)
004440             MOVE "APPEARED" TO DTL-ALERT
004450             ADD 1 TO WS-APPEAR-ALERTS
004460             PERFORM 2750-WRITE-ALERT THRU 2750-WRITE-ALERT-EXIT
004470         WHEN WS-MOVE-DISAPPEARED
004480             AND (PT-WCH-ON-DISAPPEAR OR PT-WCH-ON-EITHER)
004490             MOVE "DISAPPEARED" TO DTL-ALERT
004500             ADD 1 TO WS-DISAPPEAR-ALERTS
004510             PERFORM 2750-WRITE-ALERT THRU 2750-WRITE-ALERT-EXIT
004520         WHEN WS-MOVE-APPEARED OR WS-MOVE-DISAPPEARED
004530             ADD 1 TO WS-UNALERTED-COUNT
004540         WHEN WS-MOVE-STILL-IN
004550             ADD 1 TO WS-STILL-IN-COUNT
004560         WHEN OTHER
004570             ADD 1 TO WS-STILL-OUT-COUNT
004580     END-EVALUATE
004590
004600     PERFORM 2400-READ-NEXT-WATCH THRU 2400-READ-NEXT-WATCH-EXIT
004610     .
004620
004630 2000-CHECK-ONE-WATCH-EXIT.
004640     EXIT.
004650
004660*****************************************************************
004670 2100-CLASSIFY-WATCH.
004680*****************************************************************
004690*  AFTER PTHMUPD, A VALUE FLAGGED TONIGHT HAS GENERATION 1 OF
004700*  ITS WINDOW SET, AND GENERATION 2 SAYS WHETHER THE RUN BEFORE
004710*  FLAGGED IT TOO. A VALUE NOT FLAGGED TONIGHT WAS FLAGGED ON
004720*  THE RUN BEFORE ONLY IF ITS LAST RUN NUMBER IS ONE BEHIND
004730*  THE CONTROL FILE'S - THE SAME GAP PTHMTRND AGES BY.
004740*----------------------------------------------------------------
004750     MOVE "N" TO WS-IN-CUR-SW
004760     MOVE PT-WCH-RULE-ID TO PT-HSTCUR-RULE-ID
004770     MOVE PT-WCH-X       TO PT-HSTCUR-X
004780     READ PT-HSTCUR-FILE
004790         INVALID KEY
004800             CONTINUE
004810         NOT INVALID KEY
004820             MOVE "Y" TO WS-IN-CUR-SW
004830     END-READ
004840
004850     MOVE "N" TO WS-ON-MASTER-SW
004860     MOVE PT-WCH-RULE-ID TO PT-HM-RULE-ID
004870     MOVE PT-WCH-X       TO PT-HM-X
004880     READ PT-HISTMST-FILE
004890         INVALID KEY
004900             CONTINUE
004910         NOT INVALID KEY
004920             MOVE "Y" TO WS-ON-MASTER-SW
004930             COMPUTE WS-GEN-GAP =
004940                 WS-CTL-RUN-NO - PT-HM-LAST-RUN-NO
004950     END-READ
004960
004970     EVALUATE TRUE
004980         WHEN WS-IN-CUR AND NOT WS-ON-MASTER
004990             MOVE "A" TO WS-MOVEMENT
005000         WHEN WS-IN-CUR AND PT-HM-GEN-FLAGS(2:1) = "Y"
005010             MOVE "I" TO WS-MOVEMENT
005020         WHEN WS-IN-CUR
005030             MOVE "A" TO WS-MOVEMENT
005040         WHEN WS-ON-MASTER AND WS-GEN-GAP = 1
005050             MOVE "D" TO WS-MOVEMENT
005060         WHEN OTHER
005070             MOVE "O" TO WS-MOVEMENT
005080     END-EVALUATE
005090     .
005100
005110 2100-CLASSIFY-WATCH-EXIT.
005120     EXIT.
005130
005140*****************************************************************
005150 2400-READ-NEXT-WATCH.
005160*****************************************************************
005170     READ PT-WATCH-FILE
005180         AT END
005190             MOVE "Y" TO WS-EOF-SW
005200     END-READ
005210     .
005220
005230 2400-READ-NEXT-WATCH-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270 2700-WRITE-HEADERS.
005280*****************************************************************
005290     ADD 1 TO WS-PAGE-NO
005300     MOVE ZERO TO WS-LINE-NO
005310
005320     MOVE WS-RUN-DATE-PR TO HDR1-RUN-DATE
005330     MOVE WS-PAGE-NO     TO HDR1-PAGE-NO
005340     MOVE WS-CTL-RUN-DATE TO WS-FMT-DATE
005350     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
005360     MOVE WS-FMT-DATE-PR TO HDR2-CUR-DATE
005370     MOVE WS-CTL-RUN-NO  TO HDR2-RUN-NO
005380
005390     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
005400     MOVE SPACES TO PT-REPORT-LINE
005410     WRITE PT-REPORT-LINE
005420     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-2
005430     MOVE SPACES TO PT-REPORT-LINE
005440     WRITE PT-REPORT-LINE
005450     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-3
005460     MOVE SPACES TO PT-REPORT-LINE
005470     WRITE PT-REPORT-LINE
005480
005490     ADD 6 TO WS-LINE-NO
005500     .
005510
005520 2700-WRITE-HEADERS-EXIT.
005530     EXIT.
005540
005550*****************************************************************
005560 2750-WRITE-ALERT.
005570*****************************************************************
005580*  DTL-ALERT IS ALREADY SET. THE NOTE GOES ON ITS OWN LINE, AND
005590*  A DISAPPEARANCE FROM A RULE THAT FLAGGED NOTHING TONIGHT
005600*  GETS A THIRD LINE SAYING SO.
005610*----------------------------------------------------------------
005620     IF WS-LINE-NO + 3 > WS-LINES-PER-PAGE
005630         PERFORM 2700-WRITE-HEADERS THRU 2700-WRITE-HEADERS-EXIT
005640     END-IF
005650
005660     ADD 1 TO WS-ALERT-COUNT
005670     MOVE PT-WCH-RULE-ID   TO DTL-RULE-ID
005680     MOVE PT-WCH-X         TO DTL-VALUE
005690     MOVE PT-WCH-CONDITION TO DTL-CONDITION
005700     MOVE PT-WCH-OWNER     TO DTL-OWNER
005710     IF WS-ON-MASTER
005720         MOVE PT-HM-FIRST-DATE TO WS-FMT-DATE
005730         PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
005740         MOVE WS-FMT-DATE-PR TO DTL-FIRST-DATE
005750         MOVE PT-HM-LAST-DATE TO WS-FMT-DATE
005760         PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
005770         MOVE WS-FMT-DATE-PR TO DTL-LAST-DATE
005780     ELSE
005790         MOVE SPACES TO DTL-FIRST-DATE
005800         MOVE SPACES TO DTL-LAST-DATE
005810     END-IF
005820     WRITE PT-REPORT-LINE FROM WS-DETAIL-LINE
005830     ADD 1 TO WS-LINE-NO
005840
005850     IF PT-WCH-NOTE NOT = SPACES
005860         MOVE PT-WCH-NOTE TO NOTE-TEXT
005870         WRITE PT-REPORT-LINE FROM WS-NOTE-LINE
005880         ADD 1 TO WS-LINE-NO
005890     END-IF
005900
005910     IF WS-MOVE-DISAPPEARED
005920         SET WS-RULE-IDX TO PT-WCH-RULE-ID
005930         SET WS-RULE-IDX UP BY 1
005940         IF WS-RULE-CUR-COUNT (WS-RULE-IDX) = 0
005950             WRITE PT-REPORT-LINE FROM WS-SKIP-LINE
005960             ADD 1 TO WS-LINE-NO
005970         END-IF
005980     END-IF
005981
005982     MOVE SPACES TO PT-ALERT-RECORD
005983     MOVE "I"            TO PT-ALR-SEVERITY
005984     MOVE PT-WCH-RULE-ID TO PT-ALR-RULE-ID
005985     IF WS-MOVE-APPEARED
005986         MOVE "WCHAPPR"  TO PT-ALR-CODE
005987     ELSE
005988         MOVE "WCHDISAP" TO PT-ALR-CODE
005989     END-IF
005990     STRING "X " PT-WCH-X " RUN " WS-CTL-RUN-DATE
005991         DELIMITED BY SIZE INTO PT-ALR-SUBJECT
005992     STRING "FOR " PT-WCH-OWNER " - " PT-WCH-NOTE
005993         DELIMITED BY SIZE INTO PT-ALR-MESSAGE
005994     PERFORM 8700-RAISE-ALERT THRU 8700-RAISE-ALERT-EXIT
005995     .
006000
006010 2750-WRITE-ALERT-EXIT.
006020     EXIT.
006030
006040*****************************************************************
006050 7100-FORMAT-DATE.
006060*****************************************************************
006070     MOVE SPACES TO WS-FMT-DATE-PR
006080     MOVE "/" TO WS-FMT-DATE-PR(3:1)
006090     MOVE "/" TO WS-FMT-DATE-PR(6:1)
006100     MOVE WS-FMT-DATE-MM TO WS-FMT-DATE-PR(1:2)
006110     MOVE WS-FMT-DATE-DD TO WS-FMT-DATE-PR(4:2)
006120     MOVE WS-FMT-DATE-CC TO WS-FMT-DATE-PR(7:2)
006130     MOVE WS-FMT-DATE-YY TO WS-FMT-DATE-PR(9:2)
006140     .
006150
006160 7100-FORMAT-DATE-EXIT.
006170     EXIT.
006180
006190*****************************************************************
006200 8000-WRITE-TRAILER.
006210*****************************************************************
006220     IF NOT WS-REPORT-OPEN
006230         GO TO 8000-WRITE-TRAILER-EXIT
006240     END-IF
006250
006260     IF WS-ALERT-COUNT = 0
006270         WRITE PT-REPORT-LINE FROM WS-NONE-LINE
006280     END-IF
006290
006300     MOVE SPACES TO PT-REPORT-LINE
006310     WRITE PT-REPORT-LINE
006320     MOVE WS-WATCH-COUNT      TO TRL1-WATCHED
006330     MOVE WS-ALERT-COUNT      TO TRL1-ALERTS
006340     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-1
006350     MOVE WS-APPEAR-ALERTS    TO TRL2-APPEARED
006360     MOVE WS-DISAPPEAR-ALERTS TO TRL2-DISAPPEARED
006370     MOVE WS-UNALERTED-COUNT  TO TRL2-UNALERTED
006380     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-2
006390     MOVE WS-STILL-IN-COUNT   TO TRL3-STILL-IN
006400     MOVE WS-STILL-OUT-COUNT  TO TRL3-STILL-OUT
006410     MOVE WS-BAD-COND-COUNT   TO TRL3-BAD-COND
006420     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-3
006430     .
006440
006450 8000-WRITE-TRAILER-EXIT.
006460     EXIT.
006470
006471*****************************************************************
006472 8700-RAISE-ALERT.
006473*****************************************************************
006474*  APPEND ONE RECORD TO THE PTALERT OPERATIONAL ALERT FEED. THE
006475*  CALLER CLEARS PT-ALERT-RECORD AND SETS THE SEVERITY, RULE ID,
006476*  CODE, SUBJECT AND MESSAGE. A FEED THAT CANNOT BE OPENED IS
006477*  REPORTED HERE BUT NEVER CHANGES THE OUTCOME OF THE RUN.
006478*----------------------------------------------------------------
006479     ACCEPT PT-ALR-DATE FROM DATE YYYYMMDD
006480     ACCEPT WS-ALR-TIME-RAW FROM TIME
006481     MOVE WS-ALR-TIME TO PT-ALR-TIME
006482     MOVE "PTWCHRPT" TO PT-ALR-PROGRAM
006483
006484     OPEN EXTEND PT-ALERT-FILE
006485     IF WS-ALERT-STATUS = "35"
006486         OPEN OUTPUT PT-ALERT-FILE
006487     END-IF
006488     IF WS-ALERT-STATUS NOT = "00"
006489         DISPLAY "PTWCHRPT - UNABLE TO OPEN PTALERT, STATUS = "
006490             WS-ALERT-STATUS " - ALERT " PT-ALR-CODE
006491             " NOT RAISED"
006492         GO TO 8700-RAISE-ALERT-EXIT
006493     END-IF
006494
006495     WRITE PT-ALERT-LINE FROM PT-ALERT-RECORD
006496     CLOSE PT-ALERT-FILE
006497     ADD 1 TO WS-ALERTS-RAISED
006498     .
006499
006500 8700-RAISE-ALERT-EXIT.
006501     EXIT.
006502
006503*****************************************************************
006504 9000-TERMINATE.
006505*****************************************************************
006510     IF WS-WATCH-OPEN
006520         CLOSE PT-WATCH-FILE
006530     END-IF
006540     IF WS-HSTCUR-OPEN
006550         CLOSE PT-HSTCUR-FILE
006560     END-IF
006570     IF WS-HISTMST-OPEN
006580         CLOSE PT-HISTMST-FILE
006590     END-IF
006600     IF WS-REPORT-OPEN
006610         CLOSE PT-REPORT-FILE
006620     END-IF
006630
006640     IF WS-FAILED
006650         DISPLAY "PTWCHRPT - WATCHLIST NOT CHECKED, RETURN CODE "
006660             "SET TO 8"
006670         MOVE 8 TO RETURN-CODE
006680         GO TO 9000-TERMINATE-EXIT
006690     END-IF
006700
006710     DISPLAY "PTWCHRPT - " WS-WATCH-COUNT " VALUES WATCHED, "
006720         WS-ALERT-COUNT " ALERTS"
006730     IF WS-ALERT-COUNT > 0
006740         MOVE 4 TO RETURN-CODE
006750     END-IF
006760     .
006770
006780 9000-TERMINATE-EXIT.
006790     EXIT.
