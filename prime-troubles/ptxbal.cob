000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTXBAL.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTXBAL                                                       *
000090*                                                                *
000100*  END-OF-CYCLE CROSS-FILE BALANCING. EVERY FILE THE CYCLE      *
000110*  WRITES BALANCES ONLY AGAINST ITSELF - THE PTREPRT TRAILER    *
000120*  PROVES THE SCAN, PTRECON THE ACKNOWLEDGMENTS, PTSLMERG THE   *
000130*  SLICES. THIS STEP PROVES THEY AGREE WITH EACH OTHER FOR ONE  *
000140*  RUN DATE, RULE BY RULE:                                      *
000150*                                                                *
000160*  1. PTHSTCUR RECORDS FOR THE DATE   = PTEXTR ROWS             *
000170*  2. PTHSTMST VALUES LAST SEEN TODAY = PTHSTCUR RECORDS        *
000180*  3. PTEXCTL ENTRIES FOR THE DATE    = ONE PER SUBSCRIBER      *
000190*     (ONE BLANK-CONSUMER ENTRY FOR A RULE NOBODY TAKES)        *
000200*  4. PTEXCTL SENT COUNTS, SUMMED     = PTEXTR ROWS X ENTRIES   *
000210*  5. PTEXTR01-08 ROUTED ROWS         = PTEXTR ROWS X THE       *
000220*     RULE'S PTSUBS SUBSCRIPTIONS                               *
000221*  A DELTA SUBSCRIPTION (PT-SUB-TYPE D) IS OWED, INSTEAD OF THE *
000222*  PTEXTR ROWS, THE RULE'S ADDS PLUS DROPS FROM PTHSTCUR        *
000223*  MATCHED AGAINST PTHSTPRV, AND ALWAYS HAS ITS OWN PTEXCTL     *
000224*  ENTRY - EVEN ON A NIGHT THE DELTA IS EMPTY. PROOFS 3-5 ADD   *
000225*  THAT SHARE FOR EVERY DELTA SUBSCRIPTION.                     *
000230*  AND IN TOTAL:                                                *
000240*  6. PTJRNL END-RECORD FLAGGED COUNT = PTHSTCUR RECORDS - ON   *
000250*     A SPLIT-RANGE NIGHT THE LAST END RECORD OF EACH SLICE IS  *
000260*     SUMMED, AND A RESTARTED RUN COUNTS ONLY ITS LAST END.     *
000270*                                                                *
000280*  THE PTXBRPT PROOF SHEET SHOWS EVERY RULE WITH ANY ACTIVITY,  *
000290*  FOLLOWED BY THE EXCEPTION LIST - ONE LINE PER FAILED PROOF.  *
000300*  ANY EXCEPTION, OR A FILE THE PROOF NEEDS THAT CANNOT BE      *
000310*  READ, ENDS THE JOB WITH RETURN CODE 8 SO THE SCHEDULER       *
000320*  HOLDS THE DOWNSTREAM JOBS BEFORE A SHORT EXTRACT GOES OUT.   *
000330*                                                                *
000340*  THE RUN DATE DEFAULTS TO TODAY; A PTXBPARM CARD CARRYING A   *
000350*  CCYYMMDD DATE IN COLUMNS 1-8 PROVES AN EARLIER CYCLE.        *
000360*                                                                *
000370*  MODIFICATION HISTORY                                         *
000380*  ----------------------                                       *
000390*  DATE       INIT  DESCRIPTION                                 *
000400*  2026-10-15 DLK   ORIGINAL VERSION - CROSS-FILE BALANCING.    *
000402*  2026-10-15 DLK   DELTA SUBSCRIPTIONS PROVED AGAINST THE      *
000404*                   PTHSTCUR / PTHSTPRV MATCH; DELTA COLUMN     *
000406*                   ADDED TO THE PROOF SHEET.                   *
000410*****************************************************************
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER.   IBM-370.
000460 OBJECT-COMPUTER.   IBM-370.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PT-PARM-FILE ASSIGN TO "PTXBPARM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530
000540     SELECT PT-JRNL-FILE ASSIGN TO "PTJRNL"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-JRNL-STATUS.
000570
000580     SELECT PT-HSTCUR-FILE ASSIGN TO "PTHSTCUR"
000590         ORGANIZATION IS INDEXED
000600         RECORD KEY IS PT-HSTCUR-KEY
000610         FILE STATUS IS WS-HSTCUR-STATUS.
000620
000630     SELECT PT-EXTRACT-FILE ASSIGN TO "PTEXTR"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-EXTRACT-STATUS.
000660
000670     SELECT PT-EXCTL-FILE ASSIGN TO "PTEXCTL"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-EXCTL-STATUS.
000700
000710     SELECT PT-SUBS-FILE ASSIGN TO "PTSUBS"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SUBS-STATUS.
000740
000750     SELECT PT-ROUTE1-FILE ASSIGN TO "PTEXTR01"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-ROUTE-STATUS.
000780
000790     SELECT PT-ROUTE2-FILE ASSIGN TO "PTEXTR02"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-ROUTE-STATUS.
000820
000830     SELECT PT-ROUTE3-FILE ASSIGN TO "PTEXTR03"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS WS-ROUTE-STATUS.
000860
000870     SELECT PT-ROUTE4-FILE ASSIGN TO "PTEXTR04"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-ROUTE-STATUS.
000900
000910     SELECT PT-ROUTE5-FILE ASSIGN TO "PTEXTR05"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-ROUTE-STATUS.
000940
000950     SELECT PT-ROUTE6-FILE ASSIGN TO "PTEXTR06"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-ROUTE-STATUS.
000980
000990     SELECT PT-ROUTE7-FILE ASSIGN TO "PTEXTR07"
001000         ORGANIZATION IS LINE SEQUENTIAL
001010         FILE STATUS IS WS-ROUTE-STATUS.
001020
001030     SELECT PT-ROUTE8-FILE ASSIGN TO "PTEXTR08"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-ROUTE-STATUS.
001060
001061     SELECT PT-HSTPRV-FILE ASSIGN TO "PTHSTPRV"
001062         ORGANIZATION IS INDEXED
001063         RECORD KEY IS PT-HSTPRV-KEY
001064         FILE STATUS IS WS-HSTPRV-STATUS.
001065
001070     SELECT PT-HISTMST-FILE ASSIGN TO "PTHSTMST"
001080         ORGANIZATION IS INDEXED
001090         RECORD KEY IS PT-HM-KEY
001100         FILE STATUS IS WS-HISTMST-STATUS.
001110
001120     SELECT PT-REPORT-FILE ASSIGN TO "PTXBRPT"
001130         ORGANIZATION IS LINE SEQUENTIAL
001140         FILE STATUS IS WS-REPORT-STATUS.
001150
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  PT-PARM-FILE
001190     RECORDING MODE IS F.
001200 01  PT-PARM-RECORD.
001210     05  PT-PARM-RUN-DATE        PIC 9(08).
001220     05  FILLER                  PIC X(12).
001230
001240 FD  PT-JRNL-FILE
001250     RECORDING MODE IS F.
001260 COPY PTJRN01.
001270
001280 FD  PT-HSTCUR-FILE.
001290 COPY PTHIST01
001300     REPLACING ==PT-HISTORY-RECORD== BY ==PT-HSTCUR-RECORD==
001310               ==PT-HIST-KEY==       BY ==PT-HSTCUR-KEY==
001320               ==PT-HIST-RULE-ID==   BY ==PT-HSTCUR-RULE-ID==
001330               ==PT-HIST-X==         BY ==PT-HSTCUR-X==
001340               ==PT-HIST-RUN-DATE==  BY ==PT-HSTCUR-RUN-DATE==.
001350
001351 FD  PT-HSTPRV-FILE.
001352 COPY PTHIST01
001353     REPLACING ==PT-HISTORY-RECORD== BY ==PT-HSTPRV-RECORD==
001354               ==PT-HIST-KEY==       BY ==PT-HSTPRV-KEY==
001355               ==PT-HIST-RULE-ID==   BY ==PT-HSTPRV-RULE-ID==
001356               ==PT-HIST-X==         BY ==PT-HSTPRV-X==
001357               ==PT-HIST-RUN-DATE==  BY ==PT-HSTPRV-RUN-DATE==.
001358
001360 FD  PT-EXTRACT-FILE
001370     RECORDING MODE IS F.
001380 COPY PTEXT01.
001390
001400 FD  PT-EXCTL-FILE
001410     RECORDING MODE IS F.
001420 COPY PTEXC01.
001430
001440 FD  PT-SUBS-FILE
001450     RECORDING MODE IS F.
001460 COPY PTSUB01.
001470
001480 FD  PT-ROUTE1-FILE
001490     RECORDING MODE IS F.
001500 01  PT-ROUTE1-RECORD        PIC X(26).
001510
001520 FD  PT-ROUTE2-FILE
001530     RECORDING MODE IS F.
001540 01  PT-ROUTE2-RECORD        PIC X(26).
001550
001560 FD  PT-ROUTE3-FILE
001570     RECORDING MODE IS F.
001580 01  PT-ROUTE3-RECORD        PIC X(26).
001590
001600 FD  PT-ROUTE4-FILE
001610     RECORDING MODE IS F.
001620 01  PT-ROUTE4-RECORD        PIC X(26).
001630
001640 FD  PT-ROUTE5-FILE
001650     RECORDING MODE IS F.
001660 01  PT-ROUTE5-RECORD        PIC X(26).
001670
001680 FD  PT-ROUTE6-FILE
001690     RECORDING MODE IS F.
001700 01  PT-ROUTE6-RECORD        PIC X(26).
001710
001720 FD  PT-ROUTE7-FILE
001730     RECORDING MODE IS F.
001740 01  PT-ROUTE7-RECORD        PIC X(26).
001750
001760 FD  PT-ROUTE8-FILE
001770     RECORDING MODE IS F.
001780 01  PT-ROUTE8-RECORD        PIC X(26).
001790
001800 FD  PT-HISTMST-FILE.
001810 COPY PTHMST01.
001820
001830 FD  PT-REPORT-FILE
001840     RECORDING MODE IS F.
001850 01  PT-REPORT-LINE          PIC X(80).
001860
001870 WORKING-STORAGE SECTION.
001880*----------------------------------------------------------------
001890*  FILE STATUS AND SWITCHES
001900*----------------------------------------------------------------
001910 01  WS-PARM-STATUS      PIC X(02) VALUE "00".
001920 01  WS-JRNL-STATUS      PIC X(02) VALUE "00".
001930 01  WS-HSTCUR-STATUS    PIC X(02) VALUE "00".
001935 01  WS-HSTPRV-STATUS    PIC X(02) VALUE "00".
001940 01  WS-EXTRACT-STATUS   PIC X(02) VALUE "00".
001950 01  WS-EXCTL-STATUS     PIC X(02) VALUE "00".
001960 01  WS-SUBS-STATUS      PIC X(02) VALUE "00".
001970 01  WS-ROUTE-STATUS     PIC X(02) VALUE "00".
001980 01  WS-HISTMST-STATUS   PIC X(02) VALUE "00".
001990 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
002000 01  WS-SWITCHES.
002010     05  WS-EOF-SW       PIC X(01) VALUE "N".
002020         88  WS-EOF             VALUE "Y".
002030     05  WS-REPORT-OPEN-SW PIC X(01) VALUE "N".
002040         88  WS-REPORT-OPEN     VALUE "Y".
002050     05  WS-JRNL-FOUND-SW PIC X(01) VALUE "N".
002060         88  WS-JRNL-FOUND      VALUE "Y".
002070     05  WS-RULE-OOB-SW  PIC X(01) VALUE "N".
002080         88  WS-RULE-OOB        VALUE "Y".
002081     05  WS-HSTPRV-EOF-SW PIC X(01) VALUE "N".
002082         88  WS-HSTPRV-EOF      VALUE "Y".
002083     05  WS-HSTPRV-OPEN-SW PIC X(01) VALUE "N".
002084         88  WS-HSTPRV-OPEN     VALUE "Y".
002085     05  WS-DELTA-PROVED-SW PIC X(01) VALUE "N".
002086         88  WS-DELTA-PROVED    VALUE "Y".
002090
002100*----------------------------------------------------------------
002110*  PER-RULE COUNTS, ONE ENTRY PER POSSIBLE RULE ID (000-999)
002120*  ADDRESSED DIRECTLY BY RULE ID + 1.
002130*----------------------------------------------------------------
002140 01  WS-BAL-TABLE.
002150     05  WS-BAL-ENTRY OCCURS 1000 TIMES
002160                 INDEXED BY WS-BAL-IDX.
002170         10  WS-BAL-HSTCUR       PIC 9(07) COMP.
002180         10  WS-BAL-EXTRACT      PIC 9(07) COMP.
002190         10  WS-BAL-CTL-ENTRIES  PIC 9(05) COMP.
002200         10  WS-BAL-CTL-SENT     PIC 9(09) COMP.
002210         10  WS-BAL-SUBS         PIC 9(05) COMP.
002220         10  WS-BAL-ROUTED       PIC 9(09) COMP.
002230         10  WS-BAL-HISTMST      PIC 9(07) COMP.
002233         10  WS-BAL-DELTA-SUBS   PIC 9(05) COMP.
002236         10  WS-BAL-DELTA        PIC 9(07) COMP.
002240 01  WS-RULE-NO          PIC 9(04) COMP VALUE 0.
002250 01  WS-RULE-ID          PIC 9(03) VALUE 0.
002260
002270*----------------------------------------------------------------
002280*  JOURNAL - THE FLAGGED COUNT OF THE LAST END RECORD FOR THE
002290*  RUN DATE, KEPT PER SLICE NUMBER (ZERO FOR A FULL-RANGE RUN)
002300*  ADDRESSED BY SLICE NUMBER + 1.
002310*----------------------------------------------------------------
002320 01  WS-JRN-TABLE.
002330     05  WS-JRN-ENTRY OCCURS 100 TIMES
002340                 INDEXED BY WS-JRN-IDX.
002350         10  WS-JRN-SEEN-SW      PIC X(01).
002360         10  WS-JRN-FLAGGED      PIC 9(07).
002370 01  WS-JRN-SLICE        PIC 9(02) VALUE 0.
002380 01  WS-SLICE-NO         PIC 9(03) COMP VALUE 0.
002390
002400*----------------------------------------------------------------
002410*  ROUTED FILE READ AREA - THE PT-EXTRACT-RECORD LAYOUT PTEXRTE
002420*  WRITES TO EVERY ROUTED FILE.
002430*----------------------------------------------------------------
002440 01  WS-ROUTE-ROW.
002450     05  WS-ROUTE-RULE-ID    PIC 9(03).
002460     05  WS-ROUTE-X          PIC 9(05).
002470     05  WS-ROUTE-RUN-DATE   PIC 9(08).
002480     05  FILLER              PIC X(10).
002490 01  WS-ROUTE-NO         PIC 9(02) COMP VALUE 0.
002500 01  WS-ROUTE-FILES-READ PIC 9(02) COMP VALUE 0.
002510 01  WS-FILE-NAME        PIC X(08) VALUE SPACES.
002520 01  WS-FILE-SUFFIX      PIC 9(01) VALUE 0.
002530
002540*----------------------------------------------------------------
002550*  PROOF WORK FIELDS AND CONTROL TOTALS
002560*----------------------------------------------------------------
002570 01  WS-EXPECT-ENTRIES   PIC 9(05) COMP VALUE 0.
002580 01  WS-EXPECT-SENT      PIC 9(09) COMP VALUE 0.
002590 01  WS-EXPECT-ROUTED    PIC 9(09) COMP VALUE 0.
002600 01  WS-JRNL-FLAGGED     PIC 9(09) COMP VALUE 0.
002610 01  WS-TOTAL-HSTCUR     PIC 9(09) COMP VALUE 0.
002620 01  WS-TOTAL-EXTRACT    PIC 9(09) COMP VALUE 0.
002630 01  WS-TOTAL-HISTMST    PIC 9(09) COMP VALUE 0.
002640 01  WS-TOTAL-ROUTED     PIC 9(09) COMP VALUE 0.
002650 01  WS-RULES-PROVED     PIC 9(05) COMP VALUE 0.
002660 01  WS-RULES-OOB        PIC 9(05) COMP VALUE 0.
002670 01  WS-EXCEPTION-COUNT  PIC 9(05) COMP VALUE 0.
002680 01  WS-FILE-ERROR-COUNT PIC 9(05) COMP VALUE 0.
002681 01  WS-EXPECT-FULL      PIC 9(05) COMP VALUE 0.
002682 01  WS-EXPECT-DELTA     PIC 9(05) COMP VALUE 0.
002683 01  WS-TOTAL-DELTA-SUBS PIC 9(05) COMP VALUE 0.
002684 01  WS-TOTAL-DELTA-OWED PIC 9(09) COMP VALUE 0.
002685
002686*----------------------------------------------------------------
002687*  DELTA MATCH - PTHSTCUR AGAINST PTHSTPRV AS PTEXRTE MAKES IT.
002688*  THE HISTORY KEYS ARE COMPARED AS CHARACTERS, HIGH-VALUES
002689*  ONCE A FILE ENDS. THE DELTA ROWS CARRY THE PTHSTCUR RUN
002690*  DATE, ELSE THE PTEXTR ROWS' DATE, ELSE THE DAY PTEXRTE RAN -
002691*  THE DELTA IS PROVED ONLY WHEN THAT IS THE DATE BEING PROVED.
002692*----------------------------------------------------------------
002693 01  WS-CUR-KEY          PIC X(08) VALUE SPACES.
002694 01  WS-PRV-KEY          PIC X(08) VALUE SPACES.
002695 01  WS-EXTRACT-RUN-DATE PIC 9(08) VALUE 0.
002696 01  WS-DELTA-RUN-DATE   PIC 9(08) VALUE 0.
002697 01  WS-TODAY            PIC 9(08) VALUE 0.
002698
002700*----------------------------------------------------------------
002710*  RUN DATE AND REPORT CONTROL FIELDS
002720*----------------------------------------------------------------
002730 01  WS-RUN-DATE         PIC 9(08).
002740 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002750     05  WS-RUN-DATE-CC  PIC 9(02).
002760     05  WS-RUN-DATE-YY  PIC 9(02).
002770     05  WS-RUN-DATE-MM  PIC 9(02).
002780     05  WS-RUN-DATE-DD  PIC 9(02).
002790 01  WS-RUN-DATE-PR      PIC X(10).
002800
002810 01  WS-REPORT-CONTROLS.
002820     05  WS-PAGE-NO          PIC 9(04) VALUE 0.
002830     05  WS-LINE-NO          PIC 9(03) VALUE 99.
002840     05  WS-LINES-PER-PAGE   PIC 9(03) VALUE 50.
002850
002860 01  WS-HDR-LINE-1.
002870     05  FILLER              PIC X(01) VALUE SPACE.
002880     05  FILLER              PIC X(20) VALUE "PTXBAL".
002890     05  FILLER              PIC X(22) VALUE
002900         "CROSS-FILE BALANCING".
002910     05  FILLER              PIC X(14) VALUE "RUN DATE: ".
002920     05  HDR1-RUN-DATE       PIC X(10).
002930     05  FILLER              PIC X(04) VALUE SPACES.
002940     05  FILLER              PIC X(05) VALUE "PAGE ".
002950     05  HDR1-PAGE-NO        PIC ZZZ9.
002960
002970 01  WS-HDR-LINE-2.
002980     05  FILLER              PIC X(01) VALUE SPACE.
002990     05  FILLER              PIC X(04) VALUE "RULE".
003000     05  FILLER              PIC X(02) VALUE SPACES.
003010     05  FILLER              PIC X(06) VALUE "HSTCUR".
003020     05  FILLER              PIC X(02) VALUE SPACES.
003030     05  FILLER              PIC X(06) VALUE "EXTRCT".
003033     05  FILLER              PIC X(01) VALUE SPACE.
003036     05  FILLER              PIC X(06) VALUE " DELTA".
003040     05  FILLER              PIC X(02) VALUE SPACES.
003050     05  FILLER              PIC X(03) VALUE "CTL".
003060     05  FILLER              PIC X(01) VALUE SPACE.
003070     05  FILLER              PIC X(07) VALUE "   SENT".
003080     05  FILLER              PIC X(02) VALUE SPACES.
003090     05  FILLER              PIC X(07) VALUE " ROUTED".
003100     05  FILLER              PIC X(01) VALUE SPACE.
003110     05  FILLER              PIC X(07) VALUE "  OWED".
003120     05  FILLER              PIC X(02) VALUE SPACES.
003130     05  FILLER              PIC X(06) VALUE "HSTMST".
003140     05  FILLER              PIC X(02) VALUE SPACES.
003150     05  FILLER              PIC X(08) VALUE "STATUS".
003160
003170 01  WS-DETAIL-LINE.
003180     05  FILLER              PIC X(02) VALUE SPACES.
003190     05  DTL-RULE-ID         PIC 9(03).
003200     05  FILLER              PIC X(02) VALUE SPACES.
003210     05  DTL-HSTCUR          PIC Z(5)9.
003220     05  FILLER              PIC X(02) VALUE SPACES.
003230     05  DTL-EXTRACT         PIC Z(5)9.
003233     05  FILLER              PIC X(01) VALUE SPACE.
003236     05  DTL-DELTA           PIC Z(5)9.
003240     05  FILLER              PIC X(02) VALUE SPACES.
003250     05  DTL-CTL-ENTRIES     PIC ZZ9.
003260     05  FILLER              PIC X(01) VALUE SPACE.
003270     05  DTL-CTL-SENT        PIC Z(6)9.
003280     05  FILLER              PIC X(02) VALUE SPACES.
003290     05  DTL-ROUTED          PIC Z(6)9.
003300     05  FILLER              PIC X(01) VALUE SPACE.
003310     05  DTL-OWED            PIC Z(6)9.
003320     05  FILLER              PIC X(02) VALUE SPACES.
003330     05  DTL-HISTMST         PIC Z(5)9.
003340     05  FILLER              PIC X(02) VALUE SPACES.
003350     05  DTL-STATUS          PIC X(08).
003360
003370 01  WS-SECTION-LINE.
003380     05  FILLER              PIC X(01) VALUE SPACE.
003390     05  SEC-TEXT            PIC X(60).
003400
003410 01  WS-EXCEPTION-LINE.
003420     05  FILLER              PIC X(01) VALUE SPACE.
003430     05  EXC-RULE            PIC X(08).
003440     05  FILLER              PIC X(01) VALUE SPACE.
003450     05  EXC-LEFT-LABEL      PIC X(20).
003460     05  EXC-LEFT-VALUE      PIC Z(6)9.
003470     05  FILLER              PIC X(07) VALUE " NOT = ".
003480     05  EXC-RIGHT-LABEL     PIC X(20).
003490     05  EXC-RIGHT-VALUE     PIC Z(6)9.
003500 01  WS-EXC-RULE-ID      PIC 9(03) VALUE 0.
003510 01  WS-EXC-LEFT         PIC 9(09) COMP VALUE 0.
003520 01  WS-EXC-RIGHT        PIC 9(09) COMP VALUE 0.
003530
003540 01  WS-TRAILER-LINE-1.
003550     05  FILLER              PIC X(01) VALUE SPACE.
003560     05  FILLER              PIC X(15) VALUE "RULES PROVED: ".
003570     05  TRL1-PROVED         PIC Z(4)9.
003580     05  FILLER              PIC X(03) VALUE SPACES.
003590     05  FILLER              PIC X(16) VALUE "OUT OF BALANCE: ".
003600     05  TRL1-OOB            PIC Z(4)9.
003610     05  FILLER              PIC X(03) VALUE SPACES.
003620     05  FILLER              PIC X(12) VALUE "EXCEPTIONS: ".
003630     05  TRL1-EXCEPTIONS     PIC Z(4)9.
003640
003650 01  WS-TRAILER-LINE-2.
003660     05  FILLER              PIC X(01) VALUE SPACE.
003670     05  FILLER              PIC X(17) VALUE "JOURNAL FLAGGED: ".
003680     05  TRL2-JOURNAL        PIC Z(6)9.
003690     05  FILLER              PIC X(03) VALUE SPACES.
003700     05  FILLER              PIC X(10) VALUE "PTHSTCUR: ".
003710     05  TRL2-HSTCUR         PIC Z(6)9.
003720     05  FILLER              PIC X(03) VALUE SPACES.
003730     05  FILLER              PIC X(08) VALUE "PTEXTR: ".
003740     05  TRL2-EXTRACT        PIC Z(6)9.
003750
003760 01  WS-TRAILER-LINE-3.
003770     05  FILLER              PIC X(01) VALUE SPACE.
003780     05  FILLER              PIC X(17) VALUE "ROUTED ROWS: ".
003790     05  TRL3-ROUTED         PIC Z(6)9.
003800     05  FILLER              PIC X(03) VALUE SPACES.
003810     05  FILLER              PIC X(10) VALUE "PTHSTMST: ".
003820     05  TRL3-HISTMST        PIC Z(6)9.
003830     05  FILLER              PIC X(03) VALUE SPACES.
003840     05  FILLER              PIC X(08) VALUE "FILES: ".
003850     05  TRL3-FILE-ERRORS    PIC Z(6)9.
003860     05  FILLER              PIC X(13) VALUE " UNREADABLE".
003861
003862 01  WS-TRAILER-LINE-4.
003863     05  FILLER              PIC X(01) VALUE SPACE.
003864     05  FILLER              PIC X(17) VALUE "DELTA ROWS OWED: ".
003865     05  TRL4-DELTA-OWED     PIC Z(6)9.
003866     05  FILLER              PIC X(03) VALUE SPACES.
003867     05  FILLER              PIC X(21) VALUE
003868         "DELTA SUBSCRIPTIONS: ".
003869     05  TRL4-DELTA-SUBS     PIC Z(4)9.
003870
003880 PROCEDURE DIVISION.
003890*****************************************************************
003900 0000-MAINLINE.
003910*****************************************************************
003920     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003930
003940     PERFORM 2000-COUNT-JOURNAL THRU 2000-COUNT-JOURNAL-EXIT
003950     PERFORM 2100-COUNT-HSTCUR THRU 2100-COUNT-HSTCUR-EXIT
003960     PERFORM 2200-COUNT-EXTRACT THRU 2200-COUNT-EXTRACT-EXIT
003970     PERFORM 2300-COUNT-EXCTL THRU 2300-COUNT-EXCTL-EXIT
003980     PERFORM 2400-COUNT-ROUTED THRU 2400-COUNT-ROUTED-EXIT
003990     PERFORM 2500-COUNT-HISTMST THRU 2500-COUNT-HISTMST-EXIT
003995     PERFORM 2600-COUNT-DELTAS THRU 2600-COUNT-DELTAS-EXIT
004000
004010     PERFORM 3000-PRINT-PROOF THRU 3000-PRINT-PROOF-EXIT
004020     PERFORM 4000-PRINT-EXCEPTIONS
004030         THRU 4000-PRINT-EXCEPTIONS-EXIT
004040     PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
004050
004060     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
004070
004080     GOBACK.
004090
004100*****************************************************************
004110 1000-INITIALIZE.
004120*****************************************************************
004130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004135     MOVE WS-RUN-DATE TO WS-TODAY
004140
004150     OPEN INPUT PT-PARM-FILE
004160     IF WS-PARM-STATUS = "00"
004170         READ PT-PARM-FILE
004180             AT END
004190                 CONTINUE
004200             NOT AT END
004210                 IF PT-PARM-RUN-DATE NUMERIC
004220                     AND PT-PARM-RUN-DATE > 0
004230                     MOVE PT-PARM-RUN-DATE TO WS-RUN-DATE
004240                     DISPLAY "PTXBAL - PROVING RUN DATE "
004250                         WS-RUN-DATE " FROM PTXBPARM"
004260                 END-IF
004270         END-READ
004280         CLOSE PT-PARM-FILE
004290     END-IF
004300
004310     MOVE "/" TO WS-RUN-DATE-PR(3:1)
004320     MOVE "/" TO WS-RUN-DATE-PR(6:1)
004330     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-PR(1:2)
004340     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-PR(4:2)
004350     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-PR(7:2)
004360     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-PR(9:2)
004370
004380     PERFORM 1050-CLEAR-ONE-RULE THRU 1050-CLEAR-ONE-RULE-EXIT
004390         VARYING WS-RULE-NO FROM 1 BY 1
004400         UNTIL WS-RULE-NO > 1000
004410     PERFORM 1060-CLEAR-ONE-SLICE THRU 1060-CLEAR-ONE-SLICE-EXIT
004420         VARYING WS-SLICE-NO FROM 1 BY 1
004430         UNTIL WS-SLICE-NO > 100
004440
004450     OPEN INPUT PT-SUBS-FILE
004460     IF WS-SUBS-STATUS = "00"
004470         MOVE "N" TO WS-EOF-SW
004480         PERFORM 1100-LOAD-ONE-SUB THRU 1100-LOAD-ONE-SUB-EXIT
004490             UNTIL WS-EOF
004500         CLOSE PT-SUBS-FILE
004510     ELSE
004520         DISPLAY "PTXBAL - NO PTSUBS SUBSCRIPTION MASTER, "
004530             "NO ROUTED ROWS EXPECTED"
004540     END-IF
004550
004560     OPEN OUTPUT PT-REPORT-FILE
004570     IF WS-REPORT-STATUS NOT = "00"
004580         DISPLAY "PTXBAL - UNABLE TO OPEN PTXBRPT, "
004590             "STATUS = " WS-REPORT-STATUS
004600     ELSE
004610         MOVE "Y" TO WS-REPORT-OPEN-SW
004620     END-IF
004630     .
004640
004650 1000-INITIALIZE-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690 1050-CLEAR-ONE-RULE.
004700*****************************************************************
004710     SET WS-BAL-IDX TO WS-RULE-NO
004720     MOVE ZERO TO WS-BAL-HSTCUR      (WS-BAL-IDX)
004730     MOVE ZERO TO WS-BAL-EXTRACT     (WS-BAL-IDX)
004740     MOVE ZERO TO WS-BAL-CTL-ENTRIES (WS-BAL-IDX)
004750     MOVE ZERO TO WS-BAL-CTL-SENT    (WS-BAL-IDX)
004760     MOVE ZERO TO WS-BAL-SUBS        (WS-BAL-IDX)
004770     MOVE ZERO TO WS-BAL-ROUTED      (WS-BAL-IDX)
004780     MOVE ZERO TO WS-BAL-HISTMST     (WS-BAL-IDX)
004783     MOVE ZERO TO WS-BAL-DELTA-SUBS  (WS-BAL-IDX)
004786     MOVE ZERO TO WS-BAL-DELTA       (WS-BAL-IDX)
004790     .
004800
004810 1050-CLEAR-ONE-RULE-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850 1060-CLEAR-ONE-SLICE.
004860*****************************************************************
004870     SET WS-JRN-IDX TO WS-SLICE-NO
004880     MOVE "N"  TO WS-JRN-SEEN-SW (WS-JRN-IDX)
004890     MOVE ZERO TO WS-JRN-FLAGGED (WS-JRN-IDX)
004900     .
004910
004920 1060-CLEAR-ONE-SLICE-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960 1100-LOAD-ONE-SUB.
004970*****************************************************************
004980     READ PT-SUBS-FILE
004990         AT END
005000             MOVE "Y" TO WS-EOF-SW
005010             GO TO 1100-LOAD-ONE-SUB-EXIT
005020     END-READ
005030
005040     IF PT-SUB-RULE-ID NOT NUMERIC
005050         GO TO 1100-LOAD-ONE-SUB-EXIT
005060     END-IF
005070     COMPUTE WS-RULE-NO = PT-SUB-RULE-ID + 1
005080     SET WS-BAL-IDX TO WS-RULE-NO
005082     IF PT-SUB-DELTA
005084         ADD 1 TO WS-BAL-DELTA-SUBS (WS-BAL-IDX)
005086         ADD 1 TO WS-TOTAL-DELTA-SUBS
005088     ELSE
005090         ADD 1 TO WS-BAL-SUBS (WS-BAL-IDX)
005095     END-IF
005100     .
005110
005120 1100-LOAD-ONE-SUB-EXIT.
005130     EXIT.
005140
005150*****************************************************************
005160 2000-COUNT-JOURNAL.
005170*****************************************************************
005180*  KEEP THE FLAGGED COUNT OF THE LAST END RECORD PER SLICE FOR
005190*  THE RUN DATE - A RESTARTED RUN'S LATER END RECORD CARRIES
005200*  THE TRUE TOTALS FOR THE WHOLE RUN AND REPLACES THE EARLIER.
005210*----------------------------------------------------------------
005220     OPEN INPUT PT-JRNL-FILE
005230     IF WS-JRNL-STATUS NOT = "00"
005240         DISPLAY "PTXBAL - UNABLE TO OPEN PTJRNL, STATUS = "
005250             WS-JRNL-STATUS
005260         ADD 1 TO WS-FILE-ERROR-COUNT
005270         GO TO 2000-COUNT-JOURNAL-EXIT
005280     END-IF
005290
005300     MOVE "N" TO WS-EOF-SW
005310     PERFORM 2010-FOLD-ONE-JOURNAL
005320         THRU 2010-FOLD-ONE-JOURNAL-EXIT
005330         UNTIL WS-EOF
005340     CLOSE PT-JRNL-FILE
005350
005360     PERFORM 2020-SUM-ONE-SLICE THRU 2020-SUM-ONE-SLICE-EXIT
005370         VARYING WS-SLICE-NO FROM 1 BY 1
005380         UNTIL WS-SLICE-NO > 100
005390
005400     IF NOT WS-JRNL-FOUND
005410         DISPLAY "PTXBAL - NO PTJRNL END RECORD FOR RUN DATE "
005420             WS-RUN-DATE
005430     END-IF
005440     .
005450
005460 2000-COUNT-JOURNAL-EXIT.
005470     EXIT.
005480
005490*****************************************************************
005500 2010-FOLD-ONE-JOURNAL.
005510*****************************************************************
005520     READ PT-JRNL-FILE
005530         AT END
005540             MOVE "Y" TO WS-EOF-SW
005550             GO TO 2010-FOLD-ONE-JOURNAL-EXIT
005560     END-READ
005570
005580     IF NOT PT-JRN-END
005590         OR PT-JRN-RUN-DATE NOT = WS-RUN-DATE
005600         GO TO 2010-FOLD-ONE-JOURNAL-EXIT
005610     END-IF
005620
005630     IF PT-JRN-SLICE-NO NUMERIC
005640         MOVE PT-JRN-SLICE-NO TO WS-JRN-SLICE
005650     ELSE
005660         MOVE 0 TO WS-JRN-SLICE
005670     END-IF
005680
005690     MOVE "Y" TO WS-JRNL-FOUND-SW
005700     COMPUTE WS-SLICE-NO = WS-JRN-SLICE + 1
005710     SET WS-JRN-IDX TO WS-SLICE-NO
005720     MOVE "Y" TO WS-JRN-SEEN-SW (WS-JRN-IDX)
005730     MOVE PT-JRN-FLAGGED-COUNT TO WS-JRN-FLAGGED (WS-JRN-IDX)
005740     .
005750
005760 2010-FOLD-ONE-JOURNAL-EXIT.
005770     EXIT.
005780
005790*****************************************************************
005800 2020-SUM-ONE-SLICE.
005810*****************************************************************
005820     SET WS-JRN-IDX TO WS-SLICE-NO
005830     IF WS-JRN-SEEN-SW (WS-JRN-IDX) = "Y"
005840         ADD WS-JRN-FLAGGED (WS-JRN-IDX) TO WS-JRNL-FLAGGED
005850     END-IF
005860     .
005870
005880 2020-SUM-ONE-SLICE-EXIT.
005890     EXIT.
005900
005910*****************************************************************
005920 2100-COUNT-HSTCUR.
005930*****************************************************************
005940     OPEN INPUT PT-HSTCUR-FILE
005950     IF WS-HSTCUR-STATUS NOT = "00"
005960         DISPLAY "PTXBAL - UNABLE TO OPEN PTHSTCUR, STATUS = "
005970             WS-HSTCUR-STATUS
005980         ADD 1 TO WS-FILE-ERROR-COUNT
005990         GO TO 2100-COUNT-HSTCUR-EXIT
006000     END-IF
006010
006020     MOVE "N" TO WS-EOF-SW
006030     PERFORM 2110-COUNT-ONE-HSTCUR
006040         THRU 2110-COUNT-ONE-HSTCUR-EXIT
006050         UNTIL WS-EOF
006060     CLOSE PT-HSTCUR-FILE
006070     .
006080
006090 2100-COUNT-HSTCUR-EXIT.
006100     EXIT.
006110
006120*****************************************************************
006130 2110-COUNT-ONE-HSTCUR.
006140*****************************************************************
006150     READ PT-HSTCUR-FILE
006160         AT END
006170             MOVE "Y" TO WS-EOF-SW
006180             GO TO 2110-COUNT-ONE-HSTCUR-EXIT
006190     END-READ
006200
006210     IF PT-HSTCUR-RUN-DATE NOT = WS-RUN-DATE
006220         GO TO 2110-COUNT-ONE-HSTCUR-EXIT
006230     END-IF
006240
006250     COMPUTE WS-RULE-NO = PT-HSTCUR-RULE-ID + 1
006260     SET WS-BAL-IDX TO WS-RULE-NO
006270     ADD 1 TO WS-BAL-HSTCUR (WS-BAL-IDX)
006280     ADD 1 TO WS-TOTAL-HSTCUR
006290     .
006300
006310 2110-COUNT-ONE-HSTCUR-EXIT.
006320     EXIT.
006330
006340*****************************************************************
006350 2200-COUNT-EXTRACT.
006360*****************************************************************
006370     OPEN INPUT PT-EXTRACT-FILE
006380     IF WS-EXTRACT-STATUS NOT = "00"
006390         DISPLAY "PTXBAL - UNABLE TO OPEN PTEXTR, STATUS = "
006400             WS-EXTRACT-STATUS
006410         ADD 1 TO WS-FILE-ERROR-COUNT
006420         GO TO 2200-COUNT-EXTRACT-EXIT
006430     END-IF
006440
006450     MOVE "N" TO WS-EOF-SW
006460     PERFORM 2210-COUNT-ONE-EXTRACT
006470         THRU 2210-COUNT-ONE-EXTRACT-EXIT
006480         UNTIL WS-EOF
006490     CLOSE PT-EXTRACT-FILE
006500     .
006510
006520 2200-COUNT-EXTRACT-EXIT.
006530     EXIT.
006540
006550*****************************************************************
006560 2210-COUNT-ONE-EXTRACT.
006570*****************************************************************
006580     READ PT-EXTRACT-FILE
006590         AT END
006600             MOVE "Y" TO WS-EOF-SW
006610             GO TO 2210-COUNT-ONE-EXTRACT-EXIT
006620     END-READ
006630
006632     IF WS-EXTRACT-RUN-DATE = 0
006634         MOVE PT-EXT-RUN-DATE TO WS-EXTRACT-RUN-DATE
006636     END-IF
006640     IF PT-EXT-RUN-DATE NOT = WS-RUN-DATE
006650         GO TO 2210-COUNT-ONE-EXTRACT-EXIT
006660     END-IF
006670
006680     COMPUTE WS-RULE-NO = PT-EXT-RULE-ID + 1
006690     SET WS-BAL-IDX TO WS-RULE-NO
006700     ADD 1 TO WS-BAL-EXTRACT (WS-BAL-IDX)
006710     ADD 1 TO WS-TOTAL-EXTRACT
006720     .
006730
006740 2210-COUNT-ONE-EXTRACT-EXIT.
006750     EXIT.
006760
006770*****************************************************************
006780 2300-COUNT-EXCTL.
006790*****************************************************************
006800     OPEN INPUT PT-EXCTL-FILE
006810     IF WS-EXCTL-STATUS NOT = "00"
006820         DISPLAY "PTXBAL - UNABLE TO OPEN PTEXCTL, STATUS = "
006830             WS-EXCTL-STATUS
006840         ADD 1 TO WS-FILE-ERROR-COUNT
006850         GO TO 2300-COUNT-EXCTL-EXIT
006860     END-IF
006870
006880     MOVE "N" TO WS-EOF-SW
006890     PERFORM 2310-COUNT-ONE-EXCTL THRU 2310-COUNT-ONE-EXCTL-EXIT
006900         UNTIL WS-EOF
006910     CLOSE PT-EXCTL-FILE
006920     .
006930
006940 2300-COUNT-EXCTL-EXIT.
006950     EXIT.
006960
006970*****************************************************************
006980 2310-COUNT-ONE-EXCTL.
006990*****************************************************************
007000     READ PT-EXCTL-FILE
007010         AT END
007020             MOVE "Y" TO WS-EOF-SW
007030             GO TO 2310-COUNT-ONE-EXCTL-EXIT
007040     END-READ
007050
007060     IF PT-EXC-RUN-DATE NOT = WS-RUN-DATE
007070         GO TO 2310-COUNT-ONE-EXCTL-EXIT
007080     END-IF
007090
007100     COMPUTE WS-RULE-NO = PT-EXC-RULE-ID + 1
007110     SET WS-BAL-IDX TO WS-RULE-NO
007120     ADD 1 TO WS-BAL-CTL-ENTRIES (WS-BAL-IDX)
007130     ADD PT-EXC-SENT-COUNT TO WS-BAL-CTL-SENT (WS-BAL-IDX)
007140     .
007150
007160 2310-COUNT-ONE-EXCTL-EXIT.
007170     EXIT.
007180
007190*****************************************************************
007200 2400-COUNT-ROUTED.
007210*****************************************************************
007220*  EVERY ROUTED FILE THAT EXISTS IS READ. A FILE NOT THERE IS
007230*  A SLOT WITH NO SUBSCRIBER ASSIGNED - IF A SUBSCRIBER'S FILE
007240*  IS MISSING, ITS RULES COME UP SHORT IN PROOF 5.
007250*----------------------------------------------------------------
007260     PERFORM 2410-COUNT-ONE-FILE THRU 2410-COUNT-ONE-FILE-EXIT
007270         VARYING WS-ROUTE-NO FROM 1 BY 1
007280         UNTIL WS-ROUTE-NO > 8
007290     .
007300
007310 2400-COUNT-ROUTED-EXIT.
007320     EXIT.
007330
007340*****************************************************************
007350 2410-COUNT-ONE-FILE.
007360*****************************************************************
007370     EVALUATE WS-ROUTE-NO
007380         WHEN 1
007390             OPEN INPUT PT-ROUTE1-FILE
007400         WHEN 2
007410             OPEN INPUT PT-ROUTE2-FILE
007420         WHEN 3
007430             OPEN INPUT PT-ROUTE3-FILE
007440         WHEN 4
007450             OPEN INPUT PT-ROUTE4-FILE
007460         WHEN 5
007470             OPEN INPUT PT-ROUTE5-FILE
007480         WHEN 6
007490             OPEN INPUT PT-ROUTE6-FILE
007500         WHEN 7
007510             OPEN INPUT PT-ROUTE7-FILE
007520         WHEN OTHER
007530             OPEN INPUT PT-ROUTE8-FILE
007540     END-EVALUATE
007550     IF WS-ROUTE-STATUS NOT = "00"
007560         GO TO 2410-COUNT-ONE-FILE-EXIT
007570     END-IF
007580
007590     ADD 1 TO WS-ROUTE-FILES-READ
007600     MOVE "N" TO WS-EOF-SW
007610     PERFORM 2420-COUNT-ONE-ROUTED
007620         THRU 2420-COUNT-ONE-ROUTED-EXIT
007630         UNTIL WS-EOF
007640
007650     EVALUATE WS-ROUTE-NO
007660         WHEN 1
007670             CLOSE PT-ROUTE1-FILE
007680         WHEN 2
007690             CLOSE PT-ROUTE2-FILE
007700         WHEN 3
007710             CLOSE PT-ROUTE3-FILE
007720         WHEN 4
007730             CLOSE PT-ROUTE4-FILE
007740         WHEN 5
007750             CLOSE PT-ROUTE5-FILE
007760         WHEN 6
007770             CLOSE PT-ROUTE6-FILE
007780         WHEN 7
007790             CLOSE PT-ROUTE7-FILE
007800         WHEN OTHER
007810             CLOSE PT-ROUTE8-FILE
007820     END-EVALUATE
007830     .
007840
007850 2410-COUNT-ONE-FILE-EXIT.
007860     EXIT.
007870
007880*****************************************************************
007890 2420-COUNT-ONE-ROUTED.
007900*****************************************************************
007910     EVALUATE WS-ROUTE-NO
007920         WHEN 1
007930             READ PT-ROUTE1-FILE INTO WS-ROUTE-ROW
007940                 AT END
007950                     MOVE "Y" TO WS-EOF-SW
007960             END-READ
007970         WHEN 2
007980             READ PT-ROUTE2-FILE INTO WS-ROUTE-ROW
007990                 AT END
008000                     MOVE "Y" TO WS-EOF-SW
008010             END-READ
008020         WHEN 3
008030             READ PT-ROUTE3-FILE INTO WS-ROUTE-ROW
008040                 AT END
008050                     MOVE "Y" TO WS-EOF-SW
008060             END-READ
008070         WHEN 4
008080             READ PT-ROUTE4-FILE INTO WS-ROUTE-ROW
008090                 AT END
008100                     MOVE "Y" TO WS-EOF-SW
008110             END-READ
008120         WHEN 5
008130             READ PT-ROUTE5-FILE INTO WS-ROUTE-ROW
008140                 AT END
008150                     MOVE "Y" TO WS-EOF-SW
008160             END-READ
008170         WHEN 6
008180             READ PT-ROUTE6-FILE INTO WS-ROUTE-ROW
008190                 AT END
008200                     MOVE "Y" TO WS-EOF-SW
008210             END-READ
008220         WHEN 7
008230             READ PT-ROUTE7-FILE INTO WS-ROUTE-ROW
008240                 AT END
008250                     MOVE "Y" TO WS-EOF-SW
008260             END-READ
008270         WHEN OTHER
008280             READ PT-ROUTE8-FILE INTO WS-ROUTE-ROW
008290                 AT END
008300                     MOVE "Y" TO WS-EOF-SW
008310             END-READ
008320     END-EVALUATE
008330
008340     IF WS-EOF
008350         GO TO 2420-COUNT-ONE-ROUTED-EXIT
008360     END-IF
008370     IF WS-ROUTE-RUN-DATE NOT = WS-RUN-DATE
008380         OR WS-ROUTE-RULE-ID NOT NUMERIC
008390         GO TO 2420-COUNT-ONE-ROUTED-EXIT
008400     END-IF
008410
008420     COMPUTE WS-RULE-NO = WS-ROUTE-RULE-ID + 1
008430     SET WS-BAL-IDX TO WS-RULE-NO
008440     ADD 1 TO WS-BAL-ROUTED (WS-BAL-IDX)
008450     ADD 1 TO WS-TOTAL-ROUTED
008460     .
008470
008480 2420-COUNT-ONE-ROUTED-EXIT.
008490     EXIT.
008500
008510*****************************************************************
008520 2500-COUNT-HISTMST.
008530*****************************************************************
008540     OPEN INPUT PT-HISTMST-FILE
008550     IF WS-HISTMST-STATUS NOT = "00"
008560         DISPLAY "PTXBAL - UNABLE TO OPEN PTHSTMST, STATUS = "
008570             WS-HISTMST-STATUS
008580         ADD 1 TO WS-FILE-ERROR-COUNT
008590         GO TO 2500-COUNT-HISTMST-EXIT
008600     END-IF
008610
008620     MOVE "N" TO WS-EOF-SW
008630     PERFORM 2510-COUNT-ONE-MASTER
008640         THRU 2510-COUNT-ONE-MASTER-EXIT
008650         UNTIL WS-EOF
008660     CLOSE PT-HISTMST-FILE
008670     .
008680
008690 2500-COUNT-HISTMST-EXIT.
008700     EXIT.
008710
008720*****************************************************************
008730 2510-COUNT-ONE-MASTER.
008740*****************************************************************
008750     READ PT-HISTMST-FILE
008760         AT END
008770             MOVE "Y" TO WS-EOF-SW
008780             GO TO 2510-COUNT-ONE-MASTER-EXIT
008790     END-READ
008800
008810     IF PT-HM-LAST-DATE NOT = WS-RUN-DATE
008820         GO TO 2510-COUNT-ONE-MASTER-EXIT
008830     END-IF
008840
008850     COMPUTE WS-RULE-NO = PT-HM-RULE-ID + 1
008860     SET WS-BAL-IDX TO WS-RULE-NO
008870     ADD 1 TO WS-BAL-HISTMST (WS-BAL-IDX)
008880     ADD 1 TO WS-TOTAL-HISTMST
008890     .
008900
008910 2510-COUNT-ONE-MASTER-EXIT.
008920     EXIT.
008930
008931*****************************************************************
008932 2600-COUNT-DELTAS.
008933*****************************************************************
008934*  REBUILD EACH DELTA-SUBSCRIBED RULE'S ADDS PLUS DROPS BY THE
008935*  SAME MATCH PTEXRTE ROUTED THEM FROM. A MISSING PTHSTPRV IS
008936*  THE FIRST NIGHT - EVERY CURRENT VALUE IS AN ADD.
008937*----------------------------------------------------------------
008938     IF WS-TOTAL-DELTA-SUBS = 0
008939         GO TO 2600-COUNT-DELTAS-EXIT
008940     END-IF
008941
008942     OPEN INPUT PT-HSTCUR-FILE
008943     IF WS-HSTCUR-STATUS NOT = "00"
008944         GO TO 2600-COUNT-DELTAS-EXIT
008945     END-IF
008946
008947     OPEN INPUT PT-HSTPRV-FILE
008948     IF WS-HSTPRV-STATUS NOT = "00"
008949         MOVE "Y" TO WS-HSTPRV-EOF-SW
008950         MOVE HIGH-VALUES TO WS-PRV-KEY
008951     ELSE
008952         MOVE "Y" TO WS-HSTPRV-OPEN-SW
008953         PERFORM 2692-READ-NEXT-HSTPRV
008954             THRU 2692-READ-NEXT-HSTPRV-EXIT
008955     END-IF
008956     MOVE "N" TO WS-EOF-SW
008957     PERFORM 2691-READ-NEXT-HSTCUR THRU 2691-READ-NEXT-HSTCUR-EXIT
008958
008959     IF NOT WS-EOF
008960         MOVE PT-HSTCUR-RUN-DATE TO WS-DELTA-RUN-DATE
008961     ELSE
008962         IF WS-EXTRACT-RUN-DATE > 0
008963             MOVE WS-EXTRACT-RUN-DATE TO WS-DELTA-RUN-DATE
008964         ELSE
008965             MOVE WS-TODAY TO WS-DELTA-RUN-DATE
008966         END-IF
008967     END-IF
008968
008969     IF WS-DELTA-RUN-DATE = WS-RUN-DATE
008970         MOVE "Y" TO WS-DELTA-PROVED-SW
008971         PERFORM 2610-MATCH-ONE-KEY THRU 2610-MATCH-ONE-KEY-EXIT
008972             UNTIL WS-EOF AND WS-HSTPRV-EOF
008973     ELSE
008974         DISPLAY "PTXBAL - PTHSTCUR HOLDS RUN DATE "
008975             WS-DELTA-RUN-DATE ", DELTA SUBSCRIPTIONS NOT "
008976             "PROVED FOR " WS-RUN-DATE
008977     END-IF
008978
008979     CLOSE PT-HSTCUR-FILE
008980     IF WS-HSTPRV-OPEN
008981         CLOSE PT-HSTPRV-FILE
008982     END-IF
008983     .
008984
008985 2600-COUNT-DELTAS-EXIT.
008986     EXIT.
008987
008988*****************************************************************
008989 2610-MATCH-ONE-KEY.
008990*****************************************************************
008991     IF WS-CUR-KEY = WS-PRV-KEY
008992         PERFORM 2691-READ-NEXT-HSTCUR
008993             THRU 2691-READ-NEXT-HSTCUR-EXIT
008994         PERFORM 2692-READ-NEXT-HSTPRV
008995             THRU 2692-READ-NEXT-HSTPRV-EXIT
008996         GO TO 2610-MATCH-ONE-KEY-EXIT
008997     END-IF
008998
008999     IF WS-CUR-KEY < WS-PRV-KEY
009000         COMPUTE WS-RULE-NO = PT-HSTCUR-RULE-ID + 1
009001         PERFORM 2691-READ-NEXT-HSTCUR
009002             THRU 2691-READ-NEXT-HSTCUR-EXIT
009003     ELSE
009004         COMPUTE WS-RULE-NO = PT-HSTPRV-RULE-ID + 1
009005         PERFORM 2692-READ-NEXT-HSTPRV
009006             THRU 2692-READ-NEXT-HSTPRV-EXIT
009007     END-IF
009008
009009     SET WS-BAL-IDX TO WS-RULE-NO
009010     IF WS-BAL-DELTA-SUBS (WS-BAL-IDX) > 0
009011         ADD 1 TO WS-BAL-DELTA (WS-BAL-IDX)
009012     END-IF
009013     .
009014
009015 2610-MATCH-ONE-KEY-EXIT.
009016     EXIT.
009017
009018*****************************************************************
009019 2691-READ-NEXT-HSTCUR.
009020*****************************************************************
009021     READ PT-HSTCUR-FILE
009022         AT END
009023             MOVE "Y" TO WS-EOF-SW
009024             MOVE HIGH-VALUES TO WS-CUR-KEY
009025             GO TO 2691-READ-NEXT-HSTCUR-EXIT
009026     END-READ
009027     MOVE PT-HSTCUR-KEY TO WS-CUR-KEY
009028     .
009029
009030 2691-READ-NEXT-HSTCUR-EXIT.
009031     EXIT.
009032
009033*****************************************************************
009034 2692-READ-NEXT-HSTPRV.
009035*****************************************************************
009036     READ PT-HSTPRV-FILE
009037         AT END
009038             MOVE "Y" TO WS-HSTPRV-EOF-SW
009039             MOVE HIGH-VALUES TO WS-PRV-KEY
009040             GO TO 2692-READ-NEXT-HSTPRV-EXIT
009041     END-READ
009042     MOVE PT-HSTPRV-KEY TO WS-PRV-KEY
009043     .
009044
009045 2692-READ-NEXT-HSTPRV-EXIT.
009046     EXIT.
009047
009048*****************************************************************
009049 2700-WRITE-REPORT-HEADER.
009050*****************************************************************
009051     ADD 1 TO WS-PAGE-NO
009052     MOVE ZERO TO WS-LINE-NO
009053
009054     MOVE WS-RUN-DATE-PR TO HDR1-RUN-DATE
009055     MOVE WS-PAGE-NO     TO HDR1-PAGE-NO
009056
009057     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
009058     MOVE SPACES TO PT-REPORT-LINE
009059     WRITE PT-REPORT-LINE
009060     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-2
009061     MOVE SPACES TO PT-REPORT-LINE
009062     WRITE PT-REPORT-LINE
009063
009064     ADD 4 TO WS-LINE-NO
009065     .
009066
009067 2700-WRITE-REPORT-HEADER-EXIT.
009068     EXIT.
009069
009070*****************************************************************
009071 3000-PRINT-PROOF.
009072*****************************************************************
009073     IF NOT WS-REPORT-OPEN
009074         GO TO 3000-PRINT-PROOF-EXIT
009075     END-IF
009076
009077     PERFORM 2700-WRITE-REPORT-HEADER
009078         THRU 2700-WRITE-REPORT-HEADER-EXIT
009079
009080     PERFORM 3100-PROVE-ONE-RULE THRU 3100-PROVE-ONE-RULE-EXIT
009081         VARYING WS-RULE-NO FROM 1 BY 1
009082         UNTIL WS-RULE-NO > 1000
009083     .
009084
009090 3000-PRINT-PROOF-EXIT.
009100     EXIT.
009110
009120*****************************************************************
009130 3100-PROVE-ONE-RULE.
009140*****************************************************************
009150*  A RULE WITH NOTHING ON ANY FILE FOR THE DATE IS NOT
009160*  PRINTED. SUBSCRIPTIONS ALONE ARE NOT ACTIVITY - EXCEPT A
009165*  DELTA SUBSCRIPTION, WHICH IS OWED AN ENTRY EVERY NIGHT.
009170*----------------------------------------------------------------
009180     SET WS-BAL-IDX TO WS-RULE-NO
009190     IF WS-BAL-HSTCUR (WS-BAL-IDX) = 0
009200         AND WS-BAL-EXTRACT (WS-BAL-IDX) = 0
009210         AND WS-BAL-CTL-ENTRIES (WS-BAL-IDX) = 0
009220         AND WS-BAL-ROUTED (WS-BAL-IDX) = 0
009230         AND WS-BAL-HISTMST (WS-BAL-IDX) = 0
009233         AND (WS-BAL-DELTA-SUBS (WS-BAL-IDX) = 0
009236              OR NOT WS-DELTA-PROVED)
009240         GO TO 3100-PROVE-ONE-RULE-EXIT
009250     END-IF
009260
009270     PERFORM 3200-COMPUTE-EXPECTED THRU 3200-COMPUTE-EXPECTED-EXIT
009280
009290     ADD 1 TO WS-RULES-PROVED
009300     MOVE "N" TO WS-RULE-OOB-SW
009310     IF WS-BAL-HSTCUR (WS-BAL-IDX)
009315             NOT = WS-BAL-EXTRACT (WS-BAL-IDX)
009320         OR WS-BAL-HISTMST (WS-BAL-IDX)
009330             NOT = WS-BAL-HSTCUR (WS-BAL-IDX)
009340         OR WS-BAL-CTL-ENTRIES (WS-BAL-IDX)
009350             NOT = WS-EXPECT-ENTRIES
009360         OR WS-BAL-CTL-SENT (WS-BAL-IDX) NOT = WS-EXPECT-SENT
009370         OR WS-BAL-ROUTED (WS-BAL-IDX) NOT = WS-EXPECT-ROUTED
009380         MOVE "Y" TO WS-RULE-OOB-SW
009390         ADD 1 TO WS-RULES-OOB
009400     END-IF
009410
009420     IF WS-LINE-NO >= WS-LINES-PER-PAGE
009430         PERFORM 2700-WRITE-REPORT-HEADER
009440             THRU 2700-WRITE-REPORT-HEADER-EXIT
009450     END-IF
009460
009470     COMPUTE WS-RULE-ID = WS-RULE-NO - 1
009480     MOVE WS-RULE-ID                      TO DTL-RULE-ID
009490     MOVE WS-BAL-HSTCUR      (WS-BAL-IDX) TO DTL-HSTCUR
009500     MOVE WS-BAL-EXTRACT     (WS-BAL-IDX) TO DTL-EXTRACT
009505     MOVE WS-BAL-DELTA       (WS-BAL-IDX) TO DTL-DELTA
009510     MOVE WS-BAL-CTL-ENTRIES (WS-BAL-IDX) TO DTL-CTL-ENTRIES
009520     MOVE WS-BAL-CTL-SENT    (WS-BAL-IDX) TO DTL-CTL-SENT
009530     MOVE WS-BAL-ROUTED      (WS-BAL-IDX) TO DTL-ROUTED
009540     MOVE WS-EXPECT-ROUTED                TO DTL-OWED
009550     MOVE WS-BAL-HISTMST     (WS-BAL-IDX) TO DTL-HISTMST
009560     IF WS-RULE-OOB
009570         MOVE "** OUT" TO DTL-STATUS
009580     ELSE
009590         MOVE "BALANCED" TO DTL-STATUS
009600     END-IF
009610     WRITE PT-REPORT-LINE FROM WS-DETAIL-LINE
009620     ADD 1 TO WS-LINE-NO
009630     .
009640
009650 3100-PROVE-ONE-RULE-EXIT.
009660     EXIT.
009670
009680*****************************************************************
009690 3200-COMPUTE-EXPECTED.
009700*****************************************************************
009710*  PTRECON REGISTERS ONE PTEXCTL ENTRY PER SUBSCRIBER OF A RULE
009720*  THAT HAD EXTRACT ROWS - OR ONE BLANK-CONSUMER ENTRY WHEN THE
009730*  RULE HAS NO SUBSCRIBER - EACH CARRYING THE FULL ROW COUNT.
009740*  PTEXRTE WRITES EVERY ROW ONCE PER SUBSCRIPTION OF ITS RULE.
009742*  A DELTA SUBSCRIPTION INSTEAD GETS ITS OWN ENTRY EVERY NIGHT,
009744*  CARRYING AND ROUTED THE RULE'S ADDS PLUS DROPS; A RULE
009746*  WHOSE ONLY SUBSCRIBERS TAKE DELTAS HAS NO BLANK ENTRY.
009750*----------------------------------------------------------------
009760     MOVE 0 TO WS-EXPECT-FULL
009762     MOVE 0 TO WS-EXPECT-DELTA
009764     IF WS-DELTA-PROVED
009766         MOVE WS-BAL-DELTA-SUBS (WS-BAL-IDX) TO WS-EXPECT-DELTA
009768     END-IF
009770     IF WS-BAL-EXTRACT (WS-BAL-IDX) > 0
009780         IF WS-BAL-SUBS (WS-BAL-IDX) > 0
009790             MOVE WS-BAL-SUBS (WS-BAL-IDX) TO WS-EXPECT-FULL
009800         ELSE
009805             IF WS-BAL-DELTA-SUBS (WS-BAL-IDX) = 0
009810                 MOVE 1 TO WS-EXPECT-FULL
009815             END-IF
009820         END-IF
009830     END-IF
009835     COMPUTE WS-EXPECT-ENTRIES = WS-EXPECT-FULL + WS-EXPECT-DELTA
009840     COMPUTE WS-EXPECT-SENT
009850         = WS-BAL-EXTRACT (WS-BAL-IDX) * WS-EXPECT-FULL
009855           + WS-BAL-DELTA (WS-BAL-IDX) * WS-EXPECT-DELTA
009860     COMPUTE WS-EXPECT-ROUTED
009870         = WS-BAL-EXTRACT (WS-BAL-IDX) * WS-BAL-SUBS (WS-BAL-IDX)
009875           + WS-BAL-DELTA (WS-BAL-IDX) * WS-EXPECT-DELTA
009880     .
009890
009900 3200-COMPUTE-EXPECTED-EXIT.
009910     EXIT.
009920
009930*****************************************************************
009940 4000-PRINT-EXCEPTIONS.
009950*****************************************************************
009960     IF NOT WS-REPORT-OPEN
009970         GO TO 4000-PRINT-EXCEPTIONS-EXIT
009980     END-IF
009990
010000     MOVE SPACES TO PT-REPORT-LINE
010010     WRITE PT-REPORT-LINE
010020     MOVE "EXCEPTIONS" TO SEC-TEXT
010030     WRITE PT-REPORT-LINE FROM WS-SECTION-LINE
010040     MOVE "----------" TO SEC-TEXT
010050     WRITE PT-REPORT-LINE FROM WS-SECTION-LINE
010060     ADD 3 TO WS-LINE-NO
010070
010080     IF WS-JRNL-FLAGGED NOT = WS-TOTAL-HSTCUR
010090         OR NOT WS-JRNL-FOUND
010100         MOVE "ALL"              TO EXC-RULE
010110         MOVE "PTJRNL FLAGGED"   TO EXC-LEFT-LABEL
010120         MOVE WS-JRNL-FLAGGED    TO WS-EXC-LEFT
010130         MOVE "PTHSTCUR RECORDS" TO EXC-RIGHT-LABEL
010140         MOVE WS-TOTAL-HSTCUR    TO WS-EXC-RIGHT
010150         PERFORM 4900-WRITE-EXCEPTION
010160             THRU 4900-WRITE-EXCEPTION-EXIT
010170     END-IF
010180
010190     PERFORM 4100-EXCEPTIONS-ONE-RULE
010200         THRU 4100-EXCEPTIONS-ONE-RULE-EXIT
010210         VARYING WS-RULE-NO FROM 1 BY 1
010220         UNTIL WS-RULE-NO > 1000
010230
010240     IF WS-FILE-ERROR-COUNT > 0
010250         MOVE "** ONE OR MORE FILES COULD NOT BE READ - SEE "
010260             TO SEC-TEXT
010270         MOVE "JOB LOG" TO SEC-TEXT(47:7)
010280         WRITE PT-REPORT-LINE FROM WS-SECTION-LINE
010290         ADD 1 TO WS-EXCEPTION-COUNT
010300     END-IF
010310
010320     IF WS-EXCEPTION-COUNT = 0
010330         MOVE "NONE - ALL FILES BALANCE" TO SEC-TEXT
010340         WRITE PT-REPORT-LINE FROM WS-SECTION-LINE
010350     END-IF
010360     .
010370
010380 4000-PRINT-EXCEPTIONS-EXIT.
010390     EXIT.
010400
010410*****************************************************************
010420 4100-EXCEPTIONS-ONE-RULE.
010430*****************************************************************
010440     SET WS-BAL-IDX TO WS-RULE-NO
010450     IF WS-BAL-HSTCUR (WS-BAL-IDX) = 0
010460         AND WS-BAL-EXTRACT (WS-BAL-IDX) = 0
010470         AND WS-BAL-CTL-ENTRIES (WS-BAL-IDX) = 0
010480         AND WS-BAL-ROUTED (WS-BAL-IDX) = 0
010490         AND WS-BAL-HISTMST (WS-BAL-IDX) = 0
010493         AND (WS-BAL-DELTA-SUBS (WS-BAL-IDX) = 0
010496              OR NOT WS-DELTA-PROVED)
010500         GO TO 4100-EXCEPTIONS-ONE-RULE-EXIT
010510     END-IF
010520
010530     PERFORM 3200-COMPUTE-EXPECTED THRU 3200-COMPUTE-EXPECTED-EXIT
010540     COMPUTE WS-EXC-RULE-ID = WS-RULE-NO - 1
010550     MOVE SPACES TO EXC-RULE
010560     MOVE "RULE " TO EXC-RULE
010570     MOVE WS-EXC-RULE-ID TO EXC-RULE(6:3)
010580
010590     IF WS-BAL-HSTCUR (WS-BAL-IDX)
010595             NOT = WS-BAL-EXTRACT (WS-BAL-IDX)
010600         MOVE "PTHSTCUR RECORDS"  TO EXC-LEFT-LABEL
010610         MOVE WS-BAL-HSTCUR (WS-BAL-IDX)  TO WS-EXC-LEFT
010620         MOVE "PTEXTR ROWS"       TO EXC-RIGHT-LABEL
010630         MOVE WS-BAL-EXTRACT (WS-BAL-IDX) TO WS-EXC-RIGHT
010640         PERFORM 4900-WRITE-EXCEPTION
010650             THRU 4900-WRITE-EXCEPTION-EXIT
010660     END-IF
010670
010680     IF WS-BAL-HISTMST (WS-BAL-IDX)
010685             NOT = WS-BAL-HSTCUR (WS-BAL-IDX)
010690         MOVE "PTHSTMST SEEN TODAY" TO EXC-LEFT-LABEL
010700         MOVE WS-BAL-HISTMST (WS-BAL-IDX) TO WS-EXC-LEFT
010710         MOVE "PTHSTCUR RECORDS"    TO EXC-RIGHT-LABEL
010720         MOVE WS-BAL-HSTCUR (WS-BAL-IDX)  TO WS-EXC-RIGHT
010730         PERFORM 4900-WRITE-EXCEPTION
010740             THRU 4900-WRITE-EXCEPTION-EXIT
010750     END-IF
010760
010770     IF WS-BAL-CTL-ENTRIES (WS-BAL-IDX) NOT = WS-EXPECT-ENTRIES
010780         MOVE "PTEXCTL ENTRIES"     TO EXC-LEFT-LABEL
010790         MOVE WS-BAL-CTL-ENTRIES (WS-BAL-IDX) TO WS-EXC-LEFT
010800         MOVE "SUBSCRIBERS OWED"    TO EXC-RIGHT-LABEL
010810         MOVE WS-EXPECT-ENTRIES     TO WS-EXC-RIGHT
010820         PERFORM 4900-WRITE-EXCEPTION
010830             THRU 4900-WRITE-EXCEPTION-EXIT
010840     END-IF
010850
010860     IF WS-BAL-CTL-SENT (WS-BAL-IDX) NOT = WS-EXPECT-SENT
010870         MOVE "PTEXCTL SENT TOTAL"  TO EXC-LEFT-LABEL
010880         MOVE WS-BAL-CTL-SENT (WS-BAL-IDX) TO WS-EXC-LEFT
010882         IF WS-EXPECT-DELTA > 0
010884             MOVE "ROWS+DELTA X ENTRIES" TO EXC-RIGHT-LABEL
010886         ELSE
010890             MOVE "PTEXTR X ENTRIES"    TO EXC-RIGHT-LABEL
010895         END-IF
010900         MOVE WS-EXPECT-SENT        TO WS-EXC-RIGHT
010910         PERFORM 4900-WRITE-EXCEPTION
010920             THRU 4900-WRITE-EXCEPTION-EXIT
010930     END-IF
010940
010950     IF WS-BAL-ROUTED (WS-BAL-IDX) NOT = WS-EXPECT-ROUTED
010960         MOVE "PTEXTR01-08 ROWS"    TO EXC-LEFT-LABEL
010970         MOVE WS-BAL-ROUTED (WS-BAL-IDX) TO WS-EXC-LEFT
010972         IF WS-EXPECT-DELTA > 0
010974             MOVE "ROWS+DELTA X PTSUBS" TO EXC-RIGHT-LABEL
010976         ELSE
010980             MOVE "PTEXTR X PTSUBS"     TO EXC-RIGHT-LABEL
010985         END-IF
010990         MOVE WS-EXPECT-ROUTED      TO WS-EXC-RIGHT
011000         PERFORM 4900-WRITE-EXCEPTION
011010             THRU 4900-WRITE-EXCEPTION-EXIT
011020     END-IF
011030     .
011040
011050 4100-EXCEPTIONS-ONE-RULE-EXIT.
011060     EXIT.
011070
011080*****************************************************************
011090 4900-WRITE-EXCEPTION.
011100*****************************************************************
011110     IF WS-LINE-NO >= WS-LINES-PER-PAGE
011120         PERFORM 2700-WRITE-REPORT-HEADER
011130             THRU 2700-WRITE-REPORT-HEADER-EXIT
011140     END-IF
011150
011160     MOVE WS-EXC-LEFT  TO EXC-LEFT-VALUE
011170     MOVE WS-EXC-RIGHT TO EXC-RIGHT-VALUE
011180     WRITE PT-REPORT-LINE FROM WS-EXCEPTION-LINE
011190     ADD 1 TO WS-LINE-NO
011200     ADD 1 TO WS-EXCEPTION-COUNT
011210     .
011220
011230 4900-WRITE-EXCEPTION-EXIT.
011240     EXIT.
011250
011480*****************************************************************
011490 8000-WRITE-TRAILER.
011500*****************************************************************
011510     IF NOT WS-REPORT-OPEN
011520         GO TO 8000-WRITE-TRAILER-EXIT
011530     END-IF
011540
011550     MOVE SPACES TO PT-REPORT-LINE
011560     WRITE PT-REPORT-LINE
011570     MOVE WS-RULES-PROVED     TO TRL1-PROVED
011580     MOVE WS-RULES-OOB        TO TRL1-OOB
011590     MOVE WS-EXCEPTION-COUNT  TO TRL1-EXCEPTIONS
011600     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-1
011610     MOVE WS-JRNL-FLAGGED     TO TRL2-JOURNAL
011620     MOVE WS-TOTAL-HSTCUR     TO TRL2-HSTCUR
011630     MOVE WS-TOTAL-EXTRACT    TO TRL2-EXTRACT
011640     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-2
011650     MOVE WS-TOTAL-ROUTED     TO TRL3-ROUTED
011660     MOVE WS-TOTAL-HISTMST    TO TRL3-HISTMST
011670     MOVE WS-FILE-ERROR-COUNT TO TRL3-FILE-ERRORS
011680     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-3
011681     IF WS-TOTAL-DELTA-SUBS > 0
011682         PERFORM 8100-SUM-ONE-DELTA THRU 8100-SUM-ONE-DELTA-EXIT
011683             VARYING WS-RULE-NO FROM 1 BY 1
011684             UNTIL WS-RULE-NO > 1000
011685         MOVE WS-TOTAL-DELTA-OWED TO TRL4-DELTA-OWED
011686         MOVE WS-TOTAL-DELTA-SUBS TO TRL4-DELTA-SUBS
011687         WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-4
011688     END-IF
011690     .
011700
011710 8000-WRITE-TRAILER-EXIT.
011720     EXIT.
011730
011731*****************************************************************
011732 8100-SUM-ONE-DELTA.
011733*****************************************************************
011734     SET WS-BAL-IDX TO WS-RULE-NO
011735     COMPUTE WS-TOTAL-DELTA-OWED = WS-TOTAL-DELTA-OWED
011736         + WS-BAL-DELTA (WS-BAL-IDX)
011737         * WS-BAL-DELTA-SUBS (WS-BAL-IDX)
011738     .
011739
011740 8100-SUM-ONE-DELTA-EXIT.
011741     EXIT.
011742
011743*****************************************************************
011750 9000-TERMINATE.
011760*****************************************************************
011770     IF WS-REPORT-OPEN
011780         CLOSE PT-REPORT-FILE
011790     END-IF
011800
011810*    WITH NO REPORT THE EXCEPTION LIST WAS NEVER WRITTEN, SO THE
011820*    PROOFS ARE COUNTED HERE FROM THE RULE TOTALS INSTEAD.
011830     IF NOT WS-REPORT-OPEN
011840         MOVE 0 TO WS-RULES-OOB
011850         PERFORM 9100-RECOUNT-ONE-RULE
011860             THRU 9100-RECOUNT-ONE-RULE-EXIT
011870             VARYING WS-RULE-NO FROM 1 BY 1
011880             UNTIL WS-RULE-NO > 1000
011890         ADD WS-RULES-OOB TO WS-EXCEPTION-COUNT
011900         ADD WS-FILE-ERROR-COUNT TO WS-EXCEPTION-COUNT
011910         IF WS-JRNL-FLAGGED NOT = WS-TOTAL-HSTCUR
011920             OR NOT WS-JRNL-FOUND
011930             ADD 1 TO WS-EXCEPTION-COUNT
011940         END-IF
011950     END-IF
011960
011970     IF WS-EXCEPTION-COUNT > 0
011980         DISPLAY "PTXBAL - " WS-EXCEPTION-COUNT
011990             " BALANCING EXCEPTIONS FOR RUN DATE " WS-RUN-DATE
012000             " - HOLD THE DOWNSTREAM JOBS, RETURN CODE SET TO 8"
012010         MOVE 8 TO RETURN-CODE
012020     ELSE
012030         DISPLAY "PTXBAL - " WS-RULES-PROVED
012040             " RULES PROVED FOR RUN DATE " WS-RUN-DATE
012050             ", ALL FILES BALANCE"
012060     END-IF
012070     .
012080
012090 9000-TERMINATE-EXIT.
012100     EXIT.
012110
012120*****************************************************************
012130 9100-RECOUNT-ONE-RULE.
012140*****************************************************************
012150     SET WS-BAL-IDX TO WS-RULE-NO
012160     PERFORM 3200-COMPUTE-EXPECTED THRU 3200-COMPUTE-EXPECTED-EXIT
012170     IF WS-BAL-HSTCUR (WS-BAL-IDX)
012175             NOT = WS-BAL-EXTRACT (WS-BAL-IDX)
012180         OR WS-BAL-HISTMST (WS-BAL-IDX)
012190             NOT = WS-BAL-HSTCUR (WS-BAL-IDX)
012200         OR WS-BAL-CTL-ENTRIES (WS-BAL-IDX)
012210             NOT = WS-EXPECT-ENTRIES
012220         OR WS-BAL-CTL-SENT (WS-BAL-IDX) NOT = WS-EXPECT-SENT
012230         OR WS-BAL-ROUTED (WS-BAL-IDX) NOT = WS-EXPECT-ROUTED
012240         ADD 1 TO WS-RULES-OOB
012250     END-IF
012260     .
012270
012280 9100-RECOUNT-ONE-RULE-EXIT.
012290     EXIT.
