000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTRETIRE.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTRETIRE                                                     *
000090*                                                                *
000100*  RETIREMENT CLEANUP. A RULE IS NO LONGER DELETED FROM         *
000110*  PTRULES - PTMAINT AND PTAPPRV RETIRE IT INSTEAD, LEAVING A   *
000120*  TOMBSTONE WITH STATUS R SO ITS ID CAN NEVER BE GIVEN TO A    *
000130*  NEW RULE. THE SCAN STOPS AT ONCE, BUT THE RULE'S HISTORY     *
000140*  MASTER RECORDS, ITS EXTRACT SUBSCRIPTIONS AND ITS EXTRACT    *
000150*  REGISTER ENTRIES STAY BEHIND UNTIL THIS JOB CLEARS THEM.     *
000160*                                                                *
000170*  THE RULE IDS WITH STATUS R ARE COLLECTED FROM PTRULES, THEN  *
000180*  EACH FILE IS SPLIT IN ONE PASS:                              *
000190*     PTHSTMST  RETIRED RULES TO PTHMARCH, OTHERS TO PTHSTMSN   *
000200*     PTSUBS    RETIRED RULES TO PTSUBSAR, OTHERS TO PTSUBSNW   *
000210*     PTEXCTL   RETIRED RULES TO PTEXCTAR, OTHERS TO PTEXCTNW   *
000220*  AS IN PTRETAIN, THE ORIGINALS ARE ONLY EVER OPENED INPUT -   *
000230*  THE JCL SWAPS THE NEW GENERATIONS IN AND DATES THE ARCHIVE   *
000240*  DATASETS ONLY WHEN THIS STEP ENDS CLEAN, SO A FAILURE LEAVES *
000250*  EVERYTHING EXACTLY AS IT WAS. SUSPENDED RULES ARE NOT        *
000260*  TOUCHED - THEY MAY BE REACTIVATED. A FILE THAT DOES NOT      *
000270*  EXIST YET IS TREATED AS EMPTY.                               *
000280*                                                                *
000290*  THE PTRRRPT SUMMARY LISTS EVERY RETIRED RULE WITH THE        *
000300*  HISTORY MASTER RECORDS ARCHIVED, THE SUBSCRIPTIONS CLOSED    *
000310*  AND THE REGISTER ENTRIES CLOSED FOR IT, AND BALANCES         *
000320*  RECORDS READ = REMOVED + KEPT FOR ALL THREE FILES. A RULE    *
000330*  ALREADY CLEANED UP BY AN EARLIER RUN LISTS WITH ZEROS.       *
000340*                                                                *
000350*  RETURN CODE 0 - SPLIT BALANCED (WITH OR WITHOUT ANYTHING TO  *
000360*  REMOVE); 8 - A FILE CANNOT BE OPENED, READ OR WRITTEN, MORE  *
000370*  RETIRED RULES THAN THE TABLE HOLDS, OR THE SPLIT IS OUT OF   *
000380*  BALANCE - THE NEW GENERATIONS MUST NOT BE SWAPPED IN.        *
000390*                                                                *
000400*  MODIFICATION HISTORY                                         *
000410*  ----------------------                                       *
000420*  DATE       INIT  DESCRIPTION                                 *
000430*  2026-10-15 DLK   ORIGINAL VERSION - RETIRED RULE CLEANUP.    *
000431*  2026-10-15 DLK   EVERY READ AND EVERY ARCHIVE/NEW-GENERATION  *
000432*                   WRITE NOW CHECKS ITS FILE STATUS AND STOPS   *
000433*                   THE SPLIT WITH RETURN CODE 8 ON A FAILURE.   *
000434*                   THE RETIRED TABLE NOW HOLDS 999 RULES, THE   *
000435*                   WHOLE RULE ID RANGE.                         *
000436*  2026-10-15 DLK   EACH OUTPUT FILE HAS ITS OWN OPEN SWITCH, SO *
000437*                   THE OUTPUTS THAT DID OPEN ARE CLOSED WHEN    *
000438*                   ANOTHER OUTPUT FAILS TO OPEN.                *
000440*****************************************************************
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.   IBM-370.
000490 OBJECT-COMPUTER.   IBM-370.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT PT-RULES-FILE ASSIGN TO "PTRULES"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RULES-STATUS.
000560
000570     SELECT PT-HISTMST-FILE ASSIGN TO "PTHSTMST"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS PT-HM-KEY
000610         FILE STATUS IS WS-HISTMST-STATUS.
000620
000630     SELECT PT-NEWMST-FILE ASSIGN TO "PTHSTMSN"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS SEQUENTIAL
000660         RECORD KEY IS PT-NM-KEY
000670         FILE STATUS IS WS-NEWMST-STATUS.
000680
000690     SELECT PT-HMARCH-FILE ASSIGN TO "PTHMARCH"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-HMARCH-STATUS.
000720
000730     SELECT PT-SUBS-FILE ASSIGN TO "PTSUBS"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SUBS-STATUS.
000760
000770     SELECT PT-SUBSNW-FILE ASSIGN TO "PTSUBSNW"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-SUBSNW-STATUS.
000800
000810     SELECT PT-SUBSAR-FILE ASSIGN TO "PTSUBSAR"
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-SUBSAR-STATUS.
000840
000850     SELECT PT-EXCTL-FILE ASSIGN TO "PTEXCTL"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-EXCTL-STATUS.
000880
000890     SELECT PT-EXCTNW-FILE ASSIGN TO "PTEXCTNW"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-EXCTNW-STATUS.
000920
000930     SELECT PT-EXCTAR-FILE ASSIGN TO "PTEXCTAR"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-EXCTAR-STATUS.
000960
000970     SELECT PT-REPORT-FILE ASSIGN TO "PTRRRPT"
000980         ORGANIZATION IS LINE SEQUENTIAL
000990         FILE STATUS IS WS-REPORT-STATUS.
001000
001010 DATA DIVISION.
001020 FILE SECTION.
001030 FD  PT-RULES-FILE
001040     RECORDING MODE IS F.
001050 COPY PTRULE01.
001060
001070 FD  PT-HISTMST-FILE.
001080 COPY PTHMST01.
001090
001100 FD  PT-NEWMST-FILE.
001110 COPY PTHMST01
001120     REPLACING ==PT-HISTMST-RECORD== BY ==PT-NEWMST-RECORD==
001130               ==PT-HM-KEY==         BY ==PT-NM-KEY==
001140               ==PT-HM-RULE-ID==     BY ==PT-NM-RULE-ID==
001150               ==PT-HM-X==           BY ==PT-NM-X==
001160               ==PT-HM-FIRST-DATE==  BY ==PT-NM-FIRST-DATE==
001170               ==PT-HM-LAST-DATE==   BY ==PT-NM-LAST-DATE==
001180               ==PT-HM-CONSEC-RUNS== BY ==PT-NM-CONSEC-RUNS==
001190               ==PT-HM-TOTAL-RUNS==  BY ==PT-NM-TOTAL-RUNS==
001200               ==PT-HM-LAST-RUN-NO== BY ==PT-NM-LAST-RUN-NO==
001210               ==PT-HM-GEN-FLAGS==   BY ==PT-NM-GEN-FLAGS==.
001220
001230 FD  PT-HMARCH-FILE
001240     RECORDING MODE IS F.
001250 01  PT-HMARCH-RECORD        PIC X(100).
001260
001270 FD  PT-SUBS-FILE
001280     RECORDING MODE IS F.
001290 COPY PTSUB01.
001300
001310 FD  PT-SUBSNW-FILE
001320     RECORDING MODE IS F.
001330 01  PT-SUBSNW-RECORD        PIC X(20).
001340
001350 FD  PT-SUBSAR-FILE
001360     RECORDING MODE IS F.
001370 01  PT-SUBSAR-RECORD        PIC X(20).
001380
001390 FD  PT-EXCTL-FILE
001400     RECORDING MODE IS F.
001410 COPY PTEXC01.
001420
001430 FD  PT-EXCTNW-FILE
001440     RECORDING MODE IS F.
001450 01  PT-EXCTNW-RECORD        PIC X(40).
001460
001470 FD  PT-EXCTAR-FILE
001480     RECORDING MODE IS F.
001490 01  PT-EXCTAR-RECORD        PIC X(40).
001500
001510 FD  PT-REPORT-FILE
001520     RECORDING MODE IS F.
001530 01  PT-REPORT-LINE          PIC X(80).
001540
001550 WORKING-STORAGE SECTION.
001560*----------------------------------------------------------------
001570*  FILE STATUS AND SWITCHES
001580*----------------------------------------------------------------
001590 01  WS-RULES-STATUS     PIC X(02) VALUE "00".
001600 01  WS-HISTMST-STATUS   PIC X(02) VALUE "00".
001610 01  WS-NEWMST-STATUS    PIC X(02) VALUE "00".
001620 01  WS-HMARCH-STATUS    PIC X(02) VALUE "00".
001630 01  WS-SUBS-STATUS      PIC X(02) VALUE "00".
001640 01  WS-SUBSNW-STATUS    PIC X(02) VALUE "00".
001650 01  WS-SUBSAR-STATUS    PIC X(02) VALUE "00".
001660 01  WS-EXCTL-STATUS     PIC X(02) VALUE "00".
001670 01  WS-EXCTNW-STATUS    PIC X(02) VALUE "00".
001680 01  WS-EXCTAR-STATUS    PIC X(02) VALUE "00".
001690 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001700 01  WS-SWITCHES.
001710     05  WS-RULES-EOF-SW PIC X(01) VALUE "N".
001720         88  WS-RULES-EOF       VALUE "Y".
001730     05  WS-HISTMST-EOF-SW PIC X(01) VALUE "Y".
001740         88  WS-HISTMST-EOF     VALUE "Y".
001750     05  WS-SUBS-EOF-SW  PIC X(01) VALUE "Y".
001760         88  WS-SUBS-EOF        VALUE "Y".
001770     05  WS-EXCTL-EOF-SW PIC X(01) VALUE "Y".
001780         88  WS-EXCTL-EOF       VALUE "Y".
001790     05  WS-HISTMST-OPEN-SW PIC X(01) VALUE "N".
001800         88  WS-HISTMST-OPEN    VALUE "Y".
001810     05  WS-SUBS-OPEN-SW PIC X(01) VALUE "N".
001820         88  WS-SUBS-OPEN       VALUE "Y".
001830     05  WS-EXCTL-OPEN-SW PIC X(01) VALUE "N".
001840         88  WS-EXCTL-OPEN      VALUE "Y".
001850     05  WS-NEWMST-OPEN-SW PIC X(01) VALUE "N".
001860         88  WS-NEWMST-OPEN     VALUE "Y".
001861     05  WS-HMARCH-OPEN-SW PIC X(01) VALUE "N".
001862         88  WS-HMARCH-OPEN     VALUE "Y".
001863     05  WS-SUBSNW-OPEN-SW PIC X(01) VALUE "N".
001864         88  WS-SUBSNW-OPEN     VALUE "Y".
001865     05  WS-SUBSAR-OPEN-SW PIC X(01) VALUE "N".
001866         88  WS-SUBSAR-OPEN     VALUE "Y".
001867     05  WS-EXCTNW-OPEN-SW PIC X(01) VALUE "N".
001868         88  WS-EXCTNW-OPEN     VALUE "Y".
001869     05  WS-EXCTAR-OPEN-SW PIC X(01) VALUE "N".
001870         88  WS-EXCTAR-OPEN     VALUE "Y".
001871     05  WS-REPORT-OPEN-SW PIC X(01) VALUE "N".
001880         88  WS-REPORT-OPEN     VALUE "Y".
001890     05  WS-RETIRE-OK-SW PIC X(01) VALUE "Y".
001900         88  WS-RETIRE-OK       VALUE "Y".
001910
001920*----------------------------------------------------------------
001930*  RETIRED RULE TABLE - ONE ENTRY PER PTRULES TOMBSTONE, WITH
001940*  WHAT THIS RUN REMOVED FOR IT. 999 ENTRIES COVER THE WHOLE
001950*  RULE ID RANGE, THE SAME AS THE OTHER PROGRAMS' RULE TABLES.
001960*----------------------------------------------------------------
001970 01  WS-RET-TABLE.
001980     05  WS-RET-ENTRY OCCURS 999 TIMES
001990                 INDEXED BY WS-RET-IDX.
002000         10  WS-RET-RULE-ID      PIC 9(03).
002010         10  WS-RET-LABEL        PIC X(20).
002020         10  WS-RET-HIST-COUNT   PIC 9(07) COMP.
002030         10  WS-RET-SUBS-COUNT   PIC 9(07) COMP.
002040         10  WS-RET-EXC-COUNT    PIC 9(07) COMP.
002050 01  WS-MAX-RETIRED      PIC 9(03) COMP VALUE 999.
002060 01  WS-RET-COUNT        PIC 9(03) COMP VALUE 0.
002070 01  WS-RET-NO           PIC 9(04) COMP VALUE 0.
002080 01  WS-RET-FOUND-NO     PIC 9(03) COMP VALUE 0.
002090 01  WS-RET-SEARCH-NO    PIC 9(04) COMP VALUE 0.
002100 01  WS-SEARCH-RULE-ID   PIC X(03) VALUE SPACES.
002110
002120*----------------------------------------------------------------
002130*  CONTROL TOTALS - READ = REMOVED + KEPT MUST BALANCE FOR ALL
002140*  THREE FILES.
002150*----------------------------------------------------------------
002160 01  WS-RULES-READ       PIC 9(07) COMP VALUE 0.
002170 01  WS-HM-READ-COUNT    PIC 9(07) COMP VALUE 0.
002180 01  WS-HM-ARCH-COUNT    PIC 9(07) COMP VALUE 0.
002190 01  WS-HM-KEEP-COUNT    PIC 9(07) COMP VALUE 0.
002200 01  WS-SUB-READ-COUNT   PIC 9(07) COMP VALUE 0.
002210 01  WS-SUB-ARCH-COUNT   PIC 9(07) COMP VALUE 0.
002220 01  WS-SUB-KEEP-COUNT   PIC 9(07) COMP VALUE 0.
002230 01  WS-EXC-READ-COUNT   PIC 9(07) COMP VALUE 0.
002240 01  WS-EXC-ARCH-COUNT   PIC 9(07) COMP VALUE 0.
002250 01  WS-EXC-KEEP-COUNT   PIC 9(07) COMP VALUE 0.
002260
002270*----------------------------------------------------------------
002280*  RUN DATE AND REPORT CONTROL FIELDS
002290*----------------------------------------------------------------
002300 01  WS-RUN-DATE         PIC 9(08).
002310 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
002320     05  WS-RUN-DATE-CC  PIC 9(02).
002330     05  WS-RUN-DATE-YY  PIC 9(02).
002340     05  WS-RUN-DATE-MM  PIC 9(02).
002350     05  WS-RUN-DATE-DD  PIC 9(02).
002360 01  WS-RUN-DATE-PR      PIC X(10).
002370
002380 01  WS-REPORT-CONTROLS.
002390     05  WS-PAGE-NO          PIC 9(04) VALUE 0.
002400     05  WS-LINE-NO          PIC 9(03) VALUE 99.
002410     05  WS-LINES-PER-PAGE   PIC 9(03) VALUE 50.
002420
002430 01  WS-HDR-LINE-1.
002440     05  FILLER              PIC X(01) VALUE SPACE.
002450     05  FILLER              PIC X(20) VALUE "PTRETIRE".
002460     05  FILLER              PIC X(22) VALUE
002470         "RETIREMENT CLEANUP".
002480     05  FILLER              PIC X(14) VALUE "RUN DATE: ".
002490     05  HDR1-RUN-DATE       PIC X(10).
002500     05  FILLER              PIC X(04) VALUE SPACES.
002510     05  FILLER              PIC X(05) VALUE "PAGE ".
002520     05  HDR1-PAGE-NO        PIC ZZZ9.
002530
002540 01  WS-COL-HDR-1.
002550     05  FILLER              PIC X(03) VALUE SPACES.
002560     05  FILLER              PIC X(06) VALUE "RULE".
002570     05  FILLER              PIC X(24) VALUE "LABEL".
002580     05  FILLER              PIC X(12) VALUE "PTHSTMST".
002590     05  FILLER              PIC X(12) VALUE "  PTSUBS".
002600     05  FILLER              PIC X(08) VALUE " PTEXCTL".
002610
002620 01  WS-COL-HDR-2.
002630     05  FILLER              PIC X(33) VALUE SPACES.
002640     05  FILLER              PIC X(12) VALUE "ARCHIVED".
002650     05  FILLER              PIC X(12) VALUE "  CLOSED".
002660     05  FILLER              PIC X(08) VALUE "  CLOSED".
002670
002680 01  WS-DETAIL-LINE.
002690     05  FILLER              PIC X(03) VALUE SPACES.
002700     05  DTL-RULE-ID         PIC 9(03).
002710     05  FILLER              PIC X(03) VALUE SPACES.
002720     05  DTL-LABEL           PIC X(20).
002730     05  FILLER              PIC X(04) VALUE SPACES.
002740     05  DTL-HIST-COUNT      PIC Z(7)9.
002750     05  FILLER              PIC X(04) VALUE SPACES.
002760     05  DTL-SUBS-COUNT      PIC Z(7)9.
002770     05  FILLER              PIC X(04) VALUE SPACES.
002780     05  DTL-EXC-COUNT       PIC Z(7)9.
002790
002800 01  WS-COUNT-LINE.
002810     05  FILLER              PIC X(03) VALUE SPACES.
002820     05  CNT-TEXT            PIC X(20).
002830     05  FILLER              PIC X(07) VALUE "READ: ".
002840     05  CNT-READ            PIC Z(6)9.
002850     05  FILLER              PIC X(03) VALUE SPACES.
002860     05  FILLER              PIC X(09) VALUE "REMOVED: ".
002870     05  CNT-ARCH            PIC Z(6)9.
002880     05  FILLER              PIC X(03) VALUE SPACES.
002890     05  FILLER              PIC X(06) VALUE "KEPT: ".
002900     05  CNT-KEEP            PIC Z(6)9.
002910
002920 01  WS-NOTE-LINE.
002930     05  FILLER              PIC X(03) VALUE SPACES.
002940     05  NOTE-TEXT           PIC X(50).
002950     05  NOTE-VALUE          PIC Z(6)9.
002960
002970 01  WS-TEXT-LINE.
002980     05  FILLER              PIC X(03) VALUE SPACES.
002990     05  TXT-TEXT            PIC X(60).
003000
003010 PROCEDURE DIVISION.
003020*****************************************************************
003030 0000-MAINLINE.
003040*****************************************************************
003050     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003060
003070     IF WS-RETIRE-OK
003080         PERFORM 2000-SPLIT-ONE-HISTMST
003090             THRU 2000-SPLIT-ONE-HISTMST-EXIT
003100             UNTIL WS-HISTMST-EOF OR NOT WS-RETIRE-OK
003110         PERFORM 3000-SPLIT-ONE-SUB
003120             THRU 3000-SPLIT-ONE-SUB-EXIT
003130             UNTIL WS-SUBS-EOF OR NOT WS-RETIRE-OK
003140         PERFORM 4000-SPLIT-ONE-EXCTL
003150             THRU 4000-SPLIT-ONE-EXCTL-EXIT
003160             UNTIL WS-EXCTL-EOF OR NOT WS-RETIRE-OK
003170     END-IF
003180
003190     PERFORM 8000-WRITE-SUMMARY THRU 8000-WRITE-SUMMARY-EXIT
003200
003210     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003220
003230     GOBACK.
003240
003250*****************************************************************
003260 1000-INITIALIZE.
003270*****************************************************************
003280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003290     MOVE "/" TO WS-RUN-DATE-PR(3:1)
003300     MOVE "/" TO WS-RUN-DATE-PR(6:1)
003310     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-PR(1:2)
003320     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-PR(4:2)
003330     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-PR(7:2)
003340     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-PR(9:2)
003350
003360     OPEN OUTPUT PT-REPORT-FILE
003370     IF WS-REPORT-STATUS NOT = "00"
003380         DISPLAY "PTRETIRE - UNABLE TO OPEN PTRRRPT, "
003390             "STATUS = " WS-REPORT-STATUS
003400     ELSE
003410         MOVE "Y" TO WS-REPORT-OPEN-SW
003420     END-IF
003430
003440     PERFORM 1100-LOAD-RETIRED THRU 1100-LOAD-RETIRED-EXIT
003450     IF NOT WS-RETIRE-OK
003460         GO TO 1000-INITIALIZE-EXIT
003470     END-IF
003480
003490*    A FILE THAT HAS NEVER BEEN CREATED (STATUS 35) HAS NOTHING
003500*    TO REMOVE AND IS SPLIT AS EMPTY. ANY OTHER OPEN FAILURE
003510*    STOPS THE RUN - AN EMPTY NEW GENERATION SWAPPED IN OVER A
003520*    FILE THAT WAS MERELY UNREADABLE WOULD LOSE IT.
003530     OPEN INPUT PT-HISTMST-FILE
003540     EVALUATE WS-HISTMST-STATUS
003550         WHEN "00"
003560             MOVE "Y" TO WS-HISTMST-OPEN-SW
003570             MOVE "N" TO WS-HISTMST-EOF-SW
003580         WHEN "35"
003590             DISPLAY "PTRETIRE - NO PTHSTMST FILE, "
003600                 "NOTHING TO ARCHIVE FROM IT"
003610         WHEN OTHER
003620             DISPLAY "PTRETIRE - UNABLE TO OPEN PTHSTMST, "
003630                 "STATUS = " WS-HISTMST-STATUS
003640             MOVE "N" TO WS-RETIRE-OK-SW
003650     END-EVALUATE
003660
003670     OPEN INPUT PT-SUBS-FILE
003680     EVALUATE WS-SUBS-STATUS
003690         WHEN "00"
003700             MOVE "Y" TO WS-SUBS-OPEN-SW
003710             MOVE "N" TO WS-SUBS-EOF-SW
003720         WHEN "35"
003730             DISPLAY "PTRETIRE - NO PTSUBS FILE, "
003740                 "NOTHING TO CLOSE IN IT"
003750         WHEN OTHER
003760             DISPLAY "PTRETIRE - UNABLE TO OPEN PTSUBS, "
003770                 "STATUS = " WS-SUBS-STATUS
003780             MOVE "N" TO WS-RETIRE-OK-SW
003790     END-EVALUATE
003800
003810     OPEN INPUT PT-EXCTL-FILE
003820     EVALUATE WS-EXCTL-STATUS
003830         WHEN "00"
003840             MOVE "Y" TO WS-EXCTL-OPEN-SW
003850             MOVE "N" TO WS-EXCTL-EOF-SW
003860         WHEN "35"
003870             DISPLAY "PTRETIRE - NO PTEXCTL FILE, "
003880                 "NOTHING TO CLOSE IN IT"
003890         WHEN OTHER
003900             DISPLAY "PTRETIRE - UNABLE TO OPEN PTEXCTL, "
003910                 "STATUS = " WS-EXCTL-STATUS
003920             MOVE "N" TO WS-RETIRE-OK-SW
003930     END-EVALUATE
003940
003950     IF NOT WS-RETIRE-OK
003960         GO TO 1000-INITIALIZE-EXIT
003970     END-IF
003980
003983*    EACH OUTPUT KEEPS ITS OWN OPEN SWITCH SO THAT, WHEN ONE
003986*    FAILS TO OPEN, 9000 STILL CLOSES THE ONES THAT DID.
003990     OPEN OUTPUT PT-NEWMST-FILE
003992     IF WS-NEWMST-STATUS = "00"
003994         MOVE "Y" TO WS-NEWMST-OPEN-SW
003996     END-IF
004000     OPEN OUTPUT PT-HMARCH-FILE
004002     IF WS-HMARCH-STATUS = "00"
004004         MOVE "Y" TO WS-HMARCH-OPEN-SW
004006     END-IF
004010     OPEN OUTPUT PT-SUBSNW-FILE
004012     IF WS-SUBSNW-STATUS = "00"
004014         MOVE "Y" TO WS-SUBSNW-OPEN-SW
004016     END-IF
004020     OPEN OUTPUT PT-SUBSAR-FILE
004022     IF WS-SUBSAR-STATUS = "00"
004024         MOVE "Y" TO WS-SUBSAR-OPEN-SW
004026     END-IF
004030     OPEN OUTPUT PT-EXCTNW-FILE
004032     IF WS-EXCTNW-STATUS = "00"
004034         MOVE "Y" TO WS-EXCTNW-OPEN-SW
004036     END-IF
004040     OPEN OUTPUT PT-EXCTAR-FILE
004045     IF WS-EXCTAR-STATUS = "00"
004050         MOVE "Y" TO WS-EXCTAR-OPEN-SW
004055     END-IF
004060     IF WS-NEWMST-STATUS NOT = "00"
004070         OR WS-HMARCH-STATUS NOT = "00"
004080         OR WS-SUBSNW-STATUS NOT = "00"
004090         OR WS-SUBSAR-STATUS NOT = "00"
004100         OR WS-EXCTNW-STATUS NOT = "00"
004110         OR WS-EXCTAR-STATUS NOT = "00"
004120         DISPLAY "PTRETIRE - UNABLE TO OPEN AN ARCHIVE OR NEW-"
004130             "GENERATION FILE, NOTHING SPLIT - STATUSES "
004140             WS-NEWMST-STATUS " " WS-HMARCH-STATUS " "
004150             WS-SUBSNW-STATUS " " WS-SUBSAR-STATUS " "
004160             WS-EXCTNW-STATUS " " WS-EXCTAR-STATUS
004180         MOVE "N" TO WS-RETIRE-OK-SW
004190         GO TO 1000-INITIALIZE-EXIT
004200     END-IF
004210
004220     IF NOT WS-HISTMST-EOF
004230         PERFORM 2900-READ-NEXT-HISTMST
004240             THRU 2900-READ-NEXT-HISTMST-EXIT
004250     END-IF
004260     IF NOT WS-SUBS-EOF
004270         PERFORM 3900-READ-NEXT-SUB THRU 3900-READ-NEXT-SUB-EXIT
004280     END-IF
004290     IF NOT WS-EXCTL-EOF
004300         PERFORM 4900-READ-NEXT-EXCTL
004310             THRU 4900-READ-NEXT-EXCTL-EXIT
004320     END-IF
004330     .
004340
004350 1000-INITIALIZE-EXIT.
004360     EXIT.
004370
004380*****************************************************************
004390 1100-LOAD-RETIRED.
004400*****************************************************************
004410*  EVERY PTRULES RULE WITH STATUS R GOES INTO THE RETIRED
004420*  TABLE. ACTIVE AND SUSPENDED RULES ARE PASSED OVER.
004430*----------------------------------------------------------------
004440     OPEN INPUT PT-RULES-FILE
004450     IF WS-RULES-STATUS NOT = "00"
004460         DISPLAY "PTRETIRE - UNABLE TO OPEN PTRULES, "
004470             "STATUS = " WS-RULES-STATUS
004480         MOVE "N" TO WS-RETIRE-OK-SW
004490         GO TO 1100-LOAD-RETIRED-EXIT
004500     END-IF
004510
004520     PERFORM 1110-LOAD-ONE-RULE THRU 1110-LOAD-ONE-RULE-EXIT
004530         UNTIL WS-RULES-EOF
004540
004550     CLOSE PT-RULES-FILE
004560     .
004570
004580 1100-LOAD-RETIRED-EXIT.
004590     EXIT.
004600
004610*****************************************************************
004620 1110-LOAD-ONE-RULE.
004630*****************************************************************
004640     READ PT-RULES-FILE
004650         AT END
004660             MOVE "Y" TO WS-RULES-EOF-SW
004670             GO TO 1110-LOAD-ONE-RULE-EXIT
004680     END-READ
004690     ADD 1 TO WS-RULES-READ
004700
004710     IF NOT PT-RULE-RETIRED
004720         GO TO 1110-LOAD-ONE-RULE-EXIT
004730     END-IF
004740
004750     IF WS-RET-COUNT >= WS-MAX-RETIRED
004760         DISPLAY "PTRETIRE - MORE THAN " WS-MAX-RETIRED
004770             " RETIRED RULES ON PTRULES, NOTHING SPLIT"
004780         MOVE "N" TO WS-RETIRE-OK-SW
004790         MOVE "Y" TO WS-RULES-EOF-SW
004800         GO TO 1110-LOAD-ONE-RULE-EXIT
004810     END-IF
004820
004830     ADD 1 TO WS-RET-COUNT
004840     SET WS-RET-IDX TO WS-RET-COUNT
004850     MOVE PT-RULE-ID    TO WS-RET-RULE-ID (WS-RET-IDX)
004860     MOVE PT-RULE-LABEL TO WS-RET-LABEL (WS-RET-IDX)
004870     MOVE 0 TO WS-RET-HIST-COUNT (WS-RET-IDX)
004880     MOVE 0 TO WS-RET-SUBS-COUNT (WS-RET-IDX)
004890     MOVE 0 TO WS-RET-EXC-COUNT (WS-RET-IDX)
004900     .
004910
004920 1110-LOAD-ONE-RULE-EXIT.
004930     EXIT.
004940
004950*****************************************************************
004960 2000-SPLIT-ONE-HISTMST.
004970*****************************************************************
004980*  PTHSTMST IS READ IN KEY ORDER, SO THE KEPT RECORDS GO TO THE
004990*  NEW MASTER IN KEY ORDER TOO.
005000*----------------------------------------------------------------
005010     ADD 1 TO WS-HM-READ-COUNT
005020
005030     MOVE PT-HM-RULE-ID TO WS-SEARCH-RULE-ID
005040     PERFORM 6000-FIND-RETIRED THRU 6000-FIND-RETIRED-EXIT
005050
005060     IF WS-RET-FOUND-NO > 0
005070         SET WS-RET-IDX TO WS-RET-FOUND-NO
005080         WRITE PT-HMARCH-RECORD FROM PT-HISTMST-RECORD
005081         IF WS-HMARCH-STATUS NOT = "00"
005082             DISPLAY "PTRETIRE - UNABLE TO WRITE PTHMARCH "
005083                 "KEY " PT-HM-KEY
005084                 ", STATUS = " WS-HMARCH-STATUS
005085             MOVE "N" TO WS-RETIRE-OK-SW
005086             GO TO 2000-SPLIT-ONE-HISTMST-EXIT
005087         END-IF
005090         ADD 1 TO WS-HM-ARCH-COUNT
005100         ADD 1 TO WS-RET-HIST-COUNT (WS-RET-IDX)
005110     ELSE
005120         WRITE PT-NEWMST-RECORD FROM PT-HISTMST-RECORD
005130             INVALID KEY
005140                 DISPLAY "PTRETIRE - UNABLE TO WRITE PTHSTMSN "
005150                     "KEY " PT-HM-KEY
005160                     ", STATUS = " WS-NEWMST-STATUS
005170                 MOVE "N" TO WS-RETIRE-OK-SW
005180                 GO TO 2000-SPLIT-ONE-HISTMST-EXIT
005190         END-WRITE
005200         ADD 1 TO WS-HM-KEEP-COUNT
005210     END-IF
005220
005230     PERFORM 2900-READ-NEXT-HISTMST
005240         THRU 2900-READ-NEXT-HISTMST-EXIT
005250     .
005260
005270 2000-SPLIT-ONE-HISTMST-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310 2900-READ-NEXT-HISTMST.
005320*****************************************************************
005330     READ PT-HISTMST-FILE NEXT RECORD
005340         AT END
005350             MOVE "Y" TO WS-HISTMST-EOF-SW
005355             GO TO 2900-READ-NEXT-HISTMST-EXIT
005360     END-READ
005361     IF WS-HISTMST-STATUS NOT = "00"
005362         DISPLAY "PTRETIRE - UNABLE TO READ PTHSTMST, "
005363             "STATUS = " WS-HISTMST-STATUS
005364         MOVE "N" TO WS-RETIRE-OK-SW
005365     END-IF
005370     .
005380
005390 2900-READ-NEXT-HISTMST-EXIT.
005400     EXIT.
005410
005420*****************************************************************
005430 3000-SPLIT-ONE-SUB.
005440*****************************************************************
005450     ADD 1 TO WS-SUB-READ-COUNT
005460
005470     MOVE PT-SUB-RULE-ID TO WS-SEARCH-RULE-ID
005480     PERFORM 6000-FIND-RETIRED THRU 6000-FIND-RETIRED-EXIT
005490
005500     IF WS-RET-FOUND-NO > 0
005510         SET WS-RET-IDX TO WS-RET-FOUND-NO
005520         WRITE PT-SUBSAR-RECORD FROM PT-SUB-RECORD
005521         IF WS-SUBSAR-STATUS NOT = "00"
005522             DISPLAY "PTRETIRE - UNABLE TO WRITE PTSUBSAR, "
005523                 "STATUS = " WS-SUBSAR-STATUS
005524             MOVE "N" TO WS-RETIRE-OK-SW
005525             GO TO 3000-SPLIT-ONE-SUB-EXIT
005526         END-IF
005530         ADD 1 TO WS-SUB-ARCH-COUNT
005540         ADD 1 TO WS-RET-SUBS-COUNT (WS-RET-IDX)
005550     ELSE
005560         WRITE PT-SUBSNW-RECORD FROM PT-SUB-RECORD
005561         IF WS-SUBSNW-STATUS NOT = "00"
005562             DISPLAY "PTRETIRE - UNABLE TO WRITE PTSUBSNW, "
005563                 "STATUS = " WS-SUBSNW-STATUS
005564             MOVE "N" TO WS-RETIRE-OK-SW
005565             GO TO 3000-SPLIT-ONE-SUB-EXIT
005566         END-IF
005570         ADD 1 TO WS-SUB-KEEP-COUNT
005580     END-IF
005590
005600     PERFORM 3900-READ-NEXT-SUB THRU 3900-READ-NEXT-SUB-EXIT
005610     .
005620
005630 3000-SPLIT-ONE-SUB-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670 3900-READ-NEXT-SUB.
005680*****************************************************************
005690     READ PT-SUBS-FILE
005700         AT END
005710             MOVE "Y" TO WS-SUBS-EOF-SW
005715             GO TO 3900-READ-NEXT-SUB-EXIT
005720     END-READ
005721     IF WS-SUBS-STATUS NOT = "00"
005722         DISPLAY "PTRETIRE - UNABLE TO READ PTSUBS, "
005723             "STATUS = " WS-SUBS-STATUS
005724         MOVE "N" TO WS-RETIRE-OK-SW
005725     END-IF
005730     .
005740
005750 3900-READ-NEXT-SUB-EXIT.
005760     EXIT.
005770
005780*****************************************************************
005790 4000-SPLIT-ONE-EXCTL.
005800*****************************************************************
005810*  A CLOSED REGISTER ENTRY LEAVES PTEXCTL ACKNOWLEDGED OR NOT -
005820*  A RETIRED RULE WILL NEVER BE EXTRACTED AGAIN, SO PTRECON
005830*  HAS NOTHING LEFT TO CHASE FOR IT.
005840*----------------------------------------------------------------
005850     ADD 1 TO WS-EXC-READ-COUNT
005860
005870     MOVE PT-EXC-RULE-ID TO WS-SEARCH-RULE-ID
005880     PERFORM 6000-FIND-RETIRED THRU 6000-FIND-RETIRED-EXIT
005890
005900     IF WS-RET-FOUND-NO > 0
005910         SET WS-RET-IDX TO WS-RET-FOUND-NO
005920         WRITE PT-EXCTAR-RECORD FROM PT-EXCTL-RECORD
005921         IF WS-EXCTAR-STATUS NOT = "00"
005922             DISPLAY "PTRETIRE - UNABLE TO WRITE PTEXCTAR, "
005923                 "STATUS = " WS-EXCTAR-STATUS
005924             MOVE "N" TO WS-RETIRE-OK-SW
005925             GO TO 4000-SPLIT-ONE-EXCTL-EXIT
005926         END-IF
005930         ADD 1 TO WS-EXC-ARCH-COUNT
005940         ADD 1 TO WS-RET-EXC-COUNT (WS-RET-IDX)
005950     ELSE
005960         WRITE PT-EXCTNW-RECORD FROM PT-EXCTL-RECORD
005961         IF WS-EXCTNW-STATUS NOT = "00"
005962             DISPLAY "PTRETIRE - UNABLE TO WRITE PTEXCTNW, "
005963                 "STATUS = " WS-EXCTNW-STATUS
005964             MOVE "N" TO WS-RETIRE-OK-SW
005965             GO TO 4000-SPLIT-ONE-EXCTL-EXIT
005966         END-IF
005970         ADD 1 TO WS-EXC-KEEP-COUNT
005980     END-IF
005990
006000     PERFORM 4900-READ-NEXT-EXCTL THRU 4900-READ-NEXT-EXCTL-EXIT
006010     .
006020
006030 4000-SPLIT-ONE-EXCTL-EXIT.
006040     EXIT.
006050
006060*****************************************************************
006070 4900-READ-NEXT-EXCTL.
006080*****************************************************************
006090     READ PT-EXCTL-FILE
006100         AT END
006110             MOVE "Y" TO WS-EXCTL-EOF-SW
006115             GO TO 4900-READ-NEXT-EXCTL-EXIT
006120     END-READ
006121     IF WS-EXCTL-STATUS NOT = "00"
006122         DISPLAY "PTRETIRE - UNABLE TO READ PTEXCTL, "
006123             "STATUS = " WS-EXCTL-STATUS
006124         MOVE "N" TO WS-RETIRE-OK-SW
006125     END-IF
006130     .
006140
006150 4900-READ-NEXT-EXCTL-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190 6000-FIND-RETIRED.
006200*****************************************************************
006210*  LOCATE WS-SEARCH-RULE-ID IN THE RETIRED TABLE. A RULE ID
006220*  THAT IS NOT NUMERIC (A DAMAGED RECORD) IS NEVER MATCHED AND
006230*  THE RECORD IS KEPT.
006240*----------------------------------------------------------------
006250     MOVE 0 TO WS-RET-FOUND-NO
006260     IF WS-SEARCH-RULE-ID NOT NUMERIC
006270         GO TO 6000-FIND-RETIRED-EXIT
006280     END-IF
006290     PERFORM 6010-CHECK-ONE-RETIRED
006300         THRU 6010-CHECK-ONE-RETIRED-EXIT
006310         VARYING WS-RET-SEARCH-NO FROM 1 BY 1
006320         UNTIL WS-RET-SEARCH-NO > WS-RET-COUNT
006330            OR WS-RET-FOUND-NO > 0
006340     .
006350
006360 6000-FIND-RETIRED-EXIT.
006370     EXIT.
006380
006390*****************************************************************
006400 6010-CHECK-ONE-RETIRED.
006410*****************************************************************
006420     SET WS-RET-IDX TO WS-RET-SEARCH-NO
006430     IF WS-RET-RULE-ID (WS-RET-IDX) = WS-SEARCH-RULE-ID
006440         MOVE WS-RET-SEARCH-NO TO WS-RET-FOUND-NO
006450     END-IF
006460     .
006470
006480 6010-CHECK-ONE-RETIRED-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520 8000-WRITE-SUMMARY.
006530*****************************************************************
006540     IF NOT WS-REPORT-OPEN
006550         GO TO 8000-WRITE-SUMMARY-EXIT
006560     END-IF
006570
006580     PERFORM 8100-PRINT-HEADINGS THRU 8100-PRINT-HEADINGS-EXIT
006590
006600     IF NOT WS-RETIRE-OK
006610         MOVE "NOTHING SPLIT - SEE THE JOB LOG" TO TXT-TEXT
006620         WRITE PT-REPORT-LINE FROM WS-TEXT-LINE
006630         GO TO 8000-WRITE-SUMMARY-EXIT
006640     END-IF
006650
006660     IF WS-RET-COUNT = 0
006670         MOVE "NO RETIRED RULES ON PTRULES - NOTHING REMOVED"
006680             TO TXT-TEXT
006690         WRITE PT-REPORT-LINE FROM WS-TEXT-LINE
006700         ADD 1 TO WS-LINE-NO
006710     ELSE
006720         PERFORM 8200-PRINT-ONE-RULE
006730             THRU 8200-PRINT-ONE-RULE-EXIT
006740             VARYING WS-RET-NO FROM 1 BY 1
006750             UNTIL WS-RET-NO > WS-RET-COUNT
006760     END-IF
006770
006780     IF WS-LINE-NO + 8 > WS-LINES-PER-PAGE
006790         PERFORM 8100-PRINT-HEADINGS
006800             THRU 8100-PRINT-HEADINGS-EXIT
006810     END-IF
006820
006830     MOVE SPACES TO PT-REPORT-LINE
006840     WRITE PT-REPORT-LINE
006850     MOVE "PTRULES RULES READ: " TO NOTE-TEXT
006860     MOVE WS-RULES-READ TO NOTE-VALUE
006870     WRITE PT-REPORT-LINE FROM WS-NOTE-LINE
006880     MOVE "RETIRED RULES: " TO NOTE-TEXT
006890     MOVE WS-RET-COUNT TO NOTE-VALUE
006900     WRITE PT-REPORT-LINE FROM WS-NOTE-LINE
006910
006920     MOVE SPACES TO PT-REPORT-LINE
006930     WRITE PT-REPORT-LINE
006940     MOVE "PTHSTMST RECORDS - " TO CNT-TEXT
006950     MOVE WS-HM-READ-COUNT TO CNT-READ
006960     MOVE WS-HM-ARCH-COUNT TO CNT-ARCH
006970     MOVE WS-HM-KEEP-COUNT TO CNT-KEEP
006980     WRITE PT-REPORT-LINE FROM WS-COUNT-LINE
006990
007000     MOVE "PTSUBS RECORDS   - " TO CNT-TEXT
007010     MOVE WS-SUB-READ-COUNT TO CNT-READ
007020     MOVE WS-SUB-ARCH-COUNT TO CNT-ARCH
007030     MOVE WS-SUB-KEEP-COUNT TO CNT-KEEP
007040     WRITE PT-REPORT-LINE FROM WS-COUNT-LINE
007050
007060     MOVE "PTEXCTL RECORDS  - " TO CNT-TEXT
007070     MOVE WS-EXC-READ-COUNT TO CNT-READ
007080     MOVE WS-EXC-ARCH-COUNT TO CNT-ARCH
007090     MOVE WS-EXC-KEEP-COUNT TO CNT-KEEP
007100     WRITE PT-REPORT-LINE FROM WS-COUNT-LINE
007110     .
007120
007130 8000-WRITE-SUMMARY-EXIT.
007140     EXIT.
007150
007160*****************************************************************
007170 8100-PRINT-HEADINGS.
007180*****************************************************************
007190     ADD 1 TO WS-PAGE-NO
007200     MOVE WS-RUN-DATE-PR TO HDR1-RUN-DATE
007210     MOVE WS-PAGE-NO     TO HDR1-PAGE-NO
007220     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
007230     MOVE SPACES TO PT-REPORT-LINE
007240     WRITE PT-REPORT-LINE
007250     WRITE PT-REPORT-LINE FROM WS-COL-HDR-1
007260     WRITE PT-REPORT-LINE FROM WS-COL-HDR-2
007270     MOVE SPACES TO PT-REPORT-LINE
007280     WRITE PT-REPORT-LINE
007290     MOVE 5 TO WS-LINE-NO
007300     .
007310
007320 8100-PRINT-HEADINGS-EXIT.
007330     EXIT.
007340
007350*****************************************************************
007360 8200-PRINT-ONE-RULE.
007370*****************************************************************
007380     IF WS-LINE-NO >= WS-LINES-PER-PAGE
007390         PERFORM 8100-PRINT-HEADINGS
007400             THRU 8100-PRINT-HEADINGS-EXIT
007410     END-IF
007420
007430     SET WS-RET-IDX TO WS-RET-NO
007440     MOVE WS-RET-RULE-ID (WS-RET-IDX)    TO DTL-RULE-ID
007450     MOVE WS-RET-LABEL (WS-RET-IDX)      TO DTL-LABEL
007460     MOVE WS-RET-HIST-COUNT (WS-RET-IDX) TO DTL-HIST-COUNT
007470     MOVE WS-RET-SUBS-COUNT (WS-RET-IDX) TO DTL-SUBS-COUNT
007480     MOVE WS-RET-EXC-COUNT (WS-RET-IDX)  TO DTL-EXC-COUNT
007490     WRITE PT-REPORT-LINE FROM WS-DETAIL-LINE
007500     ADD 1 TO WS-LINE-NO
007510     .
007520
007530 8200-PRINT-ONE-RULE-EXIT.
007540     EXIT.
007550
007560*****************************************************************
007570 9000-TERMINATE.
007580*****************************************************************
007590     IF WS-HISTMST-OPEN
007600         CLOSE PT-HISTMST-FILE
007610     END-IF
007620     IF WS-SUBS-OPEN
007630         CLOSE PT-SUBS-FILE
007640     END-IF
007650     IF WS-EXCTL-OPEN
007660         CLOSE PT-EXCTL-FILE
007670     END-IF
007680     IF WS-NEWMST-OPEN
007690         CLOSE PT-NEWMST-FILE
007693     END-IF
007696     IF WS-HMARCH-OPEN
007700         CLOSE PT-HMARCH-FILE
007703     END-IF
007706     IF WS-SUBSNW-OPEN
007710         CLOSE PT-SUBSNW-FILE
007713     END-IF
007716     IF WS-SUBSAR-OPEN
007720         CLOSE PT-SUBSAR-FILE
007723     END-IF
007726     IF WS-EXCTNW-OPEN
007730         CLOSE PT-EXCTNW-FILE
007733     END-IF
007736     IF WS-EXCTAR-OPEN
007740         CLOSE PT-EXCTAR-FILE
007750     END-IF
007760     IF WS-REPORT-OPEN
007770         CLOSE PT-REPORT-FILE
007780     END-IF
007790
007800     IF NOT WS-RETIRE-OK
007810         DISPLAY "PTRETIRE - RETURN CODE SET TO 8 - DO NOT "
007820             "SWAP THE NEW GENERATIONS IN"
007830         MOVE 8 TO RETURN-CODE
007840         GO TO 9000-TERMINATE-EXIT
007850     END-IF
007860
007870     IF WS-HM-READ-COUNT NOT =
007880         WS-HM-ARCH-COUNT + WS-HM-KEEP-COUNT
007890         OR WS-SUB-READ-COUNT NOT =
007900         WS-SUB-ARCH-COUNT + WS-SUB-KEEP-COUNT
007910         OR WS-EXC-READ-COUNT NOT =
007920         WS-EXC-ARCH-COUNT + WS-EXC-KEEP-COUNT
007930         DISPLAY "PTRETIRE - SPLIT OUT OF BALANCE, RETURN CODE "
007940             "SET TO 8 - DO NOT SWAP THE NEW GENERATIONS IN"
007950         MOVE 8 TO RETURN-CODE
007960         GO TO 9000-TERMINATE-EXIT
007970     END-IF
007980
007990     DISPLAY "PTRETIRE - " WS-RET-COUNT " RETIRED RULES"
008000     DISPLAY "PTRETIRE - PTHSTMST " WS-HM-READ-COUNT
008010         " READ, " WS-HM-ARCH-COUNT " ARCHIVED, "
008020         WS-HM-KEEP-COUNT " KEPT"
008030     DISPLAY "PTRETIRE - PTSUBS   " WS-SUB-READ-COUNT
008040         " READ, " WS-SUB-ARCH-COUNT " CLOSED, "
008050         WS-SUB-KEEP-COUNT " KEPT"
008060     DISPLAY "PTRETIRE - PTEXCTL  " WS-EXC-READ-COUNT
008070         " READ, " WS-EXC-ARCH-COUNT " CLOSED, "
008080         WS-EXC-KEEP-COUNT " KEPT"
008090     .
008100
008110 9000-TERMINATE-EXIT.
008120     EXIT.
