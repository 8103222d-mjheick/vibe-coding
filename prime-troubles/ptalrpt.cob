000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTALRPT.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTALRPT                                                      *
000090*                                                                *
000100*  OPEN OPERATIONAL ALERT SUMMARY. READS THE WHOLE PTALERT FEED *
000110*  (SEE PTALR01) THAT PRIME-TROUBLES, PTSLMERG, PTOPSRPT,       *
000120*  PTREJRPT, PTRECON, PTHMVFY AND PTWCHRPT APPEND TO, AND       *
000130*  COLLAPSES EVERY RECORD CARRYING THE SAME IDENT - PROGRAM,    *
000140*  RULE, CODE AND SUBJECT - INTO ONE ALERT, KEEPING WHEN IT WAS *
000150*  FIRST AND LAST RAISED, HOW OFTEN, AND THE LATEST SEVERITY    *
000160*  AND MESSAGE. AN ALERT WITH A MATCHING PTALACK RECORD (SEE    *
000170*  PTALK01, WRITTEN BY THE PTALRACK SCREEN) HAS BEEN HANDLED.   *
000180*                                                                *
000190*  THE PTALSRPT REPORT LISTS THE OPEN ALERTS GROUPED BY         *
000200*  SEVERITY - CRITICAL, THEN WARNING, THEN INFORMATION - IN THE *
000210*  ORDER THEY WERE FIRST RAISED, WITH OPEN AND ACKNOWLEDGED     *
000220*  COUNTS PER SEVERITY IN THE TRAILER. RUN ON DEMAND AT THE     *
000230*  START OF THE NIGHT SHIFT AND AFTER THE CYCLE.                *
000240*                                                                *
000250*  RETURN CODE 0 - NO OPEN ALERTS; 4 - ONE OR MORE OPEN; 8 -    *
000260*  PTALERT OR PTALACK UNREADABLE, PTALSRPT CANNOT BE OPENED,    *
000270*  OR MORE DISTINCT ALERTS THAN THE TABLE HOLDS. NO PTALERT     *
000280*  FILE YET MEANS NOTHING HAS BEEN RAISED - RC 0.               *
000290*                                                                *
000300*  MODIFICATION HISTORY                                         *
000310*  ----------------------                                       *
000320*  DATE       INIT  DESCRIPTION                                 *
000330*  2026-10-15 DLK   ORIGINAL VERSION - OPEN ALERT SUMMARY.      *
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PT-ALERT-FILE ASSIGN TO "PTALERT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ALERT-STATUS.
000460
000470     SELECT PT-ALACK-FILE ASSIGN TO "PTALACK"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-ALACK-STATUS.
000500
000510     SELECT PT-REPORT-FILE ASSIGN TO "PTALSRPT"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-REPORT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PT-ALERT-FILE
000580     RECORDING MODE IS F.
000590 COPY PTALR01.
000600
000610 FD  PT-ALACK-FILE
000620     RECORDING MODE IS F.
000630 COPY PTALK01.
000640
000650 FD  PT-REPORT-FILE
000660     RECORDING MODE IS F.
000670 01  PT-REPORT-LINE          PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------
000710*  FILE STATUS AND SWITCHES
000720*----------------------------------------------------------------
000730 01  WS-ALERT-STATUS     PIC X(02) VALUE "00".
000740 01  WS-ALACK-STATUS     PIC X(02) VALUE "00".
000750 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
000760 01  WS-SWITCHES.
000770     05  WS-EOF-SW       PIC X(01) VALUE "N".
000780         88  WS-EOF             VALUE "Y".
000790     05  WS-ACK-EOF-SW   PIC X(01) VALUE "N".
000800         88  WS-ACK-EOF         VALUE "Y".
000810     05  WS-ALERT-OPEN-SW PIC X(01) VALUE "N".
000820         88  WS-ALERT-OPEN      VALUE "Y".
000830     05  WS-ALACK-OPEN-SW PIC X(01) VALUE "N".
000840         88  WS-ALACK-OPEN      VALUE "Y".
000850     05  WS-REPORT-OPEN-SW PIC X(01) VALUE "N".
000860         88  WS-REPORT-OPEN     VALUE "Y".
000870     05  WS-FAILED-SW    PIC X(01) VALUE "N".
000880         88  WS-FAILED          VALUE "Y".
000890     05  WS-OVERFLOW-SW  PIC X(01) VALUE "N".
000900         88  WS-OVERFLOW        VALUE "Y".
000910
000920*----------------------------------------------------------------
000930*  ONE ENTRY PER DISTINCT ALERT IDENT, IN THE ORDER FIRST
000940*  RAISED. SEVERITY AND MESSAGE ARE THE LATEST RAISED.
000950*----------------------------------------------------------------
000960 01  WS-ALR-TABLE.
000970     05  WS-ALR-ENTRY OCCURS 2000 TIMES
000980                 INDEXED BY WS-ALR-IDX.
000990         10  WS-ALR-IDENT.
001000             15  WS-ALR-PROGRAM  PIC X(14).
001010             15  WS-ALR-RULE-ID  PIC 9(03).
001020             15  WS-ALR-CODE     PIC X(08).
001030             15  WS-ALR-SUBJECT  PIC X(20).
001040         10  WS-ALR-SEVERITY     PIC X(01).
001050         10  WS-ALR-FIRST-DATE   PIC 9(08).
001060         10  WS-ALR-FIRST-TIME   PIC 9(06).
001070         10  WS-ALR-LAST-DATE    PIC 9(08).
001080         10  WS-ALR-LAST-TIME    PIC 9(06).
001090         10  WS-ALR-RAISED       PIC 9(05).
001100         10  WS-ALR-MESSAGE      PIC X(60).
001110         10  WS-ALR-ACK-SW       PIC X(01).
001120             88  WS-ALR-ACKED        VALUE "Y".
001130 01  WS-ALR-COUNT        PIC 9(04) COMP VALUE 0.
001140 01  WS-ALR-MAX          PIC 9(04) VALUE 2000.
001150 01  WS-ALR-SEARCH-NO    PIC 9(04) COMP VALUE 0.
001160 01  WS-ALR-FOUND-NO     PIC 9(04) COMP VALUE 0.
001170 01  WS-FIND-IDENT       PIC X(45) VALUE SPACES.
001180
001190*----------------------------------------------------------------
001200*  SEVERITY BEING PRINTED AND THE COUNTS PER SEVERITY
001210*----------------------------------------------------------------
001220 01  WS-PRINT-SEVERITY   PIC X(01) VALUE SPACE.
001230 01  WS-PRINT-TITLE      PIC X(20) VALUE SPACES.
001240 01  WS-PRINT-OPEN       PIC 9(05) VALUE 0.
001250 01  WS-OPEN-CRITICAL    PIC 9(05) VALUE 0.
001260 01  WS-OPEN-WARNING     PIC 9(05) VALUE 0.
001270 01  WS-OPEN-INFO        PIC 9(05) VALUE 0.
001280 01  WS-ACKED-CRITICAL   PIC 9(05) VALUE 0.
001290 01  WS-ACKED-WARNING    PIC 9(05) VALUE 0.
001300 01  WS-ACKED-INFO       PIC 9(05) VALUE 0.
001310 01  WS-OPEN-TOTAL       PIC 9(05) VALUE 0.
001320
001330*----------------------------------------------------------------
001340*  COUNTERS
001350*----------------------------------------------------------------
001360 01  WS-FEED-COUNT       PIC 9(07) VALUE 0.
001370 01  WS-BAD-SEV-COUNT    PIC 9(05) VALUE 0.
001380 01  WS-ACK-COUNT        PIC 9(05) VALUE 0.
001390 01  WS-ACK-UNMATCHED    PIC 9(05) VALUE 0.
001400
001410*----------------------------------------------------------------
001420*  DATE AND TIME FORMATTING WORK FIELDS
001430*----------------------------------------------------------------
001440 01  WS-RUN-DATE         PIC 9(08).
001450 01  WS-RUN-DATE-PR      PIC X(10).
001460 01  WS-FMT-DATE         PIC 9(08).
001470 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
001480     05  WS-FMT-DATE-CC  PIC 9(02).
001490     05  WS-FMT-DATE-YY  PIC 9(02).
001500     05  WS-FMT-DATE-MM  PIC 9(02).
001510     05  WS-FMT-DATE-DD  PIC 9(02).
001520 01  WS-FMT-DATE-PR      PIC X(10).
001530 01  WS-FMT-TIME         PIC 9(06).
001540 01  WS-FMT-TIME-R REDEFINES WS-FMT-TIME.
001550     05  WS-FMT-TIME-HH  PIC 9(02).
001560     05  WS-FMT-TIME-MN  PIC 9(02).
001570     05  WS-FMT-TIME-SS  PIC 9(02).
001580 01  WS-FMT-TIME-PR      PIC X(08).
001590
001600*----------------------------------------------------------------
001610*  REPORT CONTROL FIELDS
001620*----------------------------------------------------------------
001630 01  WS-REPORT-CONTROLS.
001640     05  WS-PAGE-NO          PIC 9(04) VALUE 0.
001650     05  WS-LINE-NO          PIC 9(03) VALUE 99.
001660     05  WS-LINES-PER-PAGE   PIC 9(03) VALUE 50.
001670
001680 01  WS-HDR-LINE-1.
001690     05  FILLER              PIC X(01) VALUE SPACE.
001700     05  FILLER              PIC X(20) VALUE "PTALRPT".
001710     05  FILLER              PIC X(22) VALUE
001720         "OPEN ALERT SUMMARY".
001730     05  FILLER              PIC X(14) VALUE "RUN DATE: ".
001740     05  HDR1-RUN-DATE       PIC X(10).
001750     05  FILLER              PIC X(04) VALUE SPACES.
001760     05  FILLER              PIC X(05) VALUE "PAGE ".
001770     05  HDR1-PAGE-NO        PIC ZZZ9.
001780
001790 01  WS-HDR-LINE-2.
001800     05  FILLER              PIC X(01) VALUE SPACE.
001810     05  FILLER              PIC X(04) VALUE "RULE".
001820     05  FILLER              PIC X(02) VALUE SPACES.
001830     05  FILLER              PIC X(08) VALUE "CODE".
001840     05  FILLER              PIC X(02) VALUE SPACES.
001850     05  FILLER              PIC X(14) VALUE "PROGRAM".
001860     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  FILLER              PIC X(20) VALUE "SUBJECT".
001880     05  FILLER              PIC X(02) VALUE SPACES.
001890     05  FILLER              PIC X(19) VALUE "FIRST RAISED".
001900     05  FILLER              PIC X(01) VALUE SPACE.
001910     05  FILLER              PIC X(05) VALUE "TIMES".
001920
001930 01  WS-HDR-LINE-3.
001940     05  FILLER              PIC X(07) VALUE SPACES.
001950     05  FILLER              PIC X(62) VALUE "MESSAGE".
001960     05  FILLER              PIC X(11) VALUE "LAST RAISED".
001970
001980 01  WS-SEV-LINE.
001990     05  FILLER              PIC X(01) VALUE SPACE.
002000     05  SEV-TITLE           PIC X(20).
002010     05  FILLER              PIC X(02) VALUE SPACES.
002020     05  SEV-OPEN            PIC Z(4)9.
002030     05  FILLER              PIC X(05) VALUE " OPEN".
002040
002050 01  WS-DETAIL-LINE.
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  DTL-RULE-ID         PIC 9(03).
002080     05  FILLER              PIC X(02) VALUE SPACES.
002090     05  DTL-CODE            PIC X(08).
002100     05  FILLER              PIC X(02) VALUE SPACES.
002110     05  DTL-PROGRAM         PIC X(14).
002120     05  FILLER              PIC X(02) VALUE SPACES.
002130     05  DTL-SUBJECT         PIC X(20).
002140     05  FILLER              PIC X(02) VALUE SPACES.
002150     05  DTL-FIRST-DATE      PIC X(10).
002160     05  FILLER              PIC X(01) VALUE SPACE.
002170     05  DTL-FIRST-TIME      PIC X(08).
002180     05  FILLER              PIC X(01) VALUE SPACE.
002190     05  DTL-RAISED          PIC Z(4)9.
002200
002210 01  WS-MESSAGE-LINE.
002220     05  FILLER              PIC X(07) VALUE SPACES.
002230     05  MSG-TEXT            PIC X(60).
002240     05  FILLER              PIC X(02) VALUE SPACES.
002250     05  MSG-LAST-DATE       PIC X(10).
002260
002270 01  WS-NONE-LINE.
002280     05  FILLER              PIC X(03) VALUE SPACES.
002290     05  FILLER              PIC X(30) VALUE
002300         "NO OPEN ALERTS".
002310
002320 01  WS-TRAILER-LINE-1.
002330     05  FILLER              PIC X(01) VALUE SPACE.
002340     05  FILLER              PIC X(31) VALUE
002350         "END OF REPORT - FEED RECORDS:".
002360     05  TRL1-FEED           PIC Z(6)9.
002370     05  FILLER              PIC X(03) VALUE SPACES.
002380     05  FILLER              PIC X(17) VALUE "DISTINCT ALERTS: ".
002390     05  TRL1-DISTINCT       PIC Z(4)9.
002400
002410 01  WS-TRAILER-LINE-2.
002420     05  FILLER              PIC X(03) VALUE SPACES.
002430     05  FILLER              PIC X(13) VALUE SPACES.
002440     05  FILLER              PIC X(10) VALUE "CRITICAL".
002450     05  FILLER              PIC X(10) VALUE "WARNING".
002460     05  FILLER              PIC X(11) VALUE "INFORMATION".
002470
002480 01  WS-TRAILER-LINE-3.
002490     05  FILLER              PIC X(03) VALUE SPACES.
002500     05  TRL3-TITLE          PIC X(13).
002510     05  TRL3-CRITICAL       PIC Z(4)9.
002520     05  FILLER              PIC X(05) VALUE SPACES.
002530     05  TRL3-WARNING        PIC Z(4)9.
002540     05  FILLER              PIC X(05) VALUE SPACES.
002550     05  TRL3-INFO           PIC Z(4)9.
002560
002570 PROCEDURE DIVISION.
002580*****************************************************************
002590 0000-MAINLINE.
002600*****************************************************************
002610     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002620
002630     PERFORM 2000-LOAD-ONE-ALERT THRU 2000-LOAD-ONE-ALERT-EXIT
002640         UNTIL WS-EOF
002650
002660     PERFORM 3000-APPLY-ACKS THRU 3000-APPLY-ACKS-EXIT
002670
002680     PERFORM 4000-COUNT-ONE-ALERT THRU 4000-COUNT-ONE-ALERT-EXIT
002690         VARYING WS-ALR-IDX FROM 1 BY 1
002700         UNTIL WS-ALR-IDX > WS-ALR-COUNT
002710
002720     MOVE "C" TO WS-PRINT-SEVERITY
002730     MOVE "CRITICAL ALERTS" TO WS-PRINT-TITLE
002740     MOVE WS-OPEN-CRITICAL TO WS-PRINT-OPEN
002750     PERFORM 5000-PRINT-SEVERITY THRU 5000-PRINT-SEVERITY-EXIT
002760     MOVE "W" TO WS-PRINT-SEVERITY
002770     MOVE "WARNING ALERTS" TO WS-PRINT-TITLE
002780     MOVE WS-OPEN-WARNING TO WS-PRINT-OPEN
002790     PERFORM 5000-PRINT-SEVERITY THRU 5000-PRINT-SEVERITY-EXIT
002800     MOVE "I" TO WS-PRINT-SEVERITY
002810     MOVE "INFORMATION ALERTS" TO WS-PRINT-TITLE
002820     MOVE WS-OPEN-INFO TO WS-PRINT-OPEN
002830     PERFORM 5000-PRINT-SEVERITY THRU 5000-PRINT-SEVERITY-EXIT
002840
002850     PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
002860
002870     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002880
002890     GOBACK.
002900
002910*****************************************************************
002920 1000-INITIALIZE.
002930*****************************************************************
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002950     MOVE WS-RUN-DATE TO WS-FMT-DATE
002960     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
002970     MOVE WS-FMT-DATE-PR TO WS-RUN-DATE-PR
002980     MOVE "Y" TO WS-EOF-SW
002990
003000     OPEN OUTPUT PT-REPORT-FILE
003010     IF WS-REPORT-STATUS NOT = "00"
003020         DISPLAY "PTALRPT - UNABLE TO OPEN PTALSRPT, "
003030             "STATUS = " WS-REPORT-STATUS
003040         MOVE "Y" TO WS-FAILED-SW
003050         GO TO 1000-INITIALIZE-EXIT
003060     END-IF
003070     MOVE "Y" TO WS-REPORT-OPEN-SW
003080
003090     OPEN INPUT PT-ALERT-FILE
003100     IF WS-ALERT-STATUS = "35"
003110         DISPLAY "PTALRPT - NO PTALERT FEED YET - NOTHING "
003120             "HAS BEEN RAISED"
003130         GO TO 1000-INITIALIZE-EXIT
003140     END-IF
003150     IF WS-ALERT-STATUS NOT = "00"
003160         DISPLAY "PTALRPT - UNABLE TO OPEN PTALERT, "
003170             "STATUS = " WS-ALERT-STATUS
003180         MOVE "Y" TO WS-FAILED-SW
003190         GO TO 1000-INITIALIZE-EXIT
003200     END-IF
003210     MOVE "Y" TO WS-ALERT-OPEN-SW
003220     MOVE "N" TO WS-EOF-SW
003230     .
003240
003250 1000-INITIALIZE-EXIT.
003260     EXIT.
003270
003280*****************************************************************
003290 2000-LOAD-ONE-ALERT.
003300*****************************************************************
003310*  A REPEAT OF A KNOWN IDENT MOVES ITS LAST-RAISED STAMP AND
003320*  TAKES THE NEWER SEVERITY AND MESSAGE; A NEW IDENT TAKES THE
003330*  NEXT TABLE ENTRY.
003340*----------------------------------------------------------------
003350     READ PT-ALERT-FILE
003360         AT END
003370             MOVE "Y" TO WS-EOF-SW
003380             GO TO 2000-LOAD-ONE-ALERT-EXIT
003390     END-READ
003400     ADD 1 TO WS-FEED-COUNT
003410
003420     IF NOT PT-ALR-CRITICAL
003430         AND NOT PT-ALR-WARNING
003440         AND NOT PT-ALR-INFORMATION
003450         ADD 1 TO WS-BAD-SEV-COUNT
003460         DISPLAY "PTALRPT - FEED RECORD " WS-FEED-COUNT
003470             " HAS SEVERITY '" PT-ALR-SEVERITY
003480             "' - TAKEN AS WARNING"
003490         MOVE "W" TO PT-ALR-SEVERITY
003500     END-IF
003510
003520     MOVE PT-ALR-IDENT TO WS-FIND-IDENT
003530     PERFORM 2100-FIND-ALERT THRU 2100-FIND-ALERT-EXIT
003540
003550     IF WS-ALR-FOUND-NO = 0
003560         IF WS-ALR-COUNT >= WS-ALR-MAX
003570             IF NOT WS-OVERFLOW
003580                 DISPLAY "PTALRPT - MORE THAN " WS-ALR-MAX
003590                     " DISTINCT ALERTS - LATER ONES NOT SHOWN"
003600                 MOVE "Y" TO WS-OVERFLOW-SW
003610             END-IF
003620             GO TO 2000-LOAD-ONE-ALERT-EXIT
003630         END-IF
003640         ADD 1 TO WS-ALR-COUNT
003650         SET WS-ALR-IDX TO WS-ALR-COUNT
003660         MOVE PT-ALR-IDENT TO WS-ALR-IDENT (WS-ALR-IDX)
003670         MOVE PT-ALR-DATE  TO WS-ALR-FIRST-DATE (WS-ALR-IDX)
003680         MOVE PT-ALR-TIME  TO WS-ALR-FIRST-TIME (WS-ALR-IDX)
003690         MOVE 0            TO WS-ALR-RAISED (WS-ALR-IDX)
003700         MOVE "N"          TO WS-ALR-ACK-SW (WS-ALR-IDX)
003710     ELSE
003720         SET WS-ALR-IDX TO WS-ALR-FOUND-NO
003730     END-IF
003740
003750     ADD 1 TO WS-ALR-RAISED (WS-ALR-IDX)
003760     MOVE PT-ALR-DATE     TO WS-ALR-LAST-DATE (WS-ALR-IDX)
003770     MOVE PT-ALR-TIME     TO WS-ALR-LAST-TIME (WS-ALR-IDX)
003780     MOVE PT-ALR-SEVERITY TO WS-ALR-SEVERITY (WS-ALR-IDX)
003790     MOVE PT-ALR-MESSAGE  TO WS-ALR-MESSAGE (WS-ALR-IDX)
003800     .
003810
003820 2000-LOAD-ONE-ALERT-EXIT.
003830     EXIT.
003840
003850*****************************************************************
003860 2100-FIND-ALERT.
003870*****************************************************************
003880     MOVE 0 TO WS-ALR-FOUND-NO
003890     PERFORM 2110-CHECK-ONE-ALERT THRU 2110-CHECK-ONE-ALERT-EXIT
003900         VARYING WS-ALR-SEARCH-NO FROM 1 BY 1
003910         UNTIL WS-ALR-SEARCH-NO > WS-ALR-COUNT
003920     .
003930
003940 2100-FIND-ALERT-EXIT.
003950     EXIT.
003960
003970*****************************************************************
003980 2110-CHECK-ONE-ALERT.
003990*****************************************************************
004000     SET WS-ALR-IDX TO WS-ALR-SEARCH-NO
004010     IF WS-ALR-IDENT (WS-ALR-IDX) = WS-FIND-IDENT
004020         MOVE WS-ALR-SEARCH-NO TO WS-ALR-FOUND-NO
004030     END-IF
004040     .
004050
004060 2110-CHECK-ONE-ALERT-EXIT.
004070     EXIT.
004080
004090*****************************************************************
004100 2700-WRITE-HEADERS.
004110*****************************************************************
004120     ADD 1 TO WS-PAGE-NO
004130     MOVE ZERO TO WS-LINE-NO
004140
004150     MOVE WS-RUN-DATE-PR TO HDR1-RUN-DATE
004160     MOVE WS-PAGE-NO     TO HDR1-PAGE-NO
004170
004180     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
004190     MOVE SPACES TO PT-REPORT-LINE
004200     WRITE PT-REPORT-LINE
004210     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-2
004220     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-3
004230     MOVE SPACES TO PT-REPORT-LINE
004240     WRITE PT-REPORT-LINE
004250
004260     ADD 5 TO WS-LINE-NO
004270     .
004280
004290 2700-WRITE-HEADERS-EXIT.
004300     EXIT.
004310
004320*****************************************************************
004330 3000-APPLY-ACKS.
004340*****************************************************************
004350*  AN ACKNOWLEDGMENT FOR AN IDENT NO LONGER ON THE FEED - THE
004360*  FEED WAS TRIMMED - IS ONLY COUNTED.
004370*----------------------------------------------------------------
004380     IF WS-FAILED
004390         GO TO 3000-APPLY-ACKS-EXIT
004400     END-IF
004410
004420     OPEN INPUT PT-ALACK-FILE
004430     IF WS-ALACK-STATUS = "35"
004440         GO TO 3000-APPLY-ACKS-EXIT
004450     END-IF
004460     IF WS-ALACK-STATUS NOT = "00"
004470         DISPLAY "PTALRPT - UNABLE TO OPEN PTALACK, "
004480             "STATUS = " WS-ALACK-STATUS
004490         MOVE "Y" TO WS-FAILED-SW
004500         GO TO 3000-APPLY-ACKS-EXIT
004510     END-IF
004520     MOVE "Y" TO WS-ALACK-OPEN-SW
004530
004540     PERFORM 3100-APPLY-ONE-ACK THRU 3100-APPLY-ONE-ACK-EXIT
004550         UNTIL WS-ACK-EOF
004560     .
004570
004580 3000-APPLY-ACKS-EXIT.
004590     EXIT.
004600
004610*****************************************************************
004620 3100-APPLY-ONE-ACK.
004630*****************************************************************
004640     READ PT-ALACK-FILE
004650         AT END
004660             MOVE "Y" TO WS-ACK-EOF-SW
004670             GO TO 3100-APPLY-ONE-ACK-EXIT
004680     END-READ
004690     ADD 1 TO WS-ACK-COUNT
004700
004710     MOVE PT-ALK-IDENT TO WS-FIND-IDENT
004720     PERFORM 2100-FIND-ALERT THRU 2100-FIND-ALERT-EXIT
004730     IF WS-ALR-FOUND-NO = 0
004740         ADD 1 TO WS-ACK-UNMATCHED
004750         GO TO 3100-APPLY-ONE-ACK-EXIT
004760     END-IF
004770     SET WS-ALR-IDX TO WS-ALR-FOUND-NO
004780     MOVE "Y" TO WS-ALR-ACK-SW (WS-ALR-IDX)
004790     .
004800
004810 3100-APPLY-ONE-ACK-EXIT.
004820     EXIT.
004830
004840*****************************************************************
004850 4000-COUNT-ONE-ALERT.
004860*****************************************************************
004870     EVALUATE TRUE
004880         WHEN WS-ALR-SEVERITY (WS-ALR-IDX) = "C"
004890             IF WS-ALR-ACKED (WS-ALR-IDX)
004900                 ADD 1 TO WS-ACKED-CRITICAL
004910             ELSE
004920                 ADD 1 TO WS-OPEN-CRITICAL
004930             END-IF
004940         WHEN WS-ALR-SEVERITY (WS-ALR-IDX) = "W"
004950             IF WS-ALR-ACKED (WS-ALR-IDX)
004960                 ADD 1 TO WS-ACKED-WARNING
004970             ELSE
004980                 ADD 1 TO WS-OPEN-WARNING
004990             END-IF
005000         WHEN OTHER
005010             IF WS-ALR-ACKED (WS-ALR-IDX)
005020                 ADD 1 TO WS-ACKED-INFO
005030             ELSE
005040                 ADD 1 TO WS-OPEN-INFO
005050             END-IF
005060     END-EVALUATE
005070     .
005080
005090 4000-COUNT-ONE-ALERT-EXIT.
005100     EXIT.
005110
005120*****************************************************************
005130 5000-PRINT-SEVERITY.
005140*****************************************************************
005150*  ONE PASS OF THE TABLE PER SEVERITY, SO EACH GROUP KEEPS THE
005160*  ORDER THE ALERTS WERE FIRST RAISED.
005170*----------------------------------------------------------------
005180     IF NOT WS-REPORT-OPEN
005190         GO TO 5000-PRINT-SEVERITY-EXIT
005200     END-IF
005210
005220     IF WS-LINE-NO + 5 > WS-LINES-PER-PAGE
005230         PERFORM 2700-WRITE-HEADERS THRU 2700-WRITE-HEADERS-EXIT
005240     END-IF
005250     MOVE WS-PRINT-TITLE TO SEV-TITLE
005260     MOVE WS-PRINT-OPEN  TO SEV-OPEN
005270     WRITE PT-REPORT-LINE FROM WS-SEV-LINE
005280     MOVE SPACES TO PT-REPORT-LINE
005290     WRITE PT-REPORT-LINE
005300     ADD 2 TO WS-LINE-NO
005310
005320     IF WS-PRINT-OPEN = 0
005330         WRITE PT-REPORT-LINE FROM WS-NONE-LINE
005340         ADD 1 TO WS-LINE-NO
005350     ELSE
005360         PERFORM 5100-PRINT-ONE-ALERT
005370             THRU 5100-PRINT-ONE-ALERT-EXIT
005380             VARYING WS-ALR-IDX FROM 1 BY 1
005390             UNTIL WS-ALR-IDX > WS-ALR-COUNT
005400     END-IF
005410
005420     MOVE SPACES TO PT-REPORT-LINE
005430     WRITE PT-REPORT-LINE
005440     ADD 1 TO WS-LINE-NO
005450     .
005460
005470 5000-PRINT-SEVERITY-EXIT.
005480     EXIT.
005490
005500*****************************************************************
005510 5100-PRINT-ONE-ALERT.
005520*****************************************************************
005530     IF WS-ALR-SEVERITY (WS-ALR-IDX) NOT = WS-PRINT-SEVERITY
005540         GO TO 5100-PRINT-ONE-ALERT-EXIT
005550     END-IF
005560     IF WS-ALR-ACKED (WS-ALR-IDX)
005570         GO TO 5100-PRINT-ONE-ALERT-EXIT
005580     END-IF
005590
005600     IF WS-LINE-NO + 2 > WS-LINES-PER-PAGE
005610         PERFORM 2700-WRITE-HEADERS THRU 2700-WRITE-HEADERS-EXIT
005620     END-IF
005630
005640     MOVE WS-ALR-RULE-ID (WS-ALR-IDX) TO DTL-RULE-ID
005650     MOVE WS-ALR-CODE    (WS-ALR-IDX) TO DTL-CODE
005660     MOVE WS-ALR-PROGRAM (WS-ALR-IDX) TO DTL-PROGRAM
005670     MOVE WS-ALR-SUBJECT (WS-ALR-IDX) TO DTL-SUBJECT
005680     MOVE WS-ALR-FIRST-DATE (WS-ALR-IDX) TO WS-FMT-DATE
005690     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
005700     MOVE WS-FMT-DATE-PR TO DTL-FIRST-DATE
005710     MOVE WS-ALR-FIRST-TIME (WS-ALR-IDX) TO WS-FMT-TIME
005720     PERFORM 7150-FORMAT-TIME THRU 7150-FORMAT-TIME-EXIT
005730     MOVE WS-FMT-TIME-PR TO DTL-FIRST-TIME
005740     MOVE WS-ALR-RAISED  (WS-ALR-IDX) TO DTL-RAISED
005750     WRITE PT-REPORT-LINE FROM WS-DETAIL-LINE
005760
005770     MOVE WS-ALR-MESSAGE (WS-ALR-IDX) TO MSG-TEXT
005780     MOVE WS-ALR-LAST-DATE (WS-ALR-IDX) TO WS-FMT-DATE
005790     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
005800     MOVE WS-FMT-DATE-PR TO MSG-LAST-DATE
005810     WRITE PT-REPORT-LINE FROM WS-MESSAGE-LINE
005820     ADD 2 TO WS-LINE-NO
005830     .
005840
005850 5100-PRINT-ONE-ALERT-EXIT.
005860     EXIT.
005870
005880*****************************************************************
005890 7100-FORMAT-DATE.
005900*****************************************************************
005910     MOVE SPACES TO WS-FMT-DATE-PR
005920     MOVE "/" TO WS-FMT-DATE-PR(3:1)
005930     MOVE "/" TO WS-FMT-DATE-PR(6:1)
005940     MOVE WS-FMT-DATE-MM TO WS-FMT-DATE-PR(1:2)
005950     MOVE WS-FMT-DATE-DD TO WS-FMT-DATE-PR(4:2)
005960     MOVE WS-FMT-DATE-CC TO WS-FMT-DATE-PR(7:2)
005970     MOVE WS-FMT-DATE-YY TO WS-FMT-DATE-PR(9:2)
005980     .
005990
006000 7100-FORMAT-DATE-EXIT.
006010     EXIT.
006020
006030*****************************************************************
006040 7150-FORMAT-TIME.
006050*****************************************************************
006060     MOVE SPACES TO WS-FMT-TIME-PR
006070     MOVE ":" TO WS-FMT-TIME-PR(3:1)
006080     MOVE ":" TO WS-FMT-TIME-PR(6:1)
006090     MOVE WS-FMT-TIME-HH TO WS-FMT-TIME-PR(1:2)
006100     MOVE WS-FMT-TIME-MN TO WS-FMT-TIME-PR(4:2)
006110     MOVE WS-FMT-TIME-SS TO WS-FMT-TIME-PR(7:2)
006120     .
006130
006140 7150-FORMAT-TIME-EXIT.
006150     EXIT.
006160
006170*****************************************************************
006180 8000-WRITE-TRAILER.
006190*****************************************************************
006200     IF NOT WS-REPORT-OPEN
006210         GO TO 8000-WRITE-TRAILER-EXIT
006220     END-IF
006230
006240     IF WS-LINE-NO + 6 > WS-LINES-PER-PAGE
006250         PERFORM 2700-WRITE-HEADERS THRU 2700-WRITE-HEADERS-EXIT
006260     END-IF
006270     MOVE WS-FEED-COUNT TO TRL1-FEED
006280     MOVE WS-ALR-COUNT  TO TRL1-DISTINCT
006290     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-1
006300     MOVE SPACES TO PT-REPORT-LINE
006310     WRITE PT-REPORT-LINE
006320     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-2
006330     MOVE "OPEN"             TO TRL3-TITLE
006340     MOVE WS-OPEN-CRITICAL   TO TRL3-CRITICAL
006350     MOVE WS-OPEN-WARNING    TO TRL3-WARNING
006360     MOVE WS-OPEN-INFO       TO TRL3-INFO
006370     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-3
006380     MOVE "ACKNOWLEDGED"     TO TRL3-TITLE
006390     MOVE WS-ACKED-CRITICAL  TO TRL3-CRITICAL
006400     MOVE WS-ACKED-WARNING   TO TRL3-WARNING
006410     MOVE WS-ACKED-INFO      TO TRL3-INFO
006420     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-3
006430     .
006440
006450 8000-WRITE-TRAILER-EXIT.
006460     EXIT.
006470
006480*****************************************************************
006490 9000-TERMINATE.
006500*****************************************************************
006510     IF WS-ALERT-OPEN
006520         CLOSE PT-ALERT-FILE
006530     END-IF
006540     IF WS-ALACK-OPEN
006550         CLOSE PT-ALACK-FILE
006560     END-IF
006570     IF WS-REPORT-OPEN
006580         CLOSE PT-REPORT-FILE
006590     END-IF
006600
006610     IF WS-ACK-UNMATCHED > 0
006620         DISPLAY "PTALRPT - " WS-ACK-UNMATCHED
006630             " ACKNOWLEDGMENTS FOR ALERTS NO LONGER ON THE FEED"
006640     END-IF
006650
006660     IF WS-FAILED OR WS-OVERFLOW
006670         DISPLAY "PTALRPT - ALERT SUMMARY INCOMPLETE, RETURN "
006680             "CODE SET TO 8"
006690         MOVE 8 TO RETURN-CODE
006700         GO TO 9000-TERMINATE-EXIT
006710     END-IF
006720
006730     COMPUTE WS-OPEN-TOTAL = WS-OPEN-CRITICAL + WS-OPEN-WARNING
006740         + WS-OPEN-INFO
006750     DISPLAY "PTALRPT - " WS-FEED-COUNT " FEED RECORDS, "
006760         WS-OPEN-TOTAL " OPEN ALERTS (" WS-OPEN-CRITICAL
006770         " CRITICAL)"
006780     IF WS-OPEN-TOTAL > 0
006790         MOVE 4 TO RETURN-CODE
006800     END-IF
006810     .
006820
006830 9000-TERMINATE-EXIT.
006840     EXIT.
