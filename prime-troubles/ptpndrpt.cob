000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTPNDRPT.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTPNDRPT                                                     *
000090*                                                                *
000100*  PENDING RULE-CHANGE AGING REPORT OFF PTPENDQ (SEE PTPND01,   *
000110*  QUEUED BY PTMAINT AND PTRLOAD, DECIDED IN PTAPPRV). LISTS    *
000120*  EVERY CHANGE STILL WAITING FOR A SECOND OPERATOR WITH ITS    *
000130*  SOURCE, REQUESTER, RULE, ACTION, AND AGE IN DAYS, THEN AN    *
000140*  EXCEPTION PAGE OF CHANGES WAITING LONGER THAN THE PTPNPARM   *
000150*  AGE LIMIT (DEFAULT 3 DAYS) SO A REPAIR OR PROMOTION CANNOT   *
000160*  SIT UNAPPROVED WHILE THE SCAN RUNS ON THE OLD RULE. REPORT   *
000170*  GOES TO PTPNRPT.                                             *
000180*                                                                *
000190*  MODIFICATION HISTORY                                         *
000200*  ----------------------                                       *
000210*  DATE       INIT  DESCRIPTION                                 *
000220*  2026-10-15 DLK   ORIGINAL VERSION - PENDING CHANGE AGING     *
000230*                   REPORT.                                     *
000240*****************************************************************
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER.   IBM-370.
000290 OBJECT-COMPUTER.   IBM-370.
000300
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PT-PENDQ-FILE ASSIGN TO "PTPENDQ"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-PENDQ-STATUS.
000360
000370     SELECT PT-PARM-FILE ASSIGN TO "PTPNPARM"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-PARM-STATUS.
000400
000410     SELECT PT-REPORT-FILE ASSIGN TO "PTPNRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-REPORT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PT-PENDQ-FILE
000480     RECORDING MODE IS F.
000490 COPY PTPND01.
000500
000510 FD  PT-PARM-FILE
000520     RECORDING MODE IS F.
000530 01  PT-PARM-RECORD.
000540     05  PT-PARM-AGE-LIMIT       PIC 9(03).
000550     05  FILLER                  PIC X(17).
000560
000570 FD  PT-REPORT-FILE
000580     RECORDING MODE IS F.
000590 01  PT-REPORT-LINE          PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------
000630*  FILE STATUS AND SWITCHES
000640*----------------------------------------------------------------
000650 01  WS-PENDQ-STATUS     PIC X(02) VALUE "00".
000660 01  WS-PARM-STATUS      PIC X(02) VALUE "00".
000670 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
000680 01  WS-SWITCHES.
000690     05  WS-PENDQ-EOF-SW PIC X(01) VALUE "N".
000700         88  WS-PENDQ-EOF       VALUE "Y".
000710     05  WS-REPORT-OPEN-SW PIC X(01) VALUE "N".
000720         88  WS-REPORT-OPEN     VALUE "Y".
000730
000740*----------------------------------------------------------------
000750*  THE QUEUED CHANGE IMAGE - ONLY ITS RULE ID AND ACTION ARE
000760*  REPORTED HERE.
000770*----------------------------------------------------------------
000780 COPY PTAUD01.
000790
000800*----------------------------------------------------------------
000810*  PENDING ITEM TABLE - LOADED ONCE, REPORTED TWICE (FULL
000820*  LIST, THEN THE OVER-AGE EXCEPTIONS).
000830*----------------------------------------------------------------
000840 01  WS-PND-TABLE.
000850     05  WS-PND-ENTRY OCCURS 500 TIMES
000860                 INDEXED BY WS-PND-IDX.
000870         10  WS-PND-QUEUE-DATE   PIC 9(08).
000880         10  WS-PND-QUEUE-TIME   PIC 9(06).
000890         10  WS-PND-SOURCE       PIC X(08).
000900         10  WS-PND-REQUESTER    PIC X(08).
000910         10  WS-PND-RULE-ID      PIC 9(03).
000920         10  WS-PND-ACTION       PIC X(01).
000930 01  WS-PND-COUNT        PIC 9(03) COMP VALUE 0.
000940 01  WS-MAX-ENTRIES      PIC 9(03) COMP VALUE 500.
000950 01  WS-ENTRY-NO         PIC 9(03) COMP VALUE 0.
000960 01  WS-CAP-WARNED-SW    PIC X(01) VALUE "N".
000970     88  WS-CAP-WARNED          VALUE "Y".
000980
000990*----------------------------------------------------------------
001000*  AGE ARITHMETIC - SAME SERIAL DAY-NUMBER METHOD AS PTRECON
001010*----------------------------------------------------------------
001020 01  WS-AGE-LIMIT        PIC 9(03) VALUE 3.
001030 01  WS-TODAY-DAY-NO     PIC 9(07) VALUE 0.
001040 01  WS-ENTRY-AGE        PIC S9(07) VALUE 0.
001050 01  WS-OLDEST-AGE       PIC S9(07) VALUE 0.
001060 01  WS-DAYNO-DATE       PIC 9(08).
001070 01  WS-DAYNO-DATE-R REDEFINES WS-DAYNO-DATE.
001080     05  WS-DAYNO-CCYY   PIC 9(04).
001090     05  WS-DAYNO-MM     PIC 9(02).
001100     05  WS-DAYNO-DD     PIC 9(02).
001110 01  WS-DAYNO-RESULT     PIC 9(07) VALUE 0.
001120 01  WS-DAYNO-Y          PIC 9(04) COMP VALUE 0.
001130 01  WS-DAYNO-W          PIC 9(07) COMP VALUE 0.
001140 01  WS-LEAP-Q           PIC 9(04) COMP VALUE 0.
001150 01  WS-LEAP-R4          PIC 9(04) COMP VALUE 0.
001160 01  WS-LEAP-R100        PIC 9(04) COMP VALUE 0.
001170 01  WS-LEAP-R400        PIC 9(04) COMP VALUE 0.
001180 01  WS-CUM-DAYS-TABLE.
001190     05  FILLER          PIC X(36) VALUE
001200         "000031059090120151181212243273304334".
001210 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
001220     05  WS-CUM-DAYS     PIC 9(03) OCCURS 12 TIMES.
001230
001240*----------------------------------------------------------------
001250*  CONTROL TOTALS
001260*----------------------------------------------------------------
001270 01  WS-ADD-COUNT        PIC 9(05) COMP VALUE 0.
001280 01  WS-CHG-COUNT        PIC 9(05) COMP VALUE 0.
001290 01  WS-DEL-COUNT        PIC 9(05) COMP VALUE 0.
001300 01  WS-OVERAGE-COUNT    PIC 9(05) COMP VALUE 0.
001310
001320*----------------------------------------------------------------
001330*  RUN DATE AND REPORT CONTROL FIELDS
001340*----------------------------------------------------------------
001350 01  WS-RUN-DATE         PIC 9(08).
001360 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001370     05  WS-RUN-DATE-CC  PIC 9(02).
001380     05  WS-RUN-DATE-YY  PIC 9(02).
001390     05  WS-RUN-DATE-MM  PIC 9(02).
001400     05  WS-RUN-DATE-DD  PIC 9(02).
001410 01  WS-RUN-DATE-PR      PIC X(10).
001420
001430 01  WS-FMT-DATE         PIC 9(08).
001440 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
001450     05  WS-FMT-DATE-CC  PIC 9(02).
001460     05  WS-FMT-DATE-YY  PIC 9(02).
001470     05  WS-FMT-DATE-MM  PIC 9(02).
001480     05  WS-FMT-DATE-DD  PIC 9(02).
001490 01  WS-FMT-DATE-PR      PIC X(10).
001500
001510 01  WS-FMT-TIME         PIC 9(06).
001520 01  WS-FMT-TIME-R REDEFINES WS-FMT-TIME.
001530     05  WS-FMT-TIME-HH  PIC 9(02).
001540     05  WS-FMT-TIME-MN  PIC 9(02).
001550     05  WS-FMT-TIME-SS  PIC 9(02).
001560
001570 01  WS-REPORT-CONTROLS.
001580     05  WS-PAGE-NO          PIC 9(04) VALUE 0.
001590     05  WS-LINE-NO          PIC 9(03) VALUE 99.
001600     05  WS-LINES-PER-PAGE   PIC 9(03) VALUE 50.
001610
001620 01  WS-HDR-LINE-1.
001630     05  FILLER              PIC X(01) VALUE SPACE.
001640     05  FILLER              PIC X(20) VALUE "PTPNDRPT".
001650     05  HDR1-TITLE          PIC X(22) VALUE
001660         "PENDING RULE CHANGES".
001670     05  FILLER              PIC X(14) VALUE "RUN DATE: ".
001680     05  HDR1-RUN-DATE       PIC X(10).
001690     05  FILLER              PIC X(04) VALUE SPACES.
001700     05  FILLER              PIC X(05) VALUE "PAGE ".
001710     05  HDR1-PAGE-NO        PIC ZZZ9.
001720
001730 01  WS-HDR-LINE-2.
001740     05  FILLER              PIC X(03) VALUE SPACES.
001750     05  FILLER              PIC X(10) VALUE "QUEUED".
001760     05  FILLER              PIC X(01) VALUE SPACE.
001770     05  FILLER              PIC X(05) VALUE "TIME".
001780     05  FILLER              PIC X(02) VALUE SPACES.
001790     05  FILLER              PIC X(08) VALUE "SOURCE".
001800     05  FILLER              PIC X(02) VALUE SPACES.
001810     05  FILLER              PIC X(08) VALUE "REQUESTR".
001820     05  FILLER              PIC X(02) VALUE SPACES.
001830     05  FILLER              PIC X(04) VALUE "RULE".
001840     05  FILLER              PIC X(02) VALUE SPACES.
001850     05  FILLER              PIC X(06) VALUE "ACTION".
001860     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  FILLER              PIC X(04) VALUE " AGE".
001880     05  FILLER              PIC X(02) VALUE SPACES.
001890     05  FILLER              PIC X(07) VALUE "STATUS".
001900
001910 01  WS-DETAIL-LINE.
001920     05  FILLER              PIC X(03) VALUE SPACES.
001930     05  DTL-QUEUE-DATE      PIC X(10).
001940     05  FILLER              PIC X(01) VALUE SPACE.
001950     05  DTL-QUEUE-HH        PIC 9(02).
001960     05  FILLER              PIC X(01) VALUE ":".
001970     05  DTL-QUEUE-MN        PIC 9(02).
001980     05  FILLER              PIC X(02) VALUE SPACES.
001990     05  DTL-SOURCE          PIC X(08).
002000     05  FILLER              PIC X(02) VALUE SPACES.
002010     05  DTL-REQUESTER       PIC X(08).
002020     05  FILLER              PIC X(02) VALUE SPACES.
002030     05  FILLER              PIC X(01) VALUE SPACE.
002040     05  DTL-RULE-ID         PIC 9(03).
002050     05  FILLER              PIC X(02) VALUE SPACES.
002060     05  DTL-ACTION          PIC X(06).
002070     05  FILLER              PIC X(02) VALUE SPACES.
002080     05  DTL-AGE             PIC ZZZ9.
002090     05  FILLER              PIC X(02) VALUE SPACES.
002100     05  DTL-STATUS          PIC X(07).
002110
002120 01  WS-TRAILER-LINE-1.
002130     05  FILLER              PIC X(01) VALUE SPACE.
002140     05  FILLER              PIC X(09) VALUE "PENDING: ".
002150     05  TRL1-PENDING        PIC Z(4)9.
002160     05  FILLER              PIC X(03) VALUE SPACES.
002170     05  FILLER              PIC X(06) VALUE "ADDS: ".
002180     05  TRL1-ADDS           PIC Z(4)9.
002190     05  FILLER              PIC X(03) VALUE SPACES.
002200     05  FILLER              PIC X(09) VALUE "CHANGES: ".
002210     05  TRL1-CHANGES        PIC Z(4)9.
002220     05  FILLER              PIC X(03) VALUE SPACES.
002230     05  FILLER              PIC X(09) VALUE "DELETES: ".
002240     05  TRL1-DELETES        PIC Z(4)9.
002250
002260 01  WS-TRAILER-LINE-2.
002270     05  FILLER              PIC X(01) VALUE SPACE.
002280     05  FILLER              PIC X(11) VALUE "AGE LIMIT: ".
002290     05  TRL2-AGE-LIMIT      PIC ZZ9.
002300     05  FILLER              PIC X(03) VALUE SPACES.
002310     05  FILLER              PIC X(11) VALUE "OVER AGE: ".
002320     05  TRL2-OVERAGE        PIC Z(4)9.
002330     05  FILLER              PIC X(03) VALUE SPACES.
002340     05  FILLER              PIC X(17) VALUE "OLDEST (DAYS): ".
002350     05  TRL2-OLDEST         PIC Z(4)9.
002360
002370 PROCEDURE DIVISION.
002380*****************************************************************
002390 0000-MAINLINE.
002400*****************************************************************
002410     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002420
002430     PERFORM 2000-REPORT-PENDING THRU 2000-REPORT-PENDING-EXIT
002440     PERFORM 2600-WRITE-EXCEPTIONS
002450         THRU 2600-WRITE-EXCEPTIONS-EXIT
002460
002470     PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
002480
002490     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002500
002510     GOBACK.
002520
002530*****************************************************************
002540 1000-INITIALIZE.
002550*****************************************************************
002560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002570     MOVE "/" TO WS-RUN-DATE-PR(3:1)
002580     MOVE "/" TO WS-RUN-DATE-PR(6:1)
002590     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-PR(1:2)
002600     MOVE WS-RUN-DATE-DD TO WS-RUN-DATE-PR(4:2)
002610     MOVE WS-RUN-DATE-CC TO WS-RUN-DATE-PR(7:2)
002620     MOVE WS-RUN-DATE-YY TO WS-RUN-DATE-PR(9:2)
002630
002640     MOVE WS-RUN-DATE TO WS-DAYNO-DATE
002650     PERFORM 7200-CALC-DAY-NUMBER THRU 7200-CALC-DAY-NUMBER-EXIT
002660     MOVE WS-DAYNO-RESULT TO WS-TODAY-DAY-NO
002670
002680     OPEN INPUT PT-PARM-FILE
002690     IF WS-PARM-STATUS = "00"
002700         READ PT-PARM-FILE
002710             AT END
002720                 CONTINUE
002730             NOT AT END
002740                 IF PT-PARM-AGE-LIMIT NUMERIC
002750                     AND PT-PARM-AGE-LIMIT > 0
002760                     MOVE PT-PARM-AGE-LIMIT TO WS-AGE-LIMIT
002770                 END-IF
002780         END-READ
002790         CLOSE PT-PARM-FILE
002800     ELSE
002810         DISPLAY "PTPNDRPT - NO PTPNPARM PARAMETER FILE, "
002820             "AGE LIMIT DEFAULTED TO " WS-AGE-LIMIT " DAYS"
002830     END-IF
002840
002850*    NO QUEUE FILE SIMPLY MEANS NOTHING HAS BEEN QUEUED YET -
002860*    THE REPORT STILL PRINTS, EMPTY.
002870     OPEN INPUT PT-PENDQ-FILE
002880     IF WS-PENDQ-STATUS = "00"
002890         PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-LOAD-ONE-ENTRY-EXIT
002900             UNTIL WS-PENDQ-EOF
002910         CLOSE PT-PENDQ-FILE
002920     ELSE
002930         DISPLAY "PTPNDRPT - NO PTPENDQ QUEUE FOUND, STATUS = "
002940             WS-PENDQ-STATUS " - NOTHING PENDING"
002950     END-IF
002960
002970     OPEN OUTPUT PT-REPORT-FILE
002980     IF WS-REPORT-STATUS NOT = "00"
002990         DISPLAY "PTPNDRPT - UNABLE TO OPEN PTPNRPT, "
003000             "STATUS = " WS-REPORT-STATUS
003010     ELSE
003020         MOVE "Y" TO WS-REPORT-OPEN-SW
003030     END-IF
003040     .
003050
003060 1000-INITIALIZE-EXIT.
003070     EXIT.
003080
003090*****************************************************************
003100 1100-LOAD-ONE-ENTRY.
003110*****************************************************************
003120     READ PT-PENDQ-FILE
003130         AT END
003140             MOVE "Y" TO WS-PENDQ-EOF-SW
003150             GO TO 1100-LOAD-ONE-ENTRY-EXIT
003160     END-READ
003170
003180     IF NOT PT-PND-PENDING
003190         GO TO 1100-LOAD-ONE-ENTRY-EXIT
003200     END-IF
003210
003220     IF WS-PND-COUNT >= WS-MAX-ENTRIES
003230         IF NOT WS-CAP-WARNED
003240             DISPLAY "PTPNDRPT - PTPENDQ EXCEEDS "
003250                 WS-MAX-ENTRIES " ITEMS, EXCESS NOT REPORTED"
003260             MOVE "Y" TO WS-CAP-WARNED-SW
003270         END-IF
003280         GO TO 1100-LOAD-ONE-ENTRY-EXIT
003290     END-IF
003300
003310     MOVE PT-PND-CHANGE TO PT-AUDIT-RECORD
003320     ADD 1 TO WS-PND-COUNT
003330     SET WS-PND-IDX TO WS-PND-COUNT
003340     MOVE PT-PND-QUEUE-DATE TO WS-PND-QUEUE-DATE (WS-PND-IDX)
003350     MOVE PT-PND-QUEUE-TIME TO WS-PND-QUEUE-TIME (WS-PND-IDX)
003360     MOVE PT-PND-SOURCE     TO WS-PND-SOURCE     (WS-PND-IDX)
003370     MOVE PT-PND-REQUESTER  TO WS-PND-REQUESTER  (WS-PND-IDX)
003380     MOVE PT-AUD-RULE-ID    TO WS-PND-RULE-ID    (WS-PND-IDX)
003390     MOVE PT-AUD-ACTION     TO WS-PND-ACTION     (WS-PND-IDX)
003400     .
003410
003420 1100-LOAD-ONE-ENTRY-EXIT.
003430     EXIT.
003440
003450*****************************************************************
003460 2000-REPORT-PENDING.
003470*****************************************************************
003480     IF NOT WS-REPORT-OPEN
003490         GO TO 2000-REPORT-PENDING-EXIT
003500     END-IF
003510
003520     MOVE "PENDING RULE CHANGES" TO HDR1-TITLE
003530     PERFORM 2700-WRITE-REPORT-HEADER
003540         THRU 2700-WRITE-REPORT-HEADER-EXIT
003550
003560     PERFORM 2100-REPORT-ONE-ENTRY
003570         THRU 2100-REPORT-ONE-ENTRY-EXIT
003580         VARYING WS-ENTRY-NO FROM 1 BY 1
003590         UNTIL WS-ENTRY-NO > WS-PND-COUNT
003600     .
003610
003620 2000-REPORT-PENDING-EXIT.
003630     EXIT.
003640
003650*****************************************************************
003660 2100-REPORT-ONE-ENTRY.
003670*****************************************************************
003680     SET WS-PND-IDX TO WS-ENTRY-NO
003690     PERFORM 2200-AGE-ONE-ENTRY THRU 2200-AGE-ONE-ENTRY-EXIT
003700
003710     EVALUATE WS-PND-ACTION (WS-PND-IDX)
003720         WHEN "A"
003730             ADD 1 TO WS-ADD-COUNT
003740         WHEN "C"
003750             ADD 1 TO WS-CHG-COUNT
003760         WHEN "D"
003770             ADD 1 TO WS-DEL-COUNT
003780         WHEN OTHER
003790             CONTINUE
003800     END-EVALUATE
003810
003820     IF WS-ENTRY-AGE > WS-OLDEST-AGE
003830         MOVE WS-ENTRY-AGE TO WS-OLDEST-AGE
003840     END-IF
003850     IF WS-ENTRY-AGE > WS-AGE-LIMIT
003860         ADD 1 TO WS-OVERAGE-COUNT
003870         MOVE "OVERDUE" TO DTL-STATUS
003880     ELSE
003890         MOVE "PENDING" TO DTL-STATUS
003900     END-IF
003910
003920     PERFORM 2300-WRITE-ENTRY-LINE
003930         THRU 2300-WRITE-ENTRY-LINE-EXIT
003940     .
003950
003960 2100-REPORT-ONE-ENTRY-EXIT.
003970     EXIT.
003980
003990*****************************************************************
004000 2200-AGE-ONE-ENTRY.
004010*****************************************************************
004020     MOVE WS-PND-QUEUE-DATE (WS-PND-IDX) TO WS-DAYNO-DATE
004030     PERFORM 7200-CALC-DAY-NUMBER THRU 7200-CALC-DAY-NUMBER-EXIT
004040     COMPUTE WS-ENTRY-AGE = WS-TODAY-DAY-NO - WS-DAYNO-RESULT
004050     IF WS-ENTRY-AGE < 0
004060         MOVE 0 TO WS-ENTRY-AGE
004070     END-IF
004080     .
004090
004100 2200-AGE-ONE-ENTRY-EXIT.
004110     EXIT.
004120
004130*****************************************************************
004140 2300-WRITE-ENTRY-LINE.
004150*****************************************************************
004160     IF WS-LINE-NO >= WS-LINES-PER-PAGE
004170         PERFORM 2700-WRITE-REPORT-HEADER
004180             THRU 2700-WRITE-REPORT-HEADER-EXIT
004190     END-IF
004200
004210     MOVE WS-PND-QUEUE-DATE (WS-PND-IDX) TO WS-FMT-DATE
004220     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
004230     MOVE WS-FMT-DATE-PR TO DTL-QUEUE-DATE
004240     MOVE WS-PND-QUEUE-TIME (WS-PND-IDX) TO WS-FMT-TIME
004250     MOVE WS-FMT-TIME-HH TO DTL-QUEUE-HH
004260     MOVE WS-FMT-TIME-MN TO DTL-QUEUE-MN
004270     MOVE WS-PND-SOURCE    (WS-PND-IDX) TO DTL-SOURCE
004280     MOVE WS-PND-REQUESTER (WS-PND-IDX) TO DTL-REQUESTER
004290     MOVE WS-PND-RULE-ID   (WS-PND-IDX) TO DTL-RULE-ID
004300     EVALUATE WS-PND-ACTION (WS-PND-IDX)
004310         WHEN "A"
004320             MOVE "ADD"    TO DTL-ACTION
004330         WHEN "C"
004340             MOVE "CHANGE" TO DTL-ACTION
004350         WHEN "D"
004360             MOVE "DELETE" TO DTL-ACTION
004370         WHEN OTHER
004380             MOVE "?"      TO DTL-ACTION
004390     END-EVALUATE
004400     MOVE WS-ENTRY-AGE TO DTL-AGE
004410     WRITE PT-REPORT-LINE FROM WS-DETAIL-LINE
004420     ADD 1 TO WS-LINE-NO
004430     .
004440
004450 2300-WRITE-ENTRY-LINE-EXIT.
004460     EXIT.
004470
004480*****************************************************************
004490 2600-WRITE-EXCEPTIONS.
004500*****************************************************************
004510*  SECOND PASS - CHANGES WAITING LONGER THAN THE AGE LIMIT GET
004520*  THEIR OWN PAGE, THE SAME WAY PTREJRPT PAGES ITS OVER-AGE
004530*  OPEN REJECTS.
004540*----------------------------------------------------------------
004550     IF NOT WS-REPORT-OPEN OR WS-OVERAGE-COUNT = 0
004560         GO TO 2600-WRITE-EXCEPTIONS-EXIT
004570     END-IF
004580
004590     MOVE "WAITING PAST LIMIT" TO HDR1-TITLE
004600     PERFORM 2700-WRITE-REPORT-HEADER
004610         THRU 2700-WRITE-REPORT-HEADER-EXIT
004620
004630     PERFORM 2650-WRITE-ONE-EXCEPTION
004640         THRU 2650-WRITE-ONE-EXCEPTION-EXIT
004650         VARYING WS-ENTRY-NO FROM 1 BY 1
004660         UNTIL WS-ENTRY-NO > WS-PND-COUNT
004670     .
004680
004690 2600-WRITE-EXCEPTIONS-EXIT.
004700     EXIT.
004710
004720*****************************************************************
004730 2650-WRITE-ONE-EXCEPTION.
004740*****************************************************************
004750     SET WS-PND-IDX TO WS-ENTRY-NO
004760     PERFORM 2200-AGE-ONE-ENTRY THRU 2200-AGE-ONE-ENTRY-EXIT
004770     IF WS-ENTRY-AGE <= WS-AGE-LIMIT
004780         GO TO 2650-WRITE-ONE-EXCEPTION-EXIT
004790     END-IF
004800
004810     MOVE "CHASE" TO DTL-STATUS
004820     PERFORM 2300-WRITE-ENTRY-LINE
004830         THRU 2300-WRITE-ENTRY-LINE-EXIT
004840     .
004850
004860 2650-WRITE-ONE-EXCEPTION-EXIT.
004870     EXIT.
004880
004890*****************************************************************
004900 2700-WRITE-REPORT-HEADER.
004910*****************************************************************
004920     ADD 1 TO WS-PAGE-NO
004930     MOVE ZERO TO WS-LINE-NO
004940
004950     MOVE WS-RUN-DATE-PR TO HDR1-RUN-DATE
004960     MOVE WS-PAGE-NO     TO HDR1-PAGE-NO
004970
004980     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
004990     MOVE SPACES TO PT-REPORT-LINE
005000     WRITE PT-REPORT-LINE
005010     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-2
005020     MOVE SPACES TO PT-REPORT-LINE
005030     WRITE PT-REPORT-LINE
005040
005050     ADD 4 TO WS-LINE-NO
005060     .
005070
005080 2700-WRITE-REPORT-HEADER-EXIT.
005090     EXIT.
005100
005110*****************************************************************
005120 7100-FORMAT-DATE.
005130*****************************************************************
005140     MOVE SPACES TO WS-FMT-DATE-PR
005150     MOVE "/" TO WS-FMT-DATE-PR(3:1)
005160     MOVE "/" TO WS-FMT-DATE-PR(6:1)
005170     MOVE WS-FMT-DATE-MM TO WS-FMT-DATE-PR(1:2)
005180     MOVE WS-FMT-DATE-DD TO WS-FMT-DATE-PR(4:2)
005190     MOVE WS-FMT-DATE-CC TO WS-FMT-DATE-PR(7:2)
005200     MOVE WS-FMT-DATE-YY TO WS-FMT-DATE-PR(9:2)
005210     .
005220
005230 7100-FORMAT-DATE-EXIT.
005240     EXIT.
005250
005260*****************************************************************
005270 7200-CALC-DAY-NUMBER.
005280*****************************************************************
005290*  SAME SERIAL DAY-NUMBER ARITHMETIC AS PTRECON 7200 SO AGES
005300*  AGREE ACROSS THE AGING REPORTS.
005310*----------------------------------------------------------------
005320     MOVE WS-DAYNO-CCYY TO WS-DAYNO-Y
005330     COMPUTE WS-DAYNO-RESULT = WS-DAYNO-Y * 365
005340     DIVIDE WS-DAYNO-Y BY 4 GIVING WS-DAYNO-W
005350     ADD WS-DAYNO-W TO WS-DAYNO-RESULT
005360     DIVIDE WS-DAYNO-Y BY 100 GIVING WS-DAYNO-W
005370     SUBTRACT WS-DAYNO-W FROM WS-DAYNO-RESULT
005380     DIVIDE WS-DAYNO-Y BY 400 GIVING WS-DAYNO-W
005390     ADD WS-DAYNO-W TO WS-DAYNO-RESULT
005400
005410     ADD WS-CUM-DAYS (WS-DAYNO-MM) TO WS-DAYNO-RESULT
005420     ADD WS-DAYNO-DD TO WS-DAYNO-RESULT
005430
005440     IF WS-DAYNO-MM < 3
005450         DIVIDE WS-DAYNO-Y BY 4 GIVING WS-LEAP-Q
005460             REMAINDER WS-LEAP-R4
005470         DIVIDE WS-DAYNO-Y BY 100 GIVING WS-LEAP-Q
005480             REMAINDER WS-LEAP-R100
005490         DIVIDE WS-DAYNO-Y BY 400 GIVING WS-LEAP-Q
005500             REMAINDER WS-LEAP-R400
005510         IF WS-LEAP-R4 = 0
005520             AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
005530             SUBTRACT 1 FROM WS-DAYNO-RESULT
005540         END-IF
005550     END-IF
005560     .
005570
005580 7200-CALC-DAY-NUMBER-EXIT.
005590     EXIT.
005600
005610*****************************************************************
005620 8000-WRITE-TRAILER.
005630*****************************************************************
005640     IF NOT WS-REPORT-OPEN
005650         GO TO 8000-WRITE-TRAILER-EXIT
005660     END-IF
005670
005680     MOVE SPACES TO PT-REPORT-LINE
005690     WRITE PT-REPORT-LINE
005700     MOVE WS-PND-COUNT     TO TRL1-PENDING
005710     MOVE WS-ADD-COUNT     TO TRL1-ADDS
005720     MOVE WS-CHG-COUNT     TO TRL1-CHANGES
005730     MOVE WS-DEL-COUNT     TO TRL1-DELETES
005740     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-1
005750     MOVE WS-AGE-LIMIT     TO TRL2-AGE-LIMIT
005760     MOVE WS-OVERAGE-COUNT TO TRL2-OVERAGE
005770     MOVE WS-OLDEST-AGE    TO TRL2-OLDEST
005780     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-2
005790     .
005800
005810 8000-WRITE-TRAILER-EXIT.
005820     EXIT.
005830
005840*****************************************************************
005850 9000-TERMINATE.
005860*****************************************************************
005870     IF WS-REPORT-OPEN
005880         CLOSE PT-REPORT-FILE
005890     END-IF
005900
005910     DISPLAY "PTPNDRPT - " WS-PND-COUNT " CHANGES PENDING, "
005920         WS-OVERAGE-COUNT " OVER AGE LIMIT"
005930     .
005940
005950 9000-TERMINATE-EXIT.
005960     EXIT.
