000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTPROJ.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTPROJ                                                       *
000090*                                                                *
000100*  FORWARD SCHEDULE PROJECTION. WALKS A WINDOW OF CALENDAR DAYS *
000110*  (60 FROM TODAY UNLESS THE PTPJPARM CARD SAYS OTHERWISE) AND  *
000120*  FOR EVERY BUSINESS DAY LISTS THE PTRULES RULES THAT          *
000130*  PRIME-TROUBLES WOULD RUN THAT NIGHT, USING ITS OWN SCHEDULE  *
000140*  PARAGRAPHS (1370 THRU 1425, CARRIED HERE UNDER THE SAME      *
000150*  NUMBERS) AGAINST THE SAME PTCALEN CALENDAR. A RULE DEFERRED  *
000160*  OFF A HOLIDAY OR WEEKEND IS MARKED WITH ITS OWN SCHEDULED    *
000170*  DATE, AND THE DAY A RULE'S EFFECTIVE PERIOD STARTS OR ENDS   *
000180*  IS NOTED - ON A NON-BUSINESS DAY TOO.                        *
000190*                                                                *
000200*  EACH BUSINESS DAY CARRIES AN ESTIMATED SCAN SIZE - THE SUM   *
000210*  OF THE LOW-HIGH RANGES OF ITS RULES - AND AN ESTIMATED       *
000220*  ELAPSED TIME AT THE SECONDS-PER-VALUE RATE OF THE LAST 20    *
000230*  COMPLETED, NON-RESTARTED RUNS ON THE PTJRNL JOURNAL. A DAY   *
000240*  THAT WOULD RUN NO RULES AT ALL, AND A DAY WHOSE ESTIMATE     *
000250*  EXCEEDS THE BATCH WINDOW (240 MINUTES UNLESS PTPJPARM SAYS   *
000260*  OTHERWISE), IS FLAGGED. RULES PRIME-TROUBLES WOULD REJECT    *
000270*  ARE LEFT OUT OF THE PROJECTION AND LISTED AT THE END, WITH  *
000276*  THE SUSPENDED RULES THE SCAN SKIPS. RETIRED RULES ARE ONLY   *
000282*  COUNTED. THE REPORT GOES TO PTPJRPT.                         *
000290*                                                                *
000300*  PTPJPARM - ONE OPTIONAL CARD:                                *
000310*    COLS  1-8   FIRST DATE, CCYYMMDD (DEFAULT TODAY)           *
000320*    COLS  9-11  NUMBER OF CALENDAR DAYS, 1-366 (DEFAULT 60)    *
000330*    COLS 12-15  BATCH WINDOW IN MINUTES (DEFAULT 240)          *
000340*  A BLANK OR UNUSABLE FIELD TAKES ITS DEFAULT.                 *
000350*                                                                *
000360*  RETURN CODE 0 - EVERY BUSINESS DAY RUNS RULES INSIDE THE     *
000370*  WINDOW; 4 - ONE OR MORE DAYS FLAGGED; 8 - PTRULES OR         *
000380*  PTPJRPT CANNOT BE OPENED, OR MORE RULES THAN THE TABLE       *
000390*  HOLDS.                                                       *
000400*                                                                *
000410*  MODIFICATION HISTORY                                         *
000420*  ----------------------                                       *
000430*  DATE       INIT  DESCRIPTION                                 *
000440*  2026-10-15 DLK   ORIGINAL VERSION - SCHEDULE PROJECTION.     *
000442*  2026-10-15 DLK   SUSPENDED RULES ARE LISTED WITH THE EXCLUDED *
000444*                   RULES (REASON 00) AND RETIRED RULES COUNTED  *
000446*                   ON THE TRAILER - NEITHER IS PROJECTED.       *
000447*  2026-10-15 DLK   PROJECTED AND EXCLUDED RULE TABLES NOW HOLD  *
000448*                   999 RULES, THE WHOLE RULE ID RANGE.          *
000450*****************************************************************
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000500 OBJECT-COMPUTER.   IBM-370.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PT-PARM-FILE ASSIGN TO "PTPJPARM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PARM-STATUS.
000570
000580     SELECT PT-RULES-FILE ASSIGN TO "PTRULES"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RULES-STATUS.
000610
000620     SELECT PT-CAL-FILE ASSIGN TO "PTCALEN"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-CAL-STATUS.
000650
000660     SELECT PT-JRNL-FILE ASSIGN TO "PTJRNL"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-JRNL-STATUS.
000690
000700     SELECT PT-REPORT-FILE ASSIGN TO "PTPJRPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-REPORT-STATUS.
000730
000740 DATA DIVISION.
000750 FILE SECTION.
000760 FD  PT-PARM-FILE
000770     RECORDING MODE IS F.
000780 01  PT-PARM-RECORD.
000790     05  PT-PARM-START-DATE      PIC 9(08).
000800     05  PT-PARM-DAYS            PIC 9(03).
000810     05  PT-PARM-WINDOW-MINS     PIC 9(04).
000820     05  FILLER                  PIC X(05).
000830
000840 FD  PT-RULES-FILE
000850     RECORDING MODE IS F.
000860 COPY PTRULE01.
000870
000880 FD  PT-CAL-FILE
000890     RECORDING MODE IS F.
000900 COPY PTCAL01.
000910
000920 FD  PT-JRNL-FILE
000930     RECORDING MODE IS F.
000940 COPY PTJRN01.
000950
000960 FD  PT-REPORT-FILE
000970     RECORDING MODE IS F.
000980 01  PT-REPORT-LINE          PIC X(80).
000990
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------
001020*  FILE STATUS AND SWITCHES
001030*----------------------------------------------------------------
001040 01  WS-PARM-STATUS      PIC X(02) VALUE "00".
001050 01  WS-RULES-STATUS     PIC X(02) VALUE "00".
001060 01  WS-CAL-STATUS       PIC X(02) VALUE "00".
001070 01  WS-JRNL-STATUS      PIC X(02) VALUE "00".
001080 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001090 01  WS-SWITCHES.
001100     05  WS-RULES-EOF-SW PIC X(01) VALUE "N".
001110         88  WS-RULES-EOF       VALUE "Y".
001120     05  WS-JRNL-EOF-SW  PIC X(01) VALUE "N".
001130         88  WS-JRNL-EOF        VALUE "Y".
001140     05  WS-REPORT-OPEN-SW PIC X(01) VALUE "N".
001150         88  WS-REPORT-OPEN     VALUE "Y".
001160     05  WS-FAILED-SW    PIC X(01) VALUE "N".
001170         88  WS-FAILED          VALUE "Y".
001180     05  WS-OVERFLOW-SW  PIC X(01) VALUE "N".
001190         88  WS-OVERFLOW        VALUE "Y".
001200     05  WS-DATE-OK-SW   PIC X(01) VALUE "Y".
001210         88  WS-DATE-OK         VALUE "Y".
001220
001230*----------------------------------------------------------------
001240*  PROJECTION WINDOW - FROM PTPJPARM OR THE DEFAULTS
001250*----------------------------------------------------------------
001260 01  WS-TODAY-DATE       PIC 9(08) VALUE 0.
001270 01  WS-TODAY-DATE-PR    PIC X(10).
001280 01  WS-PRJ-START-DATE   PIC 9(08) VALUE 0.
001290 01  WS-PRJ-END-DATE     PIC 9(08) VALUE 0.
001300 01  WS-PRJ-DATE         PIC 9(08) VALUE 0.
001310 01  WS-PRJ-DAYS         PIC 9(03) VALUE 60.
001320 01  WS-MAX-PRJ-DAYS     PIC 9(03) VALUE 366.
001330 01  WS-WINDOW-MINS      PIC 9(04) VALUE 240.
001340 01  WS-WINDOW-SECS      PIC 9(07) COMP VALUE 0.
001350 01  WS-DAY-NO           PIC 9(03) COMP VALUE 0.
001360 01  WS-STEP-NO          PIC 9(03) COMP VALUE 0.
001370
001380*----------------------------------------------------------------
001390*  CURRENT RULE - THE SAME LAYOUT PRIME-TROUBLES LOADS FROM
001400*  PTRULES, SO 1350 AND 1370 THRU 1425 RUN HERE UNCHANGED.
001410*  WS-RUN-DATE IS THE DAY UNDER PROJECTION, NOT TODAY.
001420*----------------------------------------------------------------
001430 01  WS-RUN-DATE         PIC 9(08) VALUE 0.
001440 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001450     05  WS-RUN-DATE-CC  PIC 9(02).
001460     05  WS-RUN-DATE-YY  PIC 9(02).
001470     05  WS-RUN-DATE-MM  PIC 9(02).
001480     05  WS-RUN-DATE-DD  PIC 9(02).
001490
001500 01  WS-CURRENT-RULE.
001510     05  WS-RULE-ID          PIC 9(03).
001520     05  WS-RULE-LOW         PIC 9(05).
001530     05  WS-RULE-HIGH        PIC 9(05).
001540     05  WS-RULE-MULT        PIC S9(05).
001550     05  WS-RULE-MOD         PIC S9(05).
001560     05  WS-RULE-TARGET      PIC S9(05).
001570     05  WS-RULE-LABEL       PIC X(20).
001580     05  WS-RULE-EFF-FROM    PIC 9(08).
001590     05  WS-RULE-EFF-TO      PIC 9(08).
001600     05  WS-RULE-FREQ        PIC X(01).
001610         88  WS-RULE-FREQ-DAILY     VALUE "D" SPACE.
001620         88  WS-RULE-FREQ-WEEKLY    VALUE "W".
001630         88  WS-RULE-FREQ-MONTHEND  VALUE "M".
001640         88  WS-RULE-FREQ-SPECIFIC  VALUE "S".
001650         88  WS-RULE-FREQ-LASTBUS   VALUE "B".
001660         88  WS-RULE-FREQ-VALID     VALUE "D" "W" "M" "S" "B"
001670                                          SPACE.
001680     05  WS-RULE-FREQ-DAY    PIC 9(02).
001690     05  WS-RULE-MIN-FLAG    PIC 9(05).
001700     05  WS-RULE-MAX-FLAG    PIC 9(05).
001710     05  WS-RULE-FORM-TYPE   PIC X(01).
001720         88  WS-RULE-FORM-STANDARD  VALUE "S" SPACE.
001730         88  WS-RULE-FORM-OFFSET    VALUE "O".
001740         88  WS-RULE-FORM-SET       VALUE "L".
001750         88  WS-RULE-FORM-RANGE     VALUE "R".
001760         88  WS-RULE-FORM-VALID     VALUE "S" "O" "L" "R"
001770                                          SPACE.
001780     05  WS-RULE-OFFSET      PIC S9(05).
001790     05  WS-RULE-REM-COUNT   PIC 9(01).
001800     05  WS-RULE-REM-2       PIC S9(05).
001810     05  WS-RULE-REM-3       PIC S9(05).
001820     05  WS-RULE-REM-4       PIC S9(05).
001830     05  WS-RULE-CONNECT     PIC X(01).
001840         88  WS-RULE-CONN-NONE      VALUE SPACE.
001850         88  WS-RULE-CONN-AND       VALUE "A".
001860         88  WS-RULE-CONN-OR        VALUE "O".
001870         88  WS-RULE-CONN-VALID     VALUE "A" "O" SPACE.
001880     05  WS-RULE-MULT-2      PIC S9(05).
001890     05  WS-RULE-MOD-2       PIC S9(05).
001900     05  WS-RULE-OFFSET-2    PIC S9(05).
001910     05  WS-RULE-TARGET-2    PIC S9(05).
001920
001930 01  WS-SIEVE-MAX        PIC 9(05) COMP VALUE 99999.
001940
001950*----------------------------------------------------------------
001960*  CONTROL PARAMETER VALIDATION FIELDS
001970*----------------------------------------------------------------
001980 01  WS-RULE-VALID-SW    PIC X(01) VALUE "Y".
001990     88  WS-RULE-VALID           VALUE "Y".
002000 01  WS-REJECT-REASON-CODE PIC 9(02).
002010 01  WS-REJECT-REASON-TEXT PIC X(30).
002020
002030*----------------------------------------------------------------
002040*  RUN-DATE SCHEDULING WORK FIELDS - 1370-CHECK-SCHEDULE.
002050*  WS-RULE-DEFERRED-SW IS SET BY 1420 WHERE PRIME-TROUBLES
002060*  DISPLAYS ITS DEFERRAL MESSAGE; WS-SCHED-DATE THEN STILL
002070*  HOLDS THE DAY THE RULE WAS DEFERRED FROM.
002080*----------------------------------------------------------------
002090 01  WS-RULE-SCHEDULED-SW PIC X(01) VALUE "Y".
002100     88  WS-RULE-SCHEDULED       VALUE "Y".
002110 01  WS-RULE-DEFERRED-SW PIC X(01) VALUE "N".
002120     88  WS-RULE-DEFERRED        VALUE "Y".
002130 01  WS-ZELLER-FIELDS.
002140     05  WS-ZELLER-Q     PIC 9(02) COMP VALUE 0.
002150     05  WS-ZELLER-M     PIC 9(02) COMP VALUE 0.
002160     05  WS-ZELLER-Y     PIC 9(04) COMP VALUE 0.
002170     05  WS-ZELLER-J     PIC 9(04) COMP VALUE 0.
002180     05  WS-ZELLER-K     PIC 9(04) COMP VALUE 0.
002190     05  WS-ZELLER-T     PIC 9(04) COMP VALUE 0.
002200     05  WS-ZELLER-W     PIC 9(04) COMP VALUE 0.
002210     05  WS-ZELLER-H     PIC 9(04) COMP VALUE 0.
002220 01  WS-DAY-OF-WEEK      PIC 9(01) VALUE 0.
002230 01  WS-MONTH-END-DD     PIC 9(02) VALUE 0.
002240 01  WS-LEAP-Q           PIC 9(04) COMP VALUE 0.
002250 01  WS-LEAP-R4          PIC 9(04) COMP VALUE 0.
002260 01  WS-LEAP-R100        PIC 9(04) COMP VALUE 0.
002270 01  WS-LEAP-R400        PIC 9(04) COMP VALUE 0.
002280 01  WS-MONTH-DAYS-TABLE.
002290     05  FILLER          PIC X(24) VALUE
002300         "312831303130313130313031".
002310 01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
002320     05  WS-MONTH-DAYS   PIC 9(02) OCCURS 12 TIMES.
002330 01  WS-DAY-NAME-TABLE.
002340     05  FILLER          PIC X(21) VALUE
002350         "MONTUEWEDTHUFRISATSUN".
002360 01  WS-DAY-NAME-R REDEFINES WS-DAY-NAME-TABLE.
002370     05  WS-DAY-NAME     PIC X(03) OCCURS 7 TIMES.
002380
002390*----------------------------------------------------------------
002400*  PROCESSING CALENDAR - LOADED FROM PTCALEN EXACTLY AS
002410*  PRIME-TROUBLES LOADS IT. A DATE NOT ON FILE DEFAULTS BY DAY
002420*  OF WEEK; NO FILE AT ALL MAKES EVERY DAY A BUSINESS DAY.
002430*----------------------------------------------------------------
002440 01  WS-CAL-TABLE.
002450     05  WS-CAL-ENTRY OCCURS 400 TIMES
002460                 INDEXED BY WS-CAL-IDX.
002470         10  WS-CAL-DATE         PIC 9(08).
002480         10  WS-CAL-BUSDAY-SW    PIC X(01).
002490         10  WS-CAL-HOLIDAY-SW   PIC X(01).
002500 01  WS-CAL-COUNT        PIC 9(03) COMP VALUE 0.
002510 01  WS-MAX-CAL-DAYS     PIC 9(03) COMP VALUE 400.
002520 01  WS-CAL-FOUND-NO     PIC 9(03) COMP VALUE 0.
002530 01  WS-CAL-SEARCH-NO    PIC 9(03) COMP VALUE 0.
002540 01  WS-CAL-LOADED-SW    PIC X(01) VALUE "N".
002550     88  WS-CAL-LOADED          VALUE "Y".
002560 01  WS-CAL-EOF-SW       PIC X(01) VALUE "N".
002570     88  WS-CAL-EOF             VALUE "Y".
002580 01  WS-CAL-CAP-WARNED-SW PIC X(01) VALUE "N".
002590     88  WS-CAL-CAP-WARNED      VALUE "Y".
002600
002610*----------------------------------------------------------------
002620*  BUSINESS-DAY CHECK AND DEFERRAL WORK FIELDS - AS IN
002630*  PRIME-TROUBLES
002640*----------------------------------------------------------------
002650 01  WS-CHECK-DATE       PIC 9(08) VALUE 0.
002660 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
002670     05  WS-CHECK-CCYY   PIC 9(04).
002680     05  WS-CHECK-MM     PIC 9(02).
002690     05  WS-CHECK-DD     PIC 9(02).
002700 01  WS-CHECK-BUSDAY-SW  PIC X(01) VALUE "Y".
002710     88  WS-CHECK-BUSINESS-DAY  VALUE "Y".
002720 01  WS-CHECK-HOLIDAY-SW PIC X(01) VALUE "N".
002730     88  WS-CHECK-HOLIDAY       VALUE "Y".
002740 01  WS-CHECK-DOW        PIC 9(01) VALUE 0.
002750 01  WS-CHECK-MONTH-END-DD PIC 9(02) VALUE 0.
002760 01  WS-SCHED-DATE       PIC 9(08) VALUE 0.
002770 01  WS-SCHED-GAP        PIC S9(02) COMP VALUE 0.
002780 01  WS-DEFER-STEPS      PIC 9(02) COMP VALUE 0.
002790 01  WS-DEFER-LIMIT      PIC 9(02) COMP VALUE 31.
002800
002810*----------------------------------------------------------------
002820*  PROJECTED RULE TABLE - EVERY PTRULES RULE THAT PASSES THE
002830*  PRIME-TROUBLES EDITS, WITH THE FIELDS THE SCHEDULE CHECK
002840*  NEEDS AND THE VERDICT FOR THE DAY UNDER PROJECTION.
002850*----------------------------------------------------------------
002860 01  WS-PRJ-TABLE.
002870     05  WS-PRJ-ENTRY OCCURS 999 TIMES
002880                 INDEXED BY WS-PRJ-IDX.
002890         10  WS-PRJ-RULE-ID      PIC 9(03).
002900         10  WS-PRJ-LABEL        PIC X(20).
002910         10  WS-PRJ-LOW          PIC 9(05).
002920         10  WS-PRJ-HIGH         PIC 9(05).
002930         10  WS-PRJ-EFF-FROM     PIC 9(08).
002940         10  WS-PRJ-EFF-TO       PIC 9(08).
002950         10  WS-PRJ-FREQ         PIC X(01).
002960         10  WS-PRJ-FREQ-DAY     PIC 9(02).
002970         10  WS-PRJ-SCAN-SIZE    PIC 9(05).
002980         10  WS-PRJ-DUE-SW       PIC X(01).
002990         10  WS-PRJ-DEFER-FROM   PIC 9(08).
003000         10  WS-PRJ-RUN-COUNT    PIC 9(03).
003010 01  WS-PRJ-COUNT        PIC 9(03) COMP VALUE 0.
003020 01  WS-MAX-PRJ-RULES    PIC 9(03) COMP VALUE 999.
003030 01  WS-PRJ-NO           PIC 9(04) COMP VALUE 0.
003040
003050*----------------------------------------------------------------
003060*  RULES LEFT OUT - PRIME-TROUBLES WOULD REJECT OR SKIP THEM
003070*----------------------------------------------------------------
003080 01  WS-EXC-TABLE.
003090     05  WS-EXC-ENTRY OCCURS 999 TIMES
003100                 INDEXED BY WS-EXC-IDX.
003110         10  WS-EXC-RULE-ID      PIC 9(03).
003120         10  WS-EXC-LABEL        PIC X(20).
003130         10  WS-EXC-REASON-CODE  PIC 9(02).
003140         10  WS-EXC-REASON-TEXT  PIC X(30).
003150 01  WS-EXC-COUNT        PIC 9(03) COMP VALUE 0.
003160 01  WS-EXC-NO           PIC 9(04) COMP VALUE 0.
003170 01  WS-RULES-READ       PIC 9(05) VALUE 0.
003175 01  WS-RETIRED-COUNT    PIC 9(03) COMP VALUE 0.
003180
003190*----------------------------------------------------------------
003200*  RUN HISTORY - SCANNED COUNT AND ELAPSED SECONDS OF THE LAST
003210*  20 NORMAL-END, NON-RESTARTED PTJRNL RUNS THAT SCANNED
003220*  ANYTHING. A RESTARTED RUN'S SCANNED COUNT INCLUDES WORK DONE
003230*  BEFORE THE RESTART, SO IT WOULD UNDERSTATE THE RATE. WHEN
003240*  THE TABLE FILLS THE OLDEST RUN IS DROPPED.
003250*----------------------------------------------------------------
003260 01  WS-HIST-TABLE.
003270     05  WS-HIST-ENTRY OCCURS 20 TIMES
003280                 INDEXED BY WS-HIST-IDX.
003290         10  WS-HIST-SCANNED     PIC 9(07).
003300         10  WS-HIST-ELAPSED     PIC 9(05).
003310 01  WS-HIST-COUNT       PIC 9(03) COMP VALUE 0.
003320 01  WS-MAX-HIST         PIC 9(03) COMP VALUE 20.
003330 01  WS-HIST-NO          PIC 9(03) COMP VALUE 0.
003340 01  WS-HIST-SCANNED-SUM PIC 9(09) COMP VALUE 0.
003350 01  WS-HIST-ELAPSED-SUM PIC 9(09) COMP VALUE 0.
003360
003370*----------------------------------------------------------------
003380*  DAY TOTALS AND WINDOW TOTALS
003390*----------------------------------------------------------------
003400 01  WS-DAY-RULES        PIC 9(03) COMP VALUE 0.
003410 01  WS-DAY-DEFERRED     PIC 9(03) COMP VALUE 0.
003420 01  WS-DAY-EVENTS       PIC 9(04) COMP VALUE 0.
003425 01  WS-BLOCK-LINES      PIC 9(04) COMP VALUE 0.
003430 01  WS-DAY-SCAN         PIC 9(09) COMP VALUE 0.
003440 01  WS-DAY-SECS         PIC 9(08) COMP VALUE 0.
003450 01  WS-DAY-MINS         PIC 9(06) COMP VALUE 0.
003460 01  WS-BUSDAY-COUNT     PIC 9(03) COMP VALUE 0.
003470 01  WS-NORULE-COUNT     PIC 9(03) VALUE 0.
003480 01  WS-OVERWIN-COUNT    PIC 9(03) VALUE 0.
003490 01  WS-RULE-RUN-TOTAL   PIC 9(06) COMP VALUE 0.
003500 01  WS-PEAK-DATE        PIC 9(08) VALUE 0.
003510 01  WS-PEAK-SCAN        PIC 9(09) COMP VALUE 0.
003520 01  WS-PEAK-SECS        PIC 9(08) COMP VALUE 0.
003530
003540*----------------------------------------------------------------
003550*  DATE FORMATTING AND REPORT CONTROL FIELDS
003560*----------------------------------------------------------------
003570 01  WS-FMT-DATE         PIC 9(08).
003580 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
003590     05  WS-FMT-DATE-CC  PIC 9(02).
003600     05  WS-FMT-DATE-YY  PIC 9(02).
003610     05  WS-FMT-DATE-MM  PIC 9(02).
003620     05  WS-FMT-DATE-DD  PIC 9(02).
003630 01  WS-FMT-DATE-PR      PIC X(10).
003640
003650 01  WS-REPORT-CONTROLS.
003660     05  WS-PAGE-NO          PIC 9(04) VALUE 0.
003670     05  WS-LINE-NO          PIC 9(03) VALUE 99.
003680     05  WS-LINES-PER-PAGE   PIC 9(03) VALUE 50.
003690 01  WS-PRINT-LINE           PIC X(80).
003700
003710 01  WS-HDR-LINE-1.
003720     05  FILLER              PIC X(01) VALUE SPACE.
003730     05  FILLER              PIC X(20) VALUE "PTPROJ".
003740     05  FILLER              PIC X(22) VALUE
003750         "SCHEDULE PROJECTION".
003760     05  FILLER              PIC X(14) VALUE "RUN DATE: ".
003770     05  HDR1-RUN-DATE       PIC X(10).
003780     05  FILLER              PIC X(04) VALUE SPACES.
003790     05  FILLER              PIC X(05) VALUE "PAGE ".
003800     05  HDR1-PAGE-NO        PIC ZZZ9.
003810
003820 01  WS-HDR-LINE-2.
003830     05  FILLER              PIC X(01) VALUE SPACE.
003840     05  FILLER              PIC X(07) VALUE "WINDOW ".
003850     05  HDR2-FROM           PIC X(10).
003860     05  FILLER              PIC X(06) VALUE " THRU ".
003870     05  HDR2-TO             PIC X(10).
003880     05  FILLER              PIC X(02) VALUE " (".
003890     05  HDR2-DAYS           PIC ZZ9.
003900     05  FILLER              PIC X(22) VALUE
003910         " DAYS) - BATCH WINDOW ".
003920     05  HDR2-WINDOW         PIC ZZZ9.
003930     05  FILLER              PIC X(05) VALUE " MINS".
003940
003950 01  WS-HDR-LINE-3.
003960     05  FILLER              PIC X(01) VALUE SPACE.
003970     05  FILLER              PIC X(15) VALUE
003980         "RATE FROM LAST ".
003990     05  HDR3-RUNS           PIC Z9.
004000     05  FILLER              PIC X(14) VALUE
004010         " PTJRNL RUNS: ".
004020     05  HDR3-SCANNED        PIC Z(8)9.
004030     05  FILLER              PIC X(11) VALUE " VALUES IN ".
004040     05  HDR3-ELAPSED        PIC Z(8)9.
004050     05  FILLER              PIC X(05) VALUE " SECS".
004060
004070 01  WS-HDR-LINE-3-NONE.
004080     05  FILLER              PIC X(01) VALUE SPACE.
004090     05  FILLER              PIC X(53) VALUE
004100         "NO USABLE PTJRNL RUN HISTORY - ELAPSED NOT ESTIMATED".
004110
004120 01  WS-HDR-LINE-4.
004130     05  FILLER              PIC X(01) VALUE SPACE.
004140     05  FILLER              PIC X(10) VALUE "DATE".
004150     05  FILLER              PIC X(01) VALUE SPACE.
004160     05  FILLER              PIC X(03) VALUE "DAY".
004170     05  FILLER              PIC X(02) VALUE SPACES.
004180     05  FILLER              PIC X(05) VALUE "RULES".
004190     05  FILLER              PIC X(02) VALUE SPACES.
004200     05  FILLER              PIC X(05) VALUE "DEFER".
004210     05  FILLER              PIC X(02) VALUE SPACES.
004220     05  FILLER              PIC X(09) VALUE "SCAN SIZE".
004230     05  FILLER              PIC X(02) VALUE SPACES.
004240     05  FILLER              PIC X(08) VALUE "EST SECS".
004250     05  FILLER              PIC X(02) VALUE SPACES.
004260     05  FILLER              PIC X(05) VALUE " MINS".
004270     05  FILLER              PIC X(02) VALUE SPACES.
004280     05  FILLER              PIC X(21) VALUE "NOTE".
004290
004300 01  WS-DAY-LINE.
004310     05  FILLER              PIC X(01) VALUE SPACE.
004320     05  DAY-DATE            PIC X(10).
004330     05  FILLER              PIC X(01) VALUE SPACE.
004340     05  DAY-DOW             PIC X(03).
004350     05  FILLER              PIC X(02) VALUE SPACES.
004360     05  DAY-RULES           PIC Z(4)9.
004370     05  FILLER              PIC X(02) VALUE SPACES.
004380     05  DAY-DEFERRED        PIC Z(4)9.
004390     05  FILLER              PIC X(02) VALUE SPACES.
004400     05  DAY-SCAN            PIC Z(8)9.
004410     05  FILLER              PIC X(02) VALUE SPACES.
004420     05  DAY-SECS            PIC Z(7)9.
004430     05  FILLER              PIC X(02) VALUE SPACES.
004440     05  DAY-MINS            PIC Z(4)9.
004450     05  FILLER              PIC X(02) VALUE SPACES.
004460     05  DAY-NOTE            PIC X(21).
004470
004480 01  WS-NONBUS-LINE.
004490     05  FILLER              PIC X(01) VALUE SPACE.
004500     05  NBD-DATE            PIC X(10).
004510     05  FILLER              PIC X(01) VALUE SPACE.
004520     05  NBD-DOW             PIC X(03).
004530     05  FILLER              PIC X(02) VALUE SPACES.
004540     05  NBD-NOTE            PIC X(30).
004550     05  FILLER              PIC X(33) VALUE SPACES.
004560
004570 01  WS-RULE-LINE.
004580     05  FILLER              PIC X(06) VALUE SPACES.
004590     05  FILLER              PIC X(05) VALUE "RULE ".
004600     05  RLN-RULE-ID         PIC 9(03).
004610     05  FILLER              PIC X(02) VALUE SPACES.
004620     05  RLN-LABEL           PIC X(20).
004630     05  FILLER              PIC X(02) VALUE SPACES.
004640     05  RLN-FREQ            PIC X(09).
004650     05  FILLER              PIC X(02) VALUE SPACES.
004660     05  RLN-SCAN            PIC Z(4)9.
004670     05  FILLER              PIC X(02) VALUE SPACES.
004680     05  RLN-NOTE            PIC X(24).
004690
004700 01  WS-EVENT-LINE.
004710     05  FILLER              PIC X(06) VALUE SPACES.
004720     05  FILLER              PIC X(05) VALUE "RULE ".
004730     05  EVL-RULE-ID         PIC 9(03).
004740     05  FILLER              PIC X(02) VALUE SPACES.
004750     05  EVL-LABEL           PIC X(20).
004760     05  FILLER              PIC X(02) VALUE SPACES.
004770     05  EVL-TEXT            PIC X(42).
004780
004790 01  WS-EXC-LINE.
004800     05  FILLER              PIC X(06) VALUE SPACES.
004810     05  FILLER              PIC X(05) VALUE "RULE ".
004820     05  EXL-RULE-ID         PIC 9(03).
004830     05  FILLER              PIC X(02) VALUE SPACES.
004840     05  EXL-LABEL           PIC X(20).
004850     05  FILLER              PIC X(02) VALUE SPACES.
004860     05  FILLER              PIC X(04) VALUE "RSN ".
004870     05  EXL-REASON-CODE     PIC 9(02).
004880     05  FILLER              PIC X(01) VALUE SPACE.
004890     05  EXL-REASON-TEXT     PIC X(30).
004900     05  FILLER              PIC X(05) VALUE SPACES.
004910
004920 01  WS-TRAILER-LINE-1.
004930     05  FILLER              PIC X(01) VALUE SPACE.
004940     05  FILLER              PIC X(15) VALUE "CALENDAR DAYS: ".
004950     05  TRL1-DAYS           PIC ZZ9.
004960     05  FILLER              PIC X(18) VALUE
004970         "   BUSINESS DAYS: ".
004980     05  TRL1-BUSDAYS        PIC ZZ9.
004990     05  FILLER              PIC X(14) VALUE "   RULE RUNS: ".
005000     05  TRL1-RULE-RUNS      PIC Z(5)9.
005010
005020 01  WS-TRAILER-LINE-2.
005030     05  FILLER              PIC X(01) VALUE SPACE.
005040     05  FILLER              PIC X(20) VALUE
005050         "DAYS WITH NO RULES: ".
005060     05  TRL2-NORULE         PIC ZZ9.
005070     05  FILLER              PIC X(27) VALUE
005080         "   DAYS OVER BATCH WINDOW: ".
005090     05  TRL2-OVERWIN        PIC ZZ9.
005100
005110 01  WS-TRAILER-LINE-3.
005120     05  FILLER              PIC X(01) VALUE SPACE.
005130     05  FILLER              PIC X(10) VALUE "PEAK DAY: ".
005140     05  TRL3-DATE           PIC X(10).
005150     05  FILLER              PIC X(13) VALUE "   SCAN SIZE ".
005160     05  TRL3-SCAN           PIC Z(8)9.
005170     05  FILLER              PIC X(12) VALUE "   EST SECS ".
005180     05  TRL3-SECS           PIC Z(7)9.
005190
005200 01  WS-TRAILER-LINE-4.
005210     05  FILLER              PIC X(01) VALUE SPACE.
005220     05  FILLER              PIC X(17) VALUE "PTRULES RECORDS: ".
005230     05  TRL4-READ           PIC ZZZZ9.
005240     05  FILLER              PIC X(15) VALUE "   PROJECTED: ".
005250     05  TRL4-PROJECTED      PIC ZZ9.
005260     05  FILLER              PIC X(14) VALUE "   EXCLUDED: ".
005270     05  TRL4-EXCLUDED       PIC ZZ9.
005273     05  FILLER              PIC X(12) VALUE "   RETIRED: ".
005276     05  TRL4-RETIRED        PIC ZZ9.
005280
005290 PROCEDURE DIVISION.
005300*****************************************************************
005310 0000-MAINLINE.
005320*****************************************************************
005330     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
005340
005350     IF NOT WS-FAILED
005360         PERFORM 2000-PROJECT-ONE-DAY
005370             THRU 2000-PROJECT-ONE-DAY-EXIT
005380             VARYING WS-DAY-NO FROM 1 BY 1
005390             UNTIL WS-DAY-NO > WS-PRJ-DAYS
005400         PERFORM 8100-PRINT-EXCLUDED
005410             THRU 8100-PRINT-EXCLUDED-EXIT
005420         PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
005430     END-IF
005440
005450     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005460
005470     GOBACK.
005480
005490*****************************************************************
005500 1000-INITIALIZE.
005510*****************************************************************
005520     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
005530     MOVE WS-TODAY-DATE TO WS-FMT-DATE
005540     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
005550     MOVE WS-FMT-DATE-PR TO WS-TODAY-DATE-PR
005560
005570     PERFORM 1050-READ-PARM THRU 1050-READ-PARM-EXIT
005580
005590     PERFORM 1160-LOAD-CALENDAR THRU 1160-LOAD-CALENDAR-EXIT
005600
005610     PERFORM 1200-LOAD-RULES THRU 1200-LOAD-RULES-EXIT
005620     IF WS-FAILED
005630         GO TO 1000-INITIALIZE-EXIT
005640     END-IF
005650
005660     PERFORM 1500-LOAD-HISTORY THRU 1500-LOAD-HISTORY-EXIT
005670
005680     OPEN OUTPUT PT-REPORT-FILE
005690     IF WS-REPORT-STATUS NOT = "00"
005700         DISPLAY "PTPROJ - UNABLE TO OPEN PTPJRPT, "
005710             "STATUS = " WS-REPORT-STATUS
005720         MOVE "Y" TO WS-FAILED-SW
005730         GO TO 1000-INITIALIZE-EXIT
005740     END-IF
005750     MOVE "Y" TO WS-REPORT-OPEN-SW
005760
005770     MOVE WS-PRJ-START-DATE TO WS-PRJ-DATE
005780     .
005790
005800 1000-INITIALIZE-EXIT.
005810     EXIT.
005820
005830*****************************************************************
005840 1050-READ-PARM.
005850*****************************************************************
005860*  THE WINDOW START, LENGTH AND BATCH WINDOW FROM PTPJPARM.
005870*  EACH FIELD FALLS BACK TO ITS DEFAULT ON ITS OWN, SO A CARD
005880*  CAN NAME JUST A START DATE OR JUST A BATCH WINDOW. THE LAST
005890*  DATE IN THE WINDOW IS WORKED OUT HERE FOR THE HEADINGS.
005900*----------------------------------------------------------------
005910     MOVE WS-TODAY-DATE TO WS-PRJ-START-DATE
005920
005930     OPEN INPUT PT-PARM-FILE
005940     IF WS-PARM-STATUS = "00"
005950         READ PT-PARM-FILE
005960             AT END
005970                 CONTINUE
005980             NOT AT END
005990                 PERFORM 1060-EDIT-PARM THRU 1060-EDIT-PARM-EXIT
006000         END-READ
006010         CLOSE PT-PARM-FILE
006020     ELSE
006030         DISPLAY "PTPROJ - NO PTPJPARM PARAMETER FILE, "
006040             WS-PRJ-DAYS " DAYS FROM TODAY PROJECTED"
006050     END-IF
006060
006070     COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINS * 60
006080
006090     MOVE WS-PRJ-START-DATE TO WS-CHECK-DATE
006100     COMPUTE WS-STEP-NO = WS-PRJ-DAYS - 1
006110     PERFORM 1410-NEXT-CHECK-DATE THRU 1410-NEXT-CHECK-DATE-EXIT
006120         WS-STEP-NO TIMES
006130     MOVE WS-CHECK-DATE TO WS-PRJ-END-DATE
006140     .
006150
006160 1050-READ-PARM-EXIT.
006170     EXIT.
006180
006190*****************************************************************
006200 1060-EDIT-PARM.
006210*****************************************************************
006220     IF PT-PARM-START-DATE NUMERIC
006230         AND PT-PARM-START-DATE > 0
006240         MOVE PT-PARM-START-DATE TO WS-CHECK-DATE
006250         MOVE "Y" TO WS-DATE-OK-SW
006260         IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
006270             MOVE "N" TO WS-DATE-OK-SW
006280         ELSE
006290             PERFORM 1395-CALC-CHECK-MONTH-END
006300                 THRU 1395-CALC-CHECK-MONTH-END-EXIT
006310             IF WS-CHECK-DD < 1
006320                 OR WS-CHECK-DD > WS-CHECK-MONTH-END-DD
006330                 MOVE "N" TO WS-DATE-OK-SW
006340             END-IF
006350         END-IF
006360         IF WS-DATE-OK
006370             MOVE PT-PARM-START-DATE TO WS-PRJ-START-DATE
006380         ELSE
006390             DISPLAY "PTPROJ - PTPJPARM START DATE "
006400                 PT-PARM-START-DATE " IS NOT A VALID DATE, "
006410                 "TODAY USED"
006420         END-IF
006430     END-IF
006440
006450     IF PT-PARM-DAYS NUMERIC
006460         AND PT-PARM-DAYS > 0
006470         IF PT-PARM-DAYS > WS-MAX-PRJ-DAYS
006480             DISPLAY "PTPROJ - PTPJPARM DAYS " PT-PARM-DAYS
006490                 " CUT TO " WS-MAX-PRJ-DAYS
006500             MOVE WS-MAX-PRJ-DAYS TO WS-PRJ-DAYS
006510         ELSE
006520             MOVE PT-PARM-DAYS TO WS-PRJ-DAYS
006530         END-IF
006540     END-IF
006550
006560     IF PT-PARM-WINDOW-MINS NUMERIC
006570         AND PT-PARM-WINDOW-MINS > 0
006580         MOVE PT-PARM-WINDOW-MINS TO WS-WINDOW-MINS
006590     END-IF
006600     .
006610
006620 1060-EDIT-PARM-EXIT.
006630     EXIT.
006640
006650*****************************************************************
006660 1160-LOAD-CALENDAR.
006670*****************************************************************
006680     OPEN INPUT PT-CAL-FILE
006690     IF WS-CAL-STATUS NOT = "00"
006700         DISPLAY "PTPROJ - NO PTCALEN CALENDAR FILE, "
006710             "STATUS = " WS-CAL-STATUS
006720             " - EVERY DAY TREATED AS A BUSINESS DAY"
006730         GO TO 1160-LOAD-CALENDAR-EXIT
006740     END-IF
006750
006760     PERFORM 1165-LOAD-ONE-CAL-DAY
006770         THRU 1165-LOAD-ONE-CAL-DAY-EXIT
006780         UNTIL WS-CAL-EOF
006790
006800     CLOSE PT-CAL-FILE
006810     MOVE "Y" TO WS-CAL-LOADED-SW
006820     .
006830
006840 1160-LOAD-CALENDAR-EXIT.
006850     EXIT.
006860
006870*****************************************************************
006880 1165-LOAD-ONE-CAL-DAY.
006890*****************************************************************
006900     READ PT-CAL-FILE
006910         AT END
006920             MOVE "Y" TO WS-CAL-EOF-SW
006930             GO TO 1165-LOAD-ONE-CAL-DAY-EXIT
006940     END-READ
006950
006960     IF WS-CAL-COUNT >= WS-MAX-CAL-DAYS
006970         IF NOT WS-CAL-CAP-WARNED
006980             DISPLAY "PTPROJ - PTCALEN EXCEEDS "
006990                 WS-MAX-CAL-DAYS " DATES, EXCESS IGNORED"
007000             MOVE "Y" TO WS-CAL-CAP-WARNED-SW
007010         END-IF
007020         GO TO 1165-LOAD-ONE-CAL-DAY-EXIT
007030     END-IF
007040
007050     ADD 1 TO WS-CAL-COUNT
007060     SET WS-CAL-IDX TO WS-CAL-COUNT
007070     MOVE PT-CAL-DATE       TO WS-CAL-DATE       (WS-CAL-IDX)
007080     MOVE PT-CAL-BUSDAY-SW  TO WS-CAL-BUSDAY-SW  (WS-CAL-IDX)
007090     MOVE PT-CAL-HOLIDAY-SW TO WS-CAL-HOLIDAY-SW (WS-CAL-IDX)
007100     .
007110
007120 1165-LOAD-ONE-CAL-DAY-EXIT.
007130     EXIT.
007140
007150*****************************************************************
007160 1200-LOAD-RULES.
007170*****************************************************************
007180*  EVERY PTRULES RULE IS PUT THROUGH THE PRIME-TROUBLES EDITS
007190*  (1350). A RULE THAT WOULD BE REJECTED NEVER RUNS, SO IT IS
007200*  SET ASIDE FOR THE EXCLUDED LIST INSTEAD OF BEING PROJECTED.
007210*----------------------------------------------------------------
007220     OPEN INPUT PT-RULES-FILE
007230     IF WS-RULES-STATUS NOT = "00"
007240         DISPLAY "PTPROJ - UNABLE TO OPEN PTRULES, "
007250             "STATUS = " WS-RULES-STATUS
007260         MOVE "Y" TO WS-FAILED-SW
007270         GO TO 1200-LOAD-RULES-EXIT
007280     END-IF
007290
007300     PERFORM 1210-LOAD-ONE-RULE THRU 1210-LOAD-ONE-RULE-EXIT
007310         UNTIL WS-RULES-EOF
007320
007330     CLOSE PT-RULES-FILE
007340
007350     IF WS-RULES-READ = 0
007360         DISPLAY "PTPROJ - PTRULES CONTROL FILE IS EMPTY"
007370     END-IF
007380     .
007390
007400 1200-LOAD-RULES-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440 1210-LOAD-ONE-RULE.
007450*****************************************************************
007460     READ PT-RULES-FILE
007470         AT END
007480             MOVE "Y" TO WS-RULES-EOF-SW
007490             GO TO 1210-LOAD-ONE-RULE-EXIT
007500     END-READ
007510     ADD 1 TO WS-RULES-READ
007511*    A RETIRED RULE IS A TOMBSTONE HOLDING ITS ID - IT NEVER
007512*    RUNS AGAIN AND IS NOT WORTH A LINE ON THE REPORT.
007513     IF PT-RULE-RETIRED
007514         ADD 1 TO WS-RETIRED-COUNT
007515         GO TO 1210-LOAD-ONE-RULE-EXIT
007516     END-IF
007520
007530     MOVE PT-RULE-ID     TO WS-RULE-ID
007540     MOVE PT-RULE-LOW    TO WS-RULE-LOW
007550     MOVE PT-RULE-HIGH   TO WS-RULE-HIGH
007560     MOVE PT-RULE-MULT   TO WS-RULE-MULT
007570     MOVE PT-RULE-MOD    TO WS-RULE-MOD
007580     MOVE PT-RULE-TARGET TO WS-RULE-TARGET
007590     MOVE PT-RULE-LABEL  TO WS-RULE-LABEL
007600     MOVE PT-RULE-EFF-FROM TO WS-RULE-EFF-FROM
007610     MOVE PT-RULE-EFF-TO   TO WS-RULE-EFF-TO
007620     MOVE PT-RULE-FREQ     TO WS-RULE-FREQ
007630     MOVE PT-RULE-FREQ-DAY TO WS-RULE-FREQ-DAY
007640     MOVE PT-RULE-MIN-FLAG TO WS-RULE-MIN-FLAG
007650     MOVE PT-RULE-MAX-FLAG TO WS-RULE-MAX-FLAG
007660     PERFORM 1810-LOAD-FORMULA-FIELDS
007670         THRU 1810-LOAD-FORMULA-FIELDS-EXIT
007680
007690     PERFORM 1350-VALIDATE-RULE THRU 1350-VALIDATE-RULE-EXIT
007691*    A SUSPENDED RULE IS SKIPPED BY THE SCAN WHETHER OR NOT IT
007692*    WOULD PASS THE EDITS, SO IT IS LISTED, NOT PROJECTED.
007693     IF PT-RULE-SUSPENDED
007694         MOVE "N" TO WS-RULE-VALID-SW
007695         MOVE ZERO TO WS-REJECT-REASON-CODE
007696         MOVE "SUSPENDED - NOT SCANNED" TO WS-REJECT-REASON-TEXT
007697     END-IF
007700     IF NOT WS-RULE-VALID
007710         IF WS-EXC-COUNT >= WS-MAX-PRJ-RULES
007720             MOVE "Y" TO WS-OVERFLOW-SW
007730             GO TO 1210-LOAD-ONE-RULE-EXIT
007740         END-IF
007750         ADD 1 TO WS-EXC-COUNT
007760         SET WS-EXC-IDX TO WS-EXC-COUNT
007770         MOVE WS-RULE-ID    TO WS-EXC-RULE-ID (WS-EXC-IDX)
007780         MOVE WS-RULE-LABEL TO WS-EXC-LABEL (WS-EXC-IDX)
007790         MOVE WS-REJECT-REASON-CODE
007800             TO WS-EXC-REASON-CODE (WS-EXC-IDX)
007810         MOVE WS-REJECT-REASON-TEXT
007820             TO WS-EXC-REASON-TEXT (WS-EXC-IDX)
007830         GO TO 1210-LOAD-ONE-RULE-EXIT
007840     END-IF
007850
007860     IF WS-PRJ-COUNT >= WS-MAX-PRJ-RULES
007870         MOVE "Y" TO WS-OVERFLOW-SW
007880         GO TO 1210-LOAD-ONE-RULE-EXIT
007890     END-IF
007900     ADD 1 TO WS-PRJ-COUNT
007910     SET WS-PRJ-IDX TO WS-PRJ-COUNT
007920     MOVE WS-RULE-ID       TO WS-PRJ-RULE-ID (WS-PRJ-IDX)
007930     MOVE WS-RULE-LABEL    TO WS-PRJ-LABEL (WS-PRJ-IDX)
007940     MOVE WS-RULE-LOW      TO WS-PRJ-LOW (WS-PRJ-IDX)
007950     MOVE WS-RULE-HIGH     TO WS-PRJ-HIGH (WS-PRJ-IDX)
007960     MOVE WS-RULE-EFF-FROM TO WS-PRJ-EFF-FROM (WS-PRJ-IDX)
007970     MOVE WS-RULE-EFF-TO   TO WS-PRJ-EFF-TO (WS-PRJ-IDX)
007980     MOVE WS-RULE-FREQ     TO WS-PRJ-FREQ (WS-PRJ-IDX)
007990     MOVE WS-RULE-FREQ-DAY TO WS-PRJ-FREQ-DAY (WS-PRJ-IDX)
008000     COMPUTE WS-PRJ-SCAN-SIZE (WS-PRJ-IDX)
008010         = WS-RULE-HIGH - WS-RULE-LOW + 1
008020     MOVE "N"              TO WS-PRJ-DUE-SW (WS-PRJ-IDX)
008030     MOVE ZERO             TO WS-PRJ-DEFER-FROM (WS-PRJ-IDX)
008040     MOVE ZERO             TO WS-PRJ-RUN-COUNT (WS-PRJ-IDX)
008050     .
008060
008070 1210-LOAD-ONE-RULE-EXIT.
008080     EXIT.
008090
008100*****************************************************************
008110 1350-VALIDATE-RULE.
008120*****************************************************************
008130     MOVE "Y" TO WS-RULE-VALID-SW
008140     MOVE ZERO TO WS-REJECT-REASON-CODE
008150     MOVE SPACES TO WS-REJECT-REASON-TEXT
008160
008170     IF WS-RULE-LOW > WS-RULE-HIGH
008180         MOVE "N" TO WS-RULE-VALID-SW
008190         MOVE 01 TO WS-REJECT-REASON-CODE
008200         MOVE "LOW BOUND GREATER THAN HIGH"
008210             TO WS-REJECT-REASON-TEXT
008220         GO TO 1350-VALIDATE-RULE-EXIT
008230     END-IF
008240
008250     IF WS-RULE-MOD <= 0
008260         MOVE "N" TO WS-RULE-VALID-SW
008270         MOVE 02 TO WS-REJECT-REASON-CODE
008280         MOVE "MODULUS MUST BE POSITIVE"
008290             TO WS-REJECT-REASON-TEXT
008300         GO TO 1350-VALIDATE-RULE-EXIT
008310     END-IF
008320
008330     IF WS-RULE-MULT <= 0
008340         MOVE "N" TO WS-RULE-VALID-SW
008350         MOVE 03 TO WS-REJECT-REASON-CODE
008360         MOVE "MULTIPLIER MUST BE POSITIVE"
008370             TO WS-REJECT-REASON-TEXT
008380         GO TO 1350-VALIDATE-RULE-EXIT
008390     END-IF
008400
008410     IF WS-RULE-HIGH >= WS-SIEVE-MAX
008420         MOVE "N" TO WS-RULE-VALID-SW
008430         MOVE 04 TO WS-REJECT-REASON-CODE
008440         MOVE "HIGH BOUND AT OR ABOVE SIEVE MAXIMUM"
008450             TO WS-REJECT-REASON-TEXT
008460         GO TO 1350-VALIDATE-RULE-EXIT
008470     END-IF
008480
008490     IF NOT WS-RULE-FREQ-VALID
008500         MOVE "N" TO WS-RULE-VALID-SW
008510         MOVE 05 TO WS-REJECT-REASON-CODE
008520         MOVE "INVALID FREQUENCY CODE"
008530             TO WS-REJECT-REASON-TEXT
008540         GO TO 1350-VALIDATE-RULE-EXIT
008550     END-IF
008560
008570     IF WS-RULE-FREQ-WEEKLY
008580         AND (WS-RULE-FREQ-DAY NOT NUMERIC
008590           OR WS-RULE-FREQ-DAY < 1
008600           OR WS-RULE-FREQ-DAY > 7)
008610         MOVE "N" TO WS-RULE-VALID-SW
008620         MOVE 06 TO WS-REJECT-REASON-CODE
008630         MOVE "WEEKLY DAY MUST BE 1 THRU 7"
008640             TO WS-REJECT-REASON-TEXT
008650         GO TO 1350-VALIDATE-RULE-EXIT
008660     END-IF
008670
008680     IF WS-RULE-FREQ-SPECIFIC
008690         AND (WS-RULE-FREQ-DAY NOT NUMERIC
008700           OR WS-RULE-FREQ-DAY < 1
008710           OR WS-RULE-FREQ-DAY > 31)
008720         MOVE "N" TO WS-RULE-VALID-SW
008730         MOVE 07 TO WS-REJECT-REASON-CODE
008740         MOVE "SPECIFIC DAY MUST BE 1 THRU 31"
008750             TO WS-REJECT-REASON-TEXT
008760         GO TO 1350-VALIDATE-RULE-EXIT
008770     END-IF
008780
008790     IF NOT WS-RULE-FORM-VALID
008800         MOVE "N" TO WS-RULE-VALID-SW
008810         MOVE 08 TO WS-REJECT-REASON-CODE
008820         MOVE "INVALID FORMULA TYPE"
008830             TO WS-REJECT-REASON-TEXT
008840         GO TO 1350-VALIDATE-RULE-EXIT
008850     END-IF
008860
008870     IF WS-RULE-FORM-SET
008880         AND (WS-RULE-REM-COUNT < 1
008890           OR WS-RULE-REM-COUNT > 4)
008900         MOVE "N" TO WS-RULE-VALID-SW
008910         MOVE 09 TO WS-REJECT-REASON-CODE
008920         MOVE "REMAINDER SET COUNT NOT 1-4"
008930             TO WS-REJECT-REASON-TEXT
008940         GO TO 1350-VALIDATE-RULE-EXIT
008950     END-IF
008960
008970     IF WS-RULE-FORM-RANGE
008980         AND WS-RULE-REM-2 < WS-RULE-TARGET
008990         MOVE "N" TO WS-RULE-VALID-SW
009000         MOVE 10 TO WS-REJECT-REASON-CODE
009010         MOVE "REMAINDER RANGE LOW ABOVE HIGH"
009020             TO WS-REJECT-REASON-TEXT
009030         GO TO 1350-VALIDATE-RULE-EXIT
009040     END-IF
009050
009060     IF NOT WS-RULE-CONN-VALID
009070         MOVE "N" TO WS-RULE-VALID-SW
009080         MOVE 11 TO WS-REJECT-REASON-CODE
009090         MOVE "INVALID AND/OR CONNECTOR"
009100             TO WS-REJECT-REASON-TEXT
009110         GO TO 1350-VALIDATE-RULE-EXIT
009120     END-IF
009130
009140     IF NOT WS-RULE-CONN-NONE
009150         AND (WS-RULE-MOD-2 <= 0
009160           OR WS-RULE-MULT-2 <= 0)
009170         MOVE "N" TO WS-RULE-VALID-SW
009180         MOVE 12 TO WS-REJECT-REASON-CODE
009190         MOVE "2ND MULT/MODULUS NOT POSITIVE"
009200             TO WS-REJECT-REASON-TEXT
009210         GO TO 1350-VALIDATE-RULE-EXIT
009220     END-IF
009230     .
009240
009250 1350-VALIDATE-RULE-EXIT.
009260     EXIT.
009270
009280*****************************************************************
009290 1370-CHECK-SCHEDULE.
009300*****************************************************************
009310*  DECIDE WHETHER THE CURRENT RULE IS ELIGIBLE FOR THIS RUN
009320*  DATE. ZERO OR NON-NUMERIC EFFECTIVE DATES ARE OPEN-ENDED,
009330*  AND A BLANK FREQUENCY CODE RUNS EVERY CYCLE, SO RULES
009340*  WRITTEN BEFORE SCHEDULING EXISTED KEEP THEIR OLD BEHAVIOR.
009350*----------------------------------------------------------------
009360     MOVE "Y" TO WS-RULE-SCHEDULED-SW
009370
009380     IF WS-RULE-EFF-FROM NUMERIC
009390         IF WS-RULE-EFF-FROM > 0
009400             AND WS-RUN-DATE < WS-RULE-EFF-FROM
009410             MOVE "N" TO WS-RULE-SCHEDULED-SW
009420             GO TO 1370-CHECK-SCHEDULE-EXIT
009430         END-IF
009440     END-IF
009450
009460     IF WS-RULE-EFF-TO NUMERIC
009470         IF WS-RULE-EFF-TO > 0
009480             AND WS-RUN-DATE > WS-RULE-EFF-TO
009490             MOVE "N" TO WS-RULE-SCHEDULED-SW
009500             GO TO 1370-CHECK-SCHEDULE-EXIT
009510         END-IF
009520     END-IF
009530
009540     EVALUATE TRUE
009550         WHEN WS-RULE-FREQ-WEEKLY
009560             PERFORM 1372-CHECK-WEEKLY
009570                 THRU 1372-CHECK-WEEKLY-EXIT
009580         WHEN WS-RULE-FREQ-MONTHEND
009590             PERFORM 1390-CALC-MONTH-END
009600                 THRU 1390-CALC-MONTH-END-EXIT
009610             IF WS-RUN-DATE-DD NOT = WS-MONTH-END-DD
009620                 MOVE "N" TO WS-RULE-SCHEDULED-SW
009630             END-IF
009640         WHEN WS-RULE-FREQ-SPECIFIC
009650             PERFORM 1374-CHECK-SPECIFIC
009660                 THRU 1374-CHECK-SPECIFIC-EXIT
009670         WHEN WS-RULE-FREQ-LASTBUS
009680             PERFORM 1376-CHECK-LASTBUS
009690                 THRU 1376-CHECK-LASTBUS-EXIT
009700         WHEN OTHER
009710             CONTINUE
009720     END-EVALUATE
009730     .
009740
009750 1370-CHECK-SCHEDULE-EXIT.
009760     EXIT.
009770
009780*****************************************************************
009790 1372-CHECK-WEEKLY.
009800*****************************************************************
009810*  A WEEKLY RULE RUNS ON ITS DAY WHEN THAT DAY IS A BUSINESS
009820*  DAY. WHEN THE DAY FELL ON A HOLIDAY OR OTHER NON-BUSINESS
009830*  DAY, THE RULE IS DEFERRED - IT RUNS ON THE FIRST BUSINESS
009840*  DAY AFTER IT INSTEAD OF SILENTLY SKIPPING THE WEEK.
009850*----------------------------------------------------------------
009860     PERFORM 1380-CALC-DAY-OF-WEEK
009870         THRU 1380-CALC-DAY-OF-WEEK-EXIT
009880     COMPUTE WS-SCHED-GAP = WS-DAY-OF-WEEK - WS-RULE-FREQ-DAY
009890     IF WS-SCHED-GAP < 0
009900         ADD 7 TO WS-SCHED-GAP
009910     END-IF
009920
009930     IF WS-SCHED-GAP = 0
009940         MOVE WS-RUN-DATE TO WS-CHECK-DATE
009950         PERFORM 1400-CHECK-CAL-DAY THRU 1400-CHECK-CAL-DAY-EXIT
009960         IF NOT WS-CHECK-BUSINESS-DAY
009970             MOVE "N" TO WS-RULE-SCHEDULED-SW
009980         END-IF
009990         GO TO 1372-CHECK-WEEKLY-EXIT
010000     END-IF
010010
010020     MOVE WS-RUN-DATE TO WS-CHECK-DATE
010030     PERFORM 1415-PREV-CHECK-DATE THRU 1415-PREV-CHECK-DATE-EXIT
010040         WS-SCHED-GAP TIMES
010050     MOVE WS-CHECK-DATE TO WS-SCHED-DATE
010060     PERFORM 1420-CHECK-DEFERRAL THRU 1420-CHECK-DEFERRAL-EXIT
010070     .
010080
010090 1372-CHECK-WEEKLY-EXIT.
010100     EXIT.
010110
010120*****************************************************************
010130 1374-CHECK-SPECIFIC.
010140*****************************************************************
010150*  SAME DEFERRAL CONVENTION AS 1372 FOR A SPECIFIC DAY OF THE
010160*  MONTH - THE MOST RECENT OCCURRENCE OF THE DAY ON OR BEFORE
010170*  THE RUN DATE IS LOCATED (LAST MONTH'S WHEN THE RUN DATE IS
010180*  EARLY IN A MONTH), AND A NON-BUSINESS OCCURRENCE DEFERS THE
010190*  RULE TO THE FIRST BUSINESS DAY AFTER IT. A DAY THE MONTH
010200*  NEVER REACHES (E.G. 31 IN JUNE) IS NOT SCHEDULED, AS BEFORE.
010210*----------------------------------------------------------------
010220     IF WS-RUN-DATE-DD = WS-RULE-FREQ-DAY
010230         MOVE WS-RUN-DATE TO WS-CHECK-DATE
010240         PERFORM 1400-CHECK-CAL-DAY THRU 1400-CHECK-CAL-DAY-EXIT
010250         IF NOT WS-CHECK-BUSINESS-DAY
010260             MOVE "N" TO WS-RULE-SCHEDULED-SW
010270         END-IF
010280         GO TO 1374-CHECK-SPECIFIC-EXIT
010290     END-IF
010300
010310     IF WS-RUN-DATE-DD > WS-RULE-FREQ-DAY
010320         MOVE WS-RUN-DATE TO WS-CHECK-DATE
010330         MOVE WS-RULE-FREQ-DAY TO WS-CHECK-DD
010340     ELSE
010350         MOVE WS-RUN-DATE TO WS-CHECK-DATE
010360         MOVE 1 TO WS-CHECK-DD
010370         PERFORM 1415-PREV-CHECK-DATE
010380             THRU 1415-PREV-CHECK-DATE-EXIT
010390         IF WS-RULE-FREQ-DAY > WS-CHECK-DD
010400             MOVE "N" TO WS-RULE-SCHEDULED-SW
010410             GO TO 1374-CHECK-SPECIFIC-EXIT
010420         END-IF
010430         MOVE WS-RULE-FREQ-DAY TO WS-CHECK-DD
010440     END-IF
010450     MOVE WS-CHECK-DATE TO WS-SCHED-DATE
010460     PERFORM 1420-CHECK-DEFERRAL THRU 1420-CHECK-DEFERRAL-EXIT
010470     .
010480
010490 1374-CHECK-SPECIFIC-EXIT.
010500     EXIT.
010510
010520*****************************************************************
010530 1376-CHECK-LASTBUS.
010540*****************************************************************
010550*  FREQUENCY B - THE RULE RUNS ON THE LAST BUSINESS DAY OF THE
010560*  MONTH. WALK BACK FROM THE CALENDAR MONTH-END TO THE FIRST
010570*  BUSINESS DAY AND COMPARE IT TO THE RUN DATE.
010580*----------------------------------------------------------------
010590     MOVE WS-RUN-DATE TO WS-CHECK-DATE
010600     PERFORM 1395-CALC-CHECK-MONTH-END
010610         THRU 1395-CALC-CHECK-MONTH-END-EXIT
010620     MOVE WS-CHECK-MONTH-END-DD TO WS-CHECK-DD
010630     PERFORM 1400-CHECK-CAL-DAY THRU 1400-CHECK-CAL-DAY-EXIT
010640     MOVE 0 TO WS-DEFER-STEPS
010650     PERFORM 1377-STEP-BACK-ONE-DAY
010660         THRU 1377-STEP-BACK-ONE-DAY-EXIT
010670         UNTIL WS-CHECK-BUSINESS-DAY
010680         OR WS-DEFER-STEPS > WS-DEFER-LIMIT
010690
010700     IF WS-CHECK-DATE NOT = WS-RUN-DATE
010710         OR NOT WS-CHECK-BUSINESS-DAY
010720         MOVE "N" TO WS-RULE-SCHEDULED-SW
010730     END-IF
010740     .
010750
010760 1376-CHECK-LASTBUS-EXIT.
010770     EXIT.
010780
010790*****************************************************************
010800 1377-STEP-BACK-ONE-DAY.
010810*****************************************************************
010820     PERFORM 1415-PREV-CHECK-DATE THRU 1415-PREV-CHECK-DATE-EXIT
010830     PERFORM 1400-CHECK-CAL-DAY THRU 1400-CHECK-CAL-DAY-EXIT
010840     ADD 1 TO WS-DEFER-STEPS
010850     .
010860
010870 1377-STEP-BACK-ONE-DAY-EXIT.
010880     EXIT.
010890
010900*****************************************************************
010910 1380-CALC-DAY-OF-WEEK.
010920*****************************************************************
010930*  DAY OF WEEK OF THE RUN DATE, 1 = MONDAY THRU 7 = SUNDAY TO
010940*  MATCH THE WEEKLY FREQUENCY DAY CODE.
010950*----------------------------------------------------------------
010960     MOVE WS-RUN-DATE TO WS-CHECK-DATE
010970     PERFORM 1385-CALC-CHECK-DOW THRU 1385-CALC-CHECK-DOW-EXIT
010980     MOVE WS-CHECK-DOW TO WS-DAY-OF-WEEK
010990     .
011000
011010 1380-CALC-DAY-OF-WEEK-EXIT.
011020     EXIT.
011030
011040*****************************************************************
011050 1385-CALC-CHECK-DOW.
011060*****************************************************************
011070*  ZELLER'S CONGRUENCE ON WS-CHECK-DATE, FOLDED TO 1 = MONDAY
011080*  THRU 7 = SUNDAY.
011090*----------------------------------------------------------------
011100     MOVE WS-CHECK-DD TO WS-ZELLER-Q
011110     MOVE WS-CHECK-MM TO WS-ZELLER-M
011120     MOVE WS-CHECK-CCYY TO WS-ZELLER-Y
011130     IF WS-ZELLER-M < 3
011140         ADD 12 TO WS-ZELLER-M
011150         SUBTRACT 1 FROM WS-ZELLER-Y
011160     END-IF
011170     DIVIDE WS-ZELLER-Y BY 100 GIVING WS-ZELLER-J
011180         REMAINDER WS-ZELLER-K
011190     COMPUTE WS-ZELLER-T = 13 * (WS-ZELLER-M + 1)
011200     DIVIDE WS-ZELLER-T BY 5 GIVING WS-ZELLER-T
011210     COMPUTE WS-ZELLER-H = WS-ZELLER-Q + WS-ZELLER-T
011220         + WS-ZELLER-K + (5 * WS-ZELLER-J)
011230     DIVIDE WS-ZELLER-K BY 4 GIVING WS-ZELLER-W
011240     ADD WS-ZELLER-W TO WS-ZELLER-H
011250     DIVIDE WS-ZELLER-J BY 4 GIVING WS-ZELLER-W
011260     ADD WS-ZELLER-W TO WS-ZELLER-H
011270     ADD 5 TO WS-ZELLER-H
011280     DIVIDE WS-ZELLER-H BY 7 GIVING WS-ZELLER-W
011290         REMAINDER WS-ZELLER-H
011300     COMPUTE WS-CHECK-DOW = WS-ZELLER-H + 1
011310     .
011320
011330 1385-CALC-CHECK-DOW-EXIT.
011340     EXIT.
011350
011360*****************************************************************
011370 1390-CALC-MONTH-END.
011380*****************************************************************
011390     MOVE WS-RUN-DATE TO WS-CHECK-DATE
011400     PERFORM 1395-CALC-CHECK-MONTH-END
011410         THRU 1395-CALC-CHECK-MONTH-END-EXIT
011420     MOVE WS-CHECK-MONTH-END-DD TO WS-MONTH-END-DD
011430     .
011440
011450 1390-CALC-MONTH-END-EXIT.
011460     EXIT.
011470
011480*****************************************************************
011490 1395-CALC-CHECK-MONTH-END.
011500*****************************************************************
011510     MOVE WS-MONTH-DAYS (WS-CHECK-MM) TO WS-CHECK-MONTH-END-DD
011520     IF WS-CHECK-MM = 2
011530         MOVE WS-CHECK-CCYY TO WS-ZELLER-Y
011540         DIVIDE WS-ZELLER-Y BY 4 GIVING WS-LEAP-Q
011550             REMAINDER WS-LEAP-R4
011560         DIVIDE WS-ZELLER-Y BY 100 GIVING WS-LEAP-Q
011570             REMAINDER WS-LEAP-R100
011580         DIVIDE WS-ZELLER-Y BY 400 GIVING WS-LEAP-Q
011590             REMAINDER WS-LEAP-R400
011600         IF WS-LEAP-R4 = 0
011610             AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
011620             MOVE 29 TO WS-CHECK-MONTH-END-DD
011630         END-IF
011640     END-IF
011650     .
011660
011670 1395-CALC-CHECK-MONTH-END-EXIT.
011680     EXIT.
011690
011700*****************************************************************
011710 1400-CHECK-CAL-DAY.
011720*****************************************************************
011730*  SET THE BUSINESS-DAY AND HOLIDAY SWITCHES FOR WS-CHECK-DATE.
011740*  A PTCALEN RECORD FOR THE DATE WINS; A DATE NOT ON FILE
011750*  DEFAULTS BY DAY OF WEEK (SATURDAY/SUNDAY NON-BUSINESS); AND
011760*  WITH NO CALENDAR LOADED EVERY DAY IS A BUSINESS DAY SO THE
011770*  SCHEDULE CHECK KEEPS ITS PRE-CALENDAR BEHAVIOR.
011780*----------------------------------------------------------------
011790     MOVE "Y" TO WS-CHECK-BUSDAY-SW
011800     MOVE "N" TO WS-CHECK-HOLIDAY-SW
011810
011820     IF NOT WS-CAL-LOADED
011830         GO TO 1400-CHECK-CAL-DAY-EXIT
011840     END-IF
011850
011860     MOVE 0 TO WS-CAL-FOUND-NO
011870     PERFORM 1405-SCAN-ONE-CAL-DAY
011880         THRU 1405-SCAN-ONE-CAL-DAY-EXIT
011890         VARYING WS-CAL-SEARCH-NO FROM 1 BY 1
011900         UNTIL WS-CAL-SEARCH-NO > WS-CAL-COUNT
011910
011920     IF WS-CAL-FOUND-NO > 0
011930         SET WS-CAL-IDX TO WS-CAL-FOUND-NO
011940         MOVE WS-CAL-BUSDAY-SW  (WS-CAL-IDX)
011950             TO WS-CHECK-BUSDAY-SW
011960         MOVE WS-CAL-HOLIDAY-SW (WS-CAL-IDX)
011970             TO WS-CHECK-HOLIDAY-SW
011980         IF WS-CHECK-HOLIDAY
011990             MOVE "N" TO WS-CHECK-BUSDAY-SW
012000         END-IF
012010         GO TO 1400-CHECK-CAL-DAY-EXIT
012020     END-IF
012030
012040     PERFORM 1385-CALC-CHECK-DOW THRU 1385-CALC-CHECK-DOW-EXIT
012050     IF WS-CHECK-DOW = 6 OR WS-CHECK-DOW = 7
012060         MOVE "N" TO WS-CHECK-BUSDAY-SW
012070     END-IF
012080     .
012090
012100 1400-CHECK-CAL-DAY-EXIT.
012110     EXIT.
012120
012130*****************************************************************
012140 1405-SCAN-ONE-CAL-DAY.
012150*****************************************************************
012160     SET WS-CAL-IDX TO WS-CAL-SEARCH-NO
012170     IF WS-CAL-DATE (WS-CAL-IDX) = WS-CHECK-DATE
012180         MOVE WS-CAL-SEARCH-NO TO WS-CAL-FOUND-NO
012190     END-IF
012200     .
012210
012220 1405-SCAN-ONE-CAL-DAY-EXIT.
012230     EXIT.
012240
012250*****************************************************************
012260 1410-NEXT-CHECK-DATE.
012270*****************************************************************
012280     PERFORM 1395-CALC-CHECK-MONTH-END
012290         THRU 1395-CALC-CHECK-MONTH-END-EXIT
012300     IF WS-CHECK-DD < WS-CHECK-MONTH-END-DD
012310         ADD 1 TO WS-CHECK-DD
012320     ELSE
012330         MOVE 1 TO WS-CHECK-DD
012340         IF WS-CHECK-MM < 12
012350             ADD 1 TO WS-CHECK-MM
012360         ELSE
012370             MOVE 1 TO WS-CHECK-MM
012380             ADD 1 TO WS-CHECK-CCYY
012390         END-IF
012400     END-IF
012410     .
012420
012430 1410-NEXT-CHECK-DATE-EXIT.
012440     EXIT.
012450
012460*****************************************************************
012470 1415-PREV-CHECK-DATE.
012480*****************************************************************
012490     IF WS-CHECK-DD > 1
012500         SUBTRACT 1 FROM WS-CHECK-DD
012510         GO TO 1415-PREV-CHECK-DATE-EXIT
012520     END-IF
012530
012540     IF WS-CHECK-MM > 1
012550         SUBTRACT 1 FROM WS-CHECK-MM
012560     ELSE
012570         MOVE 12 TO WS-CHECK-MM
012580         SUBTRACT 1 FROM WS-CHECK-CCYY
012590     END-IF
012600     PERFORM 1395-CALC-CHECK-MONTH-END
012610         THRU 1395-CALC-CHECK-MONTH-END-EXIT
012620     MOVE WS-CHECK-MONTH-END-DD TO WS-CHECK-DD
012630     .
012640
012650 1415-PREV-CHECK-DATE-EXIT.
012660     EXIT.
012670
012680*****************************************************************
012690 1420-CHECK-DEFERRAL.
012700*****************************************************************
012710*  WS-SCHED-DATE HOLDS THE RULE'S OWN SCHEDULED DAY, WHICH IS
012720*  EARLIER THAN THE RUN DATE. THE RULE IS ELIGIBLE TODAY ONLY
012730*  WHEN THAT DAY WAS NOT A BUSINESS DAY AND THE RUN DATE IS THE
012740*  FIRST BUSINESS DAY AFTER IT - OTHERWISE THE RULE EITHER RAN
012750*  ON ITS OWN DAY OR ALREADY RAN ON AN EARLIER DEFERRAL DAY.
012760*----------------------------------------------------------------
012770     MOVE "N" TO WS-RULE-SCHEDULED-SW
012780
012790     MOVE WS-SCHED-DATE TO WS-CHECK-DATE
012800     PERFORM 1400-CHECK-CAL-DAY THRU 1400-CHECK-CAL-DAY-EXIT
012810     IF WS-CHECK-BUSINESS-DAY
012820         GO TO 1420-CHECK-DEFERRAL-EXIT
012830     END-IF
012840
012850     MOVE 0 TO WS-DEFER-STEPS
012860     PERFORM 1425-STEP-FWD-ONE-DAY
012870         THRU 1425-STEP-FWD-ONE-DAY-EXIT
012880         UNTIL WS-CHECK-BUSINESS-DAY
012890         OR WS-CHECK-DATE >= WS-RUN-DATE
012900         OR WS-DEFER-STEPS > WS-DEFER-LIMIT
012910
012920     IF WS-CHECK-DATE = WS-RUN-DATE
012930         AND WS-CHECK-BUSINESS-DAY
012940         MOVE "Y" TO WS-RULE-SCHEDULED-SW
012950         MOVE "Y" TO WS-RULE-DEFERRED-SW
012960     END-IF
012970     .
012980
012990 1420-CHECK-DEFERRAL-EXIT.
013000     EXIT.
013010
013020*****************************************************************
013030 1425-STEP-FWD-ONE-DAY.
013040*****************************************************************
013050     PERFORM 1410-NEXT-CHECK-DATE THRU 1410-NEXT-CHECK-DATE-EXIT
013060     PERFORM 1400-CHECK-CAL-DAY THRU 1400-CHECK-CAL-DAY-EXIT
013070     ADD 1 TO WS-DEFER-STEPS
013080     .
013090
013100 1425-STEP-FWD-ONE-DAY-EXIT.
013110     EXIT.
013120
013130*****************************************************************
013140 1500-LOAD-HISTORY.
013150*****************************************************************
013160*  GATHER THE RECENT RUNS FROM PTJRNL AND TOTAL THEM. NO
013170*  JOURNAL, OR NO USABLE RUN ON IT, LEAVES THE SUMS AT ZERO AND
013180*  THE PROJECTION SHOWS SCAN SIZES WITHOUT ELAPSED ESTIMATES.
013190*----------------------------------------------------------------
013200     OPEN INPUT PT-JRNL-FILE
013210     IF WS-JRNL-STATUS NOT = "00"
013220         DISPLAY "PTPROJ - NO PTJRNL RUN JOURNAL, STATUS = "
013230             WS-JRNL-STATUS " - ELAPSED TIME NOT ESTIMATED"
013240         GO TO 1500-LOAD-HISTORY-EXIT
013250     END-IF
013260
013270     PERFORM 1510-READ-ONE-JOURNAL
013280         THRU 1510-READ-ONE-JOURNAL-EXIT
013290         UNTIL WS-JRNL-EOF
013300
013310     CLOSE PT-JRNL-FILE
013320
013330     PERFORM 1530-SUM-ONE-RUN THRU 1530-SUM-ONE-RUN-EXIT
013340         VARYING WS-HIST-NO FROM 1 BY 1
013350         UNTIL WS-HIST-NO > WS-HIST-COUNT
013360     .
013370
013380 1500-LOAD-HISTORY-EXIT.
013390     EXIT.
013400
013410*****************************************************************
013420 1510-READ-ONE-JOURNAL.
013430*****************************************************************
013440     READ PT-JRNL-FILE
013450         AT END
013460             MOVE "Y" TO WS-JRNL-EOF-SW
013470             GO TO 1510-READ-ONE-JOURNAL-EXIT
013480     END-READ
013490
013500     IF NOT PT-JRN-END
013510         OR PT-JRN-RESTART-SW = "Y"
013520         OR PT-JRN-SCANNED-COUNT NOT NUMERIC
013530         OR PT-JRN-ELAPSED-SECS NOT NUMERIC
013540         GO TO 1510-READ-ONE-JOURNAL-EXIT
013550     END-IF
013560     IF PT-JRN-SCANNED-COUNT = 0
013570         GO TO 1510-READ-ONE-JOURNAL-EXIT
013580     END-IF
013590
013600     IF WS-HIST-COUNT >= WS-MAX-HIST
013610         PERFORM 1520-SHIFT-ONE-RUN THRU 1520-SHIFT-ONE-RUN-EXIT
013620             VARYING WS-HIST-NO FROM 1 BY 1
013630             UNTIL WS-HIST-NO >= WS-HIST-COUNT
013640         SUBTRACT 1 FROM WS-HIST-COUNT
013650     END-IF
013660
013670     ADD 1 TO WS-HIST-COUNT
013680     SET WS-HIST-IDX TO WS-HIST-COUNT
013690     MOVE PT-JRN-SCANNED-COUNT TO WS-HIST-SCANNED (WS-HIST-IDX)
013700     MOVE PT-JRN-ELAPSED-SECS  TO WS-HIST-ELAPSED (WS-HIST-IDX)
013710     .
013720
013730 1510-READ-ONE-JOURNAL-EXIT.
013740     EXIT.
013750
013760*****************************************************************
013770 1520-SHIFT-ONE-RUN.
013780*****************************************************************
013790     SET WS-HIST-IDX TO WS-HIST-NO
013800     SET WS-HIST-IDX UP BY 1
013810     MOVE WS-HIST-ENTRY (WS-HIST-IDX)
013815         TO WS-HIST-ENTRY (WS-HIST-NO)
013820     .
013830
013840 1520-SHIFT-ONE-RUN-EXIT.
013850     EXIT.
013860
013870*****************************************************************
013880 1530-SUM-ONE-RUN.
013890*****************************************************************
013900     SET WS-HIST-IDX TO WS-HIST-NO
013910     ADD WS-HIST-SCANNED (WS-HIST-IDX) TO WS-HIST-SCANNED-SUM
013920     ADD WS-HIST-ELAPSED (WS-HIST-IDX) TO WS-HIST-ELAPSED-SUM
013930     .
013940
013950 1530-SUM-ONE-RUN-EXIT.
013960     EXIT.
013970
013980*****************************************************************
013990 1810-LOAD-FORMULA-FIELDS.
014000*****************************************************************
014010*  A RULE WRITTEN BEFORE THE FORMULA-TYPE FIELDS EXISTED CARRIES
014020*  SPACES THERE - TYPE SPACE IS THE STANDARD FORMULA, AND A
014030*  NON-NUMERIC OPERAND IS TAKEN AS ZERO, THE SAME WAY SPACE
014040*  TOLERANCES MEAN NO RANGE IN 2790. 1350 THEN EDITS WHATEVER
014050*  THE TYPE AND CONNECTOR ACTUALLY NEED.
014060*----------------------------------------------------------------
014070     MOVE PT-RULE-FORM-TYPE TO WS-RULE-FORM-TYPE
014080     MOVE PT-RULE-CONNECT   TO WS-RULE-CONNECT
014090     MOVE ZERO TO WS-RULE-OFFSET WS-RULE-REM-COUNT
014100                  WS-RULE-REM-2 WS-RULE-REM-3 WS-RULE-REM-4
014110                  WS-RULE-MULT-2 WS-RULE-MOD-2
014120                  WS-RULE-OFFSET-2 WS-RULE-TARGET-2
014130     IF PT-RULE-OFFSET NUMERIC
014140         MOVE PT-RULE-OFFSET TO WS-RULE-OFFSET
014150     END-IF
014160     IF PT-RULE-REM-COUNT NUMERIC
014170         MOVE PT-RULE-REM-COUNT TO WS-RULE-REM-COUNT
014180     END-IF
014190     IF PT-RULE-REM-2 NUMERIC
014200         MOVE PT-RULE-REM-2 TO WS-RULE-REM-2
014210     END-IF
014220     IF PT-RULE-REM-3 NUMERIC
014230         MOVE PT-RULE-REM-3 TO WS-RULE-REM-3
014240     END-IF
014250     IF PT-RULE-REM-4 NUMERIC
014260         MOVE PT-RULE-REM-4 TO WS-RULE-REM-4
014270     END-IF
014280     IF PT-RULE-MULT-2 NUMERIC
014290         MOVE PT-RULE-MULT-2 TO WS-RULE-MULT-2
014300     END-IF
014310     IF PT-RULE-MOD-2 NUMERIC
014320         MOVE PT-RULE-MOD-2 TO WS-RULE-MOD-2
014330     END-IF
014340     IF PT-RULE-OFFSET-2 NUMERIC
014350         MOVE PT-RULE-OFFSET-2 TO WS-RULE-OFFSET-2
014360     END-IF
014370     IF PT-RULE-TARGET-2 NUMERIC
014380         MOVE PT-RULE-TARGET-2 TO WS-RULE-TARGET-2
014390     END-IF
014400     .
014410 1810-LOAD-FORMULA-FIELDS-EXIT.
014420     EXIT.
014430
014440*****************************************************************
014450 2000-PROJECT-ONE-DAY.
014460*****************************************************************
014470*  ONE CALENDAR DAY OF THE WINDOW. A BUSINESS DAY GETS ITS
014480*  TOTALS LINE, ITS RULES AND ANY EFFECTIVE-DATE EVENTS; A
014490*  NON-BUSINESS DAY PRINTS ONLY WHEN A RULE STARTS OR ENDS ON
014500*  IT. THE DAY IS STEPPED ON HERE, BEFORE ANYTHING CAN BRANCH
014510*  TO THE EXIT.
014520*----------------------------------------------------------------
014530     IF WS-DAY-NO > 1
014540         MOVE WS-PRJ-DATE TO WS-CHECK-DATE
014550         PERFORM 1410-NEXT-CHECK-DATE
014560             THRU 1410-NEXT-CHECK-DATE-EXIT
014570         MOVE WS-CHECK-DATE TO WS-PRJ-DATE
014580     END-IF
014590     MOVE WS-PRJ-DATE TO WS-RUN-DATE
014600
014610     MOVE ZERO TO WS-DAY-RULES WS-DAY-DEFERRED WS-DAY-EVENTS
014620                  WS-DAY-SCAN WS-DAY-SECS WS-DAY-MINS
014630     PERFORM 2150-COUNT-ONE-EVENT THRU 2150-COUNT-ONE-EVENT-EXIT
014640         VARYING WS-PRJ-NO FROM 1 BY 1
014650         UNTIL WS-PRJ-NO > WS-PRJ-COUNT
014660
014670     PERFORM 1380-CALC-DAY-OF-WEEK THRU 1380-CALC-DAY-OF-WEEK-EXIT
014680     MOVE WS-RUN-DATE TO WS-FMT-DATE
014690     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
014700
014710     MOVE WS-RUN-DATE TO WS-CHECK-DATE
014720     PERFORM 1400-CHECK-CAL-DAY THRU 1400-CHECK-CAL-DAY-EXIT
014730     IF NOT WS-CHECK-BUSINESS-DAY
014740         IF WS-DAY-EVENTS > 0
014742             COMPUTE WS-BLOCK-LINES = WS-DAY-EVENTS + 1
014744             PERFORM 2050-START-DAY-BLOCK
014746                 THRU 2050-START-DAY-BLOCK-EXIT
014750             MOVE WS-FMT-DATE-PR TO NBD-DATE
014760             MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO NBD-DOW
014770             IF WS-CHECK-HOLIDAY
014780                 MOVE "HOLIDAY - NO RUN" TO NBD-NOTE
014790             ELSE
014800                 MOVE "NON-BUSINESS DAY - NO RUN" TO NBD-NOTE
014810             END-IF
014820             MOVE WS-NONBUS-LINE TO WS-PRINT-LINE
014830             PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
014840             PERFORM 2300-PRINT-ONE-EVENT
014850                 THRU 2300-PRINT-ONE-EVENT-EXIT
014860                 VARYING WS-PRJ-NO FROM 1 BY 1
014870                 UNTIL WS-PRJ-NO > WS-PRJ-COUNT
014880         END-IF
014890         GO TO 2000-PROJECT-ONE-DAY-EXIT
014900     END-IF
014910
014920     ADD 1 TO WS-BUSDAY-COUNT
014930     PERFORM 2100-CHECK-ONE-RULE THRU 2100-CHECK-ONE-RULE-EXIT
014940         VARYING WS-PRJ-NO FROM 1 BY 1
014950         UNTIL WS-PRJ-NO > WS-PRJ-COUNT
014960
014970     IF WS-HIST-SCANNED-SUM > 0
014980         COMPUTE WS-DAY-SECS ROUNDED
014990             = WS-DAY-SCAN * WS-HIST-ELAPSED-SUM
015000             / WS-HIST-SCANNED-SUM
015010         COMPUTE WS-DAY-MINS = (WS-DAY-SECS + 59) / 60
015020     END-IF
015030
015040     MOVE WS-FMT-DATE-PR TO DAY-DATE
015050     MOVE WS-DAY-NAME (WS-DAY-OF-WEEK) TO DAY-DOW
015060     MOVE WS-DAY-RULES    TO DAY-RULES
015070     MOVE WS-DAY-DEFERRED TO DAY-DEFERRED
015080     MOVE WS-DAY-SCAN     TO DAY-SCAN
015090     MOVE WS-DAY-SECS     TO DAY-SECS
015100     MOVE WS-DAY-MINS     TO DAY-MINS
015110     MOVE SPACES          TO DAY-NOTE
015120     IF WS-DAY-RULES = 0
015130         MOVE "** NO RULES SCHEDULED" TO DAY-NOTE
015140         ADD 1 TO WS-NORULE-COUNT
015150     END-IF
015160     IF WS-HIST-SCANNED-SUM > 0
015170         AND WS-DAY-SECS > WS-WINDOW-SECS
015180         MOVE "** OVER BATCH WINDOW" TO DAY-NOTE
015190         ADD 1 TO WS-OVERWIN-COUNT
015200     END-IF
015210     IF WS-DAY-SCAN > WS-PEAK-SCAN
015220         MOVE WS-RUN-DATE TO WS-PEAK-DATE
015230         MOVE WS-DAY-SCAN TO WS-PEAK-SCAN
015240         MOVE WS-DAY-SECS TO WS-PEAK-SECS
015250     END-IF
015260
015270     COMPUTE WS-BLOCK-LINES = WS-DAY-RULES + WS-DAY-EVENTS + 1
015280     PERFORM 2050-START-DAY-BLOCK THRU 2050-START-DAY-BLOCK-EXIT
015290     MOVE WS-DAY-LINE TO WS-PRINT-LINE
015300     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
015310
015320     PERFORM 2200-PRINT-ONE-RULE THRU 2200-PRINT-ONE-RULE-EXIT
015330         VARYING WS-PRJ-NO FROM 1 BY 1
015340         UNTIL WS-PRJ-NO > WS-PRJ-COUNT
015350     PERFORM 2300-PRINT-ONE-EVENT THRU 2300-PRINT-ONE-EVENT-EXIT
015360         VARYING WS-PRJ-NO FROM 1 BY 1
015370         UNTIL WS-PRJ-NO > WS-PRJ-COUNT
015380     .
015390
015400 2000-PROJECT-ONE-DAY-EXIT.
015410     EXIT.
015420
015421*****************************************************************
015422 2050-START-DAY-BLOCK.
015423*****************************************************************
015424*  A DAY'S LINES ARE KEPT ON ONE PAGE WHERE THEY FIT - WHEN
015425*  WS-BLOCK-LINES WILL NOT FIT UNDER A SPACING LINE, THE PAGE
015426*  IS THROWN FIRST.
015427*----------------------------------------------------------------
015428     IF WS-LINE-NO + WS-BLOCK-LINES + 1 > WS-LINES-PER-PAGE
015429         PERFORM 7000-PAGE-HEADER THRU 7000-PAGE-HEADER-EXIT
015430     END-IF
015431     MOVE SPACES TO WS-PRINT-LINE
015432     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
015433     .
015434
015435 2050-START-DAY-BLOCK-EXIT.
015436     EXIT.
015437
015438*****************************************************************
015440 2100-CHECK-ONE-RULE.
015450*****************************************************************
015460*  RUN THE PRIME-TROUBLES SCHEDULE CHECK FOR ONE RULE ON THE
015470*  DAY UNDER PROJECTION AND KEEP THE VERDICT FOR 2200.
015480*----------------------------------------------------------------
015490     SET WS-PRJ-IDX TO WS-PRJ-NO
015500     MOVE "N"  TO WS-PRJ-DUE-SW (WS-PRJ-IDX)
015510     MOVE ZERO TO WS-PRJ-DEFER-FROM (WS-PRJ-IDX)
015520
015530     MOVE WS-PRJ-RULE-ID (WS-PRJ-IDX)  TO WS-RULE-ID
015540     MOVE WS-PRJ-LABEL (WS-PRJ-IDX)    TO WS-RULE-LABEL
015550     MOVE WS-PRJ-LOW (WS-PRJ-IDX)      TO WS-RULE-LOW
015560     MOVE WS-PRJ-HIGH (WS-PRJ-IDX)     TO WS-RULE-HIGH
015570     MOVE WS-PRJ-EFF-FROM (WS-PRJ-IDX) TO WS-RULE-EFF-FROM
015580     MOVE WS-PRJ-EFF-TO (WS-PRJ-IDX)   TO WS-RULE-EFF-TO
015590     MOVE WS-PRJ-FREQ (WS-PRJ-IDX)     TO WS-RULE-FREQ
015600     MOVE WS-PRJ-FREQ-DAY (WS-PRJ-IDX) TO WS-RULE-FREQ-DAY
015610
015620     MOVE "N" TO WS-RULE-DEFERRED-SW
015630     PERFORM 1370-CHECK-SCHEDULE THRU 1370-CHECK-SCHEDULE-EXIT
015640     IF NOT WS-RULE-SCHEDULED
015650         GO TO 2100-CHECK-ONE-RULE-EXIT
015660     END-IF
015670
015680     MOVE "Y" TO WS-PRJ-DUE-SW (WS-PRJ-IDX)
015690     ADD 1 TO WS-PRJ-RUN-COUNT (WS-PRJ-IDX)
015700     ADD 1 TO WS-DAY-RULES
015710     ADD 1 TO WS-RULE-RUN-TOTAL
015720     ADD WS-PRJ-SCAN-SIZE (WS-PRJ-IDX) TO WS-DAY-SCAN
015730     IF WS-RULE-DEFERRED
015740         MOVE WS-SCHED-DATE TO WS-PRJ-DEFER-FROM (WS-PRJ-IDX)
015750         ADD 1 TO WS-DAY-DEFERRED
015760     END-IF
015770     .
015780
015790 2100-CHECK-ONE-RULE-EXIT.
015800     EXIT.
015810
015820*****************************************************************
015830 2150-COUNT-ONE-EVENT.
015840*****************************************************************
015850     SET WS-PRJ-IDX TO WS-PRJ-NO
015860     IF WS-PRJ-EFF-FROM (WS-PRJ-IDX) NUMERIC
015870         IF WS-PRJ-EFF-FROM (WS-PRJ-IDX) = WS-RUN-DATE
015880             ADD 1 TO WS-DAY-EVENTS
015890         END-IF
015900     END-IF
015910     IF WS-PRJ-EFF-TO (WS-PRJ-IDX) NUMERIC
015920         IF WS-PRJ-EFF-TO (WS-PRJ-IDX) = WS-RUN-DATE
015930             ADD 1 TO WS-DAY-EVENTS
015940         END-IF
015950     END-IF
015960     .
015970
015980 2150-COUNT-ONE-EVENT-EXIT.
015990     EXIT.
016000
016010*****************************************************************
016020 2200-PRINT-ONE-RULE.
016030*****************************************************************
016040     SET WS-PRJ-IDX TO WS-PRJ-NO
016050     IF WS-PRJ-DUE-SW (WS-PRJ-IDX) NOT = "Y"
016060         GO TO 2200-PRINT-ONE-RULE-EXIT
016070     END-IF
016080
016090     MOVE WS-PRJ-RULE-ID (WS-PRJ-IDX)   TO RLN-RULE-ID
016100     MOVE WS-PRJ-LABEL (WS-PRJ-IDX)     TO RLN-LABEL
016110     MOVE WS-PRJ-SCAN-SIZE (WS-PRJ-IDX) TO RLN-SCAN
016120     EVALUATE WS-PRJ-FREQ (WS-PRJ-IDX)
016130         WHEN "W"
016140             MOVE "WEEKLY" TO RLN-FREQ
016150         WHEN "M"
016160             MOVE "MONTH-END" TO RLN-FREQ
016170         WHEN "S"
016180             MOVE "MONTHLY" TO RLN-FREQ
016190         WHEN "B"
016200             MOVE "LAST BUS" TO RLN-FREQ
016210         WHEN OTHER
016220             MOVE "DAILY" TO RLN-FREQ
016230     END-EVALUATE
016240
016250     MOVE SPACES TO RLN-NOTE
016260     IF WS-PRJ-DEFER-FROM (WS-PRJ-IDX) > 0
016270         MOVE WS-PRJ-DEFER-FROM (WS-PRJ-IDX) TO WS-FMT-DATE
016280         PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
016290         STRING "DEFERRED FROM " WS-FMT-DATE-PR
016300             DELIMITED BY SIZE INTO RLN-NOTE
016310     END-IF
016320
016330     MOVE WS-RULE-LINE TO WS-PRINT-LINE
016340     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
016350     .
016360
016370 2200-PRINT-ONE-RULE-EXIT.
016380     EXIT.
016390
016400*****************************************************************
016410 2300-PRINT-ONE-EVENT.
016420*****************************************************************
016430*  EFF-FROM IS THE FIRST DAY A RULE MAY RUN AND EFF-TO THE
016440*  LAST (SEE 1370), SO EACH IS NOTED ON ITS OWN DATE.
016450*----------------------------------------------------------------
016460     SET WS-PRJ-IDX TO WS-PRJ-NO
016470     MOVE WS-PRJ-RULE-ID (WS-PRJ-IDX) TO EVL-RULE-ID
016480     MOVE WS-PRJ-LABEL (WS-PRJ-IDX)   TO EVL-LABEL
016490
016500     IF WS-PRJ-EFF-FROM (WS-PRJ-IDX) NUMERIC
016510         IF WS-PRJ-EFF-FROM (WS-PRJ-IDX) = WS-RUN-DATE
016520             MOVE "** EFFECTIVE PERIOD STARTS" TO EVL-TEXT
016530             MOVE WS-EVENT-LINE TO WS-PRINT-LINE
016540             PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
016550         END-IF
016560     END-IF
016570
016580     IF WS-PRJ-EFF-TO (WS-PRJ-IDX) NUMERIC
016590         IF WS-PRJ-EFF-TO (WS-PRJ-IDX) = WS-RUN-DATE
016600             MOVE "** EFFECTIVE PERIOD ENDS - LAST DAY"
016610                 TO EVL-TEXT
016620             MOVE WS-EVENT-LINE TO WS-PRINT-LINE
016630             PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
016640         END-IF
016650     END-IF
016660     .
016670
016680 2300-PRINT-ONE-EVENT-EXIT.
016690     EXIT.
016700
016710*****************************************************************
016720 7000-PAGE-HEADER.
016730*****************************************************************
016740     ADD 1 TO WS-PAGE-NO
016750     MOVE ZERO TO WS-LINE-NO
016760
016770     MOVE WS-TODAY-DATE-PR TO HDR1-RUN-DATE
016780     MOVE WS-PAGE-NO       TO HDR1-PAGE-NO
016790     MOVE WS-PRJ-START-DATE TO WS-FMT-DATE
016800     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
016810     MOVE WS-FMT-DATE-PR   TO HDR2-FROM
016820     MOVE WS-PRJ-END-DATE  TO WS-FMT-DATE
016830     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
016840     MOVE WS-FMT-DATE-PR   TO HDR2-TO
016850     MOVE WS-PRJ-DAYS      TO HDR2-DAYS
016860     MOVE WS-WINDOW-MINS   TO HDR2-WINDOW
016870     MOVE WS-HIST-COUNT    TO HDR3-RUNS
016880     MOVE WS-HIST-SCANNED-SUM TO HDR3-SCANNED
016890     MOVE WS-HIST-ELAPSED-SUM TO HDR3-ELAPSED
016900
016910     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
016920     MOVE SPACES TO PT-REPORT-LINE
016930     WRITE PT-REPORT-LINE
016940     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-2
016950     IF WS-HIST-SCANNED-SUM > 0
016960         WRITE PT-REPORT-LINE FROM WS-HDR-LINE-3
016970     ELSE
016980         WRITE PT-REPORT-LINE FROM WS-HDR-LINE-3-NONE
016990     END-IF
017000     MOVE SPACES TO PT-REPORT-LINE
017010     WRITE PT-REPORT-LINE
017020     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-4
017030
017040     ADD 6 TO WS-LINE-NO
017050     .
017060
017070 7000-PAGE-HEADER-EXIT.
017080     EXIT.
017090
017100*****************************************************************
017110 7100-FORMAT-DATE.
017120*****************************************************************
017130     MOVE SPACES TO WS-FMT-DATE-PR
017140     MOVE "/" TO WS-FMT-DATE-PR(3:1)
017150     MOVE "/" TO WS-FMT-DATE-PR(6:1)
017160     MOVE WS-FMT-DATE-MM TO WS-FMT-DATE-PR(1:2)
017170     MOVE WS-FMT-DATE-DD TO WS-FMT-DATE-PR(4:2)
017180     MOVE WS-FMT-DATE-CC TO WS-FMT-DATE-PR(7:2)
017190     MOVE WS-FMT-DATE-YY TO WS-FMT-DATE-PR(9:2)
017200     .
017210
017220 7100-FORMAT-DATE-EXIT.
017230     EXIT.
017240
017250*****************************************************************
017260 7900-PRINT-LINE.
017270*****************************************************************
017280     IF WS-LINE-NO >= WS-LINES-PER-PAGE
017290         PERFORM 7000-PAGE-HEADER THRU 7000-PAGE-HEADER-EXIT
017300     END-IF
017310     WRITE PT-REPORT-LINE FROM WS-PRINT-LINE
017320     ADD 1 TO WS-LINE-NO
017330     .
017340
017350 7900-PRINT-LINE-EXIT.
017360     EXIT.
017370
017380*****************************************************************
017390 8000-WRITE-TRAILER.
017400*****************************************************************
017410     MOVE SPACES TO WS-PRINT-LINE
017420     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
017430
017440     MOVE WS-PRJ-DAYS       TO TRL1-DAYS
017450     MOVE WS-BUSDAY-COUNT   TO TRL1-BUSDAYS
017460     MOVE WS-RULE-RUN-TOTAL TO TRL1-RULE-RUNS
017470     MOVE WS-TRAILER-LINE-1 TO WS-PRINT-LINE
017480     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
017490
017500     MOVE WS-NORULE-COUNT   TO TRL2-NORULE
017510     MOVE WS-OVERWIN-COUNT  TO TRL2-OVERWIN
017520     MOVE WS-TRAILER-LINE-2 TO WS-PRINT-LINE
017530     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
017540
017550     IF WS-PEAK-DATE > 0
017560         MOVE WS-PEAK-DATE TO WS-FMT-DATE
017570         PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
017580         MOVE WS-FMT-DATE-PR TO TRL3-DATE
017590         MOVE WS-PEAK-SCAN   TO TRL3-SCAN
017600         MOVE WS-PEAK-SECS   TO TRL3-SECS
017610         MOVE WS-TRAILER-LINE-3 TO WS-PRINT-LINE
017620         PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
017630     END-IF
017640
017650     MOVE WS-RULES-READ     TO TRL4-READ
017660     MOVE WS-PRJ-COUNT      TO TRL4-PROJECTED
017670     MOVE WS-EXC-COUNT      TO TRL4-EXCLUDED
017675     MOVE WS-RETIRED-COUNT  TO TRL4-RETIRED
017680     MOVE WS-TRAILER-LINE-4 TO WS-PRINT-LINE
017690     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
017700     .
017710
017720 8000-WRITE-TRAILER-EXIT.
017730     EXIT.
017740
017750*****************************************************************
017760 8100-PRINT-EXCLUDED.
017770*****************************************************************
017780     IF WS-EXC-COUNT = 0
017790         GO TO 8100-PRINT-EXCLUDED-EXIT
017800     END-IF
017810
017820     MOVE SPACES TO WS-PRINT-LINE
017830     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
017840     MOVE " RULES NOT PROJECTED - REJECTED OR SUSPENDED"
017850         TO WS-PRINT-LINE
017860     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
017870
017880     PERFORM 8110-PRINT-ONE-EXCLUDED
017890         THRU 8110-PRINT-ONE-EXCLUDED-EXIT
017900         VARYING WS-EXC-NO FROM 1 BY 1
017910         UNTIL WS-EXC-NO > WS-EXC-COUNT
017920     .
017930
017940 8100-PRINT-EXCLUDED-EXIT.
017950     EXIT.
017960
017970*****************************************************************
017980 8110-PRINT-ONE-EXCLUDED.
017990*****************************************************************
018000     SET WS-EXC-IDX TO WS-EXC-NO
018010     MOVE WS-EXC-RULE-ID (WS-EXC-IDX)     TO EXL-RULE-ID
018020     MOVE WS-EXC-LABEL (WS-EXC-IDX)       TO EXL-LABEL
018030     MOVE WS-EXC-REASON-CODE (WS-EXC-IDX) TO EXL-REASON-CODE
018040     MOVE WS-EXC-REASON-TEXT (WS-EXC-IDX) TO EXL-REASON-TEXT
018050     MOVE WS-EXC-LINE TO WS-PRINT-LINE
018060     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
018070     .
018080
018090 8110-PRINT-ONE-EXCLUDED-EXIT.
018100     EXIT.
018110
018120*****************************************************************
018130 9000-TERMINATE.
018140*****************************************************************
018150     IF WS-REPORT-OPEN
018160         CLOSE PT-REPORT-FILE
018170     END-IF
018180
018190     IF WS-OVERFLOW
018200         DISPLAY "PTPROJ - PTRULES HOLDS MORE THAN "
018210             WS-MAX-PRJ-RULES " RULES, PROJECTION INCOMPLETE"
018220     END-IF
018230
018240     IF WS-FAILED OR WS-OVERFLOW
018250         DISPLAY "PTPROJ - PROJECTION NOT COMPLETED, RETURN "
018260             "CODE SET TO 8"
018270         MOVE 8 TO RETURN-CODE
018280         GO TO 9000-TERMINATE-EXIT
018290     END-IF
018300
018310     DISPLAY "PTPROJ - " WS-PRJ-DAYS " DAYS PROJECTED, "
018320         WS-NORULE-COUNT " WITH NO RULES, "
018330         WS-OVERWIN-COUNT " OVER THE BATCH WINDOW"
018340     IF WS-NORULE-COUNT > 0 OR WS-OVERWIN-COUNT > 0
018350         MOVE 4 TO RETURN-CODE
018360     END-IF
018370     .
018380
018390 9000-TERMINATE-EXIT.
018400     EXIT.
