000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTREPLAY.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - BATCH.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTREPLAY                                                     *
000090*                                                                *
000100*  POINT-IN-TIME RULE RECONSTRUCTION AND HISTORICAL REPLAY.     *
000110*  "WHY WAS VALUE 04513 FLAGGED ON THE 3RD" CAN NOT BE ANSWERED *
000120*  FROM PTRULES, WHICH ONLY HOLDS THE RULE AS IT STANDS TODAY.  *
000130*  FOR EACH PTRPPARM REQUEST (RULE ID AND A PAST RUN DATE)      *
000140*  THIS PROGRAM REBUILDS THE RULE AS IT STOOD WHEN THAT NIGHT'S *
000150*  SCAN READ IT, RERUNS THE SIEVE AND FORMULA FOR THAT          *
000160*  DEFINITION, AND COMPARES THE VALUES IT PRODUCES WITH WHAT    *
000170*  THE PTHSTMST HISTORY MASTER SAYS WAS FLAGGED THAT DAY.       *
000180*                                                                *
000190*  THE RULE IS REBUILT BACKWARDS: START FROM TODAY'S PTRULES    *
000200*  RECORD (OR NO RULE AT ALL) AND UNDO, NEWEST FIRST, EVERY     *
000210*  PTAUDIT CHANGE THAT REACHED PTRULES AFTER THE CUT-OFF - THE  *
000220*  EARLIEST PTJRNL START RECORD FOR THE RUN DATE, OR THE END OF *
000230*  THE DAY WHEN THE JOURNAL HOLDS NONE. EACH CHANGE'S AFTER     *
000240*  IMAGE MUST MATCH THE RULE AS IT WAS KNOWN AFTER IT; WHERE IT *
000250*  DOES NOT, A CHANGE WAS MADE OUTSIDE THE AUDITED PATH AND THE *
000260*  GAP IS PRINTED. A TRAIL THAT STARTS AFTER THE RUN DATE (THE  *
000270*  OLDER RECORDS ARE ON PTRETAIN'S PTAUDTAR ARCHIVE) IS ALSO    *
000280*  REPORTED AS A GAP - CONCATENATE THE ARCHIVE AHEAD OF PTAUDIT *
000290*  IN THE JCL TO CLOSE IT.                                      *
000300*                                                                *
000310*  THE HISTORY SIDE USES THE PTHSTMST 60-GENERATION FLAG        *
000320*  WINDOW. THE RUN NUMBER OF THE DATE IS TAKEN FROM PTHMCTL OR  *
000330*  FROM ANY MASTER RECORD LAST SEEN THAT DAY; A VALUE WHOSE     *
000340*  FIRST/LAST-SEEN DATES SPAN THE DATE BUT WHOSE WINDOW NO      *
000350*  LONGER REACHES IT IS LISTED AS OUT OF WINDOW, NOT GUESSED.   *
000360*                                                                *
000361*  A RULE RETIRED ON PTRULES TODAY MAY ALREADY HAVE HAD ITS     *
000362*  PTHSTMST RECORDS MOVED OUT BY PTRETIRE. FOR SUCH A RULE THE  *
000363*  PTHMARCH ARCHIVE (PTHMST01 LAYOUT, LINE SEQUENTIAL, AS       *
000364*  PTRETIRE WRITES IT) IS READ AS WELL - CONCATENATE EVERY      *
000365*  DATED ARCHIVE GENERATION UNDER THE PTHMARCH DD. WHEN IT      *
000366*  CANNOT BE READ THE REPORT WARNS THAT THE HISTORY MAY HAVE    *
000367*  BEEN ARCHIVED AND THE COMPARISON MAY BE INCOMPLETE.          *
000368*                                                                *
000370*  PTRPPARM - ONE REQUEST PER RECORD:                           *
000380*     COLS 1-3   RULE ID                                        *
000390*     COLS 4-11  RUN DATE CCYYMMDD                              *
000400*                                                                *
000410*  ONLY PTRPRPT IS WRITTEN - EVERY OTHER FILE IS OPENED INPUT,  *
000420*  SO A REPLAY CAN RUN AT ANY TIME WITHOUT DISTURBING THE       *
000430*  NIGHTLY CYCLE.                                               *
000440*                                                                *
000450*  MODIFICATION HISTORY                                         *
000460*  ----------------------                                       *
000470*  DATE       INIT  DESCRIPTION                                 *
000480*  2026-10-15 DLK   ORIGINAL VERSION - POINT-IN-TIME RULE       *
000490*                   RECONSTRUCTION AND HISTORICAL REPLAY.       *
000492*  2026-10-15 DLK   THE RULE STATUS (SEE PTRULE01) IS REBUILT    *
000494*                   WITH THE REST OF THE RULE, AND A RULE THAT   *
000496*                   WAS SUSPENDED OR RETIRED ON THE DATE IS      *
000498*                   NOTED AS SKIPPED BY THAT NIGHT'S SCAN.       *
000500*  2026-10-15 DLK   A RULE RETIRED TODAY IS ALSO COMPARED WITH   *
000502*                   THE HISTORY PTRETIRE ARCHIVED TO PTHMARCH,   *
000504*                   WITH A WARNING WHEN PTHMARCH CANNOT BE READ. *
000506*****************************************************************
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PT-PARM-FILE ASSIGN TO "PTRPPARM"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PARM-STATUS.
000620
000630     SELECT PT-RULES-FILE ASSIGN TO "PTRULES"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-RULES-STATUS.
000660
000670     SELECT PT-AUDIT-FILE ASSIGN TO "PTAUDIT"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AUDIT-STATUS.
000700
000710     SELECT PT-JRNL-FILE ASSIGN TO "PTJRNL"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-JRNL-STATUS.
000740
000750     SELECT PT-HMCTL-FILE ASSIGN TO "PTHMCTL"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-HMCTL-STATUS.
000780
000790     SELECT PT-HISTMST-FILE ASSIGN TO "PTHSTMST"
000800         ORGANIZATION IS INDEXED
000810         RECORD KEY IS PT-HM-KEY
000820         FILE STATUS IS WS-HISTMST-STATUS.
000830
000832     SELECT PT-HMARCH-FILE ASSIGN TO "PTHMARCH"
000834         ORGANIZATION IS LINE SEQUENTIAL
000836         FILE STATUS IS WS-HMARCH-STATUS.
000838
000840     SELECT PT-REPORT-FILE ASSIGN TO "PTRPRPT"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-REPORT-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  PT-PARM-FILE
000910     RECORDING MODE IS F.
000920 01  PT-PARM-RECORD.
000930     05  PT-PARM-RULE-ID         PIC 9(03).
000940     05  PT-PARM-RUN-DATE        PIC 9(08).
000950     05  FILLER                  PIC X(09).
000960
000970 FD  PT-RULES-FILE
000980     RECORDING MODE IS F.
000990 COPY PTRULE01.
001000*    THE SAME RECORD SEEN AS THE BYTE IMAGES PTAUD01 CARRIES -
001010*    THE MAIN IMAGE IS BYTES 4-80, THE FORMULA EXTENSION 81-131.
001020 01  PT-RULE-IMAGE.
001030     05  PT-RIM-ID               PIC 9(03).
001040     05  PT-RIM-MAIN             PIC X(77).
001050     05  PT-RIM-FORM             PIC X(51).
001055     05  PT-RIM-STATUS           PIC X(01).
001060     05  FILLER                  PIC X(09).
001070
001080 FD  PT-AUDIT-FILE
001090     RECORDING MODE IS F.
001100 COPY PTAUD01.
001110
001120 FD  PT-JRNL-FILE
001130     RECORDING MODE IS F.
001140 COPY PTJRN01.
001150
001160 FD  PT-HMCTL-FILE
001170     RECORDING MODE IS F.
001180 COPY PTHMCT01.
001190
001200 FD  PT-HISTMST-FILE.
001210 COPY PTHMST01.
001220
001221 FD  PT-HMARCH-FILE
001222     RECORDING MODE IS F.
001223 COPY PTHMST01
001224     REPLACING ==PT-HISTMST-RECORD== BY ==PT-HMARCH-RECORD==
001225               ==PT-HM-KEY==         BY ==PT-HA-KEY==
001226               ==PT-HM-RULE-ID==     BY ==PT-HA-RULE-ID==
001227               ==PT-HM-X==           BY ==PT-HA-X==
001228               ==PT-HM-FIRST-DATE==  BY ==PT-HA-FIRST-DATE==
001229               ==PT-HM-LAST-DATE==   BY ==PT-HA-LAST-DATE==
001230               ==PT-HM-CONSEC-RUNS== BY ==PT-HA-CONSEC-RUNS==
001231               ==PT-HM-TOTAL-RUNS==  BY ==PT-HA-TOTAL-RUNS==
001232               ==PT-HM-LAST-RUN-NO== BY ==PT-HA-LAST-RUN-NO==
001233               ==PT-HM-GEN-FLAGS==   BY ==PT-HA-GEN-FLAGS==.
001234
001235 FD  PT-REPORT-FILE
001240     RECORDING MODE IS F.
001250 01  PT-REPORT-LINE          PIC X(80).
001260
001270 WORKING-STORAGE SECTION.
001280*----------------------------------------------------------------
001290*  FILE STATUS AND SWITCHES
001300*----------------------------------------------------------------
001310 01  WS-PARM-STATUS      PIC X(02) VALUE "00".
001320 01  WS-RULES-STATUS     PIC X(02) VALUE "00".
001330 01  WS-AUDIT-STATUS     PIC X(02) VALUE "00".
001340 01  WS-JRNL-STATUS      PIC X(02) VALUE "00".
001350 01  WS-HMCTL-STATUS     PIC X(02) VALUE "00".
001360 01  WS-HISTMST-STATUS   PIC X(02) VALUE "00".
001365 01  WS-HMARCH-STATUS    PIC X(02) VALUE "00".
001370 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001380 01  WS-SWITCHES.
001390     05  WS-EOF-SW       PIC X(01) VALUE "N".
001400         88  WS-EOF             VALUE "Y".
001410     05  WS-FILE-EOF-SW  PIC X(01) VALUE "N".
001420         88  WS-FILE-EOF        VALUE "Y".
001430     05  WS-REPORT-OPEN-SW PIC X(01) VALUE "N".
001440         88  WS-REPORT-OPEN     VALUE "Y".
001450     05  WS-REQUEST-VALID-SW PIC X(01) VALUE "Y".
001460         88  WS-REQUEST-VALID   VALUE "Y".
001470     05  WS-RULE-ON-FILE-SW PIC X(01) VALUE "N".
001480         88  WS-RULE-ON-FILE    VALUE "Y".
001490     05  WS-RULE-EXISTED-SW PIC X(01) VALUE "N".
001500         88  WS-RULE-EXISTED    VALUE "Y".
001510     05  WS-RULE-VALID-SW PIC X(01) VALUE "Y".
001520         88  WS-RULE-VALID      VALUE "Y".
001530     05  WS-JRNL-FOUND-SW PIC X(01) VALUE "N".
001540         88  WS-JRNL-FOUND      VALUE "Y".
001550     05  WS-RUN-NO-KNOWN-SW PIC X(01) VALUE "N".
001560         88  WS-RUN-NO-KNOWN    VALUE "Y".
001570     05  WS-LAST-CHG-SW  PIC X(01) VALUE "N".
001580         88  WS-LAST-CHG-FOUND  VALUE "Y".
001590     05  WS-AUDIT-OVERFLOW-SW PIC X(01) VALUE "N".
001600         88  WS-AUDIT-OVERFLOW  VALUE "Y".
001610     05  WS-HIST-CAP-WARNED-SW PIC X(01) VALUE "N".
001620         88  WS-HIST-CAP-WARNED VALUE "Y".
001630     05  WS-REPLAY-CAP-WARNED-SW PIC X(01) VALUE "N".
001640         88  WS-REPLAY-CAP-WARNED VALUE "Y".
001650     05  WS-FOUND-SW     PIC X(01) VALUE "N".
001660         88  WS-FOUND           VALUE "Y".
001662     05  WS-RULE-RETIRED-SW PIC X(01) VALUE "N".
001664         88  WS-RULE-RETIRED-TODAY VALUE "Y".
001666     05  WS-HMARCH-READ-SW PIC X(01) VALUE "N".
001668         88  WS-HMARCH-READ     VALUE "Y".
001670
001680*----------------------------------------------------------------
001690*  THE CURRENT REQUEST AND ITS CUT-OFF
001700*----------------------------------------------------------------
001710 01  WS-REQ-RULE-ID      PIC 9(03) VALUE 0.
001720 01  WS-REQ-DATE         PIC 9(08) VALUE 0.
001730 01  WS-REQ-DATE-R REDEFINES WS-REQ-DATE.
001740     05  WS-REQ-DATE-CCYY PIC 9(04).
001750     05  WS-REQ-DATE-MM  PIC 9(02).
001760     05  WS-REQ-DATE-DD  PIC 9(02).
001770 01  WS-REQ-RUN-NO       PIC 9(05) VALUE 0.
001780 01  WS-CUTOFF-TIME      PIC 9(06) VALUE 235959.
001790 01  WS-CUTOFF-STAMP     PIC 9(14) VALUE 0.
001800 01  WS-AUD-STAMP        PIC 9(14) VALUE 0.
001810 01  WS-AUDIT-FIRST-DATE PIC 9(08) VALUE 0.
001820 01  WS-REQUEST-COUNT    PIC 9(05) COMP VALUE 0.
001830 01  WS-REPLAY-REQ-COUNT PIC 9(05) COMP VALUE 0.
001840
001850*----------------------------------------------------------------
001860*  PTAUDIT CHANGES TO THE RULE MADE AFTER THE CUT-OFF, IN FILE
001870*  (OLDEST FIRST) ORDER - UNDONE FROM THE BOTTOM UP. THE
001880*  ENTRY LAYOUT FOLLOWS PTAUD01.
001890*----------------------------------------------------------------
001900 01  WS-MAX-AUDIT        PIC 9(05) COMP VALUE 500.
001910 01  WS-AUD-COUNT        PIC 9(05) COMP VALUE 0.
001920 01  WS-AUD-SUB          PIC 9(05) COMP VALUE 0.
001930 01  WS-AUD-TABLE.
001940     05  WS-AUD-ENTRY OCCURS 500 TIMES
001950                         INDEXED BY WS-AUD-IDX.
001960         10  WS-AT-DATE          PIC 9(08).
001970         10  WS-AT-TIME          PIC 9(06).
001980         10  WS-AT-OPERATOR      PIC X(08).
001990         10  WS-AT-ACTION        PIC X(01).
002000         10  WS-AT-BEFORE        PIC X(77).
002010         10  WS-AT-AFTER         PIC X(77).
002020         10  WS-AT-BEFORE-FORM   PIC X(51).
002030         10  WS-AT-AFTER-FORM    PIC X(51).
002040         10  WS-AT-APPROVER      PIC X(08).
002043         10  WS-AT-B-STATUS      PIC X(01).
002046         10  WS-AT-A-STATUS      PIC X(01).
002050
002060*    THE LAST CHANGE THAT WAS ALREADY IN FORCE AT THE CUT-OFF
002070 01  WS-LAST-CHG.
002080     05  WS-LC-DATE          PIC 9(08).
002090     05  WS-LC-TIME          PIC 9(06).
002100     05  WS-LC-OPERATOR      PIC X(08).
002110     05  WS-LC-ACTION        PIC X(01).
002120     05  WS-LC-APPROVER      PIC X(08).
002130 01  WS-CHG-ACTION-CODE      PIC X(01).
002140
002150*----------------------------------------------------------------
002160*  THE RULE BEING REBUILT, AS THE TWO PTAUD01 BYTE IMAGES AND
002170*  AS THE PTRULE01 FIELDS THEY HOLD. SPACES = NO RULE.
002180*----------------------------------------------------------------
002190 01  WS-WORK-RULE.
002200     05  WS-WRK-MAIN         PIC X(77).
002210     05  WS-WRK-FORM         PIC X(51).
002215     05  WS-WRK-STATUS       PIC X(01).
002220 01  WS-WORK-RULE-R REDEFINES WS-WORK-RULE.
002230     05  WS-WRK-LOW          PIC 9(05).
002240     05  WS-WRK-HIGH         PIC 9(05).
002250     05  WS-WRK-MULT         PIC S9(05)
002260         SIGN IS TRAILING SEPARATE.
002270     05  WS-WRK-MOD          PIC S9(05)
002280         SIGN IS TRAILING SEPARATE.
002290     05  WS-WRK-TARGET       PIC S9(05)
002300         SIGN IS TRAILING SEPARATE.
002310     05  WS-WRK-LABEL        PIC X(20).
002320     05  WS-WRK-EFF-FROM     PIC 9(08).
002330     05  WS-WRK-EFF-TO       PIC 9(08).
002340     05  WS-WRK-FREQ         PIC X(01).
002350     05  WS-WRK-FREQ-DAY     PIC 9(02).
002360     05  WS-WRK-MIN-FLAG     PIC 9(05).
002370     05  WS-WRK-MAX-FLAG     PIC 9(05).
002380     05  WS-WRK-FORM-TYPE    PIC X(01).
002390     05  WS-WRK-OFFSET       PIC S9(05)
002400         SIGN IS TRAILING SEPARATE.
002410     05  WS-WRK-REM-COUNT    PIC 9(01).
002420     05  WS-WRK-REM-2        PIC S9(05)
002430         SIGN IS TRAILING SEPARATE.
002440     05  WS-WRK-REM-3        PIC S9(05)
002450         SIGN IS TRAILING SEPARATE.
002460     05  WS-WRK-REM-4        PIC S9(05)
002470         SIGN IS TRAILING SEPARATE.
002480     05  WS-WRK-CONNECT      PIC X(01).
002490     05  WS-WRK-MULT-2       PIC S9(05)
002500         SIGN IS TRAILING SEPARATE.
002510     05  WS-WRK-MOD-2        PIC S9(05)
002520         SIGN IS TRAILING SEPARATE.
002530     05  WS-WRK-OFFSET-2     PIC S9(05)
002540         SIGN IS TRAILING SEPARATE.
002550     05  WS-WRK-TARGET-2     PIC S9(05)
002560         SIGN IS TRAILING SEPARATE.
002570 01  WS-HOLD-RULE            PIC X(129).
002580
002590*----------------------------------------------------------------
002600*  THE REBUILT RULE AS THE SCAN SEES IT - SAME FIELDS AND
002610*  CONDITIONS AS PTSHADOW'S CANDIDATE RULE
002620*----------------------------------------------------------------
002630 01  WS-CURRENT-RULE.
002640     05  WS-RULE-ID          PIC 9(03).
002650     05  WS-RULE-LOW         PIC 9(05).
002660     05  WS-RULE-HIGH        PIC 9(05).
002670     05  WS-RULE-MULT        PIC S9(05).
002680     05  WS-RULE-MOD         PIC S9(05).
002690     05  WS-RULE-TARGET      PIC S9(05).
002700     05  WS-RULE-LABEL       PIC X(20).
002710     05  WS-RULE-FORM-TYPE   PIC X(01).
002720         88  WS-RULE-FORM-STANDARD  VALUE "S" SPACE.
002730         88  WS-RULE-FORM-OFFSET    VALUE "O".
002740         88  WS-RULE-FORM-SET       VALUE "L".
002750         88  WS-RULE-FORM-RANGE     VALUE "R".
002760         88  WS-RULE-FORM-VALID     VALUE "S" "O" "L" "R"
002770                                          SPACE.
002780     05  WS-RULE-OFFSET      PIC S9(05).
002790     05  WS-RULE-REM-COUNT   PIC 9(01).
002800     05  WS-RULE-REM-2       PIC S9(05).
002810     05  WS-RULE-REM-3       PIC S9(05).
002820     05  WS-RULE-REM-4       PIC S9(05).
002830     05  WS-RULE-CONNECT     PIC X(01).
002840         88  WS-RULE-CONN-NONE      VALUE SPACE.
002850         88  WS-RULE-CONN-AND       VALUE "A".
002860         88  WS-RULE-CONN-OR        VALUE "O".
002870         88  WS-RULE-CONN-VALID     VALUE "A" "O" SPACE.
002880     05  WS-RULE-MULT-2      PIC S9(05).
002890     05  WS-RULE-MOD-2       PIC S9(05).
002900     05  WS-RULE-OFFSET-2    PIC S9(05).
002910     05  WS-RULE-TARGET-2    PIC S9(05).
002920
002930*----------------------------------------------------------------
002940*  PRIME SIEVE TABLE - SAME CONSTRUCTION AS PRIME-TROUBLES
002950*  1150-BUILD-SIEVE SO THE REPLAY SEES EXACTLY THE PRIMES THE
002960*  PRODUCTION SCAN SAW.
002970*----------------------------------------------------------------
002980 01  WS-SIEVE-MAX        PIC 9(05) COMP VALUE 99999.
002990 01  WS-SIEVE-TABLE.
003000     05  WS-SIEVE-FLAG   PIC 9 OCCURS 99999 TIMES
003010                         INDEXED BY WS-SIEVE-IDX.
003020 01  WS-SIEVE-I          PIC 9(05) COMP VALUE 0.
003030 01  WS-SIEVE-J          PIC 9(05) COMP VALUE 0.
003040
003050*----------------------------------------------------------------
003060*  SCAN WORK FIELDS
003070*----------------------------------------------------------------
003080 01  WS-X                PIC 9(05).
003090 01  WS-FORMULA-VAL      PIC S9(10).
003100 01  WS-FORMULA-REM      PIC S9(05).
003110 01  WS-FORMULA-MATCH-SW PIC X(01) VALUE "N".
003120     88  WS-FORMULA-MATCH       VALUE "Y".
003130 01  WS-FORMULA-MATCH-2-SW PIC X(01) VALUE "N".
003140     88  WS-FORMULA-MATCH-2     VALUE "Y".
003150 01  WS-REM-EDIT         PIC -(5)9.
003160 01  WS-IS-PRIME         PIC 9 VALUE 0.
003170 01  WS-RULE-SCANNED-COUNT PIC 9(05) COMP VALUE 0.
003180 01  WS-RULE-PRIME-COUNT   PIC 9(05) COMP VALUE 0.
003190
003200*----------------------------------------------------------------
003210*  REPLAYED VALUES AND THE PTHSTMST VALUES FOR THE RULE - SAME
003220*  2000-ENTRY SHAPE AS THE PTSHADOW COMPARISON TABLES. A
003230*  HISTORY FLAG IS Y (FLAGGED ON THE DATE), N (NOT FLAGGED),
003240*  OR U (SEEN BEFORE AND AFTER, WINDOW NO LONGER REACHES IT).
003250*----------------------------------------------------------------
003260 01  WS-REPLAY-TABLE.
003270     05  WS-REPLAY-ENTRY OCCURS 2000 TIMES
003280                         INDEXED BY WS-REPLAY-IDX.
003290         10  WS-REPLAY-X      PIC 9(05).
003300 01  WS-REPLAY-COUNT     PIC 9(05) COMP VALUE 0.
003310
003320 01  WS-HIST-TABLE.
003330     05  WS-HIST-ENTRY   OCCURS 2000 TIMES
003340                         INDEXED BY WS-HIST-IDX.
003350         10  WS-HIST-X           PIC 9(05).
003360         10  WS-HIST-FIRST-DATE  PIC 9(08).
003370         10  WS-HIST-LAST-DATE   PIC 9(08).
003380         10  WS-HIST-LAST-RUN-NO PIC 9(05).
003390         10  WS-HIST-GEN-FLAGS   PIC X(60).
003400         10  WS-HIST-FLAG        PIC X(01).
003410         10  WS-HIST-MATCHED     PIC X(01).
003420 01  WS-HIST-COUNT       PIC 9(05) COMP VALUE 0.
003430 01  WS-GEN-GAP          PIC S9(05) VALUE 0.
003440 01  WS-GEN-POS          PIC 9(02) VALUE 0.
003450
003460 01  WS-MATCHED-COUNT    PIC 9(05) COMP VALUE 0.
003470 01  WS-REPLAY-ONLY-COUNT PIC 9(05) COMP VALUE 0.
003480 01  WS-HIST-ONLY-COUNT  PIC 9(05) COMP VALUE 0.
003490 01  WS-WINDOW-COUNT     PIC 9(05) COMP VALUE 0.
003500 01  WS-HIST-FLAGGED-COUNT PIC 9(05) COMP VALUE 0.
003510 01  WS-GAP-COUNT        PIC 9(05) COMP VALUE 0.
003520
003530*----------------------------------------------------------------
003540*  RUN DATE AND DATE/TIME FORMATTING WORK FIELDS
003550*----------------------------------------------------------------
003560 01  WS-RUN-DATE         PIC 9(08).
003570 01  WS-RUN-DATE-PR      PIC X(10).
003580 01  WS-FMT-DATE         PIC 9(08).
003590 01  WS-FMT-DATE-R REDEFINES WS-FMT-DATE.
003600     05  WS-FMT-DATE-CC  PIC 9(02).
003610     05  WS-FMT-DATE-YY  PIC 9(02).
003620     05  WS-FMT-DATE-MM  PIC 9(02).
003630     05  WS-FMT-DATE-DD  PIC 9(02).
003640 01  WS-FMT-DATE-PR      PIC X(10).
003650 01  WS-FMT-TIME         PIC 9(06).
003660 01  WS-FMT-TIME-R REDEFINES WS-FMT-TIME.
003670     05  WS-FMT-TIME-HH  PIC 9(02).
003680     05  WS-FMT-TIME-MI  PIC 9(02).
003690     05  WS-FMT-TIME-SS  PIC 9(02).
003700 01  WS-FMT-TIME-PR      PIC X(08).
003710
003720*----------------------------------------------------------------
003730*  REPORT CONTROL FIELDS AND LINES
003740*----------------------------------------------------------------
003750 01  WS-REPORT-CONTROLS.
003760     05  WS-PAGE-NO          PIC 9(04) VALUE 0.
003770     05  WS-LINE-NO          PIC 9(03) VALUE 99.
003780     05  WS-LINES-PER-PAGE   PIC 9(03) VALUE 50.
003790
003800 01  WS-PRINT-LINE           PIC X(80).
003810
003820 01  WS-HDR-LINE-1.
003830     05  FILLER              PIC X(01) VALUE SPACE.
003840     05  FILLER              PIC X(20) VALUE "PTREPLAY".
003850     05  FILLER              PIC X(22) VALUE
003860         "POINT-IN-TIME REPLAY".
003870     05  FILLER              PIC X(14) VALUE "RUN DATE: ".
003880     05  HDR1-RUN-DATE       PIC X(10).
003890     05  FILLER              PIC X(04) VALUE SPACES.
003900     05  FILLER              PIC X(05) VALUE "PAGE ".
003910     05  HDR1-PAGE-NO        PIC ZZZ9.
003920
003930 01  WS-HDR-LINE-2.
003940     05  FILLER              PIC X(01) VALUE SPACE.
003950     05  FILLER              PIC X(12) VALUE "RULE: ".
003960     05  HDR2-RULE-ID        PIC 9(03).
003970     05  FILLER              PIC X(04) VALUE SPACES.
003980     05  FILLER              PIC X(07) VALUE "AS OF: ".
003990     05  HDR2-AS-OF          PIC X(10).
004000     05  FILLER              PIC X(04) VALUE SPACES.
004010     05  FILLER              PIC X(09) VALUE "CUT-OFF: ".
004020     05  HDR2-CUTOFF         PIC X(08).
004030     05  FILLER              PIC X(02) VALUE SPACES.
004040     05  HDR2-CUTOFF-SOURCE  PIC X(20).
004050
004060 01  WS-SECTION-LINE.
004070     05  FILLER              PIC X(01) VALUE SPACE.
004080     05  SECT-TEXT           PIC X(60).
004090
004100 01  WS-MSG-LINE.
004110     05  FILLER              PIC X(03) VALUE SPACES.
004120     05  MSG-TEXT            PIC X(77).
004130
004140 01  WS-GAP-LINE.
004150     05  FILLER              PIC X(03) VALUE SPACES.
004160     05  FILLER              PIC X(16) VALUE
004170         "*** AUDIT GAP - ".
004180     05  GAP-TEXT            PIC X(61).
004190
004200 01  WS-CHANGE-LINE.
004210     05  FILLER              PIC X(03) VALUE SPACES.
004220     05  CHG-TEXT            PIC X(09).
004230     05  CHG-DATE            PIC X(10).
004240     05  FILLER              PIC X(01) VALUE SPACE.
004250     05  CHG-TIME            PIC X(08).
004260     05  FILLER              PIC X(02) VALUE SPACES.
004270     05  CHG-ACTION          PIC X(06).
004280     05  FILLER              PIC X(05) VALUE "  BY ".
004290     05  CHG-OPERATOR        PIC X(08).
004300     05  FILLER              PIC X(11) VALUE "  APPROVED ".
004310     05  CHG-APPROVER        PIC X(08).
004320
004330 01  WS-RULE-LINE-1.
004340     05  FILLER              PIC X(03) VALUE SPACES.
004350     05  FILLER              PIC X(07) VALUE "LABEL: ".
004360     05  RL1-LABEL           PIC X(20).
004370     05  FILLER              PIC X(12) VALUE "  EFFECTIVE ".
004380     05  RL1-EFF-FROM        PIC X(10).
004390     05  FILLER              PIC X(06) VALUE " THRU ".
004400     05  RL1-EFF-TO          PIC X(10).
004410
004420 01  WS-RULE-LINE-2.
004430     05  FILLER              PIC X(03) VALUE SPACES.
004440     05  FILLER              PIC X(07) VALUE "RANGE ".
004450     05  RL2-LOW             PIC Z(4)9.
004460     05  FILLER              PIC X(06) VALUE " THRU ".
004470     05  RL2-HIGH            PIC Z(4)9.
004480     05  FILLER              PIC X(09) VALUE "  FORMULA".
004490     05  FILLER              PIC X(02) VALUE " (".
004500     05  RL2-MULT            PIC -(4)9.
004510     05  FILLER              PIC X(04) VALUE " * X".
004520     05  RL2-OFFSET          PIC +(5)9.
004530     05  FILLER              PIC X(06) VALUE ") MOD ".
004540     05  RL2-MOD             PIC -(4)9.
004550     05  FILLER              PIC X(08) VALUE " TARGET ".
004560     05  RL2-TARGET          PIC -(4)9.
004570
004580 01  WS-RULE-LINE-3.
004590     05  FILLER              PIC X(03) VALUE SPACES.
004600     05  FILLER              PIC X(13) VALUE "FORMULA TYPE ".
004610     05  RL3-FORM-TYPE       PIC X(01).
004620     05  FILLER              PIC X(02) VALUE SPACES.
004630     05  RL3-ACCEPT-TEXT     PIC X(20).
004640     05  RL3-REM-1           PIC X(06).
004650     05  RL3-REM-2           PIC X(06).
004660     05  RL3-REM-3           PIC X(06).
004670     05  RL3-REM-4           PIC X(06).
004680
004690 01  WS-RULE-LINE-4.
004700     05  FILLER              PIC X(05) VALUE SPACES.
004710     05  RL4-CONNECT         PIC X(03).
004720     05  FILLER              PIC X(15) VALUE
004730         " 2ND FORMULA (".
004740     05  RL4-MULT            PIC -(4)9.
004750     05  FILLER              PIC X(04) VALUE " * X".
004760     05  RL4-OFFSET          PIC +(5)9.
004770     05  FILLER              PIC X(06) VALUE ") MOD ".
004780     05  RL4-MOD             PIC -(4)9.
004790     05  FILLER              PIC X(08) VALUE " TARGET ".
004800     05  RL4-TARGET          PIC -(4)9.
004810
004820 01  WS-RULE-LINE-5.
004830     05  FILLER              PIC X(03) VALUE SPACES.
004840     05  FILLER              PIC X(11) VALUE "FREQUENCY: ".
004850     05  RL5-FREQ            PIC X(01).
004860     05  FILLER              PIC X(07) VALUE "  DAY: ".
004870     05  RL5-FREQ-DAY        PIC X(02).
004880     05  FILLER              PIC X(16) VALUE
004890         "  MIN FLAGGED: ".
004900     05  RL5-MIN-FLAG        PIC Z(4)9.
004910     05  FILLER              PIC X(16) VALUE
004920         "  MAX FLAGGED: ".
004930     05  RL5-MAX-FLAG        PIC Z(4)9.
004940
004950 01  WS-SCAN-LINE.
004960     05  FILLER              PIC X(03) VALUE SPACES.
004970     05  FILLER              PIC X(09) VALUE "SCANNED: ".
004980     05  SCAN-SCANNED        PIC Z(4)9.
004990     05  FILLER              PIC X(11) VALUE "   PRIMES: ".
005000     05  SCAN-PRIMES         PIC Z(4)9.
005010     05  FILLER              PIC X(12) VALUE "   FLAGGED: ".
005020     05  SCAN-FLAGGED        PIC Z(4)9.
005030
005040 01  WS-IMPACT-LINE.
005050     05  FILLER              PIC X(03) VALUE SPACES.
005060     05  IMP-TEXT            PIC X(16).
005070     05  IMP-VALUE           PIC Z(4)9.
005080     05  FILLER              PIC X(03) VALUE SPACES.
005090     05  IMP-NOTE            PIC X(40).
005100
005110 01  WS-SUMMARY-LINE.
005120     05  FILLER              PIC X(03) VALUE SPACES.
005130     05  FILLER              PIC X(10) VALUE "REPLAYED: ".
005140     05  SUMM-REPLAYED       PIC Z(4)9.
005150     05  FILLER              PIC X(03) VALUE SPACES.
005160     05  FILLER              PIC X(17) VALUE
005170         "HISTORY FLAGGED: ".
005180     05  SUMM-HISTORY        PIC Z(4)9.
005190     05  FILLER              PIC X(03) VALUE SPACES.
005200     05  FILLER              PIC X(12) VALUE "AUDIT GAPS: ".
005210     05  SUMM-GAPS           PIC Z(4)9.
005220
005230 01  WS-SUMMARY-LINE-2.
005240     05  FILLER              PIC X(03) VALUE SPACES.
005250     05  FILLER              PIC X(09) VALUE "MATCHED: ".
005260     05  SUMM-MATCHED        PIC Z(4)9.
005270     05  FILLER              PIC X(16) VALUE
005280         "   REPLAY ONLY: ".
005290     05  SUMM-REPLAY-ONLY    PIC Z(4)9.
005300     05  FILLER              PIC X(17) VALUE
005310         "   HISTORY ONLY: ".
005320     05  SUMM-HIST-ONLY      PIC Z(4)9.
005330     05  FILLER              PIC X(13) VALUE
005340         "   UNPROVEN: ".
005350     05  SUMM-WINDOW         PIC Z(4)9.
005360
005370 01  WS-TRAILER-LINE-1.
005380     05  FILLER              PIC X(01) VALUE SPACE.
005390     05  FILLER              PIC X(32) VALUE
005400         "END OF REPLAY - REQUESTS READ: ".
005410     05  TRL1-REQUESTS       PIC Z(4)9.
005420
005430 PROCEDURE DIVISION.
005440*****************************************************************
005450 0000-MAINLINE.
005460*****************************************************************
005470     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
005480
005490     PERFORM 1800-REPLAY-ONE-REQUEST
005500         THRU 1800-REPLAY-ONE-REQUEST-EXIT
005510         UNTIL WS-EOF
005520
005530     PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
005540
005550     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
005560
005570     GOBACK.
005580
005590*****************************************************************
005600 1000-INITIALIZE.
005610*****************************************************************
005620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
005630     MOVE WS-RUN-DATE TO WS-FMT-DATE
005640     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
005650     MOVE WS-FMT-DATE-PR TO WS-RUN-DATE-PR
005660
005670     PERFORM 1150-BUILD-SIEVE THRU 1150-BUILD-SIEVE-EXIT
005680
005690     OPEN INPUT PT-PARM-FILE
005700     IF WS-PARM-STATUS NOT = "00"
005710         DISPLAY "PTREPLAY - UNABLE TO OPEN PTRPPARM, "
005720             "STATUS = " WS-PARM-STATUS
005730             " - NO REPLAY REQUESTED"
005740         MOVE 8 TO RETURN-CODE
005750         MOVE "Y" TO WS-EOF-SW
005760         GO TO 1000-INITIALIZE-EXIT
005770     END-IF
005780
005790     OPEN OUTPUT PT-REPORT-FILE
005800     IF WS-REPORT-STATUS NOT = "00"
005810         DISPLAY "PTREPLAY - UNABLE TO OPEN PTRPRPT, "
005820             "STATUS = " WS-REPORT-STATUS
005830         MOVE 8 TO RETURN-CODE
005840         MOVE "Y" TO WS-EOF-SW
005850         GO TO 1000-INITIALIZE-EXIT
005860     END-IF
005870     MOVE "Y" TO WS-REPORT-OPEN-SW
005880
005890     PERFORM 1900-READ-NEXT-REQUEST
005900         THRU 1900-READ-NEXT-REQUEST-EXIT
005910     .
005920
005930 1000-INITIALIZE-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970 1150-BUILD-SIEVE.
005980*****************************************************************
005990     PERFORM 1151-INIT-SIEVE-ENTRY THRU 1151-INIT-SIEVE-ENTRY-EXIT
006000         VARYING WS-SIEVE-IDX FROM 1 BY 1
006010         UNTIL WS-SIEVE-IDX > WS-SIEVE-MAX
006020
006030     PERFORM 1152-SIEVE-ONE-FACTOR THRU 1152-SIEVE-ONE-FACTOR-EXIT
006040         VARYING WS-SIEVE-I FROM 2 BY 1
006050         UNTIL WS-SIEVE-I * WS-SIEVE-I > WS-SIEVE-MAX
006060     .
006070
006080 1150-BUILD-SIEVE-EXIT.
006090     EXIT.
006100
006110*****************************************************************
006120 1151-INIT-SIEVE-ENTRY.
006130*****************************************************************
006140     IF WS-SIEVE-IDX < 2
006150         MOVE 0 TO WS-SIEVE-FLAG (WS-SIEVE-IDX)
006160     ELSE
006170         MOVE 1 TO WS-SIEVE-FLAG (WS-SIEVE-IDX)
006180     END-IF
006190     .
006200
006210 1151-INIT-SIEVE-ENTRY-EXIT.
006220     EXIT.
006230
006240*****************************************************************
006250 1152-SIEVE-ONE-FACTOR.
006260*****************************************************************
006270     SET WS-SIEVE-IDX TO WS-SIEVE-I
006280     IF WS-SIEVE-FLAG (WS-SIEVE-IDX) = 0
006290         GO TO 1152-SIEVE-ONE-FACTOR-EXIT
006300     END-IF
006310
006320     COMPUTE WS-SIEVE-J = WS-SIEVE-I * WS-SIEVE-I
006330     PERFORM 1153-MARK-COMPOSITE THRU 1153-MARK-COMPOSITE-EXIT
006340         VARYING WS-SIEVE-J FROM WS-SIEVE-J BY WS-SIEVE-I
006350         UNTIL WS-SIEVE-J > WS-SIEVE-MAX
006360     .
006370
006380 1152-SIEVE-ONE-FACTOR-EXIT.
006390     EXIT.
006400
006410*****************************************************************
006420 1153-MARK-COMPOSITE.
006430*****************************************************************
006440     SET WS-SIEVE-IDX TO WS-SIEVE-J
006450     MOVE 0 TO WS-SIEVE-FLAG (WS-SIEVE-IDX)
006460     .
006470
006480 1153-MARK-COMPOSITE-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520 1800-REPLAY-ONE-REQUEST.
006530*****************************************************************
006540     ADD 1 TO WS-REQUEST-COUNT
006550     PERFORM 1810-EDIT-REQUEST THRU 1810-EDIT-REQUEST-EXIT
006560     IF NOT WS-REQUEST-VALID
006570         GO TO 1800-READ-AHEAD
006580     END-IF
006590
006600     ADD 1 TO WS-REPLAY-REQ-COUNT
006610     PERFORM 2000-FIND-CUTOFF THRU 2000-FIND-CUTOFF-EXIT
006620
006630     MOVE 99 TO WS-LINE-NO
006640     MOVE 0 TO WS-GAP-COUNT
006650     PERFORM 7000-PAGE-HEADER THRU 7000-PAGE-HEADER-EXIT
006660
006670     PERFORM 2100-LOAD-CURRENT-RULE
006680         THRU 2100-LOAD-CURRENT-RULE-EXIT
006690     PERFORM 2200-LOAD-AUDIT-TRAIL
006700         THRU 2200-LOAD-AUDIT-TRAIL-EXIT
006710     IF WS-AUDIT-OVERFLOW
006720         GO TO 1800-READ-AHEAD
006730     END-IF
006740     PERFORM 2300-REBUILD-RULE THRU 2300-REBUILD-RULE-EXIT
006750
006760     PERFORM 2500-LOAD-HISTORY THRU 2500-LOAD-HISTORY-EXIT
006770
006780     PERFORM 3000-PRINT-RULE THRU 3000-PRINT-RULE-EXIT
006790     PERFORM 3200-REPLAY-RULE THRU 3200-REPLAY-RULE-EXIT
006800     PERFORM 4000-COMPARE-LISTS THRU 4000-COMPARE-LISTS-EXIT
006805     .
006810
006820 1800-READ-AHEAD.
006830     PERFORM 1900-READ-NEXT-REQUEST
006840         THRU 1900-READ-NEXT-REQUEST-EXIT
006850     .
006860
006870 1800-REPLAY-ONE-REQUEST-EXIT.
006880     EXIT.
006890
006900*****************************************************************
006910 1810-EDIT-REQUEST.
006920*****************************************************************
006930     MOVE "Y" TO WS-REQUEST-VALID-SW
006940
006950     IF PT-PARM-RULE-ID NOT NUMERIC
006960         OR PT-PARM-RULE-ID = 0
006970         DISPLAY "PTREPLAY - REQUEST " WS-REQUEST-COUNT
006980             " HAS NO VALID RULE ID - SKIPPED"
006990         MOVE "N" TO WS-REQUEST-VALID-SW
007000         GO TO 1810-EDIT-REQUEST-EXIT
007010     END-IF
007020
007030     IF PT-PARM-RUN-DATE NOT NUMERIC
007040         DISPLAY "PTREPLAY - REQUEST " WS-REQUEST-COUNT
007050             " HAS NO VALID RUN DATE - SKIPPED"
007060         MOVE "N" TO WS-REQUEST-VALID-SW
007070         GO TO 1810-EDIT-REQUEST-EXIT
007080     END-IF
007090
007100     MOVE PT-PARM-RULE-ID  TO WS-REQ-RULE-ID
007110     MOVE PT-PARM-RUN-DATE TO WS-REQ-DATE
007120     IF WS-REQ-DATE-MM < 1 OR WS-REQ-DATE-MM > 12
007130         OR WS-REQ-DATE-DD < 1 OR WS-REQ-DATE-DD > 31
007140         DISPLAY "PTREPLAY - REQUEST " WS-REQUEST-COUNT
007150             " RUN DATE " WS-REQ-DATE " IS NOT A DATE - SKIPPED"
007160         MOVE "N" TO WS-REQUEST-VALID-SW
007170         GO TO 1810-EDIT-REQUEST-EXIT
007180     END-IF
007190
007200     IF WS-REQ-DATE > WS-RUN-DATE
007210         DISPLAY "PTREPLAY - REQUEST " WS-REQUEST-COUNT
007220             " RUN DATE " WS-REQ-DATE " IS IN THE FUTURE - "
007230             "SKIPPED"
007240         MOVE "N" TO WS-REQUEST-VALID-SW
007250     END-IF
007260     .
007270
007280 1810-EDIT-REQUEST-EXIT.
007290     EXIT.
007300
007310*****************************************************************
007320 1900-READ-NEXT-REQUEST.
007330*****************************************************************
007340     READ PT-PARM-FILE
007350         AT END
007360             MOVE "Y" TO WS-EOF-SW
007370     END-READ
007380     .
007390
007400 1900-READ-NEXT-REQUEST-EXIT.
007410     EXIT.
007420
007430*****************************************************************
007440 2000-FIND-CUTOFF.
007450*****************************************************************
007460*  THE NIGHT'S SCAN READ PTRULES WHEN IT STARTED - THE EARLIEST
007470*  PTJRNL START RECORD FOR THE DATE, ACROSS SLICES AND
007480*  RESTARTS. THE RUN-STATE INTERLOCK HOLDS PTAPPRV OFF PTRULES
007490*  FROM THEN UNTIL THE RUN ENDS, SO A CHANGE STAMPED AFTER
007500*  THAT MOMENT CANNOT HAVE BEEN SEEN BY THE RUN.
007510*----------------------------------------------------------------
007520     MOVE "N" TO WS-JRNL-FOUND-SW
007530     MOVE 235959 TO WS-CUTOFF-TIME
007540
007550     OPEN INPUT PT-JRNL-FILE
007560     IF WS-JRNL-STATUS NOT = "00"
007570         DISPLAY "PTREPLAY - UNABLE TO OPEN PTJRNL, STATUS = "
007580             WS-JRNL-STATUS
007590         GO TO 2000-SET-STAMP
007600     END-IF
007610
007620     MOVE "N" TO WS-FILE-EOF-SW
007630     PERFORM 2010-READ-ONE-JOURNAL
007640         THRU 2010-READ-ONE-JOURNAL-EXIT
007650         UNTIL WS-FILE-EOF
007660     CLOSE PT-JRNL-FILE
007665     .
007670
007680 2000-SET-STAMP.
007690     COMPUTE WS-CUTOFF-STAMP =
007700         (WS-REQ-DATE * 1000000) + WS-CUTOFF-TIME
007710     .
007720
007730 2000-FIND-CUTOFF-EXIT.
007740     EXIT.
007750
007760*****************************************************************
007770 2010-READ-ONE-JOURNAL.
007780*****************************************************************
007790     READ PT-JRNL-FILE
007800         AT END
007810             MOVE "Y" TO WS-FILE-EOF-SW
007820             GO TO 2010-READ-ONE-JOURNAL-EXIT
007830     END-READ
007840
007850     IF NOT PT-JRN-START
007860         OR PT-JRN-RUN-DATE NOT = WS-REQ-DATE
007870         OR PT-JRN-RUN-TIME NOT NUMERIC
007880         GO TO 2010-READ-ONE-JOURNAL-EXIT
007890     END-IF
007900
007910     IF NOT WS-JRNL-FOUND
007920         OR PT-JRN-RUN-TIME < WS-CUTOFF-TIME
007930         MOVE PT-JRN-RUN-TIME TO WS-CUTOFF-TIME
007940     END-IF
007950     MOVE "Y" TO WS-JRNL-FOUND-SW
007960     .
007970
007980 2010-READ-ONE-JOURNAL-EXIT.
007990     EXIT.
008000
008010*****************************************************************
008020 2100-LOAD-CURRENT-RULE.
008030*****************************************************************
008040*  THE STARTING POINT OF THE WALK BACK - THE RULE ON PTRULES
008050*  TODAY, OR NO RULE (SPACES) IF IT HAS SINCE BEEN DELETED.
008060*----------------------------------------------------------------
008070     MOVE SPACES TO WS-HOLD-RULE
008080     MOVE "N" TO WS-RULE-ON-FILE-SW
008085     MOVE "N" TO WS-RULE-RETIRED-SW
008090
008100     OPEN INPUT PT-RULES-FILE
008110     IF WS-RULES-STATUS NOT = "00"
008120         DISPLAY "PTREPLAY - UNABLE TO OPEN PTRULES, STATUS = "
008130             WS-RULES-STATUS
008140         MOVE "PTRULES COULD NOT BE READ - REBUILT FROM THE "
008150             TO MSG-TEXT
008160         MOVE "AUDIT TRAIL ALONE" TO MSG-TEXT(46:)
008170         PERFORM 7300-PRINT-MESSAGE THRU 7300-PRINT-MESSAGE-EXIT
008180         GO TO 2100-LOAD-CURRENT-RULE-EXIT
008190     END-IF
008200
008210     MOVE "N" TO WS-FILE-EOF-SW
008220     PERFORM 2110-READ-ONE-RULE THRU 2110-READ-ONE-RULE-EXIT
008230         UNTIL WS-FILE-EOF
008240     CLOSE PT-RULES-FILE
008250
008260     IF WS-RULE-ON-FILE
008270         MOVE "RULE IS ON PTRULES TODAY - CHANGES SINCE THE "
008280             TO MSG-TEXT
008290         MOVE "CUT-OFF ARE UNDONE" TO MSG-TEXT(46:)
008300     ELSE
008310         MOVE "RULE IS NOT ON PTRULES TODAY - REBUILT FROM THE "
008320             TO MSG-TEXT
008330         MOVE "AUDIT TRAIL ALONE" TO MSG-TEXT(49:)
008340     END-IF
008350     PERFORM 7300-PRINT-MESSAGE THRU 7300-PRINT-MESSAGE-EXIT
008360     .
008370
008380 2100-LOAD-CURRENT-RULE-EXIT.
008390     EXIT.
008400
008410*****************************************************************
008420 2110-READ-ONE-RULE.
008430*****************************************************************
008440     READ PT-RULES-FILE
008450         AT END
008460             MOVE "Y" TO WS-FILE-EOF-SW
008470             GO TO 2110-READ-ONE-RULE-EXIT
008480     END-READ
008490
008500     IF PT-RIM-ID NOT = WS-REQ-RULE-ID
008510         GO TO 2110-READ-ONE-RULE-EXIT
008520     END-IF
008530
008540     MOVE "Y" TO WS-RULE-ON-FILE-SW
008550     MOVE PT-RIM-MAIN TO WS-WRK-MAIN
008560     MOVE PT-RIM-FORM TO WS-WRK-FORM
008565     MOVE PT-RIM-STATUS TO WS-WRK-STATUS
008566     IF PT-RULE-RETIRED
008567         MOVE "Y" TO WS-RULE-RETIRED-SW
008568     END-IF
008570     PERFORM 2160-CLEAN-WORK-RULE THRU 2160-CLEAN-WORK-RULE-EXIT
008580     MOVE WS-WORK-RULE TO WS-HOLD-RULE
008590     .
008600
008610 2110-READ-ONE-RULE-EXIT.
008620     EXIT.
008630
008640*****************************************************************
008650 2160-CLEAN-WORK-RULE.
008660*****************************************************************
008670*  A RULE OR IMAGE WRITTEN BEFORE THE FORMULA-TYPE FIELDS
008680*  EXISTED CARRIES SPACES THERE, WHICH PTMAINT, PTRLOAD AND
008690*  PTAPPRV ALL LOAD AS ZERO. THE SAME CLEANING IS APPLIED TO
008700*  EVERY IMAGE HERE SO AN OLD SPACE-FILLED AUDIT IMAGE AND THE
008710*  ZERO-FILLED RULE LATER WRITTEN FROM IT COMPARE EQUAL. NO
008720*  RULE (SPACES) IS LEFT AS SPACES. A SPACE STATUS - A RULE OR
008723*  IMAGE FROM BEFORE THE STATUS EXISTED - IS ACTIVE, AS THE
008726*  MAINTENANCE PROGRAMS LOAD IT.
008730*----------------------------------------------------------------
008740     IF WS-WRK-MAIN = SPACES
008745         MOVE SPACE TO WS-WRK-STATUS
008750         GO TO 2160-CLEAN-WORK-RULE-EXIT
008760     END-IF
008762
008764     IF WS-WRK-STATUS = SPACE
008766         MOVE "A" TO WS-WRK-STATUS
008768     END-IF
008770
008780     IF WS-WRK-OFFSET NOT NUMERIC
008790         MOVE ZERO TO WS-WRK-OFFSET
008800     END-IF
008810     IF WS-WRK-REM-COUNT NOT NUMERIC
008820         MOVE ZERO TO WS-WRK-REM-COUNT
008830     END-IF
008840     IF WS-WRK-REM-2 NOT NUMERIC
008850         MOVE ZERO TO WS-WRK-REM-2
008860     END-IF
008870     IF WS-WRK-REM-3 NOT NUMERIC
008880         MOVE ZERO TO WS-WRK-REM-3
008890     END-IF
008900     IF WS-WRK-REM-4 NOT NUMERIC
008910         MOVE ZERO TO WS-WRK-REM-4
008920     END-IF
008930     IF WS-WRK-MULT-2 NOT NUMERIC
008940         MOVE ZERO TO WS-WRK-MULT-2
008950     END-IF
008960     IF WS-WRK-MOD-2 NOT NUMERIC
008970         MOVE ZERO TO WS-WRK-MOD-2
008980     END-IF
008990     IF WS-WRK-OFFSET-2 NOT NUMERIC
009000         MOVE ZERO TO WS-WRK-OFFSET-2
009010     END-IF
009020     IF WS-WRK-TARGET-2 NOT NUMERIC
009030         MOVE ZERO TO WS-WRK-TARGET-2
009040     END-IF
009050     .
009060
009070 2160-CLEAN-WORK-RULE-EXIT.
009080     EXIT.
009090
009100*****************************************************************
009110 2200-LOAD-AUDIT-TRAIL.
009120*****************************************************************
009130*  KEEP EVERY CHANGE TO THE RULE STAMPED AFTER THE CUT-OFF, AND
009140*  REMEMBER THE LAST ONE ALREADY IN FORCE BEFORE IT. PTAUDIT IS
009150*  APPEND-ONLY, SO FILE ORDER IS THE ORDER THE CHANGES REACHED
009160*  PTRULES.
009170*----------------------------------------------------------------
009180     MOVE 0 TO WS-AUD-COUNT
009190     MOVE 0 TO WS-AUDIT-FIRST-DATE
009200     MOVE "N" TO WS-LAST-CHG-SW
009210     MOVE "N" TO WS-AUDIT-OVERFLOW-SW
009220
009230     OPEN INPUT PT-AUDIT-FILE
009240     IF WS-AUDIT-STATUS NOT = "00"
009250         DISPLAY "PTREPLAY - UNABLE TO OPEN PTAUDIT, STATUS = "
009260             WS-AUDIT-STATUS
009270         MOVE "PTAUDIT COULD NOT BE READ - NO CHANGE CAN BE "
009280             TO GAP-TEXT
009290         MOVE "UNDONE" TO GAP-TEXT(46:)
009300         PERFORM 7400-PRINT-GAP THRU 7400-PRINT-GAP-EXIT
009310         GO TO 2200-LOAD-AUDIT-TRAIL-EXIT
009320     END-IF
009330
009340     MOVE "N" TO WS-FILE-EOF-SW
009350     PERFORM 2210-READ-ONE-AUDIT THRU 2210-READ-ONE-AUDIT-EXIT
009360         UNTIL WS-FILE-EOF
009370     CLOSE PT-AUDIT-FILE
009380
009390     IF WS-AUDIT-OVERFLOW
009400         DISPLAY "PTREPLAY - RULE " WS-REQ-RULE-ID " HAS MORE "
009410             "THAN " WS-MAX-AUDIT " CHANGES SINCE "
009420             WS-REQ-DATE " - REQUEST SKIPPED"
009430         MOVE "MORE CHANGES SINCE THE DATE THAN THE REPLAY CAN "
009440             TO MSG-TEXT
009450         MOVE "HOLD - NOT REPLAYED" TO MSG-TEXT(49:)
009460         PERFORM 7300-PRINT-MESSAGE THRU 7300-PRINT-MESSAGE-EXIT
009470         GO TO 2200-LOAD-AUDIT-TRAIL-EXIT
009480     END-IF
009490
009500*    A TRAIL THAT BEGINS AFTER THE RUN DATE HAS HAD ITS OLDER
009510*    RECORDS CUT TO THE PTRETAIN ARCHIVE - CHANGES MADE BETWEEN
009520*    THE RUN DATE AND THE FIRST RECORD LEFT CANNOT BE UNDONE.
009530     IF WS-AUDIT-FIRST-DATE > WS-REQ-DATE
009540         MOVE WS-AUDIT-FIRST-DATE TO WS-FMT-DATE
009550         PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
009560         MOVE SPACES TO GAP-TEXT
009570         STRING "PTAUDIT BEGINS " DELIMITED BY SIZE
009580                WS-FMT-DATE-PR    DELIMITED BY SIZE
009590                " - EARLIER RECORDS ARE ON PTAUDTAR"
009600                                  DELIMITED BY SIZE
009610             INTO GAP-TEXT
009620         PERFORM 7400-PRINT-GAP THRU 7400-PRINT-GAP-EXIT
009630     END-IF
009640     .
009650
009660 2200-LOAD-AUDIT-TRAIL-EXIT.
009670     EXIT.
009680
009690*****************************************************************
009700 2210-READ-ONE-AUDIT.
009710*****************************************************************
009720     READ PT-AUDIT-FILE
009730         AT END
009740             MOVE "Y" TO WS-FILE-EOF-SW
009750             GO TO 2210-READ-ONE-AUDIT-EXIT
009760     END-READ
009770
009780     IF PT-AUD-DATE NUMERIC
009790         IF WS-AUDIT-FIRST-DATE = 0
009800             OR PT-AUD-DATE < WS-AUDIT-FIRST-DATE
009810             MOVE PT-AUD-DATE TO WS-AUDIT-FIRST-DATE
009820         END-IF
009830     END-IF
009840
009850     IF PT-AUD-RULE-ID NOT = WS-REQ-RULE-ID
009860         GO TO 2210-READ-ONE-AUDIT-EXIT
009870     END-IF
009880
009890     COMPUTE WS-AUD-STAMP =
009900         (PT-AUD-DATE * 1000000) + PT-AUD-TIME
009910
009920     IF WS-AUD-STAMP NOT > WS-CUTOFF-STAMP
009930         MOVE "Y" TO WS-LAST-CHG-SW
009940         MOVE PT-AUD-DATE     TO WS-LC-DATE
009950         MOVE PT-AUD-TIME     TO WS-LC-TIME
009960         MOVE PT-AUD-OPERATOR TO WS-LC-OPERATOR
009970         MOVE PT-AUD-ACTION   TO WS-LC-ACTION
009980         MOVE PT-AUD-APPROVER TO WS-LC-APPROVER
009990         GO TO 2210-READ-ONE-AUDIT-EXIT
010000     END-IF
010010
010020     IF WS-AUD-COUNT >= WS-MAX-AUDIT
010030         MOVE "Y" TO WS-AUDIT-OVERFLOW-SW
010040         GO TO 2210-READ-ONE-AUDIT-EXIT
010050     END-IF
010060
010070     ADD 1 TO WS-AUD-COUNT
010080     SET WS-AUD-IDX TO WS-AUD-COUNT
010090     MOVE PT-AUD-DATE        TO WS-AT-DATE        (WS-AUD-IDX)
010100     MOVE PT-AUD-TIME        TO WS-AT-TIME        (WS-AUD-IDX)
010110     MOVE PT-AUD-OPERATOR    TO WS-AT-OPERATOR    (WS-AUD-IDX)
010120     MOVE PT-AUD-ACTION      TO WS-AT-ACTION      (WS-AUD-IDX)
010130     MOVE PT-AUD-BEFORE      TO WS-AT-BEFORE      (WS-AUD-IDX)
010140     MOVE PT-AUD-AFTER       TO WS-AT-AFTER       (WS-AUD-IDX)
010150     MOVE PT-AUD-BEFORE-FORM TO WS-AT-BEFORE-FORM (WS-AUD-IDX)
010160     MOVE PT-AUD-AFTER-FORM  TO WS-AT-AFTER-FORM  (WS-AUD-IDX)
010170     MOVE PT-AUD-APPROVER    TO WS-AT-APPROVER    (WS-AUD-IDX)
010173     MOVE PT-AUD-B-STATUS    TO WS-AT-B-STATUS    (WS-AUD-IDX)
010176     MOVE PT-AUD-A-STATUS    TO WS-AT-A-STATUS    (WS-AUD-IDX)
010180     .
010190
010200 2210-READ-ONE-AUDIT-EXIT.
010210     EXIT.
010220
010230*****************************************************************
010240 2300-REBUILD-RULE.
010250*****************************************************************
010260     MOVE SPACES TO WS-SECTION-LINE
010270     MOVE "CHANGES UNDONE, NEWEST FIRST" TO SECT-TEXT
010280     PERFORM 7200-PRINT-SECTION THRU 7200-PRINT-SECTION-EXIT
010290
010300     IF WS-AUD-COUNT = 0
010310         MOVE "NONE - THE RULE HAS NOT CHANGED SINCE THE CUT-OFF"
010320             TO MSG-TEXT
010330         PERFORM 7300-PRINT-MESSAGE THRU 7300-PRINT-MESSAGE-EXIT
010340     END-IF
010350
010360     PERFORM 2310-UNDO-ONE-CHANGE THRU 2310-UNDO-ONE-CHANGE-EXIT
010370         VARYING WS-AUD-SUB FROM WS-AUD-COUNT BY -1
010380         UNTIL WS-AUD-SUB < 1
010390
010400     MOVE WS-HOLD-RULE TO WS-WORK-RULE
010410     IF WS-WRK-MAIN = SPACES
010420         MOVE "N" TO WS-RULE-EXISTED-SW
010430     ELSE
010440         MOVE "Y" TO WS-RULE-EXISTED-SW
010450     END-IF
010460
010470     IF WS-LAST-CHG-FOUND
010480         MOVE "IN FORCE" TO CHG-TEXT
010490         MOVE WS-LC-DATE TO WS-FMT-DATE
010500         MOVE WS-LC-TIME TO WS-FMT-TIME
010510         MOVE WS-LC-ACTION TO WS-CHG-ACTION-CODE
010520         PERFORM 7500-BUILD-CHANGE-LINE
010530             THRU 7500-BUILD-CHANGE-LINE-EXIT
010540         MOVE WS-LC-OPERATOR TO CHG-OPERATOR
010550         MOVE WS-LC-APPROVER TO CHG-APPROVER
010560         MOVE WS-CHANGE-LINE TO WS-PRINT-LINE
010570         PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
010580     END-IF
010590     .
010600
010610 2300-REBUILD-RULE-EXIT.
010620     EXIT.
010630
010640*****************************************************************
010650 2310-UNDO-ONE-CHANGE.
010660*****************************************************************
010670*  THE AFTER IMAGE OF EACH CHANGE MUST BE THE RULE AS IT WAS
010680*  KNOWN AFTER IT - TODAY'S RULE FOR THE NEWEST CHANGE, THE
010690*  BEFORE IMAGE OF THE NEXT NEWER CHANGE FOR EVERY OTHER. ANY
010700*  DIFFERENCE IS A CHANGE THAT NEVER WENT THROUGH THE AUDITED
010710*  PATH. THE WALK CARRIES ON FROM THE AUDITED BEFORE IMAGE,
010720*  WHICH IS WHAT THE TRAIL SAYS THE RULE WAS.
010730*----------------------------------------------------------------
010740     SET WS-AUD-IDX TO WS-AUD-SUB
010750     MOVE "UNDONE" TO CHG-TEXT
010760     MOVE WS-AT-ACTION (WS-AUD-IDX) TO WS-CHG-ACTION-CODE
010770     MOVE WS-AT-DATE (WS-AUD-IDX) TO WS-FMT-DATE
010780     MOVE WS-AT-TIME (WS-AUD-IDX) TO WS-FMT-TIME
010790     PERFORM 7500-BUILD-CHANGE-LINE
010800         THRU 7500-BUILD-CHANGE-LINE-EXIT
010810     MOVE WS-AT-OPERATOR (WS-AUD-IDX) TO CHG-OPERATOR
010820     MOVE WS-AT-APPROVER (WS-AUD-IDX) TO CHG-APPROVER
010830     MOVE WS-CHANGE-LINE TO WS-PRINT-LINE
010840     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
010850
010860     MOVE WS-AT-AFTER      (WS-AUD-IDX) TO WS-WRK-MAIN
010870     MOVE WS-AT-AFTER-FORM (WS-AUD-IDX) TO WS-WRK-FORM
010875     MOVE WS-AT-A-STATUS   (WS-AUD-IDX) TO WS-WRK-STATUS
010880     PERFORM 2160-CLEAN-WORK-RULE THRU 2160-CLEAN-WORK-RULE-EXIT
010890     IF WS-WORK-RULE NOT = WS-HOLD-RULE
010900         MOVE SPACES TO GAP-TEXT
010910         STRING "AFTER IMAGE OF " DELIMITED BY SIZE
010920                WS-FMT-DATE-PR    DELIMITED BY SIZE
010930                " "               DELIMITED BY SIZE
010940                WS-FMT-TIME-PR    DELIMITED BY SIZE
010950                " DIFFERS FROM LATER RULE"
010960                                  DELIMITED BY SIZE
010970             INTO GAP-TEXT
010980         PERFORM 7400-PRINT-GAP THRU 7400-PRINT-GAP-EXIT
010990     END-IF
011000
011010     MOVE WS-AT-BEFORE      (WS-AUD-IDX) TO WS-WRK-MAIN
011020     MOVE WS-AT-BEFORE-FORM (WS-AUD-IDX) TO WS-WRK-FORM
011025     MOVE WS-AT-B-STATUS    (WS-AUD-IDX) TO WS-WRK-STATUS
011030     PERFORM 2160-CLEAN-WORK-RULE THRU 2160-CLEAN-WORK-RULE-EXIT
011040
011050*    AN ADD MUST START FROM NO RULE AND A CHANGE OR DELETE FROM
011060*    AN EXISTING ONE - ANYTHING ELSE IS A DAMAGED RECORD.
011070     IF (WS-AT-ACTION (WS-AUD-IDX) = "A"
011080         AND WS-WRK-MAIN NOT = SPACES)
011090       OR (WS-AT-ACTION (WS-AUD-IDX) NOT = "A"
011100         AND WS-WRK-MAIN = SPACES)
011110         MOVE SPACES TO GAP-TEXT
011120         STRING "BEFORE IMAGE OF " DELIMITED BY SIZE
011130                WS-FMT-DATE-PR     DELIMITED BY SIZE
011140                " "                DELIMITED BY SIZE
011150                WS-FMT-TIME-PR     DELIMITED BY SIZE
011160                " DOES NOT FIT ITS ACTION"
011170                                   DELIMITED BY SIZE
011180             INTO GAP-TEXT
011190         PERFORM 7400-PRINT-GAP THRU 7400-PRINT-GAP-EXIT
011200     END-IF
011210
011220     MOVE WS-WORK-RULE TO WS-HOLD-RULE
011230     .
011240
011250 2310-UNDO-ONE-CHANGE-EXIT.
011260     EXIT.
011270
011280*****************************************************************
011290 2500-LOAD-HISTORY.
011300*****************************************************************
011310*  ONE PASS OF PTHSTMST COLLECTS THE RULE'S VALUES AND, FROM
011320*  ANY RECORD OF ANY RULE LAST SEEN ON THE DATE, THE RUN NUMBER
011330*  THE DATE WAS APPLIED AS. PTHMCTL GIVES IT DIRECTLY WHEN THE
011340*  DATE IS THE LATEST RUN. FOR A RULE RETIRED TODAY, PTHMARCH
011345*  IS READ THE SAME WAY AFTER PTHSTMST.
011350*----------------------------------------------------------------
011360     MOVE 0 TO WS-HIST-COUNT
011370     MOVE "N" TO WS-HIST-CAP-WARNED-SW
011380     MOVE "N" TO WS-RUN-NO-KNOWN-SW
011390     MOVE 0 TO WS-REQ-RUN-NO
011395     MOVE "N" TO WS-HMARCH-READ-SW
011400
011410     OPEN INPUT PT-HMCTL-FILE
011420     IF WS-HMCTL-STATUS = "00"
011430         READ PT-HMCTL-FILE
011440             AT END
011450                 CONTINUE
011460             NOT AT END
011470                 IF PT-HMC-RUN-DATE = WS-REQ-DATE
011480                     MOVE PT-HMC-RUN-NO TO WS-REQ-RUN-NO
011490                     MOVE "Y" TO WS-RUN-NO-KNOWN-SW
011500                 END-IF
011510         END-READ
011520         CLOSE PT-HMCTL-FILE
011530     END-IF
011540
011550     OPEN INPUT PT-HISTMST-FILE
011560     IF WS-HISTMST-STATUS NOT = "00"
011570         DISPLAY "PTREPLAY - UNABLE TO OPEN PTHSTMST, STATUS = "
011580             WS-HISTMST-STATUS
011590         MOVE "PTHSTMST COULD NOT BE READ - NO HISTORY TO "
011600             TO MSG-TEXT
011610         MOVE "COMPARE WITH" TO MSG-TEXT(44:)
011620         PERFORM 7300-PRINT-MESSAGE THRU 7300-PRINT-MESSAGE-EXIT
011630         GO TO 2500-LOAD-HISTORY-EXIT
011640     END-IF
011650
011660     MOVE "N" TO WS-FILE-EOF-SW
011670     PERFORM 2510-READ-ONE-MASTER THRU 2510-READ-ONE-MASTER-EXIT
011680         UNTIL WS-FILE-EOF
011690     CLOSE PT-HISTMST-FILE
011700
011702     IF WS-RULE-RETIRED-TODAY
011704         PERFORM 2530-LOAD-ARCHIVE THRU 2530-LOAD-ARCHIVE-EXIT
011706     END-IF
011708
011710     PERFORM 2520-RESOLVE-HIST-FLAG
011720         THRU 2520-RESOLVE-HIST-FLAG-EXIT
011730         VARYING WS-HIST-IDX FROM 1 BY 1
011740         UNTIL WS-HIST-IDX > WS-HIST-COUNT
011750     .
011760
011770 2500-LOAD-HISTORY-EXIT.
011780     EXIT.
011790
011800*****************************************************************
011810 2510-READ-ONE-MASTER.
011820*****************************************************************
011830     READ PT-HISTMST-FILE
011840         AT END
011850             MOVE "Y" TO WS-FILE-EOF-SW
011860             GO TO 2510-READ-ONE-MASTER-EXIT
011870     END-READ
011880
011890     IF PT-HM-LAST-DATE = WS-REQ-DATE
011900         AND NOT WS-RUN-NO-KNOWN
011910         MOVE PT-HM-LAST-RUN-NO TO WS-REQ-RUN-NO
011920         MOVE "Y" TO WS-RUN-NO-KNOWN-SW
011930     END-IF
011940
011950     IF PT-HM-RULE-ID NOT = WS-REQ-RULE-ID
011960         GO TO 2510-READ-ONE-MASTER-EXIT
011970     END-IF
011980
011990     IF WS-HIST-COUNT >= 2000
012000         IF NOT WS-HIST-CAP-WARNED
012010             DISPLAY "PTREPLAY - RULE " WS-REQ-RULE-ID
012020                 " HISTORY EXCEEDS 2000 VALUES, "
012030                 "COMPARISON MAY BE INCOMPLETE"
012040             MOVE "Y" TO WS-HIST-CAP-WARNED-SW
012050         END-IF
012060         GO TO 2510-READ-ONE-MASTER-EXIT
012070     END-IF
012080
012090     ADD 1 TO WS-HIST-COUNT
012100     SET WS-HIST-IDX TO WS-HIST-COUNT
012110     MOVE PT-HM-X           TO WS-HIST-X           (WS-HIST-IDX)
012120     MOVE PT-HM-FIRST-DATE  TO WS-HIST-FIRST-DATE  (WS-HIST-IDX)
012130     MOVE PT-HM-LAST-DATE   TO WS-HIST-LAST-DATE   (WS-HIST-IDX)
012140     MOVE PT-HM-LAST-RUN-NO TO WS-HIST-LAST-RUN-NO (WS-HIST-IDX)
012150     MOVE PT-HM-GEN-FLAGS   TO WS-HIST-GEN-FLAGS   (WS-HIST-IDX)
012160     MOVE "N" TO WS-HIST-MATCHED (WS-HIST-IDX)
012170     .
012180
012190 2510-READ-ONE-MASTER-EXIT.
012200     EXIT.
012210
012220*****************************************************************
012230 2520-RESOLVE-HIST-FLAG.
012240*****************************************************************
012250*  FIRST AND LAST SEEN ARE FLAGGED BY DEFINITION AND NOTHING
012260*  OUTSIDE THEM WAS. BETWEEN THEM THE GENERATION WINDOW DECIDES
012270*  - POSITION 1 IS THE RECORD'S LAST RUN, EACH LATER POSITION
012280*  ONE RUN OLDER - WHEN THE DATE'S RUN NUMBER IS KNOWN AND
012290*  STILL INSIDE THE 60 RUNS THE WINDOW HOLDS.
012300*----------------------------------------------------------------
012310     MOVE "N" TO WS-HIST-FLAG (WS-HIST-IDX)
012320
012330     IF WS-REQ-DATE < WS-HIST-FIRST-DATE (WS-HIST-IDX)
012340         OR WS-REQ-DATE > WS-HIST-LAST-DATE (WS-HIST-IDX)
012350         GO TO 2520-RESOLVE-HIST-FLAG-EXIT
012360     END-IF
012370
012380     IF WS-REQ-DATE = WS-HIST-FIRST-DATE (WS-HIST-IDX)
012390         OR WS-REQ-DATE = WS-HIST-LAST-DATE (WS-HIST-IDX)
012400         MOVE "Y" TO WS-HIST-FLAG (WS-HIST-IDX)
012410         GO TO 2520-RESOLVE-HIST-FLAG-EXIT
012420     END-IF
012430
012440     MOVE "U" TO WS-HIST-FLAG (WS-HIST-IDX)
012450     IF NOT WS-RUN-NO-KNOWN
012460         GO TO 2520-RESOLVE-HIST-FLAG-EXIT
012470     END-IF
012480
012490     COMPUTE WS-GEN-GAP =
012500         WS-HIST-LAST-RUN-NO (WS-HIST-IDX) - WS-REQ-RUN-NO
012510     IF WS-GEN-GAP < 0 OR WS-GEN-GAP > 59
012520         GO TO 2520-RESOLVE-HIST-FLAG-EXIT
012530     END-IF
012540
012550     COMPUTE WS-GEN-POS = WS-GEN-GAP + 1
012560     IF WS-HIST-GEN-FLAGS (WS-HIST-IDX) (WS-GEN-POS:1) = "Y"
012570         MOVE "Y" TO WS-HIST-FLAG (WS-HIST-IDX)
012580     ELSE
012590         MOVE "N" TO WS-HIST-FLAG (WS-HIST-IDX)
012600     END-IF
012610     .
012620
012630 2520-RESOLVE-HIST-FLAG-EXIT.
012640     EXIT.
012650
012651*****************************************************************
012652 2530-LOAD-ARCHIVE.
012653*****************************************************************
012654*  PTRETIRE MOVES A RETIRED RULE'S PTHSTMST RECORDS TO PTHMARCH
012655*  UNCHANGED, SO THEY ARE COLLECTED EXACTLY AS 2510 COLLECTS
012656*  THE MASTER'S.
012657*----------------------------------------------------------------
012658     OPEN INPUT PT-HMARCH-FILE
012659     IF WS-HMARCH-STATUS NOT = "00"
012660         DISPLAY "PTREPLAY - UNABLE TO OPEN PTHMARCH, STATUS = "
012661             WS-HMARCH-STATUS
012670         GO TO 2530-LOAD-ARCHIVE-EXIT
012671     END-IF
012672
012673     MOVE "N" TO WS-FILE-EOF-SW
012674     PERFORM 2540-READ-ONE-ARCHIVE
012675         THRU 2540-READ-ONE-ARCHIVE-EXIT
012676         UNTIL WS-FILE-EOF
012677     CLOSE PT-HMARCH-FILE
012678     MOVE "Y" TO WS-HMARCH-READ-SW
012684     .
012685
012686 2530-LOAD-ARCHIVE-EXIT.
012687     EXIT.
012688
012689*****************************************************************
012690 2540-READ-ONE-ARCHIVE.
012691*****************************************************************
012692     READ PT-HMARCH-FILE
012693         AT END
012694             MOVE "Y" TO WS-FILE-EOF-SW
012695             GO TO 2540-READ-ONE-ARCHIVE-EXIT
012696     END-READ
012697
012698     IF PT-HA-LAST-DATE = WS-REQ-DATE
012699         AND NOT WS-RUN-NO-KNOWN
012700         MOVE PT-HA-LAST-RUN-NO TO WS-REQ-RUN-NO
012701         MOVE "Y" TO WS-RUN-NO-KNOWN-SW
012702     END-IF
012703
012704     IF PT-HA-RULE-ID NOT = WS-REQ-RULE-ID
012705         GO TO 2540-READ-ONE-ARCHIVE-EXIT
012706     END-IF
012707
012708     IF WS-HIST-COUNT >= 2000
012709         IF NOT WS-HIST-CAP-WARNED
012710             DISPLAY "PTREPLAY - RULE " WS-REQ-RULE-ID
012711                 " HISTORY EXCEEDS 2000 VALUES, "
012712                 "COMPARISON MAY BE INCOMPLETE"
012713             MOVE "Y" TO WS-HIST-CAP-WARNED-SW
012714         END-IF
012715         GO TO 2540-READ-ONE-ARCHIVE-EXIT
012716     END-IF
012717
012718     ADD 1 TO WS-HIST-COUNT
012719     SET WS-HIST-IDX TO WS-HIST-COUNT
012720     MOVE PT-HA-X           TO WS-HIST-X           (WS-HIST-IDX)
012721     MOVE PT-HA-FIRST-DATE  TO WS-HIST-FIRST-DATE  (WS-HIST-IDX)
012722     MOVE PT-HA-LAST-DATE   TO WS-HIST-LAST-DATE   (WS-HIST-IDX)
012723     MOVE PT-HA-LAST-RUN-NO TO WS-HIST-LAST-RUN-NO (WS-HIST-IDX)
012724     MOVE PT-HA-GEN-FLAGS   TO WS-HIST-GEN-FLAGS   (WS-HIST-IDX)
012725     MOVE "N" TO WS-HIST-MATCHED (WS-HIST-IDX)
012726     .
012727
012728 2540-READ-ONE-ARCHIVE-EXIT.
012729     EXIT.
012730
012731*****************************************************************
012732 3000-PRINT-RULE.
012733*****************************************************************
012734     MOVE SPACES TO WS-SECTION-LINE
012735     MOVE "RULE AS IT STOOD AT THE CUT-OFF" TO SECT-TEXT
012736     PERFORM 7200-PRINT-SECTION THRU 7200-PRINT-SECTION-EXIT
012737
012738     IF NOT WS-RULE-EXISTED
012740         MOVE "RULE DID NOT EXIST AT THE CUT-OFF - NOTHING TO "
012750             TO MSG-TEXT
012760         MOVE "REPLAY" TO MSG-TEXT(48:)
012770         PERFORM 7300-PRINT-MESSAGE THRU 7300-PRINT-MESSAGE-EXIT
012780         GO TO 3000-PRINT-RULE-EXIT
012790     END-IF
012800
012810     MOVE WS-REQ-RULE-ID  TO WS-RULE-ID
012820     MOVE WS-WRK-LOW      TO WS-RULE-LOW
012830     MOVE WS-WRK-HIGH     TO WS-RULE-HIGH
012840     MOVE WS-WRK-MULT     TO WS-RULE-MULT
012850     MOVE WS-WRK-MOD      TO WS-RULE-MOD
012860     MOVE WS-WRK-TARGET   TO WS-RULE-TARGET
012870     MOVE WS-WRK-LABEL    TO WS-RULE-LABEL
012880     MOVE WS-WRK-FORM-TYPE TO WS-RULE-FORM-TYPE
012890     MOVE WS-WRK-OFFSET   TO WS-RULE-OFFSET
012900     MOVE WS-WRK-REM-COUNT TO WS-RULE-REM-COUNT
012910     MOVE WS-WRK-REM-2    TO WS-RULE-REM-2
012920     MOVE WS-WRK-REM-3    TO WS-RULE-REM-3
012930     MOVE WS-WRK-REM-4    TO WS-RULE-REM-4
012940     MOVE WS-WRK-CONNECT  TO WS-RULE-CONNECT
012950     MOVE WS-WRK-MULT-2   TO WS-RULE-MULT-2
012960     MOVE WS-WRK-MOD-2    TO WS-RULE-MOD-2
012970     MOVE WS-WRK-OFFSET-2 TO WS-RULE-OFFSET-2
012980     MOVE WS-WRK-TARGET-2 TO WS-RULE-TARGET-2
012990
013000     MOVE WS-RULE-LABEL TO RL1-LABEL
013010     MOVE "OPEN" TO RL1-EFF-FROM RL1-EFF-TO
013020     IF WS-WRK-EFF-FROM NUMERIC AND WS-WRK-EFF-FROM > 0
013030         MOVE WS-WRK-EFF-FROM TO WS-FMT-DATE
013040         PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
013050         MOVE WS-FMT-DATE-PR TO RL1-EFF-FROM
013060     END-IF
013070     IF WS-WRK-EFF-TO NUMERIC AND WS-WRK-EFF-TO > 0
013080         MOVE WS-WRK-EFF-TO TO WS-FMT-DATE
013090         PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
013100         MOVE WS-FMT-DATE-PR TO RL1-EFF-TO
013110     END-IF
013120     MOVE WS-RULE-LINE-1 TO WS-PRINT-LINE
013130     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
013140
013150     MOVE WS-RULE-LOW    TO RL2-LOW
013160     MOVE WS-RULE-HIGH   TO RL2-HIGH
013170     MOVE WS-RULE-MULT   TO RL2-MULT
013180     MOVE WS-RULE-MOD    TO RL2-MOD
013190     MOVE WS-RULE-TARGET TO RL2-TARGET
013200     IF WS-RULE-FORM-STANDARD
013210         MOVE -1 TO RL2-OFFSET
013220     ELSE
013230         MOVE WS-RULE-OFFSET TO RL2-OFFSET
013240     END-IF
013250     MOVE WS-RULE-LINE-2 TO WS-PRINT-LINE
013260     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
013270
013280     PERFORM 3010-BUILD-FORMULA-LINES
013290         THRU 3010-BUILD-FORMULA-LINES-EXIT
013300     IF NOT WS-RULE-FORM-STANDARD
013310         MOVE WS-RULE-LINE-3 TO WS-PRINT-LINE
013320         PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
013330     END-IF
013340     IF NOT WS-RULE-CONN-NONE
013350         MOVE WS-RULE-LINE-4 TO WS-PRINT-LINE
013360         PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
013370     END-IF
013380
013390     MOVE WS-WRK-FREQ     TO RL5-FREQ
013400     MOVE WS-WRK-FREQ-DAY TO RL5-FREQ-DAY
013410     MOVE WS-WRK-MIN-FLAG TO RL5-MIN-FLAG
013420     MOVE WS-WRK-MAX-FLAG TO RL5-MAX-FLAG
013430     MOVE WS-RULE-LINE-5 TO WS-PRINT-LINE
013440     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
013450     .
013460
013470 3000-PRINT-RULE-EXIT.
013480     EXIT.
013490
013500*****************************************************************
013510 3010-BUILD-FORMULA-LINES.
013520*****************************************************************
013530*  SAME LAYOUT AS THE PTSHADOW HEADER LINES 4 AND 5 - THE
013540*  REMAINDERS A NON-STANDARD TYPE ACCEPTS, AND THE AND/OR
013550*  SECOND CONDITION.
013560*----------------------------------------------------------------
013570     MOVE WS-RULE-FORM-TYPE TO RL3-FORM-TYPE
013580     MOVE SPACES TO RL3-REM-1 RL3-REM-2 RL3-REM-3 RL3-REM-4
013590     MOVE WS-RULE-TARGET TO WS-REM-EDIT
013600     MOVE WS-REM-EDIT TO RL3-REM-1
013610     EVALUATE TRUE
013620         WHEN WS-RULE-FORM-SET
013630             MOVE "REMAINDER SET:" TO RL3-ACCEPT-TEXT
013640             IF WS-RULE-REM-COUNT > 1
013650                 MOVE WS-RULE-REM-2 TO WS-REM-EDIT
013660                 MOVE WS-REM-EDIT TO RL3-REM-2
013670             END-IF
013680             IF WS-RULE-REM-COUNT > 2
013690                 MOVE WS-RULE-REM-3 TO WS-REM-EDIT
013700                 MOVE WS-REM-EDIT TO RL3-REM-3
013710             END-IF
013720             IF WS-RULE-REM-COUNT > 3
013730                 MOVE WS-RULE-REM-4 TO WS-REM-EDIT
013740                 MOVE WS-REM-EDIT TO RL3-REM-4
013750             END-IF
013760         WHEN WS-RULE-FORM-RANGE
013770             MOVE "REMAINDERS FROM/THRU" TO RL3-ACCEPT-TEXT
013780             MOVE WS-RULE-REM-2 TO WS-REM-EDIT
013790             MOVE WS-REM-EDIT TO RL3-REM-2
013800         WHEN OTHER
013810             MOVE "SINGLE TARGET:" TO RL3-ACCEPT-TEXT
013820     END-EVALUATE
013830
013840     IF WS-RULE-CONN-AND
013850         MOVE "AND" TO RL4-CONNECT
013860     ELSE
013870         MOVE "OR" TO RL4-CONNECT
013880     END-IF
013890     MOVE WS-RULE-MULT-2   TO RL4-MULT
013900     MOVE WS-RULE-OFFSET-2 TO RL4-OFFSET
013910     MOVE WS-RULE-MOD-2    TO RL4-MOD
013920     MOVE WS-RULE-TARGET-2 TO RL4-TARGET
013930     .
013940
013950 3010-BUILD-FORMULA-LINES-EXIT.
013960     EXIT.
013970
013980*****************************************************************
013990 3200-REPLAY-RULE.
014000*****************************************************************
014010     MOVE 0 TO WS-REPLAY-COUNT
014020     MOVE "N" TO WS-REPLAY-CAP-WARNED-SW
014030     MOVE 0 TO WS-RULE-SCANNED-COUNT
014040     MOVE 0 TO WS-RULE-PRIME-COUNT
014050
014060     IF NOT WS-RULE-EXISTED
014070         GO TO 3200-REPLAY-RULE-EXIT
014080     END-IF
014090
014100     MOVE SPACES TO WS-SECTION-LINE
014110     MOVE "REPLAY OF THE SIEVE AND FORMULA" TO SECT-TEXT
014120     PERFORM 7200-PRINT-SECTION THRU 7200-PRINT-SECTION-EXIT
014130
014140*    THE STATUS, EFFECTIVE DATES AND FREQUENCY DECIDED WHETHER
014150*    THE RULE RAN THAT NIGHT AT ALL. THE VALUES ARE STILL
014160*    REPLAYED SO THE DEFINITION CAN BE SEEN, BUT THE NOTE
014170*    EXPLAINS AN EMPTY HISTORY.
014171     EVALUATE TRUE
014172         WHEN WS-WRK-STATUS = "S"
014173             MOVE "RULE WAS SUSPENDED ON THE DATE - THE SCAN "
014174                 TO MSG-TEXT
014175             MOVE "SKIPPED IT THAT NIGHT" TO MSG-TEXT(43:)
014176             PERFORM 7300-PRINT-MESSAGE
014177                 THRU 7300-PRINT-MESSAGE-EXIT
014178         WHEN WS-WRK-STATUS = "R"
014179             MOVE "RULE WAS RETIRED ON THE DATE - THE SCAN "
014180                 TO MSG-TEXT
014181             MOVE "SKIPPED IT THAT NIGHT" TO MSG-TEXT(41:)
014182             PERFORM 7300-PRINT-MESSAGE
014183                 THRU 7300-PRINT-MESSAGE-EXIT
014184         WHEN (WS-WRK-EFF-FROM NUMERIC AND WS-WRK-EFF-FROM > 0
014190             AND WS-REQ-DATE < WS-WRK-EFF-FROM)
014200           OR (WS-WRK-EFF-TO NUMERIC AND WS-WRK-EFF-TO > 0
014210             AND WS-REQ-DATE > WS-WRK-EFF-TO)
014220             MOVE "RULE WAS NOT IN EFFECT ON THE DATE - THE SCAN "
014230                 TO MSG-TEXT
014240             MOVE "SKIPPED IT THAT NIGHT" TO MSG-TEXT(47:)
014250             PERFORM 7300-PRINT-MESSAGE
014260                 THRU 7300-PRINT-MESSAGE-EXIT
014270         WHEN WS-WRK-FREQ NOT = SPACE AND WS-WRK-FREQ NOT = "D"
014280             MOVE "SCHEDULED RULE - IT RAN THAT NIGHT ONLY IF "
014290                 TO MSG-TEXT
014300             MOVE "ITS FREQUENCY CAME DUE" TO MSG-TEXT(44:)
014310             PERFORM 7300-PRINT-MESSAGE
014320                 THRU 7300-PRINT-MESSAGE-EXIT
014340     END-EVALUATE
014350
014360     PERFORM 3250-VALIDATE-RULE THRU 3250-VALIDATE-RULE-EXIT
014370     IF NOT WS-RULE-VALID
014380         GO TO 3200-REPLAY-RULE-EXIT
014390     END-IF
014400
014410     PERFORM 3210-SCAN-ONE-VALUE THRU 3210-SCAN-ONE-VALUE-EXIT
014420         VARYING WS-X FROM WS-RULE-LOW BY 1
014430         UNTIL WS-X > WS-RULE-HIGH
014440
014450     MOVE WS-RULE-SCANNED-COUNT TO SCAN-SCANNED
014460     MOVE WS-RULE-PRIME-COUNT   TO SCAN-PRIMES
014470     MOVE WS-REPLAY-COUNT       TO SCAN-FLAGGED
014480     MOVE WS-SCAN-LINE TO WS-PRINT-LINE
014490     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
014500     .
014510
014520 3200-REPLAY-RULE-EXIT.
014530     EXIT.
014540
014550*****************************************************************
014560 3210-SCAN-ONE-VALUE.
014570*****************************************************************
014580     ADD 1 TO WS-RULE-SCANNED-COUNT
014590     PERFORM 3220-CHECK-PRIME THRU 3220-CHECK-PRIME-EXIT
014600     IF WS-IS-PRIME NOT = 1
014610         GO TO 3210-SCAN-ONE-VALUE-EXIT
014620     END-IF
014630
014640     ADD 1 TO WS-RULE-PRIME-COUNT
014650     PERFORM 3230-APPLY-FORMULA THRU 3230-APPLY-FORMULA-EXIT
014660
014670     IF NOT WS-FORMULA-MATCH
014680         GO TO 3210-SCAN-ONE-VALUE-EXIT
014690     END-IF
014700
014710     IF WS-REPLAY-COUNT < 2000
014720         ADD 1 TO WS-REPLAY-COUNT
014730         SET WS-REPLAY-IDX TO WS-REPLAY-COUNT
014740         MOVE WS-X TO WS-REPLAY-X (WS-REPLAY-IDX)
014750     ELSE
014760         IF NOT WS-REPLAY-CAP-WARNED
014770             DISPLAY "PTREPLAY - RULE " WS-RULE-ID
014780                 " REPLAYED VALUES EXCEED 2000, "
014790                 "COMPARISON MAY BE INCOMPLETE"
014800             MOVE "Y" TO WS-REPLAY-CAP-WARNED-SW
014810         END-IF
014820     END-IF
014830     .
014840
014850 3210-SCAN-ONE-VALUE-EXIT.
014860     EXIT.
014870
014880*****************************************************************
014890 3220-CHECK-PRIME.
014900*****************************************************************
014910     MOVE 0 TO WS-IS-PRIME
014920
014930     IF WS-X < 1 OR WS-X > WS-SIEVE-MAX
014940         GO TO 3220-CHECK-PRIME-EXIT
014950     END-IF
014960
014970     SET WS-SIEVE-IDX TO WS-X
014980     MOVE WS-SIEVE-FLAG (WS-SIEVE-IDX) TO WS-IS-PRIME
014990     .
015000
015010 3220-CHECK-PRIME-EXIT.
015020     EXIT.
015030
015040*****************************************************************
015050 3230-APPLY-FORMULA.
015060*****************************************************************
015070*  THE STANDARD TYPE KEEPS THE ORIGINAL FIXED -1 OFFSET; EVERY
015080*  OTHER TYPE APPLIES THE RULE'S OWN OFFSET. THE REMAINDER IS
015090*  THEN TESTED AGAINST ONE TARGET, A SET, OR A RANGE, AND A
015100*  SECOND CONDITION, WHEN PRESENT, IS JOINED BY AND/OR.
015110*----------------------------------------------------------------
015120     MOVE "N" TO WS-FORMULA-MATCH-SW
015130     IF WS-RULE-FORM-STANDARD
015140         COMPUTE WS-FORMULA-VAL =
015150             (WS-RULE-MULT * WS-X) - 1
015160     ELSE
015170         COMPUTE WS-FORMULA-VAL =
015180             (WS-RULE-MULT * WS-X) + WS-RULE-OFFSET
015190     END-IF
015200     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD
015210         GIVING WS-FORMULA-VAL
015220         REMAINDER WS-FORMULA-REM
015230
015240     EVALUATE TRUE
015250         WHEN WS-RULE-FORM-SET
015260             IF WS-FORMULA-REM = WS-RULE-TARGET
015270                 OR (WS-RULE-REM-COUNT > 1
015280                     AND WS-FORMULA-REM = WS-RULE-REM-2)
015290                 OR (WS-RULE-REM-COUNT > 2
015300                     AND WS-FORMULA-REM = WS-RULE-REM-3)
015310                 OR (WS-RULE-REM-COUNT > 3
015320                     AND WS-FORMULA-REM = WS-RULE-REM-4)
015330                 MOVE "Y" TO WS-FORMULA-MATCH-SW
015340             END-IF
015350         WHEN WS-RULE-FORM-RANGE
015360             IF WS-FORMULA-REM >= WS-RULE-TARGET
015370                 AND WS-FORMULA-REM <= WS-RULE-REM-2
015380                 MOVE "Y" TO WS-FORMULA-MATCH-SW
015390             END-IF
015400         WHEN OTHER
015410             IF WS-FORMULA-REM = WS-RULE-TARGET
015420                 MOVE "Y" TO WS-FORMULA-MATCH-SW
015430             END-IF
015440     END-EVALUATE
015450
015460     IF WS-RULE-CONN-NONE
015470         GO TO 3230-APPLY-FORMULA-EXIT
015480     END-IF
015490
015500*    AN AND THAT HAS ALREADY FAILED, OR AN OR THAT HAS ALREADY
015510*    MATCHED, IS SETTLED WITHOUT THE SECOND CONDITION.
015520     IF WS-RULE-CONN-AND AND NOT WS-FORMULA-MATCH
015530         GO TO 3230-APPLY-FORMULA-EXIT
015540     END-IF
015550     IF WS-RULE-CONN-OR AND WS-FORMULA-MATCH
015560         GO TO 3230-APPLY-FORMULA-EXIT
015570     END-IF
015580
015590     PERFORM 3240-APPLY-SECOND-CONDITION
015600         THRU 3240-APPLY-SECOND-CONDITION-EXIT
015610     IF WS-FORMULA-MATCH-2
015620         MOVE "Y" TO WS-FORMULA-MATCH-SW
015630     ELSE
015640         MOVE "N" TO WS-FORMULA-MATCH-SW
015650     END-IF
015660     .
015670
015680 3230-APPLY-FORMULA-EXIT.
015690     EXIT.
015700
015710*****************************************************************
015720 3240-APPLY-SECOND-CONDITION.
015730*****************************************************************
015740     MOVE "N" TO WS-FORMULA-MATCH-2-SW
015750     COMPUTE WS-FORMULA-VAL =
015760         (WS-RULE-MULT-2 * WS-X) + WS-RULE-OFFSET-2
015770     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD-2
015780         GIVING WS-FORMULA-VAL
015790         REMAINDER WS-FORMULA-REM
015800     IF WS-FORMULA-REM = WS-RULE-TARGET-2
015810         MOVE "Y" TO WS-FORMULA-MATCH-2-SW
015820     END-IF
015830     .
015840
015850 3240-APPLY-SECOND-CONDITION-EXIT.
015860     EXIT.
015870
015880*****************************************************************
015890 3250-VALIDATE-RULE.
015900*****************************************************************
015910*  THE SAME FITNESS CHECKS THE PRODUCTION SCAN APPLIES - A RULE
015920*  IT WOULD HAVE REJECTED THAT NIGHT FLAGGED NOTHING.
015930*----------------------------------------------------------------
015940     MOVE "Y" TO WS-RULE-VALID-SW
015950     MOVE SPACES TO MSG-TEXT
015960
015970     IF WS-RULE-LOW > WS-RULE-HIGH
015980         MOVE "N" TO WS-RULE-VALID-SW
015990         MOVE "LOW BOUND GREATER THAN HIGH" TO MSG-TEXT(21:)
016000         GO TO 3250-REPORT-REJECT
016010     END-IF
016020
016030     IF WS-RULE-MOD <= 0
016040         MOVE "N" TO WS-RULE-VALID-SW
016050         MOVE "MODULUS MUST BE POSITIVE" TO MSG-TEXT(21:)
016060         GO TO 3250-REPORT-REJECT
016070     END-IF
016080
016090     IF WS-RULE-MULT <= 0
016100         MOVE "N" TO WS-RULE-VALID-SW
016110         MOVE "MULTIPLIER MUST BE POSITIVE" TO MSG-TEXT(21:)
016120         GO TO 3250-REPORT-REJECT
016130     END-IF
016140
016150     IF WS-RULE-HIGH >= WS-SIEVE-MAX
016160         MOVE "N" TO WS-RULE-VALID-SW
016170         MOVE "HIGH BOUND AT OR ABOVE SIEVE MAXIMUM"
016180             TO MSG-TEXT(21:)
016190         GO TO 3250-REPORT-REJECT
016200     END-IF
016210
016220     IF NOT WS-RULE-FORM-VALID
016230         MOVE "N" TO WS-RULE-VALID-SW
016240         MOVE "INVALID FORMULA TYPE" TO MSG-TEXT(21:)
016250         GO TO 3250-REPORT-REJECT
016260     END-IF
016270
016280     IF WS-RULE-FORM-SET
016290         AND (WS-RULE-REM-COUNT < 1
016300           OR WS-RULE-REM-COUNT > 4)
016310         MOVE "N" TO WS-RULE-VALID-SW
016320         MOVE "REMAINDER SET COUNT NOT 1-4" TO MSG-TEXT(21:)
016330         GO TO 3250-REPORT-REJECT
016340     END-IF
016350
016360     IF WS-RULE-FORM-RANGE
016370         AND WS-RULE-REM-2 < WS-RULE-TARGET
016380         MOVE "N" TO WS-RULE-VALID-SW
016390         MOVE "REMAINDER RANGE LOW ABOVE HIGH" TO MSG-TEXT(21:)
016400         GO TO 3250-REPORT-REJECT
016410     END-IF
016420
016430     IF NOT WS-RULE-CONN-VALID
016440         MOVE "N" TO WS-RULE-VALID-SW
016450         MOVE "INVALID AND/OR CONNECTOR" TO MSG-TEXT(21:)
016460         GO TO 3250-REPORT-REJECT
016470     END-IF
016480
016490     IF NOT WS-RULE-CONN-NONE
016500         AND (WS-RULE-MOD-2 <= 0
016510           OR WS-RULE-MULT-2 <= 0)
016520         MOVE "N" TO WS-RULE-VALID-SW
016530         MOVE "2ND MULT/MODULUS NOT POSITIVE" TO MSG-TEXT(21:)
016540         GO TO 3250-REPORT-REJECT
016550     END-IF
016560
016570     GO TO 3250-VALIDATE-RULE-EXIT
016580     .
016590
016600 3250-REPORT-REJECT.
016610     MOVE "RULE NOT REPLAYED -" TO MSG-TEXT(1:19)
016620     PERFORM 7300-PRINT-MESSAGE THRU 7300-PRINT-MESSAGE-EXIT
016630     .
016640
016650 3250-VALIDATE-RULE-EXIT.
016660     EXIT.
016670
016680*****************************************************************
016690 4000-COMPARE-LISTS.
016700*****************************************************************
016710*  MATCHED      - REPLAYED AND FLAGGED ON THE DATE
016720*  REPLAY ONLY  - REPLAYED, BUT NOT FLAGGED THAT NIGHT
016730*  HISTORY ONLY - FLAGGED THAT NIGHT, BUT NOT REPLAYED
016740*  UNPROVEN     - HISTORY SAW THE VALUE BEFORE AND AFTER THE
016750*                 DATE BUT CAN NO LONGER SAY ABOUT THE DATE
016760*----------------------------------------------------------------
016770     MOVE 0 TO WS-MATCHED-COUNT
016780     MOVE 0 TO WS-REPLAY-ONLY-COUNT
016790     MOVE 0 TO WS-HIST-ONLY-COUNT
016800     MOVE 0 TO WS-WINDOW-COUNT
016810     MOVE 0 TO WS-HIST-FLAGGED-COUNT
016820
016830     MOVE SPACES TO WS-SECTION-LINE
016840     MOVE "COMPARISON WITH PTHSTMST FOR THE DATE" TO SECT-TEXT
016842     IF WS-HMARCH-READ
016844         MOVE "COMPARISON WITH PTHSTMST AND PTHMARCH FOR THE DATE"
016846             TO SECT-TEXT
016848     END-IF
016850     PERFORM 7200-PRINT-SECTION THRU 7200-PRINT-SECTION-EXIT
016860
016861*    A RULE RETIRED TODAY MAY HAVE HAD ITS HISTORY MOVED TO
016862*    PTHMARCH BY PTRETIRE - SAY WHETHER THE ARCHIVE WAS READ.
016863     IF WS-RULE-RETIRED-TODAY
016864         IF WS-HMARCH-READ
016865             MOVE "RULE IS RETIRED - HISTORY ARCHIVED BY "
016866                 TO MSG-TEXT
016867             MOVE "PTRETIRE IS READ FROM PTHMARCH"
016868                 TO MSG-TEXT(39:)
016869             PERFORM 7300-PRINT-MESSAGE
016870                 THRU 7300-PRINT-MESSAGE-EXIT
016871         ELSE
016872             MOVE "RULE IS RETIRED - ITS HISTORY MAY HAVE BEEN "
016873                 TO MSG-TEXT
016874             MOVE "ARCHIVED BY PTRETIRE" TO MSG-TEXT(45:)
016875             PERFORM 7300-PRINT-MESSAGE
016876                 THRU 7300-PRINT-MESSAGE-EXIT
016877             MOVE "PTHMARCH WAS NOT READ - THE COMPARISON MAY "
016878                 TO MSG-TEXT
016879             MOVE "BE INCOMPLETE" TO MSG-TEXT(44:)
016880             PERFORM 7300-PRINT-MESSAGE
016881                 THRU 7300-PRINT-MESSAGE-EXIT
016882         END-IF
016883     END-IF
016884
016885     IF NOT WS-JRNL-FOUND AND NOT WS-RUN-NO-KNOWN
016886         MOVE "NO RUN IS RECORDED FOR THE DATE ON PTJRNL OR "
016890             TO MSG-TEXT
016900         MOVE "PTHSTMST" TO MSG-TEXT(46:)
016910         PERFORM 7300-PRINT-MESSAGE THRU 7300-PRINT-MESSAGE-EXIT
016920     ELSE
016930         IF NOT WS-RUN-NO-KNOWN
016940             MOVE "RUN NUMBER OF THE DATE UNKNOWN - VALUES SEEN "
016950                 TO MSG-TEXT
016960             MOVE "BEFORE AND AFTER IT ARE UNPROVEN"
016970                 TO MSG-TEXT(46:)
016980             PERFORM 7300-PRINT-MESSAGE
016990                 THRU 7300-PRINT-MESSAGE-EXIT
017000         END-IF
017010     END-IF
017020
017030     PERFORM 4100-MATCH-REPLAY-VALUE
017040         THRU 4100-MATCH-REPLAY-VALUE-EXIT
017050         VARYING WS-REPLAY-IDX FROM 1 BY 1
017060         UNTIL WS-REPLAY-IDX > WS-REPLAY-COUNT
017070
017080     PERFORM 4200-CHECK-HIST-VALUE
017090         THRU 4200-CHECK-HIST-VALUE-EXIT
017100         VARYING WS-HIST-IDX FROM 1 BY 1
017110         UNTIL WS-HIST-IDX > WS-HIST-COUNT
017120
017130*    FLAGS ON THE DATE FOR A RULE THE TRAIL SAYS DID NOT EXIST
017140*    CAN ONLY MEAN THE RULE WAS PUT ON PTRULES UNAUDITED.
017150     IF NOT WS-RULE-EXISTED AND WS-HIST-FLAGGED-COUNT > 0
017160         MOVE "PTHSTMST HAS FLAGS ON THE DATE FOR A RULE THE "
017170             TO GAP-TEXT
017180         MOVE "TRAIL LACKS" TO GAP-TEXT(47:)
017190         PERFORM 7400-PRINT-GAP THRU 7400-PRINT-GAP-EXIT
017200     END-IF
017210
017220     PERFORM 4800-PRINT-SUMMARY THRU 4800-PRINT-SUMMARY-EXIT
017230     .
017240
017250 4000-COMPARE-LISTS-EXIT.
017260     EXIT.
017270
017280*****************************************************************
017290 4100-MATCH-REPLAY-VALUE.
017300*****************************************************************
017310     MOVE "N" TO WS-FOUND-SW
017320     SET WS-HIST-IDX TO 1
017330     SEARCH WS-HIST-ENTRY
017340         AT END
017350             CONTINUE
017360         WHEN WS-HIST-IDX > WS-HIST-COUNT
017370             CONTINUE
017380         WHEN WS-HIST-X (WS-HIST-IDX) =
017390                 WS-REPLAY-X (WS-REPLAY-IDX)
017400             MOVE "Y" TO WS-FOUND-SW
017410     END-SEARCH
017420
017430     MOVE SPACES TO IMP-NOTE
017440     IF NOT WS-FOUND
017450         MOVE "REPLAY ONLY:" TO IMP-TEXT
017460         MOVE "NEVER ON PTHSTMST" TO IMP-NOTE
017461         IF WS-HMARCH-READ
017462             MOVE "NEVER ON PTHSTMST OR PTHMARCH" TO IMP-NOTE
017463         END-IF
017464         IF WS-RULE-RETIRED-TODAY AND NOT WS-HMARCH-READ
017465             MOVE "NOT ON PTHSTMST - MAY BE ARCHIVED" TO IMP-NOTE
017466         END-IF
017470         ADD 1 TO WS-REPLAY-ONLY-COUNT
017480         GO TO 4100-PRINT-VALUE
017490     END-IF
017500
017510     MOVE "Y" TO WS-HIST-MATCHED (WS-HIST-IDX)
017520     EVALUATE WS-HIST-FLAG (WS-HIST-IDX)
017530         WHEN "Y"
017540             MOVE "MATCHED:" TO IMP-TEXT
017550             ADD 1 TO WS-MATCHED-COUNT
017560             ADD 1 TO WS-HIST-FLAGGED-COUNT
017570         WHEN "U"
017580             MOVE "UNPROVEN:" TO IMP-TEXT
017590             MOVE "REPLAYED - OUTSIDE HISTORY WINDOW"
017600                 TO IMP-NOTE
017610             ADD 1 TO WS-WINDOW-COUNT
017620         WHEN OTHER
017630             MOVE "REPLAY ONLY:" TO IMP-TEXT
017640             MOVE "NOT FLAGGED THAT NIGHT" TO IMP-NOTE
017650             ADD 1 TO WS-REPLAY-ONLY-COUNT
017660     END-EVALUATE
017665     .
017670
017680 4100-PRINT-VALUE.
017690     MOVE WS-REPLAY-X (WS-REPLAY-IDX) TO IMP-VALUE
017700     MOVE WS-IMPACT-LINE TO WS-PRINT-LINE
017710     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
017720     .
017730
017740 4100-MATCH-REPLAY-VALUE-EXIT.
017750     EXIT.
017760
017770*****************************************************************
017780 4200-CHECK-HIST-VALUE.
017790*****************************************************************
017800     IF WS-HIST-MATCHED (WS-HIST-IDX) = "Y"
017810         GO TO 4200-CHECK-HIST-VALUE-EXIT
017820     END-IF
017830
017840     MOVE SPACES TO IMP-NOTE
017850     EVALUATE WS-HIST-FLAG (WS-HIST-IDX)
017860         WHEN "Y"
017870             MOVE "HISTORY ONLY:" TO IMP-TEXT
017880             MOVE "FLAGGED THAT NIGHT, NOT REPLAYED"
017890                 TO IMP-NOTE
017900             ADD 1 TO WS-HIST-ONLY-COUNT
017910             ADD 1 TO WS-HIST-FLAGGED-COUNT
017920         WHEN "U"
017930             MOVE "UNPROVEN:" TO IMP-TEXT
017940             MOVE "NOT REPLAYED - OUTSIDE HISTORY WINDOW"
017950                 TO IMP-NOTE
017960             ADD 1 TO WS-WINDOW-COUNT
017970         WHEN OTHER
017980             GO TO 4200-CHECK-HIST-VALUE-EXIT
017990     END-EVALUATE
018000
018010     MOVE WS-HIST-X (WS-HIST-IDX) TO IMP-VALUE
018020     MOVE WS-IMPACT-LINE TO WS-PRINT-LINE
018030     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
018040     .
018050
018060 4200-CHECK-HIST-VALUE-EXIT.
018070     EXIT.
018080
018090*****************************************************************
018100 4800-PRINT-SUMMARY.
018110*****************************************************************
018120     MOVE SPACES TO WS-PRINT-LINE
018130     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
018140     MOVE WS-REPLAY-COUNT       TO SUMM-REPLAYED
018150     MOVE WS-HIST-FLAGGED-COUNT TO SUMM-HISTORY
018160     MOVE WS-GAP-COUNT          TO SUMM-GAPS
018170     MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE
018180     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
018190     MOVE WS-MATCHED-COUNT     TO SUMM-MATCHED
018200     MOVE WS-REPLAY-ONLY-COUNT TO SUMM-REPLAY-ONLY
018210     MOVE WS-HIST-ONLY-COUNT   TO SUMM-HIST-ONLY
018220     MOVE WS-WINDOW-COUNT      TO SUMM-WINDOW
018230     MOVE WS-SUMMARY-LINE-2 TO WS-PRINT-LINE
018240     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
018250     .
018260
018270 4800-PRINT-SUMMARY-EXIT.
018280     EXIT.
018290
018300*****************************************************************
018310 7000-PAGE-HEADER.
018320*****************************************************************
018330     ADD 1 TO WS-PAGE-NO
018340     MOVE ZERO TO WS-LINE-NO
018350
018360     MOVE WS-RUN-DATE-PR TO HDR1-RUN-DATE
018370     MOVE WS-PAGE-NO     TO HDR1-PAGE-NO
018380     MOVE WS-REQ-RULE-ID TO HDR2-RULE-ID
018390     MOVE WS-REQ-DATE    TO WS-FMT-DATE
018400     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
018410     MOVE WS-FMT-DATE-PR TO HDR2-AS-OF
018420     MOVE WS-CUTOFF-TIME TO WS-FMT-TIME
018430     PERFORM 7110-FORMAT-TIME THRU 7110-FORMAT-TIME-EXIT
018440     MOVE WS-FMT-TIME-PR TO HDR2-CUTOFF
018450     IF WS-JRNL-FOUND
018460         MOVE "(PTJRNL RUN START)" TO HDR2-CUTOFF-SOURCE
018470     ELSE
018480         MOVE "(NO PTJRNL START)" TO HDR2-CUTOFF-SOURCE
018490     END-IF
018500
018510     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
018520     MOVE SPACES TO PT-REPORT-LINE
018530     WRITE PT-REPORT-LINE
018540     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-2
018550     MOVE SPACES TO PT-REPORT-LINE
018560     WRITE PT-REPORT-LINE
018570
018580     ADD 4 TO WS-LINE-NO
018590     .
018600
018610 7000-PAGE-HEADER-EXIT.
018620     EXIT.
018630
018640*****************************************************************
018650 7100-FORMAT-DATE.
018660*****************************************************************
018670     MOVE SPACES TO WS-FMT-DATE-PR
018680     MOVE "/" TO WS-FMT-DATE-PR(3:1)
018690     MOVE "/" TO WS-FMT-DATE-PR(6:1)
018700     MOVE WS-FMT-DATE-MM TO WS-FMT-DATE-PR(1:2)
018710     MOVE WS-FMT-DATE-DD TO WS-FMT-DATE-PR(4:2)
018720     MOVE WS-FMT-DATE-CC TO WS-FMT-DATE-PR(7:2)
018730     MOVE WS-FMT-DATE-YY TO WS-FMT-DATE-PR(9:2)
018740     .
018750
018760 7100-FORMAT-DATE-EXIT.
018770     EXIT.
018780
018790*****************************************************************
018800 7110-FORMAT-TIME.
018810*****************************************************************
018820     MOVE SPACES TO WS-FMT-TIME-PR
018830     MOVE ":" TO WS-FMT-TIME-PR(3:1)
018840     MOVE ":" TO WS-FMT-TIME-PR(6:1)
018850     MOVE WS-FMT-TIME-HH TO WS-FMT-TIME-PR(1:2)
018860     MOVE WS-FMT-TIME-MI TO WS-FMT-TIME-PR(4:2)
018870     MOVE WS-FMT-TIME-SS TO WS-FMT-TIME-PR(7:2)
018880     .
018890
018900 7110-FORMAT-TIME-EXIT.
018910     EXIT.
018920
018930*****************************************************************
018940 7200-PRINT-SECTION.
018950*****************************************************************
018960     MOVE SPACES TO WS-PRINT-LINE
018970     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
018980     MOVE WS-SECTION-LINE TO WS-PRINT-LINE
018990     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
019000     .
019010
019020 7200-PRINT-SECTION-EXIT.
019030     EXIT.
019040
019050*****************************************************************
019060 7300-PRINT-MESSAGE.
019070*****************************************************************
019080     MOVE WS-MSG-LINE TO WS-PRINT-LINE
019090     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
019100     MOVE SPACES TO MSG-TEXT
019110     .
019120
019130 7300-PRINT-MESSAGE-EXIT.
019140     EXIT.
019150
019160*****************************************************************
019170 7400-PRINT-GAP.
019180*****************************************************************
019190     ADD 1 TO WS-GAP-COUNT
019200     MOVE WS-GAP-LINE TO WS-PRINT-LINE
019210     PERFORM 7900-PRINT-LINE THRU 7900-PRINT-LINE-EXIT
019220     MOVE SPACES TO GAP-TEXT
019230     .
019240
019250 7400-PRINT-GAP-EXIT.
019260     EXIT.
019270
019280*****************************************************************
019290 7500-BUILD-CHANGE-LINE.
019300*****************************************************************
019310*  WS-FMT-DATE/WS-FMT-TIME HOLD THE CHANGE STAMP AND
019320*  WS-CHG-ACTION-CODE THE PTAUD01 ACTION CODE.
019330*----------------------------------------------------------------
019340     PERFORM 7100-FORMAT-DATE THRU 7100-FORMAT-DATE-EXIT
019350     PERFORM 7110-FORMAT-TIME THRU 7110-FORMAT-TIME-EXIT
019360     MOVE WS-FMT-DATE-PR TO CHG-DATE
019370     MOVE WS-FMT-TIME-PR TO CHG-TIME
019380     EVALUATE WS-CHG-ACTION-CODE
019390         WHEN "A"
019400             MOVE "ADD" TO CHG-ACTION
019410         WHEN "C"
019420             MOVE "CHANGE" TO CHG-ACTION
019430         WHEN "D"
019440             MOVE "DELETE" TO CHG-ACTION
019450         WHEN OTHER
019460             MOVE "??????" TO CHG-ACTION
019470     END-EVALUATE
019480     .
019490
019500 7500-BUILD-CHANGE-LINE-EXIT.
019510     EXIT.
019520
019530*****************************************************************
019540 7900-PRINT-LINE.
019550*****************************************************************
019560     IF WS-LINE-NO >= WS-LINES-PER-PAGE
019570         PERFORM 7000-PAGE-HEADER THRU 7000-PAGE-HEADER-EXIT
019580     END-IF
019590     WRITE PT-REPORT-LINE FROM WS-PRINT-LINE
019600     ADD 1 TO WS-LINE-NO
019610     .
019620
019630 7900-PRINT-LINE-EXIT.
019640     EXIT.
019650
019660*****************************************************************
019670 8000-WRITE-TRAILER.
019680*****************************************************************
019690     IF NOT WS-REPORT-OPEN
019700         GO TO 8000-WRITE-TRAILER-EXIT
019710     END-IF
019720
019730     MOVE SPACES TO PT-REPORT-LINE
019740     WRITE PT-REPORT-LINE
019750     MOVE WS-REQUEST-COUNT TO TRL1-REQUESTS
019760     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-1
019770     .
019780
019790 8000-WRITE-TRAILER-EXIT.
019800     EXIT.
019810
019820*****************************************************************
019830 9000-TERMINATE.
019840*****************************************************************
019850     IF WS-PARM-STATUS = "00" OR WS-PARM-STATUS = "10"
019860         CLOSE PT-PARM-FILE
019870     END-IF
019880     IF WS-REPORT-OPEN
019890         CLOSE PT-REPORT-FILE
019900     END-IF
019910
019920     DISPLAY "PTREPLAY - " WS-REQUEST-COUNT
019930         " REPLAY REQUESTS READ, " WS-REPLAY-REQ-COUNT
019940         " REPLAYED"
019950     IF WS-REPLAY-REQ-COUNT = 0
019960         DISPLAY "PTREPLAY - NO VALID REPLAY REQUEST"
019970         MOVE 8 TO RETURN-CODE
019980     END-IF
019990     .
020000
020010 9000-TERMINATE-EXIT.
020020     EXIT.
