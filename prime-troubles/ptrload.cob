000080*  PTRLOAD                                                      *
000090*                                                                *
000100*  BATCH MAINTENANCE OF THE PTRULES CONTROL FILE FROM A         *
000110*  PTRLTRAN TRANSACTION FILE OF ADD/CHANGE/RETIRE RECORDS       *
000120*  KEYED BY RULE ID (SEE PTRLTR01), SO RULE CHANGES ARRIVING    *
000130*  FROM THE ACTUARIAL GROUP ARE APPLIED IN ONE PASS INSTEAD OF  *
000140*  RE-KEYED ONE AT A TIME THROUGH PTMAINT.                      *
000150*                                                                *
000160*  EVERY TRANSACTION IS LISTED ON THE PTRLRPT EDIT REPORT WITH  *
000170*  ITS DISPOSITION - APPLIED, REJECTED WITH A REASON, DUPLICATE *
000180*  ADD, OR CHANGE/RETIRE OF A RULE THAT IS NOT ON FILE. FIELD   *
000190*  EDITS MATCH PRIME-TROUBLES' OWN 1350-VALIDATE-RULE SO A      *
000200*  TYPO SURFACES HERE, TONIGHT, INSTEAD OF ON PTREJECT          *
000210*  TOMORROW MORNING.                                            *
000220*                                                                *
000230*  THE FILE MUST END WITH EXACTLY ONE T TRAILER CARRYING THE    *
000240*  A/C/D CONTROL COUNTS. A MISSING TRAILER OR A COUNT MISMATCH  *
000250*  REJECTS THE WHOLE BATCH - NOTHING IS QUEUED AND THE JOB      *
000260*  ENDS WITH RETURN CODE 8 SO THE SCHEDULER CAN HOLD THE        *
000270*  NIGHTLY SCAN. A BALANCED BATCH IS QUEUED ON PTPENDQ FOR      *
000280*  APPROVAL; PTAPPRV APPLIES IT AND KEEPS THE ASCENDING RULE-ID *
000290*  ORDER PRIME-TROUBLES' PRIOR-HISTORY MATCHING DEPENDS ON.     *
000300*                                                                *
000310*  MODIFICATION HISTORY                                         *
000320*  ----------------------                                       *
000480*                   OR RESTARTING. A PTRLPARM OVERRIDE RECORD    *
000490*                   (Y IN COLUMN 1) FORCES THE SAVE FOR A RUN    *
000500*                   KNOWN TO BE DEAD AND CLEARS THE STALE STATE. *
000502*  2026-10-15 DLK   TRANSACTIONS NOW CARRY THE FORMULA TYPE,     *
000504*                   OFFSET, ACCEPTED REMAINDERS AND AND/OR       *
000506*                   SECOND CONDITION, EDITED AS PRIME-TROUBLES   *
000508*                   REASONS 08-12 EDIT THEM.                     *
000509*  2026-10-15 DLK   RULE CHANGES ARE NOW DUAL-CONTROLLED. A      *
000510*                   BALANCED BATCH NO LONGER REWRITES PTRULES -  *
000511*                   ITS NET EFFECT (ONE ADD/CHANGE/DELETE IMAGE  *
000512*                   PER RULE IT TOUCHED) IS QUEUED ON PTPENDQ    *
000513*                   (SEE PTPND01) UNDER THE REQUESTER NAMED ON   *
000514*                   THE TRAILER, FOR A DIFFERENT OPERATOR TO     *
000515*                   APPROVE IN PTAPPRV. THE PTRSTATE INTERLOCK   *
000516*                   AND THE PTRLPARM OVERRIDE MOVED TO PTAPPRV,  *
000517*                   WHERE PTRULES IS NOW ACTUALLY REWRITTEN.     *
000518*  2026-10-15 DLK   RULES NOW CARRY A STATUS (SEE PTRULE01). A   *
000519*                   D TRANSACTION RETIRES THE RULE INSTEAD OF    *
000520*                   DELETING IT, AND A C TRANSACTION CAN         *
000521*                   SUSPEND, REACTIVATE OR RETIRE IT. A RETIRED  *
000522*                   RULE STAYS ON PTRULES - AN ADD OF ITS ID IS  *
000523*                   REJECTED AS NOT REUSABLE AND A CHANGE TO IT  *
000524*                   IS REJECTED. NOTHING IS QUEUED AS A DELETE   *
000525*                   ANY MORE.                                    *
000526*  2026-10-15 DLK   THE TRAILER MUST NAME THE REQUESTER, AND     *
000527*                   THE REQUESTER MUST BE ON PTSECUR WITH        *
000528*                   UPDATE AUTHORITY - OTHERWISE THE WHOLE       *
000529*                   BATCH IS REJECTED. A BLANK REQUESTER WAS     *
000530*                   QUEUED UNDER THE NAME PTRLOAD, WHICH ANY     *
000531*                   OPERATOR COULD THEN APPROVE IN PTAPPRV.      *
000532*  2026-10-15 DLK   THE RULE TABLES NOW HOLD 999 RULES, THE      *
000533*                   WHOLE RULE ID RANGE, AS IN PTMAINT - RETIRED *
000534*                   RULES STAY ON PTRULES FOR GOOD.              *
000535*****************************************************************
000536
000537 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-RLTRAN-STATUS.
000670
000680     SELECT PT-PENDQ-FILE ASSIGN TO "PTPENDQ"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-PENDQ-STATUS.
000710
000720     SELECT PT-SECUR-FILE ASSIGN TO "PTSECUR"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-SECUR-STATUS.
000750
000760     SELECT PT-REPORT-FILE ASSIGN TO "PTRLRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000870     RECORDING MODE IS F.
000880 COPY PTRLTR01.
000890
000900 FD  PT-PENDQ-FILE
000910     RECORDING MODE IS F.
000920 COPY PTPND01.
000930
000940 FD  PT-SECUR-FILE
000950     RECORDING MODE IS F.
000960 COPY PTSEC01.
001000
001010 FD  PT-REPORT-FILE
001020     RECORDING MODE IS F.
001090 01  WS-RULES-STATUS     PIC X(02) VALUE "00".
001100 01  WS-RLTRAN-STATUS    PIC X(02) VALUE "00".
001110 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001120 01  WS-PENDQ-STATUS     PIC X(02) VALUE "00".
001130 01  WS-SECUR-STATUS     PIC X(02) VALUE "00".
001180 01  WS-SWITCHES.
001190     05  WS-EOF-SW       PIC X(01) VALUE "N".
001200         88  WS-EOF             VALUE "Y".
001280         88  WS-BATCH-OK        VALUE "Y".
001290     05  WS-TRAN-VALID-SW PIC X(01) VALUE "Y".
001300         88  WS-TRAN-VALID      VALUE "Y".
001303     05  WS-PENDQ-OPEN-SW PIC X(01) VALUE "N".
001306         88  WS-PENDQ-OPEN      VALUE "Y".
001308     05  WS-SEC-EOF-SW   PIC X(01) VALUE "N".
001310         88  WS-SEC-EOF         VALUE "Y".
001312     05  WS-REQ-FOUND-SW PIC X(01) VALUE "N".
001314         88  WS-REQ-FOUND       VALUE "Y".
001316
001320*----------------------------------------------------------------
001330*  IN-MEMORY RULE TABLE - SAME SHAPE AND 999-RULE CAPACITY AS
001340*  PTMAINT'S, LOADED FROM PTRULES AT START-UP. THE BATCH IS
001350*  APPLIED HERE AND ONLY THE NET DIFFERENCES ARE QUEUED.
001360*----------------------------------------------------------------
001370 01  WS-RULE-TABLE.
001380     05  WS-RULE-ENTRY OCCURS 999 TIMES
001390                 INDEXED BY WS-RULE-IDX WS-RULE-IDX2.
001400         10  WS-TAB-RULE-ID      PIC 9(03).
001410         10  WS-TAB-LOW          PIC 9(05).
001500         10  WS-TAB-FREQ-DAY     PIC 9(02).
001510         10  WS-TAB-MIN-FLAG     PIC 9(05).
001520         10  WS-TAB-MAX-FLAG     PIC 9(05).
001521         10  WS-TAB-FORM-TYPE    PIC X(01).
001522         10  WS-TAB-OFFSET       PIC S9(05).
001523         10  WS-TAB-REM-COUNT    PIC 9(01).
001524         10  WS-TAB-REM-2        PIC S9(05).
001525         10  WS-TAB-REM-3        PIC S9(05).
001526         10  WS-TAB-REM-4        PIC S9(05).
001527         10  WS-TAB-CONNECT      PIC X(01).
001528         10  WS-TAB-MULT-2       PIC S9(05).
001529         10  WS-TAB-MOD-2        PIC S9(05).
001530         10  WS-TAB-OFFSET-2     PIC S9(05).
001531         10  WS-TAB-TARGET-2     PIC S9(05).
001534         10  WS-TAB-STATUS       PIC X(01).
001537
001540 01  WS-RULE-COUNT       PIC 9(03) COMP VALUE 0.
001550 01  WS-MAX-RULES        PIC 9(03) COMP VALUE 999.
001560 01  WS-FOUND-NO         PIC 9(03) COMP VALUE 0.
001570 01  WS-SEARCH-NO        PIC 9(04) COMP VALUE 0.
001600
001604*----------------------------------------------------------------
001608*  AS-LOADED IMAGES OF PTRULES - KEPT UNTOUCHED WHILE THE BATCH
001612*  IS APPLIED SO 3600-QUEUE-CHANGES CAN PAIR EVERY RESULTING
001616*  RULE WITH ITS BEFORE IMAGE, THE SAME PAIRING PTMAINT MAKES.
001620*  A RULE ADDED AND CHANGED IN ONE BATCH
001624*  QUEUES AS ONE ADD OF ITS FINAL IMAGE.
001628*----------------------------------------------------------------
001632 01  WS-ORIG-TABLE.
001636     05  WS-ORIG-ENTRY OCCURS 999 TIMES
001640                 INDEXED BY WS-ORIG-IDX.
001644         10  WS-ORIG-RULE-ID     PIC 9(03).
001648         10  WS-ORIG-LOW         PIC 9(05).
001652         10  WS-ORIG-HIGH        PIC 9(05).
001656         10  WS-ORIG-MULT        PIC S9(05).
001660         10  WS-ORIG-MOD         PIC S9(05).
001664         10  WS-ORIG-TARGET      PIC S9(05).
001668         10  WS-ORIG-LABEL       PIC X(20).
001672         10  WS-ORIG-EFF-FROM    PIC 9(08).
001676         10  WS-ORIG-EFF-TO      PIC 9(08).
001680         10  WS-ORIG-FREQ        PIC X(01).
001684         10  WS-ORIG-FREQ-DAY    PIC 9(02).
001688         10  WS-ORIG-MIN-FLAG    PIC 9(05).
001692         10  WS-ORIG-MAX-FLAG    PIC 9(05).
001696         10  WS-ORIG-FORM-TYPE   PIC X(01).
001700         10  WS-ORIG-OFFSET      PIC S9(05).
001704         10  WS-ORIG-REM-COUNT   PIC 9(01).
001708         10  WS-ORIG-REM-2       PIC S9(05).
001712         10  WS-ORIG-REM-3       PIC S9(05).
001716         10  WS-ORIG-REM-4       PIC S9(05).
001720         10  WS-ORIG-CONNECT     PIC X(01).
001724         10  WS-ORIG-MULT-2      PIC S9(05).
001728         10  WS-ORIG-MOD-2       PIC S9(05).
001732         10  WS-ORIG-OFFSET-2    PIC S9(05).
001736         10  WS-ORIG-TARGET-2    PIC S9(05).
001740         10  WS-ORIG-STATUS      PIC X(01).
001744
001748 01  WS-ORIG-COUNT       PIC 9(03) COMP VALUE 0.
001752 01  WS-QUEUE-NO         PIC 9(04) COMP VALUE 0.
001756 01  WS-ORIG-FOUND-NO    PIC 9(03) COMP VALUE 0.
001760 01  WS-ORIG-SEARCH-NO   PIC 9(04) COMP VALUE 0.
001764
001768*----------------------------------------------------------------
001772*  PENDING-CHANGE BUILD AREA - EACH DIFFERENCE IS BUILT AS THE
001776*  PTAUD01 IMAGE PTAPPRV WILL AUDIT WHEN IT IS APPROVED, THEN
001780*  CARRIED IN PT-PND-CHANGE. THE REQUESTER AND SOURCE COME OFF
001784*  THE PTRLTRAN TRAILER. THE REQUESTER HAS NO DEFAULT - PTAPPRV
001785*  KEEPS AN OPERATOR FROM APPROVING THEIR OWN CHANGES BY THIS
001786*  NAME, SO IT MUST BE A REAL PTSECUR OPERATOR (3100).
001788*----------------------------------------------------------------
001792 COPY PTAUD01.
001796 01  WS-REQUESTER        PIC X(08) VALUE SPACES.
001800 01  WS-SOURCE           PIC X(08) VALUE "PTRLOAD".
001804 01  WS-RUN-TIME-RAW     PIC 9(08) VALUE 0.
001808 01  WS-AUD-SIGNED       PIC S9(05) SIGN IS TRAILING SEPARATE.
001812 01  WS-AUD-SIGNED-X REDEFINES WS-AUD-SIGNED
001816                         PIC X(06).
001820 01  WS-QUEUED-COUNT     PIC 9(05) COMP VALUE 0.
001824
001830*----------------------------------------------------------------
001840*  TRANSACTION EDIT FIELDS
001850*----------------------------------------------------------------
001880     88  WS-TRAN-FREQ-SPECIFIC  VALUE "S".
001890     88  WS-TRAN-FREQ-VALID     VALUE "D" "W" "M" "S" "B"
001900                                      SPACE.
001901 01  WS-TRAN-FORM-CHECK  PIC X(01).
001902     88  WS-TRAN-FORM-SET       VALUE "L".
001903     88  WS-TRAN-FORM-RANGE     VALUE "R".
001904     88  WS-TRAN-FORM-VALID     VALUE "S" "O" "L" "R" SPACE.
001905 01  WS-TRAN-CONN-CHECK  PIC X(01).
001906     88  WS-TRAN-CONN-NONE      VALUE SPACE.
001907     88  WS-TRAN-CONN-VALID     VALUE "A" "O" SPACE.
001909 01  WS-TRAN-STAT-CHECK  PIC X(01).
001911     88  WS-TRAN-STAT-KEEP      VALUE SPACE.
001913     88  WS-TRAN-STAT-RETIRE    VALUE "R".
001915     88  WS-TRAN-STAT-VALID     VALUE "A" "S" "R" SPACE.
001917 01  WS-DISPOSITION      PIC X(35).
001920
001930*----------------------------------------------------------------
001940*  CONTROL COUNTS - READ COUNTS PER TYPE VS THE TRAILER'S
002620
002630 01  WS-TRAILER-LINE-2.
002640     05  FILLER              PIC X(03) VALUE SPACES.
002650     05  FILLER              PIC X(10) VALUE "ACCEPTED: ".
002660     05  TRL2-APPLIED        PIC Z(4)9.
002670     05  FILLER              PIC X(03) VALUE SPACES.
002680     05  FILLER              PIC X(10) VALUE "REJECTED: ".
002690     05  TRL2-REJECTED       PIC Z(4)9.
002700     05  FILLER              PIC X(03) VALUE SPACES.
002710     05  FILLER              PIC X(15) VALUE "RULES AFTER:  ".
002720     05  TRL2-RULES          PIC Z(4)9.
002721
002722 01  WS-TRAILER-LINE-3.
002723     05  FILLER              PIC X(03) VALUE SPACES.
002724     05  FILLER              PIC X(08) VALUE "QUEUED: ".
002725     05  TRL3-QUEUED         PIC Z(4)9.
002726     05  FILLER              PIC X(03) VALUE SPACES.
002727     05  FILLER              PIC X(11) VALUE "REQUESTER: ".
002728     05  TRL3-REQUESTER      PIC X(08).
002729     05  FILLER              PIC X(03) VALUE SPACES.
002730     05  FILLER              PIC X(08) VALUE "SOURCE: ".
002731     05  TRL3-SOURCE         PIC X(08).
002732
002740 PROCEDURE DIVISION.
002750*****************************************************************
002760 0000-MAINLINE.
002820
002830     PERFORM 3000-CHECK-BATCH THRU 3000-CHECK-BATCH-EXIT
002840
002850*    PTRULES ITSELF IS NOT TOUCHED - THE NET CHANGES WAIT ON
002860*    PTPENDQ FOR A SECOND OPERATOR, AND THE RUN-STATE INTERLOCK
002870*    IS CHECKED WHEN PTAPPRV ACTUALLY APPLIES THEM.
002940     IF WS-BATCH-OK
002950         PERFORM 3600-QUEUE-CHANGES THRU 3600-QUEUE-CHANGES-EXIT
002960     END-IF
002970
002980     PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
003050 1000-INITIALIZE.
003060*****************************************************************
003070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003075     ACCEPT WS-RUN-TIME-RAW FROM TIME
003080     MOVE "/" TO WS-RUN-DATE-PR(3:1)
003090     MOVE "/" TO WS-RUN-DATE-PR(6:1)
003100     MOVE WS-RUN-DATE-MM TO WS-RUN-DATE-PR(1:2)
003740
003750     ADD 1 TO WS-RULE-COUNT
003760     SET WS-RULE-IDX TO WS-RULE-COUNT
003763     PERFORM 1110-CLEAN-FORMULA-FIELDS
003766         THRU 1110-CLEAN-FORMULA-FIELDS-EXIT
003770     MOVE PT-RULE-ID       TO WS-TAB-RULE-ID  (WS-RULE-IDX)
003780     MOVE PT-RULE-LOW      TO WS-TAB-LOW      (WS-RULE-IDX)
003790     MOVE PT-RULE-HIGH     TO WS-TAB-HIGH     (WS-RULE-IDX)
003870     MOVE PT-RULE-FREQ-DAY TO WS-TAB-FREQ-DAY (WS-RULE-IDX)
003880     MOVE PT-RULE-MIN-FLAG TO WS-TAB-MIN-FLAG (WS-RULE-IDX)
003890     MOVE PT-RULE-MAX-FLAG TO WS-TAB-MAX-FLAG (WS-RULE-IDX)
003891     MOVE PT-RULE-FORM-TYPE TO WS-TAB-FORM-TYPE (WS-RULE-IDX)
003892     MOVE PT-RULE-OFFSET    TO WS-TAB-OFFSET    (WS-RULE-IDX)
003893     MOVE PT-RULE-REM-COUNT TO WS-TAB-REM-COUNT (WS-RULE-IDX)
003894     MOVE PT-RULE-REM-2     TO WS-TAB-REM-2     (WS-RULE-IDX)
003895     MOVE PT-RULE-REM-3     TO WS-TAB-REM-3     (WS-RULE-IDX)
003896     MOVE PT-RULE-REM-4     TO WS-TAB-REM-4     (WS-RULE-IDX)
003897     MOVE PT-RULE-CONNECT   TO WS-TAB-CONNECT   (WS-RULE-IDX)
003898     MOVE PT-RULE-MULT-2    TO WS-TAB-MULT-2    (WS-RULE-IDX)
003899     MOVE PT-RULE-MOD-2     TO WS-TAB-MOD-2     (WS-RULE-IDX)
003900     MOVE PT-RULE-OFFSET-2  TO WS-TAB-OFFSET-2  (WS-RULE-IDX)
003901     MOVE PT-RULE-TARGET-2  TO WS-TAB-TARGET-2  (WS-RULE-IDX)
003902*    A RULE WRITTEN BEFORE THE STATUS EXISTED READS SPACE -
003903*    ACTIVE. CARRY IT AS A SO THE IMAGES SHOW IT PLAINLY.
003904     IF PT-RULE-STATUS = SPACE
003905         MOVE "A" TO WS-TAB-STATUS (WS-RULE-IDX)
003906     ELSE
003907         MOVE PT-RULE-STATUS TO WS-TAB-STATUS (WS-RULE-IDX)
003908     END-IF
003909
003910     ADD 1 TO WS-ORIG-COUNT
003911     SET WS-ORIG-IDX TO WS-ORIG-COUNT
003912     MOVE WS-RULE-ENTRY (WS-RULE-IDX)
003913         TO WS-ORIG-ENTRY (WS-ORIG-IDX)
003914     .
003915
003920 1100-LOAD-ONE-RULE-EXIT.
003930     EXIT.
003931
003932*****************************************************************
003933 1110-CLEAN-FORMULA-FIELDS.
003934*****************************************************************
003935*  A RULE WRITTEN BEFORE THE FORMULA-TYPE FIELDS EXISTED READS
003936*  SPACES THERE. ZERO THE NUMERIC OPERANDS SO THE REWRITE CARRIES
003937*  ZEROS - TYPE SPACE STILL MEANS THE STANDARD FORMULA.
003938*----------------------------------------------------------------
003939     IF PT-RULE-OFFSET NOT NUMERIC
003940         MOVE ZERO TO PT-RULE-OFFSET
003941     END-IF
003942     IF PT-RULE-REM-COUNT NOT NUMERIC
003943         MOVE ZERO TO PT-RULE-REM-COUNT
003944     END-IF
003945     IF PT-RULE-REM-2 NOT NUMERIC
003946         MOVE ZERO TO PT-RULE-REM-2
003947     END-IF
003948     IF PT-RULE-REM-3 NOT NUMERIC
003949         MOVE ZERO TO PT-RULE-REM-3
003950     END-IF
003951     IF PT-RULE-REM-4 NOT NUMERIC
003952         MOVE ZERO TO PT-RULE-REM-4
003953     END-IF
003954     IF PT-RULE-MULT-2 NOT NUMERIC
003955         MOVE ZERO TO PT-RULE-MULT-2
003956     END-IF
003957     IF PT-RULE-MOD-2 NOT NUMERIC
003958         MOVE ZERO TO PT-RULE-MOD-2
003959     END-IF
003960     IF PT-RULE-OFFSET-2 NOT NUMERIC
003961         MOVE ZERO TO PT-RULE-OFFSET-2
003962     END-IF
003963     IF PT-RULE-TARGET-2 NOT NUMERIC
003964         MOVE ZERO TO PT-RULE-TARGET-2
003965     END-IF
003966     .
003967
003968 1110-CLEAN-FORMULA-FIELDS-EXIT.
003969     EXIT.
003970
003971*****************************************************************
003972 2000-PROCESS-TRAN.
003973*****************************************************************
003980     MOVE SPACES TO WS-DISPOSITION
003990
004000     EVALUATE TRUE
004070                 THRU 2200-APPLY-CHANGE-EXIT
004080         WHEN PT-TRN-DELETE
004090             ADD 1 TO WS-DEL-READ-COUNT
004100             PERFORM 2300-APPLY-RETIRE
004110                 THRU 2300-APPLY-RETIRE-EXIT
004120         WHEN PT-TRN-TRAILER
004130             PERFORM 2400-CAPTURE-TRAILER
004140                 THRU 2400-CAPTURE-TRAILER-EXIT
004300 2100-APPLY-ADD.
004310*****************************************************************
004320     PERFORM 2500-FIND-RULE THRU 2500-FIND-RULE-EXIT
004321*    A RETIRED RULE KEEPS ITS ID FOR GOOD - THE HISTORY AND
004322*    EXTRACTS STILL CARRY IT, SO IT CAN NEVER NAME A NEW RULE.
004323     IF WS-FOUND-NO > 0
004324         SET WS-RULE-IDX TO WS-FOUND-NO
004325         IF WS-TAB-STATUS (WS-RULE-IDX) = "R"
004326             MOVE "REJECTED - RETIRED ID NOT REUSABLE"
004327                 TO WS-DISPOSITION
004328             ADD 1 TO WS-REJECTED-COUNT
004329             GO TO 2100-APPLY-ADD-EXIT
004330         END-IF
004331     END-IF
004332     IF WS-FOUND-NO > 0
004340         MOVE "REJECTED - DUPLICATE ADD" TO WS-DISPOSITION
004350         ADD 1 TO WS-REJECTED-COUNT
004360         GO TO 2100-APPLY-ADD-EXIT
004520     MOVE WS-RULE-COUNT TO WS-FOUND-NO
004530     PERFORM 2550-MOVE-TRAN-TO-TABLE
004540         THRU 2550-MOVE-TRAN-TO-TABLE-EXIT
004550     MOVE "ACCEPTED" TO WS-DISPOSITION
004560     ADD 1 TO WS-APPLIED-COUNT
004570     .
004580
004680         ADD 1 TO WS-REJECTED-COUNT
004690         GO TO 2200-APPLY-CHANGE-EXIT
004700     END-IF
004701
004702     SET WS-RULE-IDX TO WS-FOUND-NO
004703     IF WS-TAB-STATUS (WS-RULE-IDX) = "R"
004704         MOVE "REJECTED - RULE IS RETIRED" TO WS-DISPOSITION
004705         ADD 1 TO WS-REJECTED-COUNT
004706         GO TO 2200-APPLY-CHANGE-EXIT
004707     END-IF
004710
004720     PERFORM 3350-VALIDATE-TRAN THRU 3350-VALIDATE-TRAN-EXIT
004730     IF NOT WS-TRAN-VALID
004770
004780     PERFORM 2550-MOVE-TRAN-TO-TABLE
004790         THRU 2550-MOVE-TRAN-TO-TABLE-EXIT
004800     MOVE "ACCEPTED" TO WS-DISPOSITION
004810     ADD 1 TO WS-APPLIED-COUNT
004820     .
004830
004850     EXIT.
004860
004870*****************************************************************
004880 2300-APPLY-RETIRE.
004890*****************************************************************
004892*  A D TRANSACTION RETIRES THE RULE. IT STAYS IN THE TABLE AS A
004894*  TOMBSTONE WITH STATUS R, SO THE QUEUED CHANGE IS A C OF THE
004896*  STATUS AND THE RULE ID CAN NEVER BE ADDED AGAIN.
004898*----------------------------------------------------------------
004900     PERFORM 2500-FIND-RULE THRU 2500-FIND-RULE-EXIT
004910     IF WS-FOUND-NO = 0
004920         MOVE "REJECTED - RULE NOT ON FILE" TO WS-DISPOSITION
004930         ADD 1 TO WS-REJECTED-COUNT
004940         GO TO 2300-APPLY-RETIRE-EXIT
004950     END-IF
004960
004965     SET WS-RULE-IDX TO WS-FOUND-NO
004970     IF WS-TAB-STATUS (WS-RULE-IDX) = "R"
004975         MOVE "REJECTED - RULE ALREADY RETIRED" TO WS-DISPOSITION
004980         ADD 1 TO WS-REJECTED-COUNT
004985         GO TO 2300-APPLY-RETIRE-EXIT
004990     END-IF
004995
005000     MOVE "R" TO WS-TAB-STATUS (WS-RULE-IDX)
005005     MOVE "ACCEPTED - RULE RETIRED" TO WS-DISPOSITION
005010     ADD 1 TO WS-APPLIED-COUNT
005020     .
005030
005040 2300-APPLY-RETIRE-EXIT.
005050     EXIT.
005230
005240*****************************************************************
005250 2400-CAPTURE-TRAILER.
005340     MOVE PT-TRN-ADD-COUNT TO WS-EXP-ADD-COUNT
005350     MOVE PT-TRN-CHG-COUNT TO WS-EXP-CHG-COUNT
005360     MOVE PT-TRN-DEL-COUNT TO WS-EXP-DEL-COUNT
005361     MOVE PT-TRN-REQUESTER TO WS-REQUESTER
005364     IF PT-TRN-SOURCE NOT = SPACES
005365         MOVE PT-TRN-SOURCE TO WS-SOURCE
005366     END-IF
005370     MOVE "TRAILER - CONTROL COUNTS CAPTURED" TO WS-DISPOSITION
005380     .
005390
005810     MOVE PT-TRN-FREQ-DAY  TO WS-TAB-FREQ-DAY (WS-RULE-IDX)
005820     MOVE PT-TRN-MIN-FLAG  TO WS-TAB-MIN-FLAG (WS-RULE-IDX)
005830     MOVE PT-TRN-MAX-FLAG  TO WS-TAB-MAX-FLAG (WS-RULE-IDX)
005831     MOVE PT-TRN-FORM-TYPE TO WS-TAB-FORM-TYPE (WS-RULE-IDX)
005832     MOVE PT-TRN-OFFSET    TO WS-TAB-OFFSET    (WS-RULE-IDX)
005833     MOVE PT-TRN-REM-COUNT TO WS-TAB-REM-COUNT (WS-RULE-IDX)
005834     MOVE PT-TRN-REM-2     TO WS-TAB-REM-2     (WS-RULE-IDX)
005835     MOVE PT-TRN-REM-3     TO WS-TAB-REM-3     (WS-RULE-IDX)
005836     MOVE PT-TRN-REM-4     TO WS-TAB-REM-4     (WS-RULE-IDX)
005837     MOVE PT-TRN-CONNECT   TO WS-TAB-CONNECT   (WS-RULE-IDX)
005838     MOVE PT-TRN-MULT-2    TO WS-TAB-MULT-2    (WS-RULE-IDX)
005839     MOVE PT-TRN-MOD-2     TO WS-TAB-MOD-2     (WS-RULE-IDX)
005840     MOVE PT-TRN-OFFSET-2  TO WS-TAB-OFFSET-2  (WS-RULE-IDX)
005841     MOVE PT-TRN-TARGET-2  TO WS-TAB-TARGET-2  (WS-RULE-IDX)
005842*    A BLANK STATUS ON A CHANGE KEEPS THE RULE'S CURRENT ONE -
005843*    3350-VALIDATE-TRAN HAS ALREADY MADE A BLANK ADD ACTIVE.
005844     IF PT-TRN-STATUS NOT = SPACE
005845         MOVE PT-TRN-STATUS TO WS-TAB-STATUS (WS-RULE-IDX)
005846     END-IF
005847     .
005850
005860 2550-MOVE-TRAN-TO-TABLE-EXIT.
005870     EXIT.
006650         MOVE "N" TO WS-BATCH-OK-SW
006660         DISPLAY "PTRLOAD - CONTROL COUNTS DO NOT MATCH, "
006670             "BATCH REJECTED"
006675         GO TO 3000-CHECK-BATCH-EXIT
006680     END-IF
006683
006686     PERFORM 3100-CHECK-REQUESTER THRU 3100-CHECK-REQUESTER-EXIT
006690     .
006700
006710 3000-CHECK-BATCH-EXIT.
006720     EXIT.
006729
006738*****************************************************************
006747 3100-CHECK-REQUESTER.
006756*****************************************************************
006765*  THE TRAILER'S REQUESTER IS THE NAME THE BATCH IS QUEUED
006774*  UNDER, AND PTAPPRV WILL NOT LET THAT OPERATOR APPROVE IT.
006783*  IT MUST THEREFORE BE A REAL PTSECUR OPERATOR WITH UPDATE
006792*  AUTHORITY, THE SAME AUTHORITY PTMAINT DEMANDS BEFORE IT
006801*  QUEUES A CHANGE. A BLANK, UNKNOWN OR INQUIRY-ONLY
006810*  REQUESTER REJECTS THE WHOLE BATCH.
006819*----------------------------------------------------------------
006828     IF WS-REQUESTER = SPACES
006837         MOVE "N" TO WS-BATCH-OK-SW
006846         DISPLAY "PTRLOAD - NO REQUESTER ON THE CONTROL "
006855             "TRAILER, BATCH REJECTED"
006864         GO TO 3100-CHECK-REQUESTER-EXIT
006873     END-IF
006882
006891     OPEN INPUT PT-SECUR-FILE
006900     IF WS-SECUR-STATUS NOT = "00"
006909         MOVE "N" TO WS-BATCH-OK-SW
006918         DISPLAY "PTRLOAD - UNABLE TO OPEN PTSECUR, STATUS = "
006927             WS-SECUR-STATUS ", BATCH REJECTED"
006936         GO TO 3100-CHECK-REQUESTER-EXIT
006945     END-IF
006954
006963     PERFORM 3110-CHECK-ONE-OPERATOR
006972         THRU 3110-CHECK-ONE-OPERATOR-EXIT
006981         UNTIL WS-SEC-EOF OR WS-REQ-FOUND
006990     CLOSE PT-SECUR-FILE
006999
007008     IF NOT WS-REQ-FOUND
007017         MOVE "N" TO WS-BATCH-OK-SW
007026         DISPLAY "PTRLOAD - REQUESTER " WS-REQUESTER
007035             " IS NOT A PTSECUR OPERATOR, BATCH REJECTED"
007044         GO TO 3100-CHECK-REQUESTER-EXIT
007053     END-IF
007062
007071     IF NOT PT-SEC-UPDATE AND NOT PT-SEC-ADMIN
007080         MOVE "N" TO WS-BATCH-OK-SW
007089         DISPLAY "PTRLOAD - REQUESTER " WS-REQUESTER
007098             " HAS NO UPDATE AUTHORITY, BATCH REJECTED"
007107     END-IF
007116     .
007125
007134 3100-CHECK-REQUESTER-EXIT.
007143     EXIT.
007152
007161*****************************************************************
007170 3110-CHECK-ONE-OPERATOR.
007179*****************************************************************
007188     READ PT-SECUR-FILE
007197         AT END
007206             MOVE "Y" TO WS-SEC-EOF-SW
007215             GO TO 3110-CHECK-ONE-OPERATOR-EXIT
007224     END-READ
007233
007242     IF PT-SEC-OPERATOR = WS-REQUESTER
007251         MOVE "Y" TO WS-REQ-FOUND-SW
007260     END-IF
007269     .
007278
007287 3110-CHECK-ONE-OPERATOR-EXIT.
007296     EXIT.
007305
007340*****************************************************************
007350 3350-VALIDATE-TRAN.
007360*****************************************************************
008240             GO TO 3350-VALIDATE-TRAN-EXIT
008250         END-IF
008260     END-IF
008261
008262*    FORMULA-TYPE OPERANDS LEFT BLANK ON THE TRANSACTION MEAN
008263*    ZERO, THE SAME AS A RULE WRITTEN BEFORE THE FIELDS EXISTED.
008264     PERFORM 3360-CLEAN-TRAN-FORMULA
008265         THRU 3360-CLEAN-TRAN-FORMULA-EXIT
008266
008267     MOVE PT-TRN-FORM-TYPE TO WS-TRAN-FORM-CHECK
008268     IF NOT WS-TRAN-FORM-VALID
008269         MOVE "N" TO WS-TRAN-VALID-SW
008270         MOVE "REJECTED - INVALID FORMULA TYPE"
008271             TO WS-DISPOSITION
008272         GO TO 3350-VALIDATE-TRAN-EXIT
008273     END-IF
008274
008275     IF WS-TRAN-FORM-SET
008276         AND (PT-TRN-REM-COUNT < 1
008277           OR PT-TRN-REM-COUNT > 4)
008278         MOVE "N" TO WS-TRAN-VALID-SW
008279         MOVE "REJECTED - REMAINDER SET COUNT NOT 1-4"
008280             TO WS-DISPOSITION
008281         GO TO 3350-VALIDATE-TRAN-EXIT
008282     END-IF
008283
008284     IF WS-TRAN-FORM-RANGE
008285         AND PT-TRN-REM-2 < PT-TRN-TARGET
008286         MOVE "N" TO WS-TRAN-VALID-SW
008287         MOVE "REJECTED - REM RANGE LOW ABOVE HIGH"
008288             TO WS-DISPOSITION
008289         GO TO 3350-VALIDATE-TRAN-EXIT
008290     END-IF
008291
008292     MOVE PT-TRN-CONNECT TO WS-TRAN-CONN-CHECK
008293     IF NOT WS-TRAN-CONN-VALID
008294         MOVE "N" TO WS-TRAN-VALID-SW
008295         MOVE "REJECTED - INVALID AND/OR CONNECTOR"
008296             TO WS-DISPOSITION
008297         GO TO 3350-VALIDATE-TRAN-EXIT
008298     END-IF
008299
008300     IF NOT WS-TRAN-CONN-NONE
008301         AND (PT-TRN-MOD-2 <= 0
008302           OR PT-TRN-MULT-2 <= 0)
008303         MOVE "N" TO WS-TRAN-VALID-SW
008304         MOVE "REJECTED - 2ND MULT/MOD NOT POSITIVE"
008305             TO WS-DISPOSITION
008306         GO TO 3350-VALIDATE-TRAN-EXIT
008307     END-IF
008308
008309     MOVE PT-TRN-STATUS TO WS-TRAN-STAT-CHECK
008310     IF NOT WS-TRAN-STAT-VALID
008311         MOVE "N" TO WS-TRAN-VALID-SW
008312         MOVE "REJECTED - INVALID RULE STATUS" TO WS-DISPOSITION
008313         GO TO 3350-VALIDATE-TRAN-EXIT
008314     END-IF
008315
008316     IF PT-TRN-ADD
008317         IF WS-TRAN-STAT-RETIRE
008318             MOVE "N" TO WS-TRAN-VALID-SW
008319             MOVE "REJECTED - ADD CANNOT BE RETIRED"
008320                 TO WS-DISPOSITION
008321             GO TO 3350-VALIDATE-TRAN-EXIT
008322         END-IF
008323         IF WS-TRAN-STAT-KEEP
008324             MOVE "A" TO PT-TRN-STATUS
008325         END-IF
008326     END-IF
008327     .
008328
008329 3350-VALIDATE-TRAN-EXIT.
008330     EXIT.
008331
008332*****************************************************************
008333 3360-CLEAN-TRAN-FORMULA.
008334*****************************************************************
008335     IF PT-TRN-OFFSET NOT NUMERIC
008336         MOVE ZERO TO PT-TRN-OFFSET
008337     END-IF
008338     IF PT-TRN-REM-COUNT NOT NUMERIC
008339         MOVE ZERO TO PT-TRN-REM-COUNT
008340     END-IF
008341     IF PT-TRN-REM-2 NOT NUMERIC
008342         MOVE ZERO TO PT-TRN-REM-2
008343     END-IF
008344     IF PT-TRN-REM-3 NOT NUMERIC
008345         MOVE ZERO TO PT-TRN-REM-3
008346     END-IF
008347     IF PT-TRN-REM-4 NOT NUMERIC
008348         MOVE ZERO TO PT-TRN-REM-4
008349     END-IF
008350     IF PT-TRN-MULT-2 NOT NUMERIC
008351         MOVE ZERO TO PT-TRN-MULT-2
008352     END-IF
008353     IF PT-TRN-MOD-2 NOT NUMERIC
008354         MOVE ZERO TO PT-TRN-MOD-2
008355     END-IF
008356     IF PT-TRN-OFFSET-2 NOT NUMERIC
008357         MOVE ZERO TO PT-TRN-OFFSET-2
008358     END-IF
008359     IF PT-TRN-TARGET-2 NOT NUMERIC
008360         MOVE ZERO TO PT-TRN-TARGET-2
008361     END-IF
008362     .
008363
008364 3360-CLEAN-TRAN-FORMULA-EXIT.
008365     EXIT.
008366
008367*****************************************************************
008368 3600-QUEUE-CHANGES.
008369*****************************************************************
008370*  PAIR EVERY RULE IN THE UPDATED TABLE WITH ITS AS-LOADED IMAGE
008371*  AND QUEUE ONE PENDING RECORD PER DIFFERENCE - AN ADD FOR A
008372*  RULE NOT LOADED, A CHANGE FOR ONE WHOSE FIELDS OR STATUS
008373*  MOVED. NO RULE LEAVES THE TABLE - A RETIREMENT IS A CHANGE
008374*  OF STATUS - SO NOTHING IS EVER QUEUED AS A DELETE. A BATCH
008375*  THAT NETS TO NOTHING QUEUES NOTHING. THE QUEUE IS OPENED
008376*  BEFORE ANY RECORD IS BUILT, THE SAME OPEN-THEN-BUILD ORDER
008377*  PTMAINT USES.
008380*----------------------------------------------------------------
008383     OPEN EXTEND PT-PENDQ-FILE
008386     IF WS-PENDQ-STATUS = "35"
008389         OPEN OUTPUT PT-PENDQ-FILE
008392     END-IF
008395     IF WS-PENDQ-STATUS NOT = "00"
008398         DISPLAY "PTRLOAD - UNABLE TO OPEN PTPENDQ, STATUS = "
008401             WS-PENDQ-STATUS ", BATCH REJECTED"
008404         MOVE "N" TO WS-BATCH-OK-SW
008407         GO TO 3600-QUEUE-CHANGES-EXIT
008410     END-IF
008413     MOVE "Y" TO WS-PENDQ-OPEN-SW
008416
008419     PERFORM 3620-QUEUE-ONE-RULE THRU 3620-QUEUE-ONE-RULE-EXIT
008422         VARYING WS-QUEUE-NO FROM 1 BY 1
008425         UNTIL WS-QUEUE-NO > WS-RULE-COUNT
008440
008443     CLOSE PT-PENDQ-FILE
008446     MOVE "N" TO WS-PENDQ-OPEN-SW
008449     .
008452
008455 3600-QUEUE-CHANGES-EXIT.
008458     EXIT.
008461
008464*****************************************************************
008467 3620-QUEUE-ONE-RULE.
008470*****************************************************************
008473     SET WS-RULE-IDX TO WS-QUEUE-NO
008476     PERFORM 3650-FIND-ORIG THRU 3650-FIND-ORIG-EXIT
008479
008482     IF WS-ORIG-FOUND-NO = 0
008485         PERFORM 3660-BUILD-AUDIT-IMAGE
008488             THRU 3660-BUILD-AUDIT-IMAGE-EXIT
008491         MOVE "A" TO PT-AUD-ACTION
008494         PERFORM 3680-MOVE-AFTER-IMAGE
008497             THRU 3680-MOVE-AFTER-IMAGE-EXIT
008500         PERFORM 3690-WRITE-PENDING THRU 3690-WRITE-PENDING-EXIT
008503         GO TO 3620-QUEUE-ONE-RULE-EXIT
008506     END-IF
008509
008512     SET WS-ORIG-IDX TO WS-ORIG-FOUND-NO
008518
008521     IF WS-TAB-LOW (WS-RULE-IDX)
008524       = WS-ORIG-LOW (WS-ORIG-IDX)
008527         AND WS-TAB-HIGH (WS-RULE-IDX)
008530           = WS-ORIG-HIGH (WS-ORIG-IDX)
008533         AND WS-TAB-MULT (WS-RULE-IDX)
008536           = WS-ORIG-MULT (WS-ORIG-IDX)
008539         AND WS-TAB-MOD (WS-RULE-IDX)
008542           = WS-ORIG-MOD (WS-ORIG-IDX)
008545         AND WS-TAB-TARGET (WS-RULE-IDX)
008548           = WS-ORIG-TARGET (WS-ORIG-IDX)
008551         AND WS-TAB-LABEL (WS-RULE-IDX)
008554           = WS-ORIG-LABEL (WS-ORIG-IDX)
008557         AND WS-TAB-EFF-FROM (WS-RULE-IDX)
008560           = WS-ORIG-EFF-FROM (WS-ORIG-IDX)
008563         AND WS-TAB-EFF-TO (WS-RULE-IDX)
008566           = WS-ORIG-EFF-TO (WS-ORIG-IDX)
008569         AND WS-TAB-FREQ (WS-RULE-IDX)
008572           = WS-ORIG-FREQ (WS-ORIG-IDX)
008575         AND WS-TAB-FREQ-DAY (WS-RULE-IDX)
008578           = WS-ORIG-FREQ-DAY (WS-ORIG-IDX)
008581         AND WS-TAB-MIN-FLAG (WS-RULE-IDX)
008584           = WS-ORIG-MIN-FLAG (WS-ORIG-IDX)
008587         AND WS-TAB-MAX-FLAG (WS-RULE-IDX)
008590           = WS-ORIG-MAX-FLAG (WS-ORIG-IDX)
008593         AND WS-TAB-FORM-TYPE (WS-RULE-IDX)
008596           = WS-ORIG-FORM-TYPE (WS-ORIG-IDX)
008599         AND WS-TAB-OFFSET (WS-RULE-IDX)
008602           = WS-ORIG-OFFSET (WS-ORIG-IDX)
008605         AND WS-TAB-REM-COUNT (WS-RULE-IDX)
008608           = WS-ORIG-REM-COUNT (WS-ORIG-IDX)
008611         AND WS-TAB-REM-2 (WS-RULE-IDX)
008614           = WS-ORIG-REM-2 (WS-ORIG-IDX)
008617         AND WS-TAB-REM-3 (WS-RULE-IDX)
008620           = WS-ORIG-REM-3 (WS-ORIG-IDX)
008623         AND WS-TAB-REM-4 (WS-RULE-IDX)
008626           = WS-ORIG-REM-4 (WS-ORIG-IDX)
008629         AND WS-TAB-CONNECT (WS-RULE-IDX)
008632           = WS-ORIG-CONNECT (WS-ORIG-IDX)
008635         AND WS-TAB-MULT-2 (WS-RULE-IDX)
008638           = WS-ORIG-MULT-2 (WS-ORIG-IDX)
008641         AND WS-TAB-MOD-2 (WS-RULE-IDX)
008644           = WS-ORIG-MOD-2 (WS-ORIG-IDX)
008647         AND WS-TAB-OFFSET-2 (WS-RULE-IDX)
008650           = WS-ORIG-OFFSET-2 (WS-ORIG-IDX)
008653         AND WS-TAB-TARGET-2 (WS-RULE-IDX)
008656           = WS-ORIG-TARGET-2 (WS-ORIG-IDX)
008657         AND WS-TAB-STATUS (WS-RULE-IDX)
008658           = WS-ORIG-STATUS (WS-ORIG-IDX)
008659         GO TO 3620-QUEUE-ONE-RULE-EXIT
008662     END-IF
008665
008668     PERFORM 3660-BUILD-AUDIT-IMAGE
008671         THRU 3660-BUILD-AUDIT-IMAGE-EXIT
008674     MOVE "C" TO PT-AUD-ACTION
008677     PERFORM 3670-MOVE-BEFORE-IMAGE
008680         THRU 3670-MOVE-BEFORE-IMAGE-EXIT
008683     PERFORM 3680-MOVE-AFTER-IMAGE
008686         THRU 3680-MOVE-AFTER-IMAGE-EXIT
008689     PERFORM 3690-WRITE-PENDING THRU 3690-WRITE-PENDING-EXIT
008692     .
008695
008698 3620-QUEUE-ONE-RULE-EXIT.
008701     EXIT.
008704
008767*****************************************************************
008770 3650-FIND-ORIG.
008773*****************************************************************
008776     MOVE 0 TO WS-ORIG-FOUND-NO
008779     PERFORM 3655-CHECK-ONE-ORIG THRU 3655-CHECK-ONE-ORIG-EXIT
008782         VARYING WS-ORIG-SEARCH-NO FROM 1 BY 1
008785         UNTIL WS-ORIG-SEARCH-NO > WS-ORIG-COUNT
008788     .
008791
008794 3650-FIND-ORIG-EXIT.
008797     EXIT.
008800
008803*****************************************************************
008806 3655-CHECK-ONE-ORIG.
008809*****************************************************************
008812     SET WS-ORIG-IDX TO WS-ORIG-SEARCH-NO
008815     IF WS-ORIG-RULE-ID (WS-ORIG-IDX)
008818         = WS-TAB-RULE-ID (WS-RULE-IDX)
008821         MOVE WS-ORIG-SEARCH-NO TO WS-ORIG-FOUND-NO
008824     END-IF
008827     .
008830
008833 3655-CHECK-ONE-ORIG-EXIT.
008836     EXIT.
008839
008842*****************************************************************
008845 3660-BUILD-AUDIT-IMAGE.
008848*****************************************************************
008851     MOVE SPACES TO PT-AUDIT-RECORD
008854     MOVE WS-RUN-DATE          TO PT-AUD-DATE
008857     MOVE WS-RUN-TIME-RAW(1:6) TO PT-AUD-TIME
008860     MOVE WS-REQUESTER         TO PT-AUD-OPERATOR
008863     MOVE WS-TAB-RULE-ID (WS-RULE-IDX) TO PT-AUD-RULE-ID
008866     .
008869
008872 3660-BUILD-AUDIT-IMAGE-EXIT.
008875     EXIT.
008878
008881*****************************************************************
008884 3670-MOVE-BEFORE-IMAGE.
008887*****************************************************************
008890     MOVE WS-ORIG-LOW (WS-ORIG-IDX) TO PT-AUD-B-LOW
008893     MOVE WS-ORIG-HIGH (WS-ORIG-IDX) TO PT-AUD-B-HIGH
008896     MOVE WS-ORIG-MULT (WS-ORIG-IDX) TO WS-AUD-SIGNED
008899     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-MULT
008902     MOVE WS-ORIG-MOD (WS-ORIG-IDX) TO WS-AUD-SIGNED
008905     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-MOD
008908     MOVE WS-ORIG-TARGET (WS-ORIG-IDX) TO WS-AUD-SIGNED
008911     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-TARGET
008914     MOVE WS-ORIG-LABEL (WS-ORIG-IDX) TO PT-AUD-B-LABEL
008917     MOVE WS-ORIG-EFF-FROM (WS-ORIG-IDX) TO PT-AUD-B-EFF-FROM
008920     MOVE WS-ORIG-EFF-TO (WS-ORIG-IDX) TO PT-AUD-B-EFF-TO
008923     MOVE WS-ORIG-FREQ (WS-ORIG-IDX) TO PT-AUD-B-FREQ
008926     MOVE WS-ORIG-FREQ-DAY (WS-ORIG-IDX) TO PT-AUD-B-FREQ-DAY
008929     MOVE WS-ORIG-MIN-FLAG (WS-ORIG-IDX) TO PT-AUD-B-MIN-FLAG
008932     MOVE WS-ORIG-MAX-FLAG (WS-ORIG-IDX) TO PT-AUD-B-MAX-FLAG
008935     MOVE WS-ORIG-FORM-TYPE (WS-ORIG-IDX) TO PT-AUD-B-FORM-TYPE
008938     MOVE WS-ORIG-OFFSET (WS-ORIG-IDX) TO WS-AUD-SIGNED
008941     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-OFFSET
008944     MOVE WS-ORIG-REM-COUNT (WS-ORIG-IDX) TO PT-AUD-B-REM-COUNT
008947     MOVE WS-ORIG-REM-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
008950     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-REM-2
008953     MOVE WS-ORIG-REM-3 (WS-ORIG-IDX) TO WS-AUD-SIGNED
008956     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-REM-3
008959     MOVE WS-ORIG-REM-4 (WS-ORIG-IDX) TO WS-AUD-SIGNED
008962     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-REM-4
008965     MOVE WS-ORIG-CONNECT (WS-ORIG-IDX) TO PT-AUD-B-CONNECT
008968     MOVE WS-ORIG-MULT-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
008971     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-MULT-2
008974     MOVE WS-ORIG-MOD-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
008977     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-MOD-2
008980     MOVE WS-ORIG-OFFSET-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
008983     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-OFFSET-2
008986     MOVE WS-ORIG-TARGET-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
008989     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-TARGET-2
008990     MOVE WS-ORIG-STATUS (WS-ORIG-IDX) TO PT-AUD-B-STATUS
008992     .
008995
008998 3670-MOVE-BEFORE-IMAGE-EXIT.
009001     EXIT.
009004
009007*****************************************************************
009010 3680-MOVE-AFTER-IMAGE.
009013*****************************************************************
009016     MOVE WS-TAB-LOW (WS-RULE-IDX) TO PT-AUD-A-LOW
009019     MOVE WS-TAB-HIGH (WS-RULE-IDX) TO PT-AUD-A-HIGH
009022     MOVE WS-TAB-MULT (WS-RULE-IDX) TO WS-AUD-SIGNED
009025     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-MULT
009028     MOVE WS-TAB-MOD (WS-RULE-IDX) TO WS-AUD-SIGNED
009031     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-MOD
009034     MOVE WS-TAB-TARGET (WS-RULE-IDX) TO WS-AUD-SIGNED
009037     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-TARGET
009040     MOVE WS-TAB-LABEL (WS-RULE-IDX) TO PT-AUD-A-LABEL
009043     MOVE WS-TAB-EFF-FROM (WS-RULE-IDX) TO PT-AUD-A-EFF-FROM
009046     MOVE WS-TAB-EFF-TO (WS-RULE-IDX) TO PT-AUD-A-EFF-TO
009049     MOVE WS-TAB-FREQ (WS-RULE-IDX) TO PT-AUD-A-FREQ
009052     MOVE WS-TAB-FREQ-DAY (WS-RULE-IDX) TO PT-AUD-A-FREQ-DAY
009055     MOVE WS-TAB-MIN-FLAG (WS-RULE-IDX) TO PT-AUD-A-MIN-FLAG
009058     MOVE WS-TAB-MAX-FLAG (WS-RULE-IDX) TO PT-AUD-A-MAX-FLAG
009061     MOVE WS-TAB-FORM-TYPE (WS-RULE-IDX) TO PT-AUD-A-FORM-TYPE
009064     MOVE WS-TAB-OFFSET (WS-RULE-IDX) TO WS-AUD-SIGNED
009067     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-OFFSET
009070     MOVE WS-TAB-REM-COUNT (WS-RULE-IDX) TO PT-AUD-A-REM-COUNT
009073     MOVE WS-TAB-REM-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
009076     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-REM-2
009079     MOVE WS-TAB-REM-3 (WS-RULE-IDX) TO WS-AUD-SIGNED
009082     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-REM-3
009085     MOVE WS-TAB-REM-4 (WS-RULE-IDX) TO WS-AUD-SIGNED
009088     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-REM-4
009091     MOVE WS-TAB-CONNECT (WS-RULE-IDX) TO PT-AUD-A-CONNECT
009094     MOVE WS-TAB-MULT-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
009097     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-MULT-2
009100     MOVE WS-TAB-MOD-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
009103     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-MOD-2
009106     MOVE WS-TAB-OFFSET-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
009109     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-OFFSET-2
009112     MOVE WS-TAB-TARGET-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
009115     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-TARGET-2
009116     MOVE WS-TAB-STATUS (WS-RULE-IDX) TO PT-AUD-A-STATUS
009118     .
009121
009124 3680-MOVE-AFTER-IMAGE-EXIT.
009127     EXIT.
009130
009133*****************************************************************
009136 3690-WRITE-PENDING.
009139*****************************************************************
009142     MOVE SPACES TO PT-PENDING-RECORD
009145     MOVE "P"                  TO PT-PND-STATUS
009148     MOVE WS-SOURCE            TO PT-PND-SOURCE
009151     MOVE WS-RUN-DATE          TO PT-PND-QUEUE-DATE
009154     MOVE WS-RUN-TIME-RAW(1:6) TO PT-PND-QUEUE-TIME
009157     MOVE WS-REQUESTER         TO PT-PND-REQUESTER
009160     MOVE ZERO                 TO PT-PND-REVIEW-DATE
009163     MOVE ZERO                 TO PT-PND-REVIEW-TIME
009166     MOVE PT-AUDIT-RECORD      TO PT-PND-CHANGE
009169     WRITE PT-PENDING-RECORD
009172     ADD 1 TO WS-QUEUED-COUNT
009175     .
009178
009181 3690-WRITE-PENDING-EXIT.
009184     EXIT.
009187
009270*****************************************************************
009280 8000-WRITE-TRAILER.
009290*****************************************************************
009420     MOVE WS-EXP-CHG-COUNT  TO CNT-EXPECTED
009430     MOVE WS-CHG-READ-COUNT TO CNT-READ
009440     WRITE PT-REPORT-LINE FROM WS-COUNT-LINE
009450     MOVE "RETIRES  - TRAILER EXPECTED: " TO CNT-TEXT
009460     MOVE WS-EXP-DEL-COUNT  TO CNT-EXPECTED
009470     MOVE WS-DEL-READ-COUNT TO CNT-READ
009480     WRITE PT-REPORT-LINE FROM WS-COUNT-LINE
009510     WRITE PT-REPORT-LINE
009520
009530     IF WS-BATCH-OK
009540         MOVE "BATCH QUEUED ON PTPENDQ FOR APPROVAL"
009550             TO TRL1-RESULT
009560     ELSE
009570         MOVE "BATCH REJECTED, NOTHING QUEUED"
009580             TO TRL1-RESULT
009590     END-IF
009600     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-1
009630     MOVE WS-REJECTED-COUNT TO TRL2-REJECTED
009640     MOVE WS-RULE-COUNT     TO TRL2-RULES
009650     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-2
009652     MOVE WS-QUEUED-COUNT   TO TRL3-QUEUED
009654     MOVE WS-REQUESTER      TO TRL3-REQUESTER
009656     MOVE WS-SOURCE         TO TRL3-SOURCE
009658     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-3
009660     .
009670
009680 8000-WRITE-TRAILER-EXIT.
009770     IF WS-REPORT-OPEN
009780         CLOSE PT-REPORT-FILE
009790     END-IF
009792     IF WS-PENDQ-OPEN
009794         CLOSE PT-PENDQ-FILE
009796     END-IF
009800
009810     IF WS-BATCH-OK
009820         DISPLAY "PTRLOAD - BATCH ACCEPTED, " WS-APPLIED-COUNT
009830             " TRANSACTIONS ACCEPTED, " WS-REJECTED-COUNT
009840             " REJECTED, " WS-QUEUED-COUNT
009845             " CHANGES QUEUED FOR APPROVAL BY " WS-REQUESTER
009850     ELSE
009860         DISPLAY "PTRLOAD - BATCH REJECTED, NOTHING QUEUED"
009870         MOVE 8 TO RETURN-CODE
009880     END-IF
009890     .
