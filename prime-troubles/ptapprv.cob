000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTAPPRV.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - ONLINE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTAPPRV                                                      *
000090*                                                                *
000100*  RULE CHANGE APPROVAL - THE SECOND PAIR OF EYES. PTMAINT      *
000110*  SAVES AND PTRLOAD BATCHES (CARRYING PTREJWB REPAIRS AND      *
000120*  PTPROMOT PROMOTIONS) NO LONGER REWRITE PTRULES; THEY QUEUE   *
000130*  EACH RULE ADD/CHANGE/DELETE ON PTPENDQ (SEE PTPND01). THIS   *
000140*  PROGRAM WALKS THE PENDING ITEMS ON THE CONSOLE, SHOWING THE  *
000150*  BEFORE AND AFTER IMAGE OF EVERY FIELD, AND LETS A SIGNED-ON  *
000160*  OPERATOR DEAL WITH EACH ONE:                                 *
000170*     A = APPROVE - APPLY THE CHANGE TO PTRULES AND APPEND THE  *
000180*         PTAUDIT RECORD, STAMPED WITH BOTH OPERATORS.          *
000190*     D = DECLINE - KEY A REASON; NOTHING IS APPLIED.           *
000200*     N = NEXT - LEAVE IT PENDING.                              *
000210*     X = EXIT - STOP.                                          *
000220*                                                                *
000230*  THE REVIEWER SIGNS ON AGAINST PTSECUR (UPDATE AUTHORITY      *
000240*  REQUIRED) AND CANNOT APPROVE A CHANGE QUEUED UNDER THE SAME  *
000250*  OPERATOR ID. AN APPROVAL IS REFUSED WHILE THE PTRSTATE       *
000260*  RUN-STATE INTERLOCK SHOWS A SCAN IN FLIGHT (UNLESS           *
000270*  OVERRIDDEN FOR A KNOWN-DEAD RUN, AS PTMAINT ONCE DID), AND   *
000280*  WHEN PTRULES NO LONGER MATCHES THE BEFORE IMAGE THE CHANGE   *
000290*  WAS QUEUED AGAINST - A STALE CHANGE IS DECLINED AND          *
000300*  RE-REQUESTED, NEVER FORCED.                                  *
000310*                                                                *
000320*  EVERY DECISION IS WRITTEN AT ONCE: PTRULES IS REWRITTEN ON   *
000330*  AN APPROVAL, THE DECIDED ITEM IS APPENDED TO THE PERMANENT   *
000340*  PTPNDLOG, AND PTPENDQ IS REWRITTEN WITH ONLY THE ITEMS STILL *
000350*  PENDING. PTPENDQ MUST BE ALLOCATED TO ONE SESSION AT A TIME. *
000360*                                                                *
000370*  MODIFICATION HISTORY                                         *
000380*  ----------------------                                       *
000390*  DATE       INIT  DESCRIPTION                                 *
000400*  2026-10-15 DLK   ORIGINAL VERSION - DUAL-CONTROL APPROVAL OF  *
000410*                   QUEUED RULE CHANGES.                         *
000411*  2026-10-15 DLK   RULE STATUS (SEE PTRULE01) IS HELD, SHOWN    *
000412*                   AND APPLIED WITH THE REST OF THE IMAGE. A    *
000413*                   RULE IS NEVER REMOVED FROM PTRULES NOW - A   *
000414*                   DELETE QUEUED BEFORE THE CHANGE IS APPLIED   *
000415*                   AS A RETIRE, AND AN ADD OF A RETIRED RULE'S  *
000416*                   ID IS REFUSED AS STALE.                      *
000417*  2026-10-15 DLK   RULE TABLE NOW HOLDS 999 RULES, THE WHOLE    *
000418*                   RULE ID RANGE, SO RETIRED RULES KEPT ON      *
000419*                   PTRULES CANNOT CROWD OUT LIVE ONES.          *
000420*****************************************************************
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER.   IBM-370.
000470 OBJECT-COMPUTER.   IBM-370.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT PT-PENDQ-FILE ASSIGN TO "PTPENDQ"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-PENDQ-STATUS.
000540
000550     SELECT PT-PNDLOG-FILE ASSIGN TO "PTPNDLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-PNDLOG-STATUS.
000580
000590     SELECT PT-RULES-FILE ASSIGN TO "PTRULES"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-RULES-STATUS.
000620
000630     SELECT PT-AUDIT-FILE ASSIGN TO "PTAUDIT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-AUDIT-STATUS.
000660
000670     SELECT PT-RSTATE-FILE ASSIGN TO "PTRSTATE"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-RSTATE-STATUS.
000700
000710     SELECT PT-SECUR-FILE ASSIGN TO "PTSECUR"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SECUR-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  PT-PENDQ-FILE
000780     RECORDING MODE IS F.
000790 01  PT-PENDQ-LINE               PIC X(396).
000800
000810 FD  PT-PNDLOG-FILE
000820     RECORDING MODE IS F.
000830 01  PT-PNDLOG-LINE              PIC X(396).
000840
000850 FD  PT-RULES-FILE
000860     RECORDING MODE IS F.
000870 COPY PTRULE01.
000880*    THE SAME RECORD SEEN AS THE BYTE IMAGES PTAUD01 CARRIES -
000890*    THE MAIN IMAGE IS BYTES 4-80, THE FORMULA EXTENSION 81-131.
000900 01  PT-RULE-IMAGE.
000910     05  PT-RIM-ID               PIC 9(03).
000920     05  PT-RIM-MAIN             PIC X(77).
000930     05  PT-RIM-FORM             PIC X(51).
000935     05  PT-RIM-STATUS           PIC X(01).
000940     05  FILLER                  PIC X(09).
000950
000960 FD  PT-AUDIT-FILE
000970     RECORDING MODE IS F.
000980 01  PT-AUDIT-LINE               PIC X(296).
000990
001000 FD  PT-RSTATE-FILE
001010     RECORDING MODE IS F.
001020 COPY PTRST01.
001030
001040 FD  PT-SECUR-FILE
001050     RECORDING MODE IS F.
001060 COPY PTSEC01.
001070
001080 WORKING-STORAGE SECTION.
001090*----------------------------------------------------------------
001100*  FILE STATUS AND SWITCHES
001110*----------------------------------------------------------------
001120 01  WS-PENDQ-STATUS     PIC X(02) VALUE "00".
001130 01  WS-PNDLOG-STATUS    PIC X(02) VALUE "00".
001140 01  WS-RULES-STATUS     PIC X(02) VALUE "00".
001150 01  WS-AUDIT-STATUS     PIC X(02) VALUE "00".
001160 01  WS-RSTATE-STATUS    PIC X(02) VALUE "00".
001170 01  WS-SECUR-STATUS     PIC X(02) VALUE "00".
001180 01  WS-SWITCHES.
001190     05  WS-DONE-SW      PIC X(01) VALUE "N".
001200         88  WS-DONE            VALUE "Y".
001210     05  WS-PENDQ-EOF-SW PIC X(01) VALUE "N".
001220         88  WS-PENDQ-EOF       VALUE "Y".
001230     05  WS-RULES-EOF-SW PIC X(01) VALUE "N".
001240         88  WS-RULES-EOF       VALUE "Y".
001250     05  WS-APPLY-OK-SW  PIC X(01) VALUE "N".
001260         88  WS-APPLY-OK        VALUE "Y".
001270     05  WS-STALE-SW     PIC X(01) VALUE "N".
001280         88  WS-STALE           VALUE "Y".
001290 01  WS-RUN-ACTIVE-SW    PIC X(01) VALUE "N".
001300     88  WS-RUN-ACTIVE          VALUE "Y".
001310 01  WS-OVERRIDE-REPLY   PIC X(01) VALUE SPACE.
001320     88  WS-OVERRIDE-YES        VALUE "Y" "y".
001330
001340*----------------------------------------------------------------
001350*  OPERATOR SIGN-ON - SAME PTSECUR DISCIPLINE AS PTMAINT,
001360*  PTREJWB AND PTPROMOT. AN APPROVAL REWRITES PTRULES, SO
001370*  UPDATE AUTHORITY IS REQUIRED.
001380*----------------------------------------------------------------
001390 01  WS-SEC-TABLE.
001400     05  WS-SEC-ENTRY OCCURS 20 TIMES
001410                 INDEXED BY WS-SEC-IDX.
001420         10  WS-SEC-OPERATOR     PIC X(08).
001430         10  WS-SEC-PASSWORD     PIC X(08).
001440         10  WS-SEC-AUTHORITY    PIC X(01).
001450         10  WS-SEC-FAIL-COUNT   PIC 9(01).
001460         10  WS-SEC-LOCKED-SW    PIC X(01).
001470         10  WS-SEC-PW-CHG-DATE  PIC 9(08).
001480         10  WS-SEC-FORCE-CHG-SW PIC X(01).
001490         10  WS-SEC-PW-EXPIRE    PIC 9(03).
001500
001510 01  WS-SEC-COUNT        PIC 9(03) COMP VALUE 0.
001520 01  WS-MAX-OPERATORS    PIC 9(03) COMP VALUE 20.
001530 01  WS-SEC-FOUND-NO     PIC 9(03) COMP VALUE 0.
001540 01  WS-SEC-SEARCH-NO    PIC 9(03) COMP VALUE 0.
001550 01  WS-SEC-WRITE-NO     PIC 9(03) COMP VALUE 0.
001560 01  WS-SEC-OVERFLOW-SW  PIC X(01) VALUE "N".
001570     88  WS-SEC-OVERFLOW        VALUE "Y".
001580 01  WS-SEC-EOF-SW       PIC X(01) VALUE "N".
001590     88  WS-SEC-EOF             VALUE "Y".
001600 01  WS-SIGNON-ID        PIC X(08) VALUE SPACES.
001610 01  WS-SIGNON-PW        PIC X(08) VALUE SPACES.
001620 01  WS-SIGNON-OK-SW     PIC X(01) VALUE "N".
001630     88  WS-SIGNON-OK           VALUE "Y".
001640 01  WS-ATTEMPT-NO       PIC 9(01) VALUE 0.
001650 01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
001660 01  WS-AUTHORITY        PIC X(01) VALUE "I".
001670     88  WS-AUTH-UPDATE         VALUE "U" "A".
001680
001690*----------------------------------------------------------------
001700*  PASSWORD EXPIRY ARITHMETIC - SAME SERIAL DAY-NUMBER METHOD
001710*  AS PTRECON. A FORCED OR EXPIRED PASSWORD IS REFUSED HERE -
001720*  PASSWORD CHANGES THEMSELVES HAPPEN AT THE PTMAINT SIGN-ON.
001730*----------------------------------------------------------------
001740 01  WS-PW-EXPIRED-SW    PIC X(01) VALUE "N".
001750     88  WS-PW-EXPIRED          VALUE "Y".
001760 01  WS-TODAY-DAY-NO     PIC 9(07) VALUE 0.
001770 01  WS-PW-AGE           PIC S9(07) VALUE 0.
001780 01  WS-DAYNO-DATE       PIC 9(08).
001790 01  WS-DAYNO-DATE-R REDEFINES WS-DAYNO-DATE.
001800     05  WS-DAYNO-CCYY   PIC 9(04).
001810     05  WS-DAYNO-MM     PIC 9(02).
001820     05  WS-DAYNO-DD     PIC 9(02).
001830 01  WS-DAYNO-RESULT     PIC 9(07) VALUE 0.
001840 01  WS-DAYNO-Y          PIC 9(04) COMP VALUE 0.
001850 01  WS-DAYNO-W          PIC 9(07) COMP VALUE 0.
001860 01  WS-LEAP-Q           PIC 9(04) COMP VALUE 0.
001870 01  WS-LEAP-R4          PIC 9(04) COMP VALUE 0.
001880 01  WS-LEAP-R100        PIC 9(04) COMP VALUE 0.
001890 01  WS-LEAP-R400        PIC 9(04) COMP VALUE 0.
001900 01  WS-CUM-DAYS-TABLE.
001910     05  FILLER          PIC X(36) VALUE
001920         "000031059090120151181212243273304334".
001930 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
001940     05  WS-CUM-DAYS     PIC 9(03) OCCURS 12 TIMES.
001950
001960*----------------------------------------------------------------
001970*  PENDING QUEUE TABLE - LOADED WHOLE, REWRITTEN AFTER EVERY
001980*  DECISION WITH ONLY THE ENTRIES STILL PENDING.
001990*----------------------------------------------------------------
002000 01  WS-PND-TABLE.
002010     05  WS-PND-ENTRY OCCURS 500 TIMES
002020                 INDEXED BY WS-PND-IDX.
002030         10  WS-PND-ITEM-STATUS  PIC X(01).
002040         10  WS-PND-ITEM-REST    PIC X(395).
002050
002060 01  WS-PND-COUNT        PIC 9(03) COMP VALUE 0.
002070 01  WS-MAX-PENDING      PIC 9(03) COMP VALUE 500.
002080 01  WS-PND-NO           PIC 9(03) COMP VALUE 0.
002090 01  WS-PND-WRITE-NO     PIC 9(03) COMP VALUE 0.
002100 01  WS-PND-OPEN-COUNT   PIC 9(03) COMP VALUE 0.
002110 01  WS-CAP-WARNED-SW    PIC X(01) VALUE "N".
002120     88  WS-CAP-WARNED          VALUE "Y".
002130
002140*----------------------------------------------------------------
002150*  THE ITEM UNDER REVIEW AND ITS BEFORE/AFTER IMAGES
002160*----------------------------------------------------------------
002170 COPY PTPND01.
002180 COPY PTAUD01.
002190
002200*----------------------------------------------------------------
002210*  PTRULES AS BYTE IMAGES - LOADED WHOLE, CHANGED ONE APPROVED
002220*  ITEM AT A TIME, AND REWRITTEN IN RULE-ID ORDER. HOLDING THE
002230*  IMAGES RATHER THAN THE FIELDS MEANS AN APPROVED CHANGE LANDS
002240*  ON PTRULES BYTE FOR BYTE AS THE REVIEWER SAW IT.
002250*----------------------------------------------------------------
002260 01  WS-RULE-TABLE.
002270     05  WS-RULE-ENTRY OCCURS 999 TIMES
002280                 INDEXED BY WS-RULE-IDX WS-RULE-IDX2.
002290         10  WS-TAB-RULE-ID      PIC 9(03).
002300         10  WS-TAB-MAIN         PIC X(77).
002310         10  WS-TAB-FORM         PIC X(51).
002315         10  WS-TAB-STATUS       PIC X(01).
002320
002330 01  WS-RULE-COUNT       PIC 9(03) COMP VALUE 0.
002340 01  WS-MAX-RULES        PIC 9(03) COMP VALUE 999.
002350 01  WS-RULE-FOUND-NO    PIC 9(03) COMP VALUE 0.
002360 01  WS-RULE-SEARCH-NO   PIC 9(04) COMP VALUE 0.
002370 01  WS-WRITE-NO         PIC 9(04) COMP VALUE 0.
002380 01  WS-RULE-OVERFLOW-SW PIC X(01) VALUE "N".
002390     88  WS-RULE-OVERFLOW       VALUE "Y".
002400
002410 01  WS-SORT-I           PIC 9(04) COMP VALUE 0.
002420 01  WS-SORT-J           PIC 9(04) COMP VALUE 0.
002430 01  WS-SORT-LIMIT       PIC 9(04) COMP VALUE 0.
002440 01  WS-SORT-TEMP-ENTRY  PIC X(132).
002450
002460*----------------------------------------------------------------
002470*  CONSOLE COMMAND AND DISPLAY WORK FIELDS
002480*----------------------------------------------------------------
002490 01  WS-COMMAND          PIC X(01).
002500     88  WS-CMD-APPROVE         VALUE "A" "a".
002510     88  WS-CMD-DECLINE         VALUE "D" "d".
002520     88  WS-CMD-NEXT            VALUE "N" "n".
002530     88  WS-CMD-EXIT            VALUE "X" "x".
002540     88  WS-CMD-VALID           VALUE "A" "a" "D" "d"
002550                                      "N" "n" "X" "x".
002560
002570 01  WS-DECLINE-REASON   PIC X(30) VALUE SPACES.
002580 01  WS-ACTION-TEXT      PIC X(06) VALUE SPACES.
002590 01  WS-SHOW-NAME        PIC X(10) VALUE SPACES.
002600 01  WS-SHOW-BEFORE      PIC X(20) VALUE SPACES.
002610 01  WS-SHOW-AFTER       PIC X(20) VALUE SPACES.
002620 01  WS-SHOW-FLAG        PIC X(10) VALUE SPACES.
002630
002640*----------------------------------------------------------------
002650*  SESSION COUNTS AND DATES
002660*----------------------------------------------------------------
002670 01  WS-APPROVED-COUNT   PIC 9(03) COMP VALUE 0.
002680 01  WS-DECLINED-COUNT   PIC 9(03) COMP VALUE 0.
002690
002700 01  WS-RUN-DATE         PIC 9(08) VALUE 0.
002710 01  WS-NOW-DATE         PIC 9(08) VALUE 0.
002720 01  WS-NOW-TIME-RAW     PIC 9(08) VALUE 0.
002730 01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME-RAW.
002740     05  WS-NOW-TIME     PIC 9(06).
002750     05  FILLER          PIC 9(02).
002760
002770 PROCEDURE DIVISION.
002780*****************************************************************
002790 0000-MAINLINE.
002800*****************************************************************
002810     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002820
002830     PERFORM 2000-REVIEW-ONE-ITEM THRU 2000-REVIEW-ONE-ITEM-EXIT
002840         VARYING WS-PND-NO FROM 1 BY 1
002850         UNTIL WS-PND-NO > WS-PND-COUNT OR WS-DONE
002860
002870     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002880
002890     GOBACK.
002900
002910*****************************************************************
002920 1000-INITIALIZE.
002930*****************************************************************
002940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002950     MOVE WS-RUN-DATE TO WS-DAYNO-DATE
002960     PERFORM 7200-CALC-DAY-NUMBER THRU 7200-CALC-DAY-NUMBER-EXIT
002970     MOVE WS-DAYNO-RESULT TO WS-TODAY-DAY-NO
002980
002990     PERFORM 1050-IDENTIFY-OPERATOR
003000         THRU 1050-IDENTIFY-OPERATOR-EXIT
003010     IF WS-DONE
003020         MOVE 0 TO WS-PND-COUNT
003030         GO TO 1000-INITIALIZE-EXIT
003040     END-IF
003050
003060     OPEN INPUT PT-PENDQ-FILE
003070     IF WS-PENDQ-STATUS NOT = "00"
003080         DISPLAY "PTAPPRV - NO PTPENDQ QUEUE FOUND, STATUS = "
003090             WS-PENDQ-STATUS " - NOTHING AWAITS APPROVAL"
003100         MOVE "Y" TO WS-DONE-SW
003110         MOVE 0 TO WS-PND-COUNT
003120         GO TO 1000-INITIALIZE-EXIT
003130     END-IF
003140     PERFORM 1300-LOAD-ONE-ITEM THRU 1300-LOAD-ONE-ITEM-EXIT
003150         UNTIL WS-PENDQ-EOF
003160     CLOSE PT-PENDQ-FILE
003170     IF WS-DONE
003180         GO TO 1000-INITIALIZE-EXIT
003190     END-IF
003200
003210     IF WS-PND-OPEN-COUNT = 0
003220         DISPLAY "PTAPPRV - NO CHANGES AWAIT APPROVAL"
003230         MOVE "Y" TO WS-DONE-SW
003240         GO TO 1000-INITIALIZE-EXIT
003250     END-IF
003260
003270*    AN OVERFULL PTRULES REFUSES THE SESSION - A REWRITE FROM A
003280*    TRUNCATED TABLE WOULD DESTROY THE RULES THAT DID NOT FIT.
003290     OPEN INPUT PT-RULES-FILE
003300     IF WS-RULES-STATUS = "00"
003310         PERFORM 1100-LOAD-ONE-RULE THRU 1100-LOAD-ONE-RULE-EXIT
003320             UNTIL WS-RULES-EOF
003330         CLOSE PT-RULES-FILE
003340     ELSE
003350         DISPLAY "PTAPPRV - NO PTRULES FILE FOUND, STATUS = "
003360             WS-RULES-STATUS " - STARTING FROM NO RULES"
003370     END-IF
003380     IF WS-RULE-OVERFLOW
003390         DISPLAY "PTAPPRV - PTRULES EXCEEDS " WS-MAX-RULES
003400             " RULES - SESSION REFUSED, PTRULES LEFT UNTOUCHED"
003410         MOVE "Y" TO WS-DONE-SW
003420         MOVE 0 TO WS-PND-COUNT
003430         GO TO 1000-INITIALIZE-EXIT
003440     END-IF
003450
003460     DISPLAY "PTAPPRV - " WS-PND-OPEN-COUNT
003470         " CHANGES AWAIT APPROVAL"
003480     .
003490
003500 1000-INITIALIZE-EXIT.
003510     EXIT.
003520
003530*****************************************************************
003540 1050-IDENTIFY-OPERATOR.
003550*****************************************************************
003560     PERFORM 1060-LOAD-SECURITY THRU 1060-LOAD-SECURITY-EXIT
003570     IF WS-SEC-COUNT = 0
003580         DISPLAY "PTAPPRV - NO PTSECUR SECURITY FILE, "
003590             "SESSION REFUSED"
003600         MOVE "Y" TO WS-DONE-SW
003610         GO TO 1050-IDENTIFY-OPERATOR-EXIT
003620     END-IF
003630
003640     IF WS-SEC-OVERFLOW
003650         DISPLAY "PTAPPRV - PTSECUR EXCEEDS " WS-MAX-OPERATORS
003660             " OPERATORS, SESSION REFUSED - SPLIT OR CLEAN "
003670             "THE SECURITY FILE"
003680         MOVE "Y" TO WS-DONE-SW
003690         GO TO 1050-IDENTIFY-OPERATOR-EXIT
003700     END-IF
003710
003720     PERFORM 1070-ATTEMPT-SIGNON THRU 1070-ATTEMPT-SIGNON-EXIT
003730         VARYING WS-ATTEMPT-NO FROM 1 BY 1
003740         UNTIL WS-ATTEMPT-NO > 3 OR WS-SIGNON-OK
003750
003760     IF NOT WS-SIGNON-OK
003770         DISPLAY "PTAPPRV - SIGN-ON FAILED, SESSION REFUSED"
003780         MOVE "Y" TO WS-DONE-SW
003790         GO TO 1050-IDENTIFY-OPERATOR-EXIT
003800     END-IF
003810
003820     IF NOT WS-AUTH-UPDATE
003830         DISPLAY "PTAPPRV - APPROVALS REQUIRE UPDATE AUTHORITY, "
003840             "SESSION REFUSED"
003850         MOVE "Y" TO WS-DONE-SW
003860     END-IF
003870     .
003880
003890 1050-IDENTIFY-OPERATOR-EXIT.
003900     EXIT.
003910
003920*****************************************************************
003930 1060-LOAD-SECURITY.
003940*****************************************************************
003950     OPEN INPUT PT-SECUR-FILE
003960     IF WS-SECUR-STATUS NOT = "00"
003970         GO TO 1060-LOAD-SECURITY-EXIT
003980     END-IF
003990     PERFORM 1065-LOAD-ONE-OPERATOR
004000         THRU 1065-LOAD-ONE-OPERATOR-EXIT
004010         UNTIL WS-SEC-EOF
004020     CLOSE PT-SECUR-FILE
004030     .
004040
004050 1060-LOAD-SECURITY-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090 1065-LOAD-ONE-OPERATOR.
004100*****************************************************************
004110     READ PT-SECUR-FILE
004120         AT END
004130             MOVE "Y" TO WS-SEC-EOF-SW
004140             GO TO 1065-LOAD-ONE-OPERATOR-EXIT
004150     END-READ
004160     IF WS-SEC-COUNT >= WS-MAX-OPERATORS
004170         MOVE "Y" TO WS-SEC-OVERFLOW-SW
004180         GO TO 1065-LOAD-ONE-OPERATOR-EXIT
004190     END-IF
004200     ADD 1 TO WS-SEC-COUNT
004210     SET WS-SEC-IDX TO WS-SEC-COUNT
004220     MOVE PT-SEC-OPERATOR   TO WS-SEC-OPERATOR   (WS-SEC-IDX)
004230     MOVE PT-SEC-PASSWORD   TO WS-SEC-PASSWORD   (WS-SEC-IDX)
004240     MOVE PT-SEC-AUTHORITY  TO WS-SEC-AUTHORITY  (WS-SEC-IDX)
004250     MOVE PT-SEC-FAIL-COUNT TO WS-SEC-FAIL-COUNT (WS-SEC-IDX)
004260     MOVE PT-SEC-LOCKED-SW  TO WS-SEC-LOCKED-SW  (WS-SEC-IDX)
004270*    AGING FIELDS READ AS SPACES ON RECORDS WRITTEN BEFORE THEY
004280*    EXISTED - THEY LOAD AS ZERO, MEANING NO FORCED CHANGE AND
004290*    NO EXPIRY, EXACTLY THE OLD BEHAVIOR.
004300     IF PT-SEC-PW-CHG-DATE NUMERIC
004310         MOVE PT-SEC-PW-CHG-DATE
004320             TO WS-SEC-PW-CHG-DATE (WS-SEC-IDX)
004330     ELSE
004340         MOVE ZERO TO WS-SEC-PW-CHG-DATE (WS-SEC-IDX)
004350     END-IF
004360     MOVE PT-SEC-FORCE-CHG-SW
004370         TO WS-SEC-FORCE-CHG-SW (WS-SEC-IDX)
004380     IF PT-SEC-PW-EXPIRE-DAYS NUMERIC
004390         MOVE PT-SEC-PW-EXPIRE-DAYS
004400             TO WS-SEC-PW-EXPIRE (WS-SEC-IDX)
004410     ELSE
004420         MOVE ZERO TO WS-SEC-PW-EXPIRE (WS-SEC-IDX)
004430     END-IF
004440     .
004450
004460 1065-LOAD-ONE-OPERATOR-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500 1070-ATTEMPT-SIGNON.
004510*****************************************************************
004520     DISPLAY "PTAPPRV - ENTER OPERATOR ID:"
004530     ACCEPT WS-SIGNON-ID FROM CONSOLE
004540     DISPLAY "PTAPPRV - ENTER PASSWORD:"
004550     ACCEPT WS-SIGNON-PW FROM CONSOLE
004560
004570     PERFORM 1075-FIND-OPERATOR THRU 1075-FIND-OPERATOR-EXIT
004580     IF WS-SEC-FOUND-NO = 0
004590         DISPLAY "PTAPPRV - OPERATOR NOT ON SECURITY FILE"
004600         GO TO 1070-ATTEMPT-SIGNON-EXIT
004610     END-IF
004620
004630     SET WS-SEC-IDX TO WS-SEC-FOUND-NO
004640     IF WS-SEC-LOCKED-SW (WS-SEC-IDX) = "Y"
004650         DISPLAY "PTAPPRV - OPERATOR IS LOCKED OUT, SEE THE "
004660             "SECURITY ADMINISTRATOR"
004670         GO TO 1070-ATTEMPT-SIGNON-EXIT
004680     END-IF
004690
004700     IF WS-SIGNON-PW NOT = WS-SEC-PASSWORD (WS-SEC-IDX)
004710         ADD 1 TO WS-SEC-FAIL-COUNT (WS-SEC-IDX)
004720         IF WS-SEC-FAIL-COUNT (WS-SEC-IDX) >= 3
004730             MOVE "Y" TO WS-SEC-LOCKED-SW (WS-SEC-IDX)
004740             DISPLAY "PTAPPRV - OPERATOR NOW LOCKED OUT"
004750         ELSE
004760             DISPLAY "PTAPPRV - PASSWORD DOES NOT MATCH"
004770         END-IF
004780         PERFORM 1090-SAVE-SECURITY THRU 1090-SAVE-SECURITY-EXIT
004790         GO TO 1070-ATTEMPT-SIGNON-EXIT
004800     END-IF
004810
004820     IF WS-SEC-FAIL-COUNT (WS-SEC-IDX) > 0
004830         MOVE 0 TO WS-SEC-FAIL-COUNT (WS-SEC-IDX)
004840         PERFORM 1090-SAVE-SECURITY THRU 1090-SAVE-SECURITY-EXIT
004850     END-IF
004860*    A FORCED OR EXPIRED PASSWORD CANNOT SIGN ON HERE - THE
004870*    CHANGE ITSELF HAPPENS AT THE PTMAINT SIGN-ON.
004880     PERFORM 1080-CHECK-PW-AGE THRU 1080-CHECK-PW-AGE-EXIT
004890     IF WS-PW-EXPIRED
004900         DISPLAY "PTAPPRV - PASSWORD CHANGE REQUIRED, SIGN ON "
004910             "TO PTMAINT TO CHANGE IT FIRST"
004920         GO TO 1070-ATTEMPT-SIGNON-EXIT
004930     END-IF
004940
004950     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
004960     MOVE WS-SEC-AUTHORITY (WS-SEC-IDX) TO WS-AUTHORITY
004970     MOVE "Y" TO WS-SIGNON-OK-SW
004980     .
004990
005000 1070-ATTEMPT-SIGNON-EXIT.
005010     EXIT.
005020
005030*****************************************************************
005040 1075-FIND-OPERATOR.
005050*****************************************************************
005060     MOVE 0 TO WS-SEC-FOUND-NO
005070     PERFORM 1076-CHECK-ONE-OPERATOR
005080         THRU 1076-CHECK-ONE-OPERATOR-EXIT
005090         VARYING WS-SEC-SEARCH-NO FROM 1 BY 1
005100         UNTIL WS-SEC-SEARCH-NO > WS-SEC-COUNT
005110     .
005120
005130 1075-FIND-OPERATOR-EXIT.
005140     EXIT.
005150
005160*****************************************************************
005170 1076-CHECK-ONE-OPERATOR.
005180*****************************************************************
005190     SET WS-SEC-IDX TO WS-SEC-SEARCH-NO
005200     IF WS-SEC-OPERATOR (WS-SEC-IDX) = WS-SIGNON-ID
005210         MOVE WS-SEC-SEARCH-NO TO WS-SEC-FOUND-NO
005220     END-IF
005230     .
005240
005250 1076-CHECK-ONE-OPERATOR-EXIT.
005260     EXIT.
005270
005280*****************************************************************
005290 1080-CHECK-PW-AGE.
005300*****************************************************************
005310*  WS-SEC-IDX POINTS AT THE SIGNED-ON RECORD. A SET FORCED-
005320*  CHANGE SWITCH WINS; OTHERWISE A NONZERO EXPIRY INTERVAL
005330*  AGES THE PASSWORD FROM ITS LAST-CHANGED DATE, AND AN
005340*  INTERVAL WITH NO DATE COUNTS AS EXPIRED.
005350*----------------------------------------------------------------
005360     MOVE "N" TO WS-PW-EXPIRED-SW
005370
005380     IF WS-SEC-FORCE-CHG-SW (WS-SEC-IDX) = "Y"
005390         MOVE "Y" TO WS-PW-EXPIRED-SW
005400         GO TO 1080-CHECK-PW-AGE-EXIT
005410     END-IF
005420
005430     IF WS-SEC-PW-EXPIRE (WS-SEC-IDX) = 0
005440         GO TO 1080-CHECK-PW-AGE-EXIT
005450     END-IF
005460
005470     IF WS-SEC-PW-CHG-DATE (WS-SEC-IDX) = 0
005480         MOVE "Y" TO WS-PW-EXPIRED-SW
005490         GO TO 1080-CHECK-PW-AGE-EXIT
005500     END-IF
005510
005520     MOVE WS-SEC-PW-CHG-DATE (WS-SEC-IDX) TO WS-DAYNO-DATE
005530     PERFORM 7200-CALC-DAY-NUMBER THRU 7200-CALC-DAY-NUMBER-EXIT
005540     COMPUTE WS-PW-AGE = WS-TODAY-DAY-NO - WS-DAYNO-RESULT
005550     IF WS-PW-AGE > WS-SEC-PW-EXPIRE (WS-SEC-IDX)
005560         MOVE "Y" TO WS-PW-EXPIRED-SW
005570     END-IF
005580     .
005590
005600 1080-CHECK-PW-AGE-EXIT.
005610     EXIT.
005620
005630*****************************************************************
005640 7200-CALC-DAY-NUMBER.
005650*****************************************************************
005660*  SAME SERIAL DAY-NUMBER ARITHMETIC AS PTRECON 7200.
005670*----------------------------------------------------------------
005680     MOVE WS-DAYNO-CCYY TO WS-DAYNO-Y
005690     COMPUTE WS-DAYNO-RESULT = WS-DAYNO-Y * 365
005700     DIVIDE WS-DAYNO-Y BY 4 GIVING WS-DAYNO-W
005710     ADD WS-DAYNO-W TO WS-DAYNO-RESULT
005720     DIVIDE WS-DAYNO-Y BY 100 GIVING WS-DAYNO-W
005730     SUBTRACT WS-DAYNO-W FROM WS-DAYNO-RESULT
005740     DIVIDE WS-DAYNO-Y BY 400 GIVING WS-DAYNO-W
005750     ADD WS-DAYNO-W TO WS-DAYNO-RESULT
005760     ADD WS-CUM-DAYS (WS-DAYNO-MM) TO WS-DAYNO-RESULT
005770     ADD WS-DAYNO-DD TO WS-DAYNO-RESULT
005780     IF WS-DAYNO-MM < 3
005790         DIVIDE WS-DAYNO-Y BY 4 GIVING WS-LEAP-Q
005800             REMAINDER WS-LEAP-R4
005810         DIVIDE WS-DAYNO-Y BY 100 GIVING WS-LEAP-Q
005820             REMAINDER WS-LEAP-R100
005830         DIVIDE WS-DAYNO-Y BY 400 GIVING WS-LEAP-Q
005840             REMAINDER WS-LEAP-R400
005850         IF WS-LEAP-R4 = 0
005860             AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
005870             SUBTRACT 1 FROM WS-DAYNO-RESULT
005880         END-IF
005890     END-IF
005900     .
005910
005920 7200-CALC-DAY-NUMBER-EXIT.
005930     EXIT.
005940
005950*****************************************************************
005960 1090-SAVE-SECURITY.
005970*****************************************************************
005980     OPEN OUTPUT PT-SECUR-FILE
005990     IF WS-SECUR-STATUS NOT = "00"
006000         DISPLAY "PTAPPRV - UNABLE TO REWRITE PTSECUR, "
006010             "STATUS = " WS-SECUR-STATUS
006020         GO TO 1090-SAVE-SECURITY-EXIT
006030     END-IF
006040     PERFORM 1095-SAVE-ONE-OPERATOR
006050         THRU 1095-SAVE-ONE-OPERATOR-EXIT
006060         VARYING WS-SEC-WRITE-NO FROM 1 BY 1
006070         UNTIL WS-SEC-WRITE-NO > WS-SEC-COUNT
006080     CLOSE PT-SECUR-FILE
006090     .
006100
006110 1090-SAVE-SECURITY-EXIT.
006120     EXIT.
006130
006140*****************************************************************
006150 1095-SAVE-ONE-OPERATOR.
006160*****************************************************************
006170     SET WS-SEC-IDX TO WS-SEC-WRITE-NO
006180     MOVE SPACES TO PT-SECURITY-RECORD
006190     MOVE WS-SEC-OPERATOR   (WS-SEC-IDX) TO PT-SEC-OPERATOR
006200     MOVE WS-SEC-PASSWORD   (WS-SEC-IDX) TO PT-SEC-PASSWORD
006210     MOVE WS-SEC-AUTHORITY  (WS-SEC-IDX) TO PT-SEC-AUTHORITY
006220     MOVE WS-SEC-FAIL-COUNT (WS-SEC-IDX) TO PT-SEC-FAIL-COUNT
006230     MOVE WS-SEC-LOCKED-SW  (WS-SEC-IDX) TO PT-SEC-LOCKED-SW
006240     MOVE WS-SEC-PW-CHG-DATE (WS-SEC-IDX)
006250         TO PT-SEC-PW-CHG-DATE
006260     MOVE WS-SEC-FORCE-CHG-SW (WS-SEC-IDX)
006270         TO PT-SEC-FORCE-CHG-SW
006280     MOVE WS-SEC-PW-EXPIRE  (WS-SEC-IDX)
006290         TO PT-SEC-PW-EXPIRE-DAYS
006300     WRITE PT-SECURITY-RECORD
006310     .
006320
006330 1095-SAVE-ONE-OPERATOR-EXIT.
006340     EXIT.
006350
006360*****************************************************************
006370 1100-LOAD-ONE-RULE.
006380*****************************************************************
006390     READ PT-RULES-FILE
006400         AT END
006410             MOVE "Y" TO WS-RULES-EOF-SW
006420             GO TO 1100-LOAD-ONE-RULE-EXIT
006430     END-READ
006440
006450     IF WS-RULE-COUNT >= WS-MAX-RULES
006460         MOVE "Y" TO WS-RULE-OVERFLOW-SW
006470         GO TO 1100-LOAD-ONE-RULE-EXIT
006480     END-IF
006490
006500     PERFORM 1110-CLEAN-FORMULA-FIELDS
006510         THRU 1110-CLEAN-FORMULA-FIELDS-EXIT
006511*    A RULE WRITTEN BEFORE THE STATUS FIELD EXISTED IS ACTIVE -
006512*    PTMAINT AND PTRLOAD QUEUE ITS BEFORE IMAGE AS STATUS A.
006513     IF PT-RULE-STATUS = SPACE
006514         MOVE "A" TO PT-RULE-STATUS
006515     END-IF
006520     ADD 1 TO WS-RULE-COUNT
006530     SET WS-RULE-IDX TO WS-RULE-COUNT
006540     MOVE PT-RIM-ID   TO WS-TAB-RULE-ID (WS-RULE-IDX)
006550     MOVE PT-RIM-MAIN TO WS-TAB-MAIN    (WS-RULE-IDX)
006560     MOVE PT-RIM-FORM TO WS-TAB-FORM    (WS-RULE-IDX)
006565     MOVE PT-RIM-STATUS TO WS-TAB-STATUS (WS-RULE-IDX)
006570     .
006580
006590 1100-LOAD-ONE-RULE-EXIT.
006600     EXIT.
006610
006620*****************************************************************
006630 1110-CLEAN-FORMULA-FIELDS.
006640*****************************************************************
006650*  A RULE WRITTEN BEFORE THE FORMULA-TYPE FIELDS EXISTED READS
006660*  SPACES THERE - ZERO THE NUMERIC OPERANDS EXACTLY AS PTMAINT
006670*  AND PTRLOAD DO ON LOAD, SO THE IMAGE COMPARED HERE IS THE
006680*  SAME IMAGE THEY QUEUED AS THE CHANGE'S BEFORE IMAGE.
006690*----------------------------------------------------------------
006700     IF PT-RULE-OFFSET NOT NUMERIC
006710         MOVE ZERO TO PT-RULE-OFFSET
006720     END-IF
006730     IF PT-RULE-REM-COUNT NOT NUMERIC
006740         MOVE ZERO TO PT-RULE-REM-COUNT
006750     END-IF
006760     IF PT-RULE-REM-2 NOT NUMERIC
006770         MOVE ZERO TO PT-RULE-REM-2
006780     END-IF
006790     IF PT-RULE-REM-3 NOT NUMERIC
006800         MOVE ZERO TO PT-RULE-REM-3
006810     END-IF
006820     IF PT-RULE-REM-4 NOT NUMERIC
006830         MOVE ZERO TO PT-RULE-REM-4
006840     END-IF
006850     IF PT-RULE-MULT-2 NOT NUMERIC
006860         MOVE ZERO TO PT-RULE-MULT-2
006870     END-IF
006880     IF PT-RULE-MOD-2 NOT NUMERIC
006890         MOVE ZERO TO PT-RULE-MOD-2
006900     END-IF
006910     IF PT-RULE-OFFSET-2 NOT NUMERIC
006920         MOVE ZERO TO PT-RULE-OFFSET-2
006930     END-IF
006940     IF PT-RULE-TARGET-2 NOT NUMERIC
006950         MOVE ZERO TO PT-RULE-TARGET-2
006960     END-IF
006970     .
006980
006990 1110-CLEAN-FORMULA-FIELDS-EXIT.
007000     EXIT.
007010
007020*****************************************************************
007030 1300-LOAD-ONE-ITEM.
007040*****************************************************************
007050     READ PT-PENDQ-FILE
007060         AT END
007070             MOVE "Y" TO WS-PENDQ-EOF-SW
007080             GO TO 1300-LOAD-ONE-ITEM-EXIT
007090     END-READ
007100
007110*    AN OVERFULL QUEUE REFUSES THE WHOLE SESSION - THE TABLE
007120*    COUNT IS ZEROED SO NO DECISION CAN REWRITE PTPENDQ FROM A
007130*    TRUNCATED TABLE AND DROP THE ITEMS THAT DID NOT FIT.
007140     IF WS-CAP-WARNED
007150         GO TO 1300-LOAD-ONE-ITEM-EXIT
007160     END-IF
007170     IF WS-PND-COUNT >= WS-MAX-PENDING
007180         DISPLAY "PTAPPRV - PTPENDQ EXCEEDS "
007190             WS-MAX-PENDING " ITEMS - SESSION REFUSED, "
007200             "QUEUE LEFT UNTOUCHED"
007210         MOVE "Y" TO WS-CAP-WARNED-SW
007220         MOVE "Y" TO WS-DONE-SW
007230         MOVE 0 TO WS-PND-COUNT
007240         GO TO 1300-LOAD-ONE-ITEM-EXIT
007250     END-IF
007260
007270     ADD 1 TO WS-PND-COUNT
007280     SET WS-PND-IDX TO WS-PND-COUNT
007290     MOVE PT-PENDQ-LINE TO WS-PND-ENTRY (WS-PND-IDX)
007300     IF WS-PND-ITEM-STATUS (WS-PND-IDX) = "P"
007310         ADD 1 TO WS-PND-OPEN-COUNT
007320     END-IF
007330     .
007340
007350 1300-LOAD-ONE-ITEM-EXIT.
007360     EXIT.
007370
007380*****************************************************************
007390 2000-REVIEW-ONE-ITEM.
007400*****************************************************************
007410     SET WS-PND-IDX TO WS-PND-NO
007420     IF WS-PND-ITEM-STATUS (WS-PND-IDX) NOT = "P"
007430         GO TO 2000-REVIEW-ONE-ITEM-EXIT
007440     END-IF
007450
007460     MOVE WS-PND-ENTRY (WS-PND-IDX) TO PT-PENDING-RECORD
007470     MOVE PT-PND-CHANGE TO PT-AUDIT-RECORD
007473     PERFORM 2050-CLEAN-ITEM-STATUS
007476         THRU 2050-CLEAN-ITEM-STATUS-EXIT
007480     PERFORM 2100-SHOW-ITEM THRU 2100-SHOW-ITEM-EXIT
007490
007500     MOVE SPACE TO WS-COMMAND
007510     PERFORM 2200-ACCEPT-COMMAND THRU 2200-ACCEPT-COMMAND-EXIT
007520         UNTIL WS-CMD-VALID
007530
007540     EVALUATE TRUE
007550         WHEN WS-CMD-APPROVE
007560             PERFORM 3000-APPROVE-ITEM
007570                 THRU 3000-APPROVE-ITEM-EXIT
007580         WHEN WS-CMD-DECLINE
007590             PERFORM 4000-DECLINE-ITEM
007600                 THRU 4000-DECLINE-ITEM-EXIT
007610         WHEN WS-CMD-EXIT
007620             MOVE "Y" TO WS-DONE-SW
007630         WHEN OTHER
007640             CONTINUE
007650     END-EVALUATE
007660     .
007670
007680 2000-REVIEW-ONE-ITEM-EXIT.
007690     EXIT.
007700
007701*****************************************************************
007702 2050-CLEAN-ITEM-STATUS.
007703*****************************************************************
007704*  AN ITEM QUEUED BEFORE RULES CARRIED A STATUS HAS SPACES IN
007705*  BOTH STATUS BYTES - A RULE THEN WAS ALWAYS ACTIVE. A DELETE
007706*  QUEUED THEN BECOMES WHAT A DELETE MEANS NOW: A CHANGE THAT
007707*  LEAVES EVERY FIELD ALONE AND RETIRES THE RULE, SO ITS ID IS
007708*  NEVER REUSED. THE REVIEWER SEES AND APPROVES IT AS SUCH.
007709*----------------------------------------------------------------
007710     IF PT-AUD-B-STATUS = SPACE AND NOT PT-AUD-ADDED
007711         MOVE "A" TO PT-AUD-B-STATUS
007712     END-IF
007713     IF PT-AUD-A-STATUS = SPACE AND NOT PT-AUD-DELETED
007714         MOVE "A" TO PT-AUD-A-STATUS
007715     END-IF
007716
007717     IF NOT PT-AUD-DELETED
007718         GO TO 2050-CLEAN-ITEM-STATUS-EXIT
007719     END-IF
007720
007721     MOVE "C" TO PT-AUD-ACTION
007722     MOVE PT-AUD-BEFORE      TO PT-AUD-AFTER
007723     MOVE PT-AUD-BEFORE-FORM TO PT-AUD-AFTER-FORM
007724     MOVE "R" TO PT-AUD-A-STATUS
007725     DISPLAY "PTAPPRV - DELETE QUEUED BEFORE RULES WERE RETIRED "
007726         "- SHOWN AND APPLIED AS A RETIRE"
007727     .
007728
007729 2050-CLEAN-ITEM-STATUS-EXIT.
007730     EXIT.
007731
007732*****************************************************************
007733 2100-SHOW-ITEM.
007734*****************************************************************
007740*  EVERY FIELD OF THE BEFORE AND AFTER IMAGE, SIDE BY SIDE, WITH
007750*  THE FIELDS A CHANGE MOVES MARKED. THE FORMULA-TYPE OPERANDS
007760*  ARE SHOWN ONLY WHEN THAT PART OF THE IMAGE DIFFERS.
007770*----------------------------------------------------------------
007780     EVALUATE TRUE
007790         WHEN PT-AUD-ADDED
007800             MOVE "ADD"    TO WS-ACTION-TEXT
007810         WHEN PT-AUD-CHANGED
007820             MOVE "CHANGE" TO WS-ACTION-TEXT
007830         WHEN PT-AUD-DELETED
007840             MOVE "DELETE" TO WS-ACTION-TEXT
007850         WHEN OTHER
007860             MOVE "??????" TO WS-ACTION-TEXT
007870     END-EVALUATE
007880
007890     DISPLAY "PTAPPRV - PENDING " WS-ACTION-TEXT
007900         " OF RULE " PT-AUD-RULE-ID
007910         " FROM " PT-PND-SOURCE
007920         " REQUESTED BY " PT-PND-REQUESTER
007930         " ON " PT-PND-QUEUE-DATE " " PT-PND-QUEUE-TIME
007940     DISPLAY "  FIELD     BEFORE               "
007950         "AFTER"
007960
007970     MOVE "LOW"        TO WS-SHOW-NAME
007980     MOVE PT-AUD-B-LOW TO WS-SHOW-BEFORE
007990     MOVE PT-AUD-A-LOW TO WS-SHOW-AFTER
008000     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008010     MOVE "HIGH"        TO WS-SHOW-NAME
008020     MOVE PT-AUD-B-HIGH TO WS-SHOW-BEFORE
008030     MOVE PT-AUD-A-HIGH TO WS-SHOW-AFTER
008040     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008050     MOVE "MULT"        TO WS-SHOW-NAME
008060     MOVE PT-AUD-B-MULT TO WS-SHOW-BEFORE
008070     MOVE PT-AUD-A-MULT TO WS-SHOW-AFTER
008080     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008090     MOVE "MOD"        TO WS-SHOW-NAME
008100     MOVE PT-AUD-B-MOD TO WS-SHOW-BEFORE
008110     MOVE PT-AUD-A-MOD TO WS-SHOW-AFTER
008120     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008130     MOVE "TARGET"        TO WS-SHOW-NAME
008140     MOVE PT-AUD-B-TARGET TO WS-SHOW-BEFORE
008150     MOVE PT-AUD-A-TARGET TO WS-SHOW-AFTER
008160     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008170     MOVE "LABEL"        TO WS-SHOW-NAME
008180     MOVE PT-AUD-B-LABEL TO WS-SHOW-BEFORE
008190     MOVE PT-AUD-A-LABEL TO WS-SHOW-AFTER
008200     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008210     MOVE "EFF FROM"        TO WS-SHOW-NAME
008220     MOVE PT-AUD-B-EFF-FROM TO WS-SHOW-BEFORE
008230     MOVE PT-AUD-A-EFF-FROM TO WS-SHOW-AFTER
008240     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008250     MOVE "EFF TO"        TO WS-SHOW-NAME
008260     MOVE PT-AUD-B-EFF-TO TO WS-SHOW-BEFORE
008270     MOVE PT-AUD-A-EFF-TO TO WS-SHOW-AFTER
008280     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008290     MOVE "FREQUENCY"    TO WS-SHOW-NAME
008300     MOVE PT-AUD-B-FREQ TO WS-SHOW-BEFORE
008310     MOVE PT-AUD-A-FREQ TO WS-SHOW-AFTER
008320     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008330     MOVE "FREQ DAY"        TO WS-SHOW-NAME
008340     MOVE PT-AUD-B-FREQ-DAY TO WS-SHOW-BEFORE
008350     MOVE PT-AUD-A-FREQ-DAY TO WS-SHOW-AFTER
008360     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008370     MOVE "TOL MIN"         TO WS-SHOW-NAME
008380     MOVE PT-AUD-B-MIN-FLAG TO WS-SHOW-BEFORE
008390     MOVE PT-AUD-A-MIN-FLAG TO WS-SHOW-AFTER
008400     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008410     MOVE "TOL MAX"         TO WS-SHOW-NAME
008420     MOVE PT-AUD-B-MAX-FLAG TO WS-SHOW-BEFORE
008430     MOVE PT-AUD-A-MAX-FLAG TO WS-SHOW-AFTER
008440     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008442     MOVE "STATUS"        TO WS-SHOW-NAME
008444     MOVE PT-AUD-B-STATUS TO WS-SHOW-BEFORE
008446     MOVE PT-AUD-A-STATUS TO WS-SHOW-AFTER
008448     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008450
008460     IF PT-AUD-BEFORE-FORM = PT-AUD-AFTER-FORM
008470         GO TO 2100-SHOW-ITEM-EXIT
008480     END-IF
008490
008500     MOVE "FORM TYPE"        TO WS-SHOW-NAME
008510     MOVE PT-AUD-B-FORM-TYPE TO WS-SHOW-BEFORE
008520     MOVE PT-AUD-A-FORM-TYPE TO WS-SHOW-AFTER
008530     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008540     MOVE "OFFSET"        TO WS-SHOW-NAME
008550     MOVE PT-AUD-B-OFFSET TO WS-SHOW-BEFORE
008560     MOVE PT-AUD-A-OFFSET TO WS-SHOW-AFTER
008570     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008580     MOVE "REM COUNT"        TO WS-SHOW-NAME
008590     MOVE PT-AUD-B-REM-COUNT TO WS-SHOW-BEFORE
008600     MOVE PT-AUD-A-REM-COUNT TO WS-SHOW-AFTER
008610     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008620     MOVE "REM 2"        TO WS-SHOW-NAME
008630     MOVE PT-AUD-B-REM-2 TO WS-SHOW-BEFORE
008640     MOVE PT-AUD-A-REM-2 TO WS-SHOW-AFTER
008650     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008660     MOVE "REM 3"        TO WS-SHOW-NAME
008670     MOVE PT-AUD-B-REM-3 TO WS-SHOW-BEFORE
008680     MOVE PT-AUD-A-REM-3 TO WS-SHOW-AFTER
008690     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008700     MOVE "REM 4"        TO WS-SHOW-NAME
008710     MOVE PT-AUD-B-REM-4 TO WS-SHOW-BEFORE
008720     MOVE PT-AUD-A-REM-4 TO WS-SHOW-AFTER
008730     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008740     MOVE "AND/OR"         TO WS-SHOW-NAME
008750     MOVE PT-AUD-B-CONNECT TO WS-SHOW-BEFORE
008760     MOVE PT-AUD-A-CONNECT TO WS-SHOW-AFTER
008770     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008780     MOVE "MULT 2"        TO WS-SHOW-NAME
008790     MOVE PT-AUD-B-MULT-2 TO WS-SHOW-BEFORE
008800     MOVE PT-AUD-A-MULT-2 TO WS-SHOW-AFTER
008810     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008820     MOVE "MOD 2"        TO WS-SHOW-NAME
008830     MOVE PT-AUD-B-MOD-2 TO WS-SHOW-BEFORE
008840     MOVE PT-AUD-A-MOD-2 TO WS-SHOW-AFTER
008850     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008860     MOVE "OFFSET 2"        TO WS-SHOW-NAME
008870     MOVE PT-AUD-B-OFFSET-2 TO WS-SHOW-BEFORE
008880     MOVE PT-AUD-A-OFFSET-2 TO WS-SHOW-AFTER
008890     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008900     MOVE "TARGET 2"        TO WS-SHOW-NAME
008910     MOVE PT-AUD-B-TARGET-2 TO WS-SHOW-BEFORE
008920     MOVE PT-AUD-A-TARGET-2 TO WS-SHOW-AFTER
008930     PERFORM 2150-SHOW-ONE-FIELD THRU 2150-SHOW-ONE-FIELD-EXIT
008940     .
008950
008960 2100-SHOW-ITEM-EXIT.
008970     EXIT.
008980
008990*****************************************************************
009000 2150-SHOW-ONE-FIELD.
009010*****************************************************************
009020     MOVE SPACES TO WS-SHOW-FLAG
009030     IF PT-AUD-CHANGED
009040         AND WS-SHOW-BEFORE NOT = WS-SHOW-AFTER
009050         MOVE "<-- CHANGE" TO WS-SHOW-FLAG
009060     END-IF
009070     DISPLAY "  " WS-SHOW-NAME WS-SHOW-BEFORE " "
009080         WS-SHOW-AFTER " " WS-SHOW-FLAG
009090     .
009100
009110 2150-SHOW-ONE-FIELD-EXIT.
009120     EXIT.
009130
009140*****************************************************************
009150 2200-ACCEPT-COMMAND.
009160*****************************************************************
009170     DISPLAY "PTAPPRV - A=APPROVE D=DECLINE N=NEXT X=EXIT:"
009180     ACCEPT WS-COMMAND FROM CONSOLE
009190     .
009200
009210 2200-ACCEPT-COMMAND-EXIT.
009220     EXIT.
009230
009240*****************************************************************
009250 3000-APPROVE-ITEM.
009260*****************************************************************
009270*  THE SECOND OPERATOR MUST BE A DIFFERENT OPERATOR, NO SCAN MAY
009280*  BE IN FLIGHT, AND PTRULES MUST STILL LOOK THE WAY IT DID WHEN
009290*  THE CHANGE WAS QUEUED. ONLY THEN IS THE CHANGE APPLIED,
009300*  PTRULES REWRITTEN, AND THE AUDIT RECORD APPENDED.
009310*----------------------------------------------------------------
009320     IF PT-PND-REQUESTER = WS-OPERATOR-ID
009330         DISPLAY "PTAPPRV - " WS-OPERATOR-ID
009340             " REQUESTED THIS CHANGE AND CANNOT APPROVE IT - "
009350             "A SECOND OPERATOR MUST"
009360         GO TO 3000-APPROVE-ITEM-EXIT
009370     END-IF
009380
009390*    A PTRULES REWRITE WHILE THE NIGHTLY SCAN IS LIVE (OR
009400*    CHECKPOINT-RESTARTING) WOULD LEAVE ITS TRAILER BALANCING
009410*    AGAINST A RULE SET THAT NO LONGER EXISTS - THE RUN-STATE
009420*    INTERLOCK REFUSES THE APPROVAL UNLESS THE OPERATOR
009430*    OVERRIDES IT FOR A RUN KNOWN TO BE DEAD.
009440     PERFORM 3100-CHECK-RUN-STATE THRU 3100-CHECK-RUN-STATE-EXIT
009450     IF WS-RUN-ACTIVE
009460         DISPLAY "PTAPPRV - SCAN RUN ACTIVE - APPROVAL REFUSED, "
009470             "CHANGE LEFT PENDING"
009480         GO TO 3000-APPROVE-ITEM-EXIT
009490     END-IF
009500
009510     PERFORM 3200-CHECK-CURRENT THRU 3200-CHECK-CURRENT-EXIT
009520     IF WS-STALE
009530         DISPLAY "PTAPPRV - CHANGE LEFT PENDING - DECLINE IT "
009540             "AND HAVE THE CHANGE REQUESTED AGAIN"
009550         GO TO 3000-APPROVE-ITEM-EXIT
009560     END-IF
009570
009580     PERFORM 3300-APPLY-CHANGE THRU 3300-APPLY-CHANGE-EXIT
009590     PERFORM 3450-SORT-RULES THRU 3450-SORT-RULES-EXIT
009600     PERFORM 3500-SAVE-RULES THRU 3500-SAVE-RULES-EXIT
009610*    THE TABLE NO LONGER MATCHES PTRULES ON DISK WHEN THE
009620*    REWRITE FAILS - END THE SESSION RATHER THAN APPROVE
009630*    ANYTHING ELSE AGAINST IT.
009640     IF NOT WS-APPLY-OK
009650         DISPLAY "PTAPPRV - CHANGE LEFT PENDING, SESSION ENDED"
009660         MOVE "Y" TO WS-DONE-SW
009670         GO TO 3000-APPROVE-ITEM-EXIT
009680     END-IF
009690
009700     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
009710     ACCEPT WS-NOW-TIME-RAW FROM TIME
009720     PERFORM 3600-WRITE-AUDIT THRU 3600-WRITE-AUDIT-EXIT
009730
009740     MOVE "A" TO PT-PND-STATUS
009750     MOVE WS-OPERATOR-ID TO PT-PND-REVIEWER
009760     MOVE WS-NOW-DATE    TO PT-PND-REVIEW-DATE
009770     MOVE WS-NOW-TIME    TO PT-PND-REVIEW-TIME
009780     MOVE PT-AUDIT-RECORD TO PT-PND-CHANGE
009790     PERFORM 5000-RECORD-DECISION THRU 5000-RECORD-DECISION-EXIT
009800     ADD 1 TO WS-APPROVED-COUNT
009810     DISPLAY "PTAPPRV - CHANGE APPROVED AND APPLIED TO PTRULES"
009820     .
009830
009840 3000-APPROVE-ITEM-EXIT.
009850     EXIT.
009860
009870*****************************************************************
009880 3100-CHECK-RUN-STATE.
009890*****************************************************************
009900*  READ THE PTRSTATE INTERLOCK PRIME-TROUBLES MAINTAINS. NO
009910*  FILE, OR AN IDLE RECORD, MEANS NO RUN IN FLIGHT. AN ACTIVE
009920*  RECORD REFUSES THE APPROVAL UNLESS THE OPERATOR CONFIRMS ON
009930*  THE CONSOLE THAT THE RUN IS DEAD - THE OVERRIDE ALSO CLEARS
009940*  THE STALE STATE SO THE NEXT APPROVAL IS NOT CHALLENGED.
009950*----------------------------------------------------------------
009960     MOVE "N" TO WS-RUN-ACTIVE-SW
009970
009980     OPEN INPUT PT-RSTATE-FILE
009990     IF WS-RSTATE-STATUS NOT = "00"
010000         GO TO 3100-CHECK-RUN-STATE-EXIT
010010     END-IF
010020     READ PT-RSTATE-FILE
010030         AT END
010040             CLOSE PT-RSTATE-FILE
010050             GO TO 3100-CHECK-RUN-STATE-EXIT
010060     END-READ
010070     CLOSE PT-RSTATE-FILE
010080
010090     IF NOT PT-RST-ACTIVE
010100         GO TO 3100-CHECK-RUN-STATE-EXIT
010110     END-IF
010120
010130     MOVE "Y" TO WS-RUN-ACTIVE-SW
010140     DISPLAY "PTAPPRV - PRIME-TROUBLES RUN STATE ACTIVE SINCE "
010150         PT-RST-RUN-DATE " " PT-RST-RUN-TIME
010160     DISPLAY "PTAPPRV - OVERRIDE FOR A KNOWN-DEAD RUN? (Y/N):"
010170     MOVE SPACE TO WS-OVERRIDE-REPLY
010180     ACCEPT WS-OVERRIDE-REPLY FROM CONSOLE
010190     IF NOT WS-OVERRIDE-YES
010200         GO TO 3100-CHECK-RUN-STATE-EXIT
010210     END-IF
010220
010230     DISPLAY "PTAPPRV - RUN-STATE OVERRIDE BY " WS-OPERATOR-ID
010240         ", STALE STATE CLEARED"
010250     OPEN OUTPUT PT-RSTATE-FILE
010260     IF WS-RSTATE-STATUS = "00"
010270         MOVE SPACES TO PT-RUNSTATE-RECORD
010280         MOVE "I" TO PT-RST-STATE-SW
010290         MOVE ZERO TO PT-RST-RUN-DATE
010300         MOVE ZERO TO PT-RST-RUN-TIME
010310         WRITE PT-RUNSTATE-RECORD
010320         CLOSE PT-RSTATE-FILE
010330     END-IF
010340     MOVE "N" TO WS-RUN-ACTIVE-SW
010350     .
010360
010370 3100-CHECK-RUN-STATE-EXIT.
010380     EXIT.
010390
010400*****************************************************************
010410 3200-CHECK-CURRENT.
010420*****************************************************************
010430*  AN ADD NEEDS THE RULE ID STILL FREE AND ROOM IN THE TABLE; A
010440*  CHANGE NEEDS THE RULE STILL ON PTRULES EXACTLY AS ITS BEFORE
010450*  IMAGE AND STATUS SHOW IT. ANYTHING ELSE MEANS PTRULES MOVED
010460*  UNDER THE CHANGE AFTER IT WAS QUEUED. A RETIRED RULE STILL
010465*  HOLDS ITS ID, SO AN ADD OF THAT ID CAN NEVER BE APPLIED.
010470*----------------------------------------------------------------
010480     MOVE "N" TO WS-STALE-SW
010490     PERFORM 3250-FIND-RULE THRU 3250-FIND-RULE-EXIT
010500
010510     IF PT-AUD-ADDED
010520         IF WS-RULE-FOUND-NO NOT = 0
010521             SET WS-RULE-IDX TO WS-RULE-FOUND-NO
010522             IF WS-TAB-STATUS (WS-RULE-IDX) = "R"
010523                 DISPLAY "PTAPPRV - RULE " PT-AUD-RULE-ID
010524                     " IS RETIRED - ID NOT REUSABLE"
010525                 MOVE "Y" TO WS-STALE-SW
010526                 GO TO 3200-CHECK-CURRENT-EXIT
010527             END-IF
010530             DISPLAY "PTAPPRV - RULE " PT-AUD-RULE-ID
010540                 " HAS BEEN ADDED SINCE THIS CHANGE WAS QUEUED"
010550             MOVE "Y" TO WS-STALE-SW
010560             GO TO 3200-CHECK-CURRENT-EXIT
010570         END-IF
010580         IF WS-RULE-COUNT >= WS-MAX-RULES
010590             DISPLAY "PTAPPRV - PTRULES ALREADY HOLDS "
010600                 WS-MAX-RULES " RULES - NO ROOM TO ADD"
010610             MOVE "Y" TO WS-STALE-SW
010620         END-IF
010630         GO TO 3200-CHECK-CURRENT-EXIT
010640     END-IF
010650
010660     IF WS-RULE-FOUND-NO = 0
010670         DISPLAY "PTAPPRV - RULE " PT-AUD-RULE-ID
010680             " IS NO LONGER ON PTRULES"
010690         MOVE "Y" TO WS-STALE-SW
010700         GO TO 3200-CHECK-CURRENT-EXIT
010710     END-IF
010720
010730     SET WS-RULE-IDX TO WS-RULE-FOUND-NO
010740     IF WS-TAB-MAIN (WS-RULE-IDX) NOT = PT-AUD-BEFORE
010750         OR WS-TAB-FORM (WS-RULE-IDX) NOT = PT-AUD-BEFORE-FORM
010755         OR WS-TAB-STATUS (WS-RULE-IDX) NOT = PT-AUD-B-STATUS
010760         DISPLAY "PTAPPRV - RULE " PT-AUD-RULE-ID
010770             " HAS CHANGED ON PTRULES SINCE THIS CHANGE WAS "
010780             "QUEUED"
010790         MOVE "Y" TO WS-STALE-SW
010800     END-IF
010810     .
010820
010830 3200-CHECK-CURRENT-EXIT.
010840     EXIT.
010850
010860*****************************************************************
010870 3250-FIND-RULE.
010880*****************************************************************
010890     MOVE 0 TO WS-RULE-FOUND-NO
010900     PERFORM 3260-CHECK-ONE-RULE THRU 3260-CHECK-ONE-RULE-EXIT
010910         VARYING WS-RULE-SEARCH-NO FROM 1 BY 1
010920         UNTIL WS-RULE-SEARCH-NO > WS-RULE-COUNT
010930     .
010940
010950 3250-FIND-RULE-EXIT.
010960     EXIT.
010970
010980*****************************************************************
010990 3260-CHECK-ONE-RULE.
011000*****************************************************************
011010     SET WS-RULE-IDX TO WS-RULE-SEARCH-NO
011020     IF WS-TAB-RULE-ID (WS-RULE-IDX) = PT-AUD-RULE-ID
011030         MOVE WS-RULE-SEARCH-NO TO WS-RULE-FOUND-NO
011040     END-IF
011050     .
011060
011070 3260-CHECK-ONE-RULE-EXIT.
011080     EXIT.
011090
011100*****************************************************************
011110 3300-APPLY-CHANGE.
011120*****************************************************************
011130*  3200-CHECK-CURRENT HAS JUST SET WS-RULE-FOUND-NO FOR THIS
011140*  RULE. AN ADD GOES ON THE END (THE SORT PUTS IT IN PLACE), A
011150*  CHANGE - INCLUDING A SUSPEND OR RETIRE - OVERLAYS THE AFTER
011155*  IMAGE. 2050 HAS ALREADY TURNED ANY OLD DELETE INTO A CHANGE.
011160*----------------------------------------------------------------
011170     EVALUATE TRUE
011180         WHEN PT-AUD-ADDED
011190             ADD 1 TO WS-RULE-COUNT
011200             SET WS-RULE-IDX TO WS-RULE-COUNT
011210             MOVE PT-AUD-RULE-ID TO WS-TAB-RULE-ID (WS-RULE-IDX)
011220             MOVE PT-AUD-AFTER   TO WS-TAB-MAIN    (WS-RULE-IDX)
011230             MOVE PT-AUD-AFTER-FORM
011240                 TO WS-TAB-FORM (WS-RULE-IDX)
011245             MOVE PT-AUD-A-STATUS TO WS-TAB-STATUS (WS-RULE-IDX)
011250         WHEN PT-AUD-CHANGED
011260             SET WS-RULE-IDX TO WS-RULE-FOUND-NO
011270             MOVE PT-AUD-AFTER   TO WS-TAB-MAIN    (WS-RULE-IDX)
011280             MOVE PT-AUD-AFTER-FORM
011290                 TO WS-TAB-FORM (WS-RULE-IDX)
011300             MOVE PT-AUD-A-STATUS TO WS-TAB-STATUS (WS-RULE-IDX)
011360     END-EVALUATE
011370     .
011380
011390 3300-APPLY-CHANGE-EXIT.
011400     EXIT.
011410
011550*****************************************************************
011560 3450-SORT-RULES.
011570*****************************************************************
011580     IF WS-RULE-COUNT < 2
011590         GO TO 3450-SORT-RULES-EXIT
011600     END-IF
011610
011620     PERFORM 3460-SORT-PASS THRU 3460-SORT-PASS-EXIT
011630         VARYING WS-SORT-I FROM 1 BY 1
011640         UNTIL WS-SORT-I >= WS-RULE-COUNT
011650     .
011660
011670 3450-SORT-RULES-EXIT.
011680     EXIT.
011690
011700*****************************************************************
011710 3460-SORT-PASS.
011720*****************************************************************
011730     COMPUTE WS-SORT-LIMIT = WS-RULE-COUNT - WS-SORT-I
011740
011750     PERFORM 3470-COMPARE-SWAP THRU 3470-COMPARE-SWAP-EXIT
011760         VARYING WS-SORT-J FROM 1 BY 1
011770         UNTIL WS-SORT-J > WS-SORT-LIMIT
011780     .
011790
011800 3460-SORT-PASS-EXIT.
011810     EXIT.
011820
011830*****************************************************************
011840 3470-COMPARE-SWAP.
011850*****************************************************************
011860     SET WS-RULE-IDX  TO WS-SORT-J
011870     SET WS-RULE-IDX2 TO WS-SORT-J
011880     SET WS-RULE-IDX2 UP BY 1
011890
011900     IF WS-TAB-RULE-ID (WS-RULE-IDX)
011910         > WS-TAB-RULE-ID (WS-RULE-IDX2)
011920         MOVE WS-RULE-ENTRY (WS-RULE-IDX)  TO WS-SORT-TEMP-ENTRY
011930         MOVE WS-RULE-ENTRY (WS-RULE-IDX2)
011940             TO WS-RULE-ENTRY (WS-RULE-IDX)
011950         MOVE WS-SORT-TEMP-ENTRY TO WS-RULE-ENTRY (WS-RULE-IDX2)
011960     END-IF
011970     .
011980
011990 3470-COMPARE-SWAP-EXIT.
012000     EXIT.
012010
012020*****************************************************************
012030 3500-SAVE-RULES.
012040*****************************************************************
012050     MOVE "N" TO WS-APPLY-OK-SW
012060
012070     OPEN OUTPUT PT-RULES-FILE
012080     IF WS-RULES-STATUS NOT = "00"
012090         DISPLAY "PTAPPRV - UNABLE TO OPEN PTRULES FOR SAVE, "
012100             "STATUS = " WS-RULES-STATUS
012110         GO TO 3500-SAVE-RULES-EXIT
012120     END-IF
012130
012140     PERFORM 3510-WRITE-ONE-RULE THRU 3510-WRITE-ONE-RULE-EXIT
012150         VARYING WS-WRITE-NO FROM 1 BY 1
012160         UNTIL WS-WRITE-NO > WS-RULE-COUNT
012170
012180     CLOSE PT-RULES-FILE
012190     MOVE "Y" TO WS-APPLY-OK-SW
012200     .
012210
012220 3500-SAVE-RULES-EXIT.
012230     EXIT.
012240
012250*****************************************************************
012260 3510-WRITE-ONE-RULE.
012270*****************************************************************
012280     SET WS-RULE-IDX TO WS-WRITE-NO
012290     MOVE SPACES TO PT-RULE-IMAGE
012300     MOVE WS-TAB-RULE-ID (WS-RULE-IDX) TO PT-RIM-ID
012310     MOVE WS-TAB-MAIN    (WS-RULE-IDX) TO PT-RIM-MAIN
012320     MOVE WS-TAB-FORM    (WS-RULE-IDX) TO PT-RIM-FORM
012325     MOVE WS-TAB-STATUS  (WS-RULE-IDX) TO PT-RIM-STATUS
012330     WRITE PT-RULE-IMAGE
012340     .
012350
012360 3510-WRITE-ONE-RULE-EXIT.
012370     EXIT.
012380
012390*****************************************************************
012400 3600-WRITE-AUDIT.
012410*****************************************************************
012420*  THE AUDIT RECORD IS THE QUEUED IMAGE, DATED WHEN THE CHANGE
012430*  REACHED PTRULES. PT-AUD-OPERATOR STAYS THE REQUESTER; THE
012440*  APPROVER IS THE OPERATOR SIGNED ON HERE. PTRULES IS ALREADY
012450*  REWRITTEN, SO A FAILED OPEN IS REPORTED BUT DOES NOT UNDO
012460*  THE APPROVAL - PTPNDLOG STILL RECORDS IT.
012470*----------------------------------------------------------------
012480     MOVE WS-NOW-DATE    TO PT-AUD-DATE
012490     MOVE WS-NOW-TIME    TO PT-AUD-TIME
012500     MOVE WS-OPERATOR-ID TO PT-AUD-APPROVER
012510
012520     OPEN EXTEND PT-AUDIT-FILE
012530     IF WS-AUDIT-STATUS = "35"
012540         OPEN OUTPUT PT-AUDIT-FILE
012550     END-IF
012560     IF WS-AUDIT-STATUS NOT = "00"
012570         DISPLAY "PTAPPRV - UNABLE TO OPEN PTAUDIT, STATUS = "
012580             WS-AUDIT-STATUS " - RULE " PT-AUD-RULE-ID
012590             " APPLIED WITHOUT AN AUDIT RECORD"
012600         GO TO 3600-WRITE-AUDIT-EXIT
012610     END-IF
012620
012630     WRITE PT-AUDIT-LINE FROM PT-AUDIT-RECORD
012640     CLOSE PT-AUDIT-FILE
012650     .
012660
012670 3600-WRITE-AUDIT-EXIT.
012680     EXIT.
012690
012700*****************************************************************
012710 4000-DECLINE-ITEM.
012720*****************************************************************
012730     DISPLAY "PTAPPRV - REASON FOR DECLINING (30 CHARACTERS):"
012740     MOVE SPACES TO WS-DECLINE-REASON
012750     ACCEPT WS-DECLINE-REASON FROM CONSOLE
012760     IF WS-DECLINE-REASON = SPACES
012770         MOVE "NO REASON GIVEN" TO WS-DECLINE-REASON
012780     END-IF
012790
012800     ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
012810     ACCEPT WS-NOW-TIME-RAW FROM TIME
012820     MOVE "D" TO PT-PND-STATUS
012830     MOVE WS-OPERATOR-ID    TO PT-PND-REVIEWER
012840     MOVE WS-NOW-DATE       TO PT-PND-REVIEW-DATE
012850     MOVE WS-NOW-TIME       TO PT-PND-REVIEW-TIME
012860     MOVE WS-DECLINE-REASON TO PT-PND-NOTE
012870     PERFORM 5000-RECORD-DECISION THRU 5000-RECORD-DECISION-EXIT
012880     ADD 1 TO WS-DECLINED-COUNT
012890     DISPLAY "PTAPPRV - CHANGE DECLINED, PTRULES UNCHANGED"
012900     .
012910
012920 4000-DECLINE-ITEM-EXIT.
012930     EXIT.
012940
012950*****************************************************************
012960 5000-RECORD-DECISION.
012970*****************************************************************
012980*  LOG THE DECIDED ITEM, THEN REWRITE THE QUEUE WITHOUT IT, SO
012990*  A SESSION THAT DIES PART WAY LOSES NO DECISION ALREADY MADE.
013000*----------------------------------------------------------------
013010     MOVE PT-PENDING-RECORD TO WS-PND-ENTRY (WS-PND-IDX)
013020
013030     OPEN EXTEND PT-PNDLOG-FILE
013040     IF WS-PNDLOG-STATUS = "35"
013050         OPEN OUTPUT PT-PNDLOG-FILE
013060     END-IF
013070     IF WS-PNDLOG-STATUS = "00"
013080         WRITE PT-PNDLOG-LINE FROM PT-PENDING-RECORD
013090         CLOSE PT-PNDLOG-FILE
013100     ELSE
013110         DISPLAY "PTAPPRV - UNABLE TO OPEN PTPNDLOG, STATUS = "
013120             WS-PNDLOG-STATUS " - DECISION NOT LOGGED"
013130     END-IF
013140
013150     OPEN OUTPUT PT-PENDQ-FILE
013160     IF WS-PENDQ-STATUS NOT = "00"
013170         DISPLAY "PTAPPRV - UNABLE TO REWRITE PTPENDQ, "
013180             "STATUS = " WS-PENDQ-STATUS
013190         GO TO 5000-RECORD-DECISION-EXIT
013200     END-IF
013210     PERFORM 5100-SAVE-ONE-ITEM THRU 5100-SAVE-ONE-ITEM-EXIT
013220         VARYING WS-PND-WRITE-NO FROM 1 BY 1
013230         UNTIL WS-PND-WRITE-NO > WS-PND-COUNT
013240     CLOSE PT-PENDQ-FILE
013250     .
013260
013270 5000-RECORD-DECISION-EXIT.
013280     EXIT.
013290
013300*****************************************************************
013310 5100-SAVE-ONE-ITEM.
013320*****************************************************************
013330     IF WS-PND-ITEM-STATUS (WS-PND-WRITE-NO) NOT = "P"
013340         GO TO 5100-SAVE-ONE-ITEM-EXIT
013350     END-IF
013360     MOVE WS-PND-ENTRY (WS-PND-WRITE-NO) TO PT-PENDQ-LINE
013370     WRITE PT-PENDQ-LINE
013380     .
013390
013400 5100-SAVE-ONE-ITEM-EXIT.
013410     EXIT.
013420
013430*****************************************************************
013440 9000-TERMINATE.
013450*****************************************************************
013460     COMPUTE WS-PND-OPEN-COUNT = WS-PND-OPEN-COUNT
013470         - WS-APPROVED-COUNT - WS-DECLINED-COUNT
013480     DISPLAY "PTAPPRV - " WS-APPROVED-COUNT " APPROVED, "
013490         WS-DECLINED-COUNT " DECLINED, "
013500         WS-PND-OPEN-COUNT " STILL PENDING"
013510     .
013520
013530 9000-TERMINATE-EXIT.
013540     EXIT.
