000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTALRACK.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - ONLINE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTALRACK                                                     *
000090*                                                                *
000100*  ALERT ACKNOWLEDGMENT SCREEN FOR THE PTALERT OPERATIONAL      *
000110*  ALERT FEED (SEE PTALR01). THE FEED IS READ WHOLE AND         *
000120*  COLLAPSED BY IDENT EXACTLY AS PTALRPT DOES IT, AND THE       *
000130*  ALERTS NOT YET ON PTALACK ARE OFFERED BY NUMBER:             *
000140*                                                                *
000150*     L = LIST THE OPEN ALERTS, ALL OR ONE SEVERITY             *
000160*     A = ACKNOWLEDGE AN OPEN ALERT BY ITS LIST NUMBER          *
000170*     X = EXIT                                                  *
000180*                                                                *
000190*  AN ACKNOWLEDGMENT IS APPENDED TO PTALACK (SEE PTALK01) WITH  *
000200*  THE SIGNED-ON OPERATOR, THE DATE AND TIME AND AN OPTIONAL    *
000210*  NOTE, AND COVERS EVERY REPEAT OF THAT ALERT ON THE FEED.     *
000220*  PTALERT ITSELF IS NEVER REWRITTEN, SO A BATCH PROGRAM MAY    *
000230*  RAISE AN ALERT WHILE THIS SCREEN IS IN USE; IT SHOWS UP THE  *
000240*  NEXT TIME THE SCREEN IS STARTED.                             *
000250*                                                                *
000260*  THE OPERATOR SIGNS ON AGAINST PTSECUR WITH THE SAME          *
000270*  DISCIPLINE AS PTMAINT. INQUIRY AUTHORITY IS ENOUGH TO        *
000280*  ACKNOWLEDGE - THE NIGHT SHIFT HANDLES THE ALERTS.            *
000290*                                                                *
000300*  MODIFICATION HISTORY                                         *
000310*  ----------------------                                       *
000320*  DATE       INIT  DESCRIPTION                                 *
000330*  2026-10-15 DLK   ORIGINAL VERSION - ALERT ACKNOWLEDGMENT.    *
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
000510     SELECT PT-SECUR-FILE ASSIGN TO "PTSECUR"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-SECUR-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PT-ALERT-FILE
000580     RECORDING MODE IS F.
000590 COPY PTALR01.
000600
000610 FD  PT-ALACK-FILE
000620     RECORDING MODE IS F.
000630 01  PT-ALACK-LINE           PIC X(100).
000640
000650 FD  PT-SECUR-FILE
000660     RECORDING MODE IS F.
000670 COPY PTSEC01.
000680
000690 WORKING-STORAGE SECTION.
000700*----------------------------------------------------------------
000710*  FILE STATUS AND SWITCHES
000720*----------------------------------------------------------------
000730 01  WS-ALERT-STATUS     PIC X(02) VALUE "00".
000740 01  WS-ALACK-STATUS     PIC X(02) VALUE "00".
000750 01  WS-SECUR-STATUS     PIC X(02) VALUE "00".
000760 01  WS-SWITCHES.
000770     05  WS-DONE-SW      PIC X(01) VALUE "N".
000780         88  WS-DONE            VALUE "Y".
000790     05  WS-ALERT-EOF-SW PIC X(01) VALUE "N".
000800         88  WS-ALERT-EOF       VALUE "Y".
000810     05  WS-ACK-EOF-SW   PIC X(01) VALUE "N".
000820         88  WS-ACK-EOF         VALUE "Y".
000830
000840*----------------------------------------------------------------
000850*  OPERATOR SIGN-ON - SAME PTSECUR DISCIPLINE AS PTMAINT AND
000860*  PTAPPRV. ANY OPERATOR WHO SIGNS ON MAY ACKNOWLEDGE; THE
000870*  AUTHORITY IS KEPT ONLY FOR THE SIGN-ON CHECKS.
000880*----------------------------------------------------------------
000890 01  WS-SEC-TABLE.
000900     05  WS-SEC-ENTRY OCCURS 20 TIMES
000910                 INDEXED BY WS-SEC-IDX.
000920         10  WS-SEC-OPERATOR     PIC X(08).
000930         10  WS-SEC-PASSWORD     PIC X(08).
000940         10  WS-SEC-AUTHORITY    PIC X(01).
000950         10  WS-SEC-FAIL-COUNT   PIC 9(01).
000960         10  WS-SEC-LOCKED-SW    PIC X(01).
000970         10  WS-SEC-PW-CHG-DATE  PIC 9(08).
000980         10  WS-SEC-FORCE-CHG-SW PIC X(01).
000990         10  WS-SEC-PW-EXPIRE    PIC 9(03).
001000
001010 01  WS-SEC-COUNT        PIC 9(03) COMP VALUE 0.
001020 01  WS-MAX-OPERATORS    PIC 9(03) COMP VALUE 20.
001030 01  WS-SEC-FOUND-NO     PIC 9(03) COMP VALUE 0.
001040 01  WS-SEC-SEARCH-NO    PIC 9(03) COMP VALUE 0.
001050 01  WS-SEC-WRITE-NO     PIC 9(03) COMP VALUE 0.
001060 01  WS-SEC-OVERFLOW-SW  PIC X(01) VALUE "N".
001070     88  WS-SEC-OVERFLOW        VALUE "Y".
001080 01  WS-SEC-EOF-SW       PIC X(01) VALUE "N".
001090     88  WS-SEC-EOF             VALUE "Y".
001100 01  WS-SIGNON-ID        PIC X(08) VALUE SPACES.
001110 01  WS-SIGNON-PW        PIC X(08) VALUE SPACES.
001120 01  WS-SIGNON-OK-SW     PIC X(01) VALUE "N".
001130     88  WS-SIGNON-OK           VALUE "Y".
001140 01  WS-ATTEMPT-NO       PIC 9(01) VALUE 0.
001150 01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
001160 01  WS-AUTHORITY        PIC X(01) VALUE "I".
001170     88  WS-AUTH-UPDATE         VALUE "U" "A".
001180
001190*----------------------------------------------------------------
001200*  PASSWORD EXPIRY ARITHMETIC - SAME SERIAL DAY-NUMBER METHOD
001210*  AS PTRECON. A FORCED OR EXPIRED PASSWORD IS REFUSED HERE -
001220*  PASSWORD CHANGES THEMSELVES HAPPEN AT THE PTMAINT SIGN-ON.
001230*----------------------------------------------------------------
001240 01  WS-PW-EXPIRED-SW    PIC X(01) VALUE "N".
001250     88  WS-PW-EXPIRED          VALUE "Y".
001260 01  WS-TODAY-DAY-NO     PIC 9(07) VALUE 0.
001270 01  WS-PW-AGE           PIC S9(07) VALUE 0.
001280 01  WS-DAYNO-DATE       PIC 9(08).
001290 01  WS-DAYNO-DATE-R REDEFINES WS-DAYNO-DATE.
001300     05  WS-DAYNO-CCYY   PIC 9(04).
001310     05  WS-DAYNO-MM     PIC 9(02).
001320     05  WS-DAYNO-DD     PIC 9(02).
001330 01  WS-DAYNO-RESULT     PIC 9(07) VALUE 0.
001340 01  WS-DAYNO-Y          PIC 9(04) COMP VALUE 0.
001350 01  WS-DAYNO-W          PIC 9(07) COMP VALUE 0.
001360 01  WS-LEAP-Q           PIC 9(04) COMP VALUE 0.
001370 01  WS-LEAP-R4          PIC 9(04) COMP VALUE 0.
001380 01  WS-LEAP-R100        PIC 9(04) COMP VALUE 0.
001390 01  WS-LEAP-R400        PIC 9(04) COMP VALUE 0.
001400 01  WS-CUM-DAYS-TABLE.
001410     05  FILLER          PIC X(36) VALUE
001420         "000031059090120151181212243273304334".
001430 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
001440     05  WS-CUM-DAYS     PIC 9(03) OCCURS 12 TIMES.
001450
001460*----------------------------------------------------------------
001470*  ALERT TABLE - ONE ENTRY PER DISTINCT PT-ALR-IDENT IN THE
001480*  ORDER FIRST RAISED; THE POSITION IS THE NUMBER THE OPERATOR
001490*  KEYS TO ACKNOWLEDGE IT. SEVERITY AND MESSAGE ARE THE LATEST.
001500*----------------------------------------------------------------
001510 01  WS-ALR-TABLE.
001520     05  WS-ALR-ENTRY OCCURS 2000 TIMES
001530                 INDEXED BY WS-ALR-IDX.
001540         10  WS-ALR-IDENT.
001550             15  WS-ALR-PROGRAM  PIC X(14).
001560             15  WS-ALR-RULE-ID  PIC 9(03).
001570             15  WS-ALR-CODE     PIC X(08).
001580             15  WS-ALR-SUBJECT  PIC X(20).
001590         10  WS-ALR-SEVERITY     PIC X(01).
001600         10  WS-ALR-FIRST-DATE   PIC 9(08).
001610         10  WS-ALR-LAST-DATE    PIC 9(08).
001620         10  WS-ALR-RAISED       PIC 9(05).
001630         10  WS-ALR-MESSAGE      PIC X(60).
001640         10  WS-ALR-ACK-SW       PIC X(01).
001650             88  WS-ALR-ACKED        VALUE "Y".
001660
001670 01  WS-ALR-COUNT        PIC 9(04) COMP VALUE 0.
001680 01  WS-ALR-MAX          PIC 9(04) VALUE 2000.
001690 01  WS-ALR-SEARCH-NO    PIC 9(04) COMP VALUE 0.
001700 01  WS-ALR-FOUND-NO     PIC 9(04) COMP VALUE 0.
001710 01  WS-ALR-LIST-NO      PIC 9(04) VALUE 0.
001720 01  WS-ALR-OVERFLOW-SW  PIC X(01) VALUE "N".
001730     88  WS-ALR-OVERFLOW        VALUE "Y".
001740 01  WS-FIND-IDENT       PIC X(45) VALUE SPACES.
001750 01  WS-OPEN-COUNT       PIC 9(05) VALUE 0.
001760 01  WS-LISTED-COUNT     PIC 9(05) VALUE 0.
001770
001780*----------------------------------------------------------------
001790*  ACKNOWLEDGMENT RECORD - BUILT HERE, APPENDED TO PTALACK
001800*----------------------------------------------------------------
001810 COPY PTALK01.
001820 01  WS-ACK-TIME-RAW     PIC 9(08) VALUE 0.
001830 01  WS-ACK-TIME-R REDEFINES WS-ACK-TIME-RAW.
001840     05  WS-ACK-TIME     PIC 9(06).
001850
001860*----------------------------------------------------------------
001870*  COMMAND AND PROMPT WORK FIELDS
001880*----------------------------------------------------------------
001890 01  WS-COMMAND          PIC X(01).
001900     88  WS-CMD-LIST            VALUE "L" "l".
001910     88  WS-CMD-ACK             VALUE "A" "a".
001920     88  WS-CMD-EXIT            VALUE "X" "x".
001930
001940 01  WS-SEV-FILTER       PIC X(01) VALUE SPACE.
001950     88  WS-SEV-FILTER-VALID    VALUE "C" "W" "I" " ".
001960 01  WS-NUMBER-TEXT      PIC X(04) VALUE SPACES.
001970 01  WS-NUMBER-R REDEFINES WS-NUMBER-TEXT.
001980     05  WS-NUMBER       PIC 9(04).
001990 01  WS-NEW-NOTE         PIC X(30) VALUE SPACES.
002000 01  WS-CONFIRM          PIC X(01) VALUE SPACE.
002010     88  WS-CONFIRMED           VALUE "Y" "y".
002020
002030 01  WS-RUN-DATE         PIC 9(08) VALUE 0.
002040 01  WS-ACTION-COUNT     PIC 9(05) VALUE 0.
002050
002060 PROCEDURE DIVISION.
002070*****************************************************************
002080 0000-MAINLINE.
002090*****************************************************************
002100     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
002110
002120     PERFORM 2000-ACK-LOOP THRU 2000-ACK-LOOP-EXIT
002130         UNTIL WS-DONE
002140
002150     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002160
002170     GOBACK.
002180
002190*****************************************************************
002200 1000-INITIALIZE.
002210*****************************************************************
002220     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002230     MOVE WS-RUN-DATE TO WS-DAYNO-DATE
002240     PERFORM 7200-CALC-DAY-NUMBER THRU 7200-CALC-DAY-NUMBER-EXIT
002250     MOVE WS-DAYNO-RESULT TO WS-TODAY-DAY-NO
002260
002270     PERFORM 1050-IDENTIFY-OPERATOR
002280         THRU 1050-IDENTIFY-OPERATOR-EXIT
002290     IF WS-DONE
002300         GO TO 1000-INITIALIZE-EXIT
002310     END-IF
002320
002330     OPEN INPUT PT-ALERT-FILE
002340     IF WS-ALERT-STATUS NOT = "00"
002350         DISPLAY "PTALRACK - NO PTALERT FEED, STATUS = "
002360             WS-ALERT-STATUS " - NOTHING TO ACKNOWLEDGE"
002370         MOVE "Y" TO WS-DONE-SW
002380         GO TO 1000-INITIALIZE-EXIT
002390     END-IF
002400     PERFORM 1100-LOAD-ONE-ALERT THRU 1100-LOAD-ONE-ALERT-EXIT
002410         UNTIL WS-ALERT-EOF
002420     CLOSE PT-ALERT-FILE
002430     IF WS-ALR-OVERFLOW
002440         DISPLAY "PTALRACK - MORE THAN " WS-ALR-MAX
002450             " DISTINCT ALERTS - LATER ONES NOT SHOWN"
002460     END-IF
002470
002480*    NO PTALACK YET SIMPLY MEANS NOTHING HAS BEEN ACKNOWLEDGED.
002490     OPEN INPUT PT-ALACK-FILE
002500     IF WS-ALACK-STATUS = "00"
002510         PERFORM 1200-APPLY-ONE-ACK THRU 1200-APPLY-ONE-ACK-EXIT
002520             UNTIL WS-ACK-EOF
002530         CLOSE PT-ALACK-FILE
002540     END-IF
002550
002560     PERFORM 1300-COUNT-ONE-OPEN THRU 1300-COUNT-ONE-OPEN-EXIT
002570         VARYING WS-ALR-IDX FROM 1 BY 1
002580         UNTIL WS-ALR-IDX > WS-ALR-COUNT
002590     DISPLAY "PTALRACK - " WS-OPEN-COUNT " OPEN ALERTS"
002600     .
002610
002620 1000-INITIALIZE-EXIT.
002630     EXIT.
002640
002650*****************************************************************
002660 1050-IDENTIFY-OPERATOR.
002670*****************************************************************
002680     PERFORM 1060-LOAD-SECURITY THRU 1060-LOAD-SECURITY-EXIT
002690     IF WS-SEC-COUNT = 0
002700         DISPLAY "PTALRACK - NO PTSECUR SECURITY FILE, "
002710             "SESSION REFUSED"
002720         MOVE "Y" TO WS-DONE-SW
002730         GO TO 1050-IDENTIFY-OPERATOR-EXIT
002740     END-IF
002750
002760     IF WS-SEC-OVERFLOW
002770         DISPLAY "PTALRACK - PTSECUR EXCEEDS " WS-MAX-OPERATORS
002780             " OPERATORS, SESSION REFUSED - SPLIT OR CLEAN "
002790             "THE SECURITY FILE"
002800         MOVE "Y" TO WS-DONE-SW
002810         GO TO 1050-IDENTIFY-OPERATOR-EXIT
002820     END-IF
002830
002840     PERFORM 1070-ATTEMPT-SIGNON THRU 1070-ATTEMPT-SIGNON-EXIT
002850         VARYING WS-ATTEMPT-NO FROM 1 BY 1
002860         UNTIL WS-ATTEMPT-NO > 3 OR WS-SIGNON-OK
002870
002880     IF NOT WS-SIGNON-OK
002890         DISPLAY "PTALRACK - SIGN-ON FAILED, SESSION REFUSED"
002900         MOVE "Y" TO WS-DONE-SW
002910     END-IF
002920     .
002930
002940 1050-IDENTIFY-OPERATOR-EXIT.
002950     EXIT.
002960
002970*****************************************************************
002980 1060-LOAD-SECURITY.
002990*****************************************************************
003000     OPEN INPUT PT-SECUR-FILE
003010     IF WS-SECUR-STATUS NOT = "00"
003020         GO TO 1060-LOAD-SECURITY-EXIT
003030     END-IF
003040     PERFORM 1065-LOAD-ONE-OPERATOR
003050         THRU 1065-LOAD-ONE-OPERATOR-EXIT
003060         UNTIL WS-SEC-EOF
003070     CLOSE PT-SECUR-FILE
003080     .
003090
003100 1060-LOAD-SECURITY-EXIT.
003110     EXIT.
003120
003130*****************************************************************
003140 1065-LOAD-ONE-OPERATOR.
003150*****************************************************************
003160     READ PT-SECUR-FILE
003170         AT END
003180             MOVE "Y" TO WS-SEC-EOF-SW
003190             GO TO 1065-LOAD-ONE-OPERATOR-EXIT
003200     END-READ
003210     IF WS-SEC-COUNT >= WS-MAX-OPERATORS
003220         MOVE "Y" TO WS-SEC-OVERFLOW-SW
003230         GO TO 1065-LOAD-ONE-OPERATOR-EXIT
003240     END-IF
003250     ADD 1 TO WS-SEC-COUNT
003260     SET WS-SEC-IDX TO WS-SEC-COUNT
003270     MOVE PT-SEC-OPERATOR   TO WS-SEC-OPERATOR   (WS-SEC-IDX)
003280     MOVE PT-SEC-PASSWORD   TO WS-SEC-PASSWORD   (WS-SEC-IDX)
003290     MOVE PT-SEC-AUTHORITY  TO WS-SEC-AUTHORITY  (WS-SEC-IDX)
003300     MOVE PT-SEC-FAIL-COUNT TO WS-SEC-FAIL-COUNT (WS-SEC-IDX)
003310     MOVE PT-SEC-LOCKED-SW  TO WS-SEC-LOCKED-SW  (WS-SEC-IDX)
003320*    AGING FIELDS READ AS SPACES ON RECORDS WRITTEN BEFORE THEY
003330*    EXISTED - THEY LOAD AS ZERO, MEANING NO FORCED CHANGE AND
003340*    NO EXPIRY, EXACTLY THE OLD BEHAVIOR.
003350     IF PT-SEC-PW-CHG-DATE NUMERIC
003360         MOVE PT-SEC-PW-CHG-DATE
003370             TO WS-SEC-PW-CHG-DATE (WS-SEC-IDX)
003380     ELSE
003390         MOVE ZERO TO WS-SEC-PW-CHG-DATE (WS-SEC-IDX)
003400     END-IF
003410     MOVE PT-SEC-FORCE-CHG-SW
003420         TO WS-SEC-FORCE-CHG-SW (WS-SEC-IDX)
003430     IF PT-SEC-PW-EXPIRE-DAYS NUMERIC
003440         MOVE PT-SEC-PW-EXPIRE-DAYS
003450             TO WS-SEC-PW-EXPIRE (WS-SEC-IDX)
003460     ELSE
003470         MOVE ZERO TO WS-SEC-PW-EXPIRE (WS-SEC-IDX)
003480     END-IF
003490     .
003500
003510 1065-LOAD-ONE-OPERATOR-EXIT.
003520     EXIT.
003530
003540*****************************************************************
003550 1070-ATTEMPT-SIGNON.
003560*****************************************************************
003570     DISPLAY "PTALRACK - ENTER OPERATOR ID:"
003580     ACCEPT WS-SIGNON-ID FROM CONSOLE
003590     DISPLAY "PTALRACK - ENTER PASSWORD:"
003600     ACCEPT WS-SIGNON-PW FROM CONSOLE
003610
003620     PERFORM 1075-FIND-OPERATOR THRU 1075-FIND-OPERATOR-EXIT
003630     IF WS-SEC-FOUND-NO = 0
003640         DISPLAY "PTALRACK - OPERATOR NOT ON SECURITY FILE"
003650         GO TO 1070-ATTEMPT-SIGNON-EXIT
003660     END-IF
003670
003680     SET WS-SEC-IDX TO WS-SEC-FOUND-NO
003690     IF WS-SEC-LOCKED-SW (WS-SEC-IDX) = "Y"
003700         DISPLAY "PTALRACK - OPERATOR IS LOCKED OUT, SEE THE "
003710             "SECURITY ADMINISTRATOR"
003720         GO TO 1070-ATTEMPT-SIGNON-EXIT
003730     END-IF
003740
003750     IF WS-SIGNON-PW NOT = WS-SEC-PASSWORD (WS-SEC-IDX)
003760         ADD 1 TO WS-SEC-FAIL-COUNT (WS-SEC-IDX)
003770         IF WS-SEC-FAIL-COUNT (WS-SEC-IDX) >= 3
003780             MOVE "Y" TO WS-SEC-LOCKED-SW (WS-SEC-IDX)
003790             DISPLAY "PTALRACK - OPERATOR NOW LOCKED OUT"
003800         ELSE
003810             DISPLAY "PTALRACK - PASSWORD DOES NOT MATCH"
003820         END-IF
003830         PERFORM 1090-SAVE-SECURITY THRU 1090-SAVE-SECURITY-EXIT
003840         GO TO 1070-ATTEMPT-SIGNON-EXIT
003850     END-IF
003860
003870     IF WS-SEC-FAIL-COUNT (WS-SEC-IDX) > 0
003880         MOVE 0 TO WS-SEC-FAIL-COUNT (WS-SEC-IDX)
003890         PERFORM 1090-SAVE-SECURITY THRU 1090-SAVE-SECURITY-EXIT
003900     END-IF
003910*    A FORCED OR EXPIRED PASSWORD CANNOT SIGN ON HERE - THE
003920*    CHANGE ITSELF HAPPENS AT THE PTMAINT SIGN-ON.
003930     PERFORM 1080-CHECK-PW-AGE THRU 1080-CHECK-PW-AGE-EXIT
003940     IF WS-PW-EXPIRED
003950         DISPLAY "PTALRACK - PASSWORD CHANGE REQUIRED, SIGN ON "
003960             "TO PTMAINT TO CHANGE IT FIRST"
003970         GO TO 1070-ATTEMPT-SIGNON-EXIT
003980     END-IF
003990
004000     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
004010     MOVE WS-SEC-AUTHORITY (WS-SEC-IDX) TO WS-AUTHORITY
004020     MOVE "Y" TO WS-SIGNON-OK-SW
004030     .
004040
004050 1070-ATTEMPT-SIGNON-EXIT.
004060     EXIT.
004070
004080*****************************************************************
004090 1075-FIND-OPERATOR.
004100*****************************************************************
004110     MOVE 0 TO WS-SEC-FOUND-NO
004120     PERFORM 1076-CHECK-ONE-OPERATOR
004130         THRU 1076-CHECK-ONE-OPERATOR-EXIT
004140         VARYING WS-SEC-SEARCH-NO FROM 1 BY 1
004150         UNTIL WS-SEC-SEARCH-NO > WS-SEC-COUNT
004160     .
004170
004180 1075-FIND-OPERATOR-EXIT.
004190     EXIT.
004200
004210*****************************************************************
004220 1076-CHECK-ONE-OPERATOR.
004230*****************************************************************
004240     SET WS-SEC-IDX TO WS-SEC-SEARCH-NO
004250     IF WS-SEC-OPERATOR (WS-SEC-IDX) = WS-SIGNON-ID
004260         MOVE WS-SEC-SEARCH-NO TO WS-SEC-FOUND-NO
004270     END-IF
004280     .
004290
004300 1076-CHECK-ONE-OPERATOR-EXIT.
004310     EXIT.
004320
004330*****************************************************************
004340 1080-CHECK-PW-AGE.
004350*****************************************************************
004360*  WS-SEC-IDX POINTS AT THE SIGNED-ON RECORD. A SET FORCED-
004370*  CHANGE SWITCH WINS; OTHERWISE A NONZERO EXPIRY INTERVAL
004380*  AGES THE PASSWORD FROM ITS LAST-CHANGED DATE, AND AN
004390*  INTERVAL WITH NO DATE COUNTS AS EXPIRED.
004400*----------------------------------------------------------------
004410     MOVE "N" TO WS-PW-EXPIRED-SW
004420
004430     IF WS-SEC-FORCE-CHG-SW (WS-SEC-IDX) = "Y"
004440         MOVE "Y" TO WS-PW-EXPIRED-SW
004450         GO TO 1080-CHECK-PW-AGE-EXIT
004460     END-IF
004470
004480     IF WS-SEC-PW-EXPIRE (WS-SEC-IDX) = 0
004490         GO TO 1080-CHECK-PW-AGE-EXIT
004500     END-IF
004510
004520     IF WS-SEC-PW-CHG-DATE (WS-SEC-IDX) = 0
004530         MOVE "Y" TO WS-PW-EXPIRED-SW
004540         GO TO 1080-CHECK-PW-AGE-EXIT
004550     END-IF
004560
004570     MOVE WS-SEC-PW-CHG-DATE (WS-SEC-IDX) TO WS-DAYNO-DATE
004580     PERFORM 7200-CALC-DAY-NUMBER THRU 7200-CALC-DAY-NUMBER-EXIT
004590     COMPUTE WS-PW-AGE = WS-TODAY-DAY-NO - WS-DAYNO-RESULT
004600     IF WS-PW-AGE > WS-SEC-PW-EXPIRE (WS-SEC-IDX)
004610         MOVE "Y" TO WS-PW-EXPIRED-SW
004620     END-IF
004630     .
004640
004650 1080-CHECK-PW-AGE-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690 1090-SAVE-SECURITY.
004700*****************************************************************
004710     OPEN OUTPUT PT-SECUR-FILE
004720     IF WS-SECUR-STATUS NOT = "00"
004730         DISPLAY "PTALRACK - UNABLE TO REWRITE PTSECUR, "
004740             "STATUS = " WS-SECUR-STATUS
004750         GO TO 1090-SAVE-SECURITY-EXIT
004760     END-IF
004770     PERFORM 1095-SAVE-ONE-OPERATOR
004780         THRU 1095-SAVE-ONE-OPERATOR-EXIT
004790         VARYING WS-SEC-WRITE-NO FROM 1 BY 1
004800         UNTIL WS-SEC-WRITE-NO > WS-SEC-COUNT
004810     CLOSE PT-SECUR-FILE
004820     .
004830
004840 1090-SAVE-SECURITY-EXIT.
004850     EXIT.
004860
004870*****************************************************************
004880 1095-SAVE-ONE-OPERATOR.
004890*****************************************************************
004900     SET WS-SEC-IDX TO WS-SEC-WRITE-NO
004910     MOVE SPACES TO PT-SECURITY-RECORD
004920     MOVE WS-SEC-OPERATOR   (WS-SEC-IDX) TO PT-SEC-OPERATOR
004930     MOVE WS-SEC-PASSWORD   (WS-SEC-IDX) TO PT-SEC-PASSWORD
004940     MOVE WS-SEC-AUTHORITY  (WS-SEC-IDX) TO PT-SEC-AUTHORITY
004950     MOVE WS-SEC-FAIL-COUNT (WS-SEC-IDX) TO PT-SEC-FAIL-COUNT
004960     MOVE WS-SEC-LOCKED-SW  (WS-SEC-IDX) TO PT-SEC-LOCKED-SW
004970     MOVE WS-SEC-PW-CHG-DATE (WS-SEC-IDX)
004980         TO PT-SEC-PW-CHG-DATE
004990     MOVE WS-SEC-FORCE-CHG-SW (WS-SEC-IDX)
005000         TO PT-SEC-FORCE-CHG-SW
005010     MOVE WS-SEC-PW-EXPIRE  (WS-SEC-IDX)
005020         TO PT-SEC-PW-EXPIRE-DAYS
005030     WRITE PT-SECURITY-RECORD
005040     .
005050
005060 1095-SAVE-ONE-OPERATOR-EXIT.
005070     EXIT.
005080
005090*****************************************************************
005100 1100-LOAD-ONE-ALERT.
005110*****************************************************************
005120*  SAME COLLAPSE BY IDENT AS PTALRPT 2000-LOAD-ONE-ALERT.
005130*----------------------------------------------------------------
005140     READ PT-ALERT-FILE
005150         AT END
005160             MOVE "Y" TO WS-ALERT-EOF-SW
005170             GO TO 1100-LOAD-ONE-ALERT-EXIT
005180     END-READ
005190
005200     IF NOT PT-ALR-CRITICAL
005210         AND NOT PT-ALR-WARNING
005220         AND NOT PT-ALR-INFORMATION
005230         MOVE "W" TO PT-ALR-SEVERITY
005240     END-IF
005250
005260     MOVE PT-ALR-IDENT TO WS-FIND-IDENT
005270     PERFORM 1150-FIND-ALERT THRU 1150-FIND-ALERT-EXIT
005280
005290     IF WS-ALR-FOUND-NO = 0
005300         IF WS-ALR-COUNT >= WS-ALR-MAX
005310             MOVE "Y" TO WS-ALR-OVERFLOW-SW
005320             GO TO 1100-LOAD-ONE-ALERT-EXIT
005330         END-IF
005340         ADD 1 TO WS-ALR-COUNT
005350         SET WS-ALR-IDX TO WS-ALR-COUNT
005360         MOVE PT-ALR-IDENT TO WS-ALR-IDENT (WS-ALR-IDX)
005370         MOVE PT-ALR-DATE  TO WS-ALR-FIRST-DATE (WS-ALR-IDX)
005380         MOVE 0            TO WS-ALR-RAISED (WS-ALR-IDX)
005390         MOVE "N"          TO WS-ALR-ACK-SW (WS-ALR-IDX)
005400     ELSE
005410         SET WS-ALR-IDX TO WS-ALR-FOUND-NO
005420     END-IF
005430
005440     ADD 1 TO WS-ALR-RAISED (WS-ALR-IDX)
005450     MOVE PT-ALR-DATE     TO WS-ALR-LAST-DATE (WS-ALR-IDX)
005460     MOVE PT-ALR-SEVERITY TO WS-ALR-SEVERITY (WS-ALR-IDX)
005470     MOVE PT-ALR-MESSAGE  TO WS-ALR-MESSAGE (WS-ALR-IDX)
005480     .
005490
005500 1100-LOAD-ONE-ALERT-EXIT.
005510     EXIT.
005520
005530*****************************************************************
005540 1150-FIND-ALERT.
005550*****************************************************************
005560     MOVE 0 TO WS-ALR-FOUND-NO
005570     PERFORM 1160-CHECK-ONE-ALERT THRU 1160-CHECK-ONE-ALERT-EXIT
005580         VARYING WS-ALR-SEARCH-NO FROM 1 BY 1
005590         UNTIL WS-ALR-SEARCH-NO > WS-ALR-COUNT
005600     .
005610
005620 1150-FIND-ALERT-EXIT.
005630     EXIT.
005640
005650*****************************************************************
005660 1160-CHECK-ONE-ALERT.
005670*****************************************************************
005680     SET WS-ALR-IDX TO WS-ALR-SEARCH-NO
005690     IF WS-ALR-IDENT (WS-ALR-IDX) = WS-FIND-IDENT
005700         MOVE WS-ALR-SEARCH-NO TO WS-ALR-FOUND-NO
005710     END-IF
005720     .
005730
005740 1160-CHECK-ONE-ALERT-EXIT.
005750     EXIT.
005760
005770*****************************************************************
005780 1200-APPLY-ONE-ACK.
005790*****************************************************************
005800     READ PT-ALACK-FILE INTO PT-ALACK-RECORD
005810         AT END
005820             MOVE "Y" TO WS-ACK-EOF-SW
005830             GO TO 1200-APPLY-ONE-ACK-EXIT
005840     END-READ
005850     MOVE PT-ALK-IDENT TO WS-FIND-IDENT
005860     PERFORM 1150-FIND-ALERT THRU 1150-FIND-ALERT-EXIT
005870     IF WS-ALR-FOUND-NO > 0
005880         SET WS-ALR-IDX TO WS-ALR-FOUND-NO
005890         MOVE "Y" TO WS-ALR-ACK-SW (WS-ALR-IDX)
005900     END-IF
005910     .
005920
005930 1200-APPLY-ONE-ACK-EXIT.
005940     EXIT.
005950
005960*****************************************************************
005970 1300-COUNT-ONE-OPEN.
005980*****************************************************************
005990     IF NOT WS-ALR-ACKED (WS-ALR-IDX)
006000         ADD 1 TO WS-OPEN-COUNT
006010     END-IF
006020     .
006030
006040 1300-COUNT-ONE-OPEN-EXIT.
006050     EXIT.
006060
006070*****************************************************************
006080 2000-ACK-LOOP.
006090*****************************************************************
006100     DISPLAY "PTALRACK - L=LIST A=ACKNOWLEDGE X=EXIT:"
006110     MOVE SPACE TO WS-COMMAND
006120     ACCEPT WS-COMMAND FROM CONSOLE
006130
006140     EVALUATE TRUE
006150         WHEN WS-CMD-LIST
006160             PERFORM 3100-LIST-OPEN THRU 3100-LIST-OPEN-EXIT
006170         WHEN WS-CMD-ACK
006180             PERFORM 3200-ACK-ALERT THRU 3200-ACK-ALERT-EXIT
006190         WHEN WS-CMD-EXIT
006200             MOVE "Y" TO WS-DONE-SW
006210         WHEN OTHER
006220             DISPLAY "PTALRACK - INVALID COMMAND"
006230     END-EVALUATE
006240     .
006250
006260 2000-ACK-LOOP-EXIT.
006270     EXIT.
006280
006290*****************************************************************
006300 2200-SHOW-ALERT.
006310*****************************************************************
006320     SET WS-ALR-IDX TO WS-ALR-FOUND-NO
006330     DISPLAY "  " WS-ALR-SEVERITY (WS-ALR-IDX)
006340         " " WS-ALR-CODE (WS-ALR-IDX)
006350         " RULE " WS-ALR-RULE-ID (WS-ALR-IDX)
006360         " FROM " WS-ALR-PROGRAM (WS-ALR-IDX)
006370     DISPLAY "  SUBJECT " WS-ALR-SUBJECT (WS-ALR-IDX)
006380     DISPLAY "  " WS-ALR-MESSAGE (WS-ALR-IDX)
006390     DISPLAY "  FIRST RAISED " WS-ALR-FIRST-DATE (WS-ALR-IDX)
006400         "  LAST " WS-ALR-LAST-DATE (WS-ALR-IDX)
006410         "  TIMES " WS-ALR-RAISED (WS-ALR-IDX)
006420     .
006430
006440 2200-SHOW-ALERT-EXIT.
006450     EXIT.
006460
006470*****************************************************************
006480 3100-LIST-OPEN.
006490*****************************************************************
006500     DISPLAY "PTALRACK - SEVERITY TO LIST (C, W OR I, "
006510         "BLANK = ALL):"
006520     MOVE SPACE TO WS-SEV-FILTER
006530     ACCEPT WS-SEV-FILTER FROM CONSOLE
006540     IF NOT WS-SEV-FILTER-VALID
006550         DISPLAY "PTALRACK - SEVERITY MUST BE C, W, I OR BLANK"
006560         GO TO 3100-LIST-OPEN-EXIT
006570     END-IF
006580
006590     DISPLAY "  NO.  S CODE     RUL PROGRAM        SUBJECT"
006600     MOVE 0 TO WS-LISTED-COUNT
006610     PERFORM 3110-LIST-ONE-ALERT THRU 3110-LIST-ONE-ALERT-EXIT
006620         VARYING WS-ALR-SEARCH-NO FROM 1 BY 1
006630         UNTIL WS-ALR-SEARCH-NO > WS-ALR-COUNT
006640     DISPLAY "PTALRACK - " WS-LISTED-COUNT " OPEN ALERTS LISTED"
006650     .
006660
006670 3100-LIST-OPEN-EXIT.
006680     EXIT.
006690
006700*****************************************************************
006710 3110-LIST-ONE-ALERT.
006720*****************************************************************
006730     SET WS-ALR-IDX TO WS-ALR-SEARCH-NO
006740     IF WS-ALR-ACKED (WS-ALR-IDX)
006750         GO TO 3110-LIST-ONE-ALERT-EXIT
006760     END-IF
006770     IF WS-SEV-FILTER NOT = SPACE
006780         AND WS-ALR-SEVERITY (WS-ALR-IDX) NOT = WS-SEV-FILTER
006790         GO TO 3110-LIST-ONE-ALERT-EXIT
006800     END-IF
006810     MOVE WS-ALR-SEARCH-NO TO WS-ALR-LIST-NO
006820     DISPLAY "  " WS-ALR-LIST-NO
006830         " " WS-ALR-SEVERITY (WS-ALR-IDX)
006840         " " WS-ALR-CODE (WS-ALR-IDX)
006850         " " WS-ALR-RULE-ID (WS-ALR-IDX)
006860         " " WS-ALR-PROGRAM (WS-ALR-IDX)
006870         " " WS-ALR-SUBJECT (WS-ALR-IDX)
006880     DISPLAY "         " WS-ALR-MESSAGE (WS-ALR-IDX)
006890     ADD 1 TO WS-LISTED-COUNT
006900     .
006910
006920 3110-LIST-ONE-ALERT-EXIT.
006930     EXIT.
006940
006950*****************************************************************
006960 3200-ACK-ALERT.
006970*****************************************************************
006980*  THE NUMBER IS THE ONE THE L COMMAND SHOWS, KEYED IN FULL
006990*  WITH LEADING ZEROS.
007000*----------------------------------------------------------------
007010     DISPLAY "PTALRACK - ALERT NUMBER (4 DIGITS, FROM THE LIST):"
007020     MOVE SPACES TO WS-NUMBER-TEXT
007030     ACCEPT WS-NUMBER-TEXT FROM CONSOLE
007040     IF WS-NUMBER-TEXT NOT NUMERIC
007050         DISPLAY "PTALRACK - ALERT NUMBER MUST BE 4 DIGITS"
007060         GO TO 3200-ACK-ALERT-EXIT
007070     END-IF
007080     IF WS-NUMBER = 0 OR WS-NUMBER > WS-ALR-COUNT
007090         DISPLAY "PTALRACK - NO ALERT WITH THAT NUMBER"
007100         GO TO 3200-ACK-ALERT-EXIT
007110     END-IF
007120     MOVE WS-NUMBER TO WS-ALR-FOUND-NO
007130     SET WS-ALR-IDX TO WS-ALR-FOUND-NO
007140     IF WS-ALR-ACKED (WS-ALR-IDX)
007150         DISPLAY "PTALRACK - ALERT ALREADY ACKNOWLEDGED"
007160         GO TO 3200-ACK-ALERT-EXIT
007170     END-IF
007180     PERFORM 2200-SHOW-ALERT THRU 2200-SHOW-ALERT-EXIT
007190
007200     DISPLAY "PTALRACK - NOTE (UP TO 30 CHARACTERS):"
007210     MOVE SPACES TO WS-NEW-NOTE
007220     ACCEPT WS-NEW-NOTE FROM CONSOLE
007230
007240     DISPLAY "PTALRACK - MARK THIS ALERT HANDLED? (Y/N):"
007250     MOVE SPACE TO WS-CONFIRM
007260     ACCEPT WS-CONFIRM FROM CONSOLE
007270     IF NOT WS-CONFIRMED
007280         DISPLAY "PTALRACK - ACKNOWLEDGMENT ABANDONED"
007290         GO TO 3200-ACK-ALERT-EXIT
007300     END-IF
007310
007320     MOVE SPACES TO PT-ALACK-RECORD
007330     MOVE WS-ALR-IDENT (WS-ALR-IDX) TO PT-ALK-IDENT
007340     MOVE WS-OPERATOR-ID TO PT-ALK-OPERATOR
007350     MOVE WS-RUN-DATE    TO PT-ALK-DATE
007360     ACCEPT WS-ACK-TIME-RAW FROM TIME
007370     MOVE WS-ACK-TIME    TO PT-ALK-TIME
007380     MOVE WS-NEW-NOTE    TO PT-ALK-NOTE
007390
007400     PERFORM 3500-WRITE-ACK THRU 3500-WRITE-ACK-EXIT
007410     IF WS-ALACK-STATUS NOT = "00"
007420         GO TO 3200-ACK-ALERT-EXIT
007430     END-IF
007440     MOVE "Y" TO WS-ALR-ACK-SW (WS-ALR-IDX)
007450     SUBTRACT 1 FROM WS-OPEN-COUNT
007460     ADD 1 TO WS-ACTION-COUNT
007470     DISPLAY "PTALRACK - ALERT ACKNOWLEDGED BY " WS-OPERATOR-ID
007480     .
007490
007500 3200-ACK-ALERT-EXIT.
007510     EXIT.
007520
007530*****************************************************************
007540 3500-WRITE-ACK.
007550*****************************************************************
007560*  PTALACK IS APPENDED TO AT ONCE, SO NOTHING ACKNOWLEDGED IS
007570*  LOST IF THE SESSION DIES. THE FIRST EVER CREATES THE FILE.
007580*----------------------------------------------------------------
007590     OPEN EXTEND PT-ALACK-FILE
007600     IF WS-ALACK-STATUS = "35"
007610         OPEN OUTPUT PT-ALACK-FILE
007620     END-IF
007630     IF WS-ALACK-STATUS NOT = "00"
007640         DISPLAY "PTALRACK - UNABLE TO OPEN PTALACK, "
007650             "STATUS = " WS-ALACK-STATUS
007660             " - NOT ACKNOWLEDGED"
007670         GO TO 3500-WRITE-ACK-EXIT
007680     END-IF
007690     WRITE PT-ALACK-LINE FROM PT-ALACK-RECORD
007700     CLOSE PT-ALACK-FILE
007710     .
007720
007730 3500-WRITE-ACK-EXIT.
007740     EXIT.
007750
007760*****************************************************************
007770 7200-CALC-DAY-NUMBER.
007780*****************************************************************
007790*  SAME SERIAL DAY-NUMBER ARITHMETIC AS PTRECON 7200.
007800*----------------------------------------------------------------
007810     MOVE WS-DAYNO-CCYY TO WS-DAYNO-Y
007820     COMPUTE WS-DAYNO-RESULT = WS-DAYNO-Y * 365
007830     DIVIDE WS-DAYNO-Y BY 4 GIVING WS-DAYNO-W
007840     ADD WS-DAYNO-W TO WS-DAYNO-RESULT
007850     DIVIDE WS-DAYNO-Y BY 100 GIVING WS-DAYNO-W
007860     SUBTRACT WS-DAYNO-W FROM WS-DAYNO-RESULT
007870     DIVIDE WS-DAYNO-Y BY 400 GIVING WS-DAYNO-W
007880     ADD WS-DAYNO-W TO WS-DAYNO-RESULT
007890     ADD WS-CUM-DAYS (WS-DAYNO-MM) TO WS-DAYNO-RESULT
007900     ADD WS-DAYNO-DD TO WS-DAYNO-RESULT
007910     IF WS-DAYNO-MM < 3
007920         DIVIDE WS-DAYNO-Y BY 4 GIVING WS-LEAP-Q
007930             REMAINDER WS-LEAP-R4
007940         DIVIDE WS-DAYNO-Y BY 100 GIVING WS-LEAP-Q
007950             REMAINDER WS-LEAP-R100
007960         DIVIDE WS-DAYNO-Y BY 400 GIVING WS-LEAP-Q
007970             REMAINDER WS-LEAP-R400
007980         IF WS-LEAP-R4 = 0
007990             AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
008000             SUBTRACT 1 FROM WS-DAYNO-RESULT
008010         END-IF
008020     END-IF
008030     .
008040
008050 7200-CALC-DAY-NUMBER-EXIT.
008060     EXIT.
008070
008080*****************************************************************
008090 9000-TERMINATE.
008100*****************************************************************
008110     DISPLAY "PTALRACK - SESSION ENDED, " WS-ACTION-COUNT
008120         " ALERTS ACKNOWLEDGED, " WS-OPEN-COUNT " STILL OPEN"
008130     .
008140
008150 9000-TERMINATE-EXIT.
008160     EXIT.
