000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    PTWMAINT.
000030 AUTHOR.        D L KOVACS.
000040 INSTALLATION.  OPERATIONS SUPPORT - ONLINE.
000050 DATE-WRITTEN.  2026-10-15.
000060 DATE-COMPILED.
000070*****************************************************************
000080*  PTWMAINT                                                     *
000090*                                                                *
000100*  MAINTENANCE FOR THE PTWATCH VALUE WATCHLIST (SEE PTWCH01).   *
000110*  OPERATIONS AND THE BUSINESS USED TO KEEP THE RULE/VALUE      *
000120*  PAIRS THEY CARE ABOUT ON A SPREADSHEET AND CHECK PTREPRT BY  *
000130*  EYE EVERY MORNING; THE LIST NOW LIVES HERE, PTWCHRPT CHECKS  *
000140*  IT EVERY NIGHT AFTER PTHMUPD, AND PTINQ SHOWS THE OWNER AND  *
000150*  NOTE ON A LOOKUP.                                            *
000160*                                                                *
000170*     L = LIST THE WATCHLIST, ALL OF IT OR ONE RULE             *
000180*     A = ADD A RULE/VALUE WITH OWNER, ALERT CONDITION AND NOTE *
000190*     C = CHANGE THE OWNER, CONDITION OR NOTE OF AN ENTRY       *
000200*     D = DELETE AN ENTRY                                       *
000210*     X = EXIT                                                  *
000220*                                                                *
000230*  THE OPERATOR SIGNS ON AGAINST PTSECUR WITH THE SAME          *
000240*  DISCIPLINE AS PTMAINT. INQUIRY AUTHORITY MAY LIST; ADD,      *
000250*  CHANGE AND DELETE NEED UPDATE AUTHORITY. PTWATCH IS LOADED   *
000260*  WHOLE, KEPT IN RULE/VALUE ORDER, AND REWRITTEN AFTER EVERY   *
000270*  ACTION, SO A CHANGE KEYED AT 6 PM IS IN THAT NIGHT'S CHECK.  *
000280*                                                                *
000290*  MODIFICATION HISTORY                                         *
000300*  ----------------------                                       *
000310*  DATE       INIT  DESCRIPTION                                 *
000320*  2026-10-15 DLK   ORIGINAL VERSION - VALUE WATCHLIST          *
000330*                   MAINTENANCE.                                *
000332*  2026-10-15 DLK   ONLY A MISSING PTWATCH (STATUS 35) STARTS AN *
000334*                   EMPTY WATCHLIST. ANY OTHER FAILED OPEN NOW   *
000336*                   REFUSES THE SESSION SO THE NEXT SAVE CANNOT  *
000338*                   OVERWRITE THE REAL FILE WITH AN EMPTY TABLE. *
000340*****************************************************************
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.   IBM-370.
000390 OBJECT-COMPUTER.   IBM-370.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PT-WATCH-FILE ASSIGN TO "PTWATCH"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-WATCH-STATUS.
000460
000470     SELECT PT-SECUR-FILE ASSIGN TO "PTSECUR"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-SECUR-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PT-WATCH-FILE
000540     RECORDING MODE IS F.
000550 COPY PTWCH01.
000560
000570 FD  PT-SECUR-FILE
000580     RECORDING MODE IS F.
000590 COPY PTSEC01.
000600
000610 WORKING-STORAGE SECTION.
000620*----------------------------------------------------------------
000630*  FILE STATUS AND SWITCHES
000640*----------------------------------------------------------------
000650 01  WS-WATCH-STATUS     PIC X(02) VALUE "00".
000660 01  WS-SECUR-STATUS     PIC X(02) VALUE "00".
000670 01  WS-SWITCHES.
000680     05  WS-DONE-SW      PIC X(01) VALUE "N".
000690         88  WS-DONE            VALUE "Y".
000700     05  WS-WATCH-EOF-SW PIC X(01) VALUE "N".
000710         88  WS-WATCH-EOF       VALUE "Y".
000720     05  WS-KEY-OK-SW    PIC X(01) VALUE "N".
000730         88  WS-KEY-OK          VALUE "Y".
000740
000750*----------------------------------------------------------------
000760*  OPERATOR SIGN-ON - SAME PTSECUR DISCIPLINE AS PTMAINT AND
000770*  PTAPPRV. INQUIRY AUTHORITY MAY LIST THE WATCHLIST; ANYTHING
000780*  THAT REWRITES PTWATCH NEEDS UPDATE AUTHORITY.
000790*----------------------------------------------------------------
000800 01  WS-SEC-TABLE.
000810     05  WS-SEC-ENTRY OCCURS 20 TIMES
000820                 INDEXED BY WS-SEC-IDX.
000830         10  WS-SEC-OPERATOR     PIC X(08).
000840         10  WS-SEC-PASSWORD     PIC X(08).
000850         10  WS-SEC-AUTHORITY    PIC X(01).
000860         10  WS-SEC-FAIL-COUNT   PIC 9(01).
000870         10  WS-SEC-LOCKED-SW    PIC X(01).
000880         10  WS-SEC-PW-CHG-DATE  PIC 9(08).
000890         10  WS-SEC-FORCE-CHG-SW PIC X(01).
000900         10  WS-SEC-PW-EXPIRE    PIC 9(03).
000910
000920 01  WS-SEC-COUNT        PIC 9(03) COMP VALUE 0.
000930 01  WS-MAX-OPERATORS    PIC 9(03) COMP VALUE 20.
000940 01  WS-SEC-FOUND-NO     PIC 9(03) COMP VALUE 0.
000950 01  WS-SEC-SEARCH-NO    PIC 9(03) COMP VALUE 0.
000960 01  WS-SEC-WRITE-NO     PIC 9(03) COMP VALUE 0.
000970 01  WS-SEC-OVERFLOW-SW  PIC X(01) VALUE "N".
000980     88  WS-SEC-OVERFLOW        VALUE "Y".
000990 01  WS-SEC-EOF-SW       PIC X(01) VALUE "N".
001000     88  WS-SEC-EOF             VALUE "Y".
001010 01  WS-SIGNON-ID        PIC X(08) VALUE SPACES.
001020 01  WS-SIGNON-PW        PIC X(08) VALUE SPACES.
001030 01  WS-SIGNON-OK-SW     PIC X(01) VALUE "N".
001040     88  WS-SIGNON-OK           VALUE "Y".
001050 01  WS-ATTEMPT-NO       PIC 9(01) VALUE 0.
001060 01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
001070 01  WS-AUTHORITY        PIC X(01) VALUE "I".
001080     88  WS-AUTH-UPDATE         VALUE "U" "A".
001090
001100*----------------------------------------------------------------
001110*  PASSWORD EXPIRY ARITHMETIC - SAME SERIAL DAY-NUMBER METHOD
001120*  AS PTRECON. A FORCED OR EXPIRED PASSWORD IS REFUSED HERE -
001130*  PASSWORD CHANGES THEMSELVES HAPPEN AT THE PTMAINT SIGN-ON.
001140*----------------------------------------------------------------
001150 01  WS-PW-EXPIRED-SW    PIC X(01) VALUE "N".
001160     88  WS-PW-EXPIRED          VALUE "Y".
001170 01  WS-TODAY-DAY-NO     PIC 9(07) VALUE 0.
001180 01  WS-PW-AGE           PIC S9(07) VALUE 0.
001190 01  WS-DAYNO-DATE       PIC 9(08).
001200 01  WS-DAYNO-DATE-R REDEFINES WS-DAYNO-DATE.
001210     05  WS-DAYNO-CCYY   PIC 9(04).
001220     05  WS-DAYNO-MM     PIC 9(02).
001230     05  WS-DAYNO-DD     PIC 9(02).
001240 01  WS-DAYNO-RESULT     PIC 9(07) VALUE 0.
001250 01  WS-DAYNO-Y          PIC 9(04) COMP VALUE 0.
001260 01  WS-DAYNO-W          PIC 9(07) COMP VALUE 0.
001270 01  WS-LEAP-Q           PIC 9(04) COMP VALUE 0.
001280 01  WS-LEAP-R4          PIC 9(04) COMP VALUE 0.
001290 01  WS-LEAP-R100        PIC 9(04) COMP VALUE 0.
001300 01  WS-LEAP-R400        PIC 9(04) COMP VALUE 0.
001310 01  WS-CUM-DAYS-TABLE.
001320     05  FILLER          PIC X(36) VALUE
001330         "000031059090120151181212243273304334".
001340 01  WS-CUM-DAYS-R REDEFINES WS-CUM-DAYS-TABLE.
001350     05  WS-CUM-DAYS     PIC 9(03) OCCURS 12 TIMES.
001360
001370*----------------------------------------------------------------
001380*  WATCHLIST TABLE - THE WHOLE PTWATCH FILE IN RULE/VALUE
001390*  ORDER, LOADED AT START-UP AND REWRITTEN AFTER EVERY ACTION.
001400*----------------------------------------------------------------
001410 01  WS-WCH-TABLE.
001420     05  WS-WCH-ENTRY OCCURS 500 TIMES
001430                 INDEXED BY WS-WCH-IDX.
001440         10  WS-WCH-KEY.
001450             15  WS-WCH-RULE-ID  PIC 9(03).
001460             15  WS-WCH-X        PIC 9(05).
001470         10  WS-WCH-OWNER        PIC X(12).
001480         10  WS-WCH-CONDITION    PIC X(01).
001490         10  WS-WCH-NOTE         PIC X(40).
001500         10  WS-WCH-ADDED-BY     PIC X(08).
001510         10  WS-WCH-ADDED-DATE   PIC 9(08).
001520         10  WS-WCH-CHANGED-BY   PIC X(08).
001530         10  WS-WCH-CHANGED-DATE PIC 9(08).
001540
001550 01  WS-WCH-COUNT        PIC 9(03) COMP VALUE 0.
001560 01  WS-MAX-WATCH        PIC 9(03) COMP VALUE 500.
001570 01  WS-WCH-FOUND-NO     PIC 9(03) COMP VALUE 0.
001580 01  WS-WCH-INSERT-NO    PIC 9(03) COMP VALUE 0.
001590 01  WS-WCH-SEARCH-NO    PIC 9(03) COMP VALUE 0.
001600 01  WS-WCH-WRITE-NO     PIC 9(03) COMP VALUE 0.
001610 01  WS-WCH-LIST-NO      PIC 9(03) COMP VALUE 0.
001620 01  WS-WCH-SHIFT-NO     PIC 9(03) COMP VALUE 0.
001630 01  WS-WCH-LISTED       PIC 9(03) COMP VALUE 0.
001640 01  WS-WCH-OVERFLOW-SW  PIC X(01) VALUE "N".
001650     88  WS-WCH-OVERFLOW        VALUE "Y".
001660
001670*----------------------------------------------------------------
001680*  COMMAND AND PROMPT WORK FIELDS
001690*----------------------------------------------------------------
001700 01  WS-COMMAND          PIC X(01).
001710     88  WS-CMD-LIST            VALUE "L" "l".
001720     88  WS-CMD-ADD             VALUE "A" "a".
001730     88  WS-CMD-CHANGE          VALUE "C" "c".
001740     88  WS-CMD-DELETE          VALUE "D" "d".
001750     88  WS-CMD-EXIT            VALUE "X" "x".
001760
001770 01  WS-TARGET-KEY.
001780     05  WS-TARGET-RULE-ID   PIC 9(03).
001790     05  WS-TARGET-X         PIC 9(05).
001800 01  WS-RULE-TEXT        PIC X(03) VALUE SPACES.
001810 01  WS-VALUE-TEXT       PIC X(05) VALUE SPACES.
001820 01  WS-NEW-OWNER        PIC X(12) VALUE SPACES.
001830 01  WS-NEW-CONDITION    PIC X(01) VALUE SPACE.
001840     88  WS-NEW-COND-VALID      VALUE "A" "D" "E".
001850 01  WS-NEW-NOTE         PIC X(40) VALUE SPACES.
001860 01  WS-CONFIRM          PIC X(01) VALUE SPACE.
001870     88  WS-CONFIRMED           VALUE "Y" "y".
001880
001890 01  WS-RUN-DATE         PIC 9(08) VALUE 0.
001900 01  WS-ACTION-COUNT     PIC 9(05) VALUE 0.
001910
001920 PROCEDURE DIVISION.
001930*****************************************************************
001940 0000-MAINLINE.
001950*****************************************************************
001960     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
001970
001980     PERFORM 2000-MAINT-LOOP THRU 2000-MAINT-LOOP-EXIT
001990         UNTIL WS-DONE
002000
002010     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002020
002030     GOBACK.
002040
002050*****************************************************************
002060 1000-INITIALIZE.
002070*****************************************************************
002080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002090     MOVE WS-RUN-DATE TO WS-DAYNO-DATE
002100     PERFORM 7200-CALC-DAY-NUMBER THRU 7200-CALC-DAY-NUMBER-EXIT
002110     MOVE WS-DAYNO-RESULT TO WS-TODAY-DAY-NO
002120
002130     PERFORM 1050-IDENTIFY-OPERATOR
002140         THRU 1050-IDENTIFY-OPERATOR-EXIT
002150     IF WS-DONE
002160         GO TO 1000-INITIALIZE-EXIT
002170     END-IF
002180
002190*    ONLY A MISSING PTWATCH (STATUS 35) STARTS AN EMPTY ONE. A
002200*    PTWATCH THAT EXISTS BUT CANNOT BE OPENED, OR IS OVERFULL,
002203*    REFUSES THE SESSION - A REWRITE FROM AN EMPTY OR TRUNCATED
002206*    TABLE WOULD DESTROY THE ENTRIES THAT WERE NOT LOADED.
002210     OPEN INPUT PT-WATCH-FILE
002211     IF WS-WATCH-STATUS NOT = "00" AND NOT = "35"
002212         DISPLAY "PTWMAINT - UNABLE TO OPEN PTWATCH, STATUS = "
002213             WS-WATCH-STATUS
002214             " - SESSION REFUSED, PTWATCH LEFT UNTOUCHED"
002215         MOVE "Y" TO WS-DONE-SW
002216         GO TO 1000-INITIALIZE-EXIT
002217     END-IF
002220     IF WS-WATCH-STATUS = "00"
002230         PERFORM 1100-LOAD-ONE-ENTRY THRU 1100-LOAD-ONE-ENTRY-EXIT
002240             UNTIL WS-WATCH-EOF
002250         CLOSE PT-WATCH-FILE
002260     ELSE
002270         DISPLAY "PTWMAINT - NO PTWATCH WATCHLIST FOUND, "
002280             "STARTING AN EMPTY ONE"
002290     END-IF
002300     IF WS-WCH-OVERFLOW
002310         DISPLAY "PTWMAINT - PTWATCH EXCEEDS " WS-MAX-WATCH
002320             " ENTRIES - SESSION REFUSED, PTWATCH LEFT UNTOUCHED"
002330         MOVE "Y" TO WS-DONE-SW
002340         GO TO 1000-INITIALIZE-EXIT
002350     END-IF
002360
002370     DISPLAY "PTWMAINT - " WS-WCH-COUNT " VALUES ON THE WATCHLIST"
002380     IF NOT WS-AUTH-UPDATE
002390         DISPLAY "PTWMAINT - INQUIRY AUTHORITY, LIST ONLY"
002400     END-IF
002410     .
002420
002430 1000-INITIALIZE-EXIT.
002440     EXIT.
002450
002460*****************************************************************
002470 1050-IDENTIFY-OPERATOR.
002480*****************************************************************
002490     PERFORM 1060-LOAD-SECURITY THRU 1060-LOAD-SECURITY-EXIT
002500     IF WS-SEC-COUNT = 0
002510         DISPLAY "PTWMAINT - NO PTSECUR SECURITY FILE, "
002520             "SESSION REFUSED"
002530         MOVE "Y" TO WS-DONE-SW
002540         GO TO 1050-IDENTIFY-OPERATOR-EXIT
002550     END-IF
002560
002570     IF WS-SEC-OVERFLOW
002580         DISPLAY "PTWMAINT - PTSECUR EXCEEDS " WS-MAX-OPERATORS
002590             " OPERATORS, SESSION REFUSED - SPLIT OR CLEAN "
002600             "THE SECURITY FILE"
002610         MOVE "Y" TO WS-DONE-SW
002620         GO TO 1050-IDENTIFY-OPERATOR-EXIT
002630     END-IF
002640
002650     PERFORM 1070-ATTEMPT-SIGNON THRU 1070-ATTEMPT-SIGNON-EXIT
002660         VARYING WS-ATTEMPT-NO FROM 1 BY 1
002670         UNTIL WS-ATTEMPT-NO > 3 OR WS-SIGNON-OK
002680
002690     IF NOT WS-SIGNON-OK
002700         DISPLAY "PTWMAINT - SIGN-ON FAILED, SESSION REFUSED"
002710         MOVE "Y" TO WS-DONE-SW
002720     END-IF
002730     .
002740
002750 1050-IDENTIFY-OPERATOR-EXIT.
002760     EXIT.
002770
002780*****************************************************************
002790 1060-LOAD-SECURITY.
002800*****************************************************************
002810     OPEN INPUT PT-SECUR-FILE
002820     IF WS-SECUR-STATUS NOT = "00"
002830         GO TO 1060-LOAD-SECURITY-EXIT
002840     END-IF
002850     PERFORM 1065-LOAD-ONE-OPERATOR
002860         THRU 1065-LOAD-ONE-OPERATOR-EXIT
002870         UNTIL WS-SEC-EOF
002880     CLOSE PT-SECUR-FILE
002890     .
002900
002910 1060-LOAD-SECURITY-EXIT.
002920     EXIT.
002930
002940*****************************************************************
002950 1065-LOAD-ONE-OPERATOR.
002960*****************************************************************
002970     READ PT-SECUR-FILE
002980         AT END
002990             MOVE "Y" TO WS-SEC-EOF-SW
003000             GO TO 1065-LOAD-ONE-OPERATOR-EXIT
003010     END-READ
003020     IF WS-SEC-COUNT >= WS-MAX-OPERATORS
003030         MOVE "Y" TO WS-SEC-OVERFLOW-SW
003040         GO TO 1065-LOAD-ONE-OPERATOR-EXIT
003050     END-IF
003060     ADD 1 TO WS-SEC-COUNT
003070     SET WS-SEC-IDX TO WS-SEC-COUNT
003080     MOVE PT-SEC-OPERATOR   TO WS-SEC-OPERATOR   (WS-SEC-IDX)
003090     MOVE PT-SEC-PASSWORD   TO WS-SEC-PASSWORD   (WS-SEC-IDX)
003100     MOVE PT-SEC-AUTHORITY  TO WS-SEC-AUTHORITY  (WS-SEC-IDX)
003110     MOVE PT-SEC-FAIL-COUNT TO WS-SEC-FAIL-COUNT (WS-SEC-IDX)
003120     MOVE PT-SEC-LOCKED-SW  TO WS-SEC-LOCKED-SW  (WS-SEC-IDX)
003130*    AGING FIELDS READ AS SPACES ON RECORDS WRITTEN BEFORE THEY
003140*    EXISTED - THEY LOAD AS ZERO, MEANING NO FORCED CHANGE AND
003150*    NO EXPIRY, EXACTLY THE OLD BEHAVIOR.
003160     IF PT-SEC-PW-CHG-DATE NUMERIC
003170         MOVE PT-SEC-PW-CHG-DATE
003180             TO WS-SEC-PW-CHG-DATE (WS-SEC-IDX)
003190     ELSE
003200         MOVE ZERO TO WS-SEC-PW-CHG-DATE (WS-SEC-IDX)
003210     END-IF
003220     MOVE PT-SEC-FORCE-CHG-SW
003230         TO WS-SEC-FORCE-CHG-SW (WS-SEC-IDX)
003240     IF PT-SEC-PW-EXPIRE-DAYS NUMERIC
003250         MOVE PT-SEC-PW-EXPIRE-DAYS
003260             TO WS-SEC-PW-EXPIRE (WS-SEC-IDX)
003270     ELSE
003280         MOVE ZERO TO WS-SEC-PW-EXPIRE (WS-SEC-IDX)
003290     END-IF
003300     .
003310
003320 1065-LOAD-ONE-OPERATOR-EXIT.
003330     EXIT.
003340
003350*****************************************************************
003360 1070-ATTEMPT-SIGNON.
003370*****************************************************************
003380     DISPLAY "PTWMAINT - ENTER OPERATOR ID:"
003390     ACCEPT WS-SIGNON-ID FROM CONSOLE
003400     DISPLAY "PTWMAINT - ENTER PASSWORD:"
003410     ACCEPT WS-SIGNON-PW FROM CONSOLE
003420
003430     PERFORM 1075-FIND-OPERATOR THRU 1075-FIND-OPERATOR-EXIT
003440     IF WS-SEC-FOUND-NO = 0
003450         DISPLAY "PTWMAINT - OPERATOR NOT ON SECURITY FILE"
003460         GO TO 1070-ATTEMPT-SIGNON-EXIT
003470     END-IF
003480
003490     SET WS-SEC-IDX TO WS-SEC-FOUND-NO
003500     IF WS-SEC-LOCKED-SW (WS-SEC-IDX) = "Y"
003510         DISPLAY "PTWMAINT - OPERATOR IS LOCKED OUT, SEE THE "
003520             "SECURITY ADMINISTRATOR"
003530         GO TO 1070-ATTEMPT-SIGNON-EXIT
003540     END-IF
003550
003560     IF WS-SIGNON-PW NOT = WS-SEC-PASSWORD (WS-SEC-IDX)
003570         ADD 1 TO WS-SEC-FAIL-COUNT (WS-SEC-IDX)
003580         IF WS-SEC-FAIL-COUNT (WS-SEC-IDX) >= 3
003590             MOVE "Y" TO WS-SEC-LOCKED-SW (WS-SEC-IDX)
003600             DISPLAY "PTWMAINT - OPERATOR NOW LOCKED OUT"
003610         ELSE
003620             DISPLAY "PTWMAINT - PASSWORD DOES NOT MATCH"
003630         END-IF
003640         PERFORM 1090-SAVE-SECURITY THRU 1090-SAVE-SECURITY-EXIT
003650         GO TO 1070-ATTEMPT-SIGNON-EXIT
003660     END-IF
003670
003680     IF WS-SEC-FAIL-COUNT (WS-SEC-IDX) > 0
003690         MOVE 0 TO WS-SEC-FAIL-COUNT (WS-SEC-IDX)
003700         PERFORM 1090-SAVE-SECURITY THRU 1090-SAVE-SECURITY-EXIT
003710     END-IF
003720*    A FORCED OR EXPIRED PASSWORD CANNOT SIGN ON HERE - THE
003730*    CHANGE ITSELF HAPPENS AT THE PTMAINT SIGN-ON.
003740     PERFORM 1080-CHECK-PW-AGE THRU 1080-CHECK-PW-AGE-EXIT
003750     IF WS-PW-EXPIRED
003760         DISPLAY "PTWMAINT - PASSWORD CHANGE REQUIRED, SIGN ON "
003770             "TO PTMAINT TO CHANGE IT FIRST"
003780         GO TO 1070-ATTEMPT-SIGNON-EXIT
003790     END-IF
003800
003810     MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
003820     MOVE WS-SEC-AUTHORITY (WS-SEC-IDX) TO WS-AUTHORITY
003830     MOVE "Y" TO WS-SIGNON-OK-SW
003840     .
003850
003860 1070-ATTEMPT-SIGNON-EXIT.
003870     EXIT.
003880
003890*****************************************************************
003900 1075-FIND-OPERATOR.
003910*****************************************************************
003920     MOVE 0 TO WS-SEC-FOUND-NO
003930     PERFORM 1076-CHECK-ONE-OPERATOR
003940         THRU 1076-CHECK-ONE-OPERATOR-EXIT
003950         VARYING WS-SEC-SEARCH-NO FROM 1 BY 1
003960         UNTIL WS-SEC-SEARCH-NO > WS-SEC-COUNT
003970     .
003980
003990 1075-FIND-OPERATOR-EXIT.
004000     EXIT.
004010
004020*****************************************************************
004030 1076-CHECK-ONE-OPERATOR.
004040*****************************************************************
004050     SET WS-SEC-IDX TO WS-SEC-SEARCH-NO
004060     IF WS-SEC-OPERATOR (WS-SEC-IDX) = WS-SIGNON-ID
004070         MOVE WS-SEC-SEARCH-NO TO WS-SEC-FOUND-NO
004080     END-IF
004090     .
004100
004110 1076-CHECK-ONE-OPERATOR-EXIT.
004120     EXIT.
004130
004140*****************************************************************
004150 1080-CHECK-PW-AGE.
004160*****************************************************************
004170*  WS-SEC-IDX POINTS AT THE SIGNED-ON RECORD. A SET FORCED-
004180*  CHANGE SWITCH WINS; OTHERWISE A NONZERO EXPIRY INTERVAL
004190*  AGES THE PASSWORD FROM ITS LAST-CHANGED DATE, AND AN
004200*  INTERVAL WITH NO DATE COUNTS AS EXPIRED.
004210*----------------------------------------------------------------
004220     MOVE "N" TO WS-PW-EXPIRED-SW
004230
004240     IF WS-SEC-FORCE-CHG-SW (WS-SEC-IDX) = "Y"
004250         MOVE "Y" TO WS-PW-EXPIRED-SW
004260         GO TO 1080-CHECK-PW-AGE-EXIT
004270     END-IF
004280
004290     IF WS-SEC-PW-EXPIRE (WS-SEC-IDX) = 0
004300         GO TO 1080-CHECK-PW-AGE-EXIT
004310     END-IF
004320
004330     IF WS-SEC-PW-CHG-DATE (WS-SEC-IDX) = 0
004340         MOVE "Y" TO WS-PW-EXPIRED-SW
004350         GO TO 1080-CHECK-PW-AGE-EXIT
004360     END-IF
004370
004380     MOVE WS-SEC-PW-CHG-DATE (WS-SEC-IDX) TO WS-DAYNO-DATE
004390     PERFORM 7200-CALC-DAY-NUMBER THRU 7200-CALC-DAY-NUMBER-EXIT
004400     COMPUTE WS-PW-AGE = WS-TODAY-DAY-NO - WS-DAYNO-RESULT
004410     IF WS-PW-AGE > WS-SEC-PW-EXPIRE (WS-SEC-IDX)
004420         MOVE "Y" TO WS-PW-EXPIRED-SW
004430     END-IF
004440     .
004450
004460 1080-CHECK-PW-AGE-EXIT.
004470     EXIT.
004480
004490*****************************************************************
004500 1090-SAVE-SECURITY.
004510*****************************************************************
004520     OPEN OUTPUT PT-SECUR-FILE
004530     IF WS-SECUR-STATUS NOT = "00"
004540         DISPLAY "PTWMAINT - UNABLE TO REWRITE PTSECUR, "
004550             "STATUS = " WS-SECUR-STATUS
004560         GO TO 1090-SAVE-SECURITY-EXIT
004570     END-IF
004580     PERFORM 1095-SAVE-ONE-OPERATOR
004590         THRU 1095-SAVE-ONE-OPERATOR-EXIT
004600         VARYING WS-SEC-WRITE-NO FROM 1 BY 1
004610         UNTIL WS-SEC-WRITE-NO > WS-SEC-COUNT
004620     CLOSE PT-SECUR-FILE
004630     .
004640
004650 1090-SAVE-SECURITY-EXIT.
004660     EXIT.
004670
004680*****************************************************************
004690 1095-SAVE-ONE-OPERATOR.
004700*****************************************************************
004710     SET WS-SEC-IDX TO WS-SEC-WRITE-NO
004720     MOVE SPACES TO PT-SECURITY-RECORD
004730     MOVE WS-SEC-OPERATOR   (WS-SEC-IDX) TO PT-SEC-OPERATOR
004740     MOVE WS-SEC-PASSWORD   (WS-SEC-IDX) TO PT-SEC-PASSWORD
004750     MOVE WS-SEC-AUTHORITY  (WS-SEC-IDX) TO PT-SEC-AUTHORITY
004760     MOVE WS-SEC-FAIL-COUNT (WS-SEC-IDX) TO PT-SEC-FAIL-COUNT
004770     MOVE WS-SEC-LOCKED-SW  (WS-SEC-IDX) TO PT-SEC-LOCKED-SW
004780     MOVE WS-SEC-PW-CHG-DATE (WS-SEC-IDX)
004790         TO PT-SEC-PW-CHG-DATE
004800     MOVE WS-SEC-FORCE-CHG-SW (WS-SEC-IDX)
004810         TO PT-SEC-FORCE-CHG-SW
004820     MOVE WS-SEC-PW-EXPIRE  (WS-SEC-IDX)
004830         TO PT-SEC-PW-EXPIRE-DAYS
004840     WRITE PT-SECURITY-RECORD
004850     .
004860
004870 1095-SAVE-ONE-OPERATOR-EXIT.
004880     EXIT.
004890
004900*****************************************************************
004910 1100-LOAD-ONE-ENTRY.
004920*****************************************************************
004930     READ PT-WATCH-FILE
004940         AT END
004950             MOVE "Y" TO WS-WATCH-EOF-SW
004960             GO TO 1100-LOAD-ONE-ENTRY-EXIT
004970     END-READ
004980
004990     IF WS-WCH-COUNT >= WS-MAX-WATCH
005000         MOVE "Y" TO WS-WCH-OVERFLOW-SW
005010         GO TO 1100-LOAD-ONE-ENTRY-EXIT
005020     END-IF
005030
005040     ADD 1 TO WS-WCH-COUNT
005050     SET WS-WCH-IDX TO WS-WCH-COUNT
005060     MOVE PT-WCH-RULE-ID    TO WS-WCH-RULE-ID    (WS-WCH-IDX)
005070     MOVE PT-WCH-X          TO WS-WCH-X          (WS-WCH-IDX)
005080     MOVE PT-WCH-OWNER      TO WS-WCH-OWNER      (WS-WCH-IDX)
005090     MOVE PT-WCH-CONDITION  TO WS-WCH-CONDITION  (WS-WCH-IDX)
005100     MOVE PT-WCH-NOTE       TO WS-WCH-NOTE       (WS-WCH-IDX)
005110     MOVE PT-WCH-ADDED-BY   TO WS-WCH-ADDED-BY   (WS-WCH-IDX)
005120     MOVE PT-WCH-CHANGED-BY TO WS-WCH-CHANGED-BY (WS-WCH-IDX)
005130     IF PT-WCH-ADDED-DATE NUMERIC
005140         MOVE PT-WCH-ADDED-DATE
005150             TO WS-WCH-ADDED-DATE (WS-WCH-IDX)
005160     ELSE
005170         MOVE ZERO TO WS-WCH-ADDED-DATE (WS-WCH-IDX)
005180     END-IF
005190     IF PT-WCH-CHANGED-DATE NUMERIC
005200         MOVE PT-WCH-CHANGED-DATE
005210             TO WS-WCH-CHANGED-DATE (WS-WCH-IDX)
005220     ELSE
005230         MOVE ZERO TO WS-WCH-CHANGED-DATE (WS-WCH-IDX)
005240     END-IF
005250     .
005260
005270 1100-LOAD-ONE-ENTRY-EXIT.
005280     EXIT.
005290
005300*****************************************************************
005310 2000-MAINT-LOOP.
005320*****************************************************************
005330     DISPLAY "PTWMAINT - L=LIST A=ADD C=CHANGE D=DELETE X=EXIT:"
005340     MOVE SPACE TO WS-COMMAND
005350     ACCEPT WS-COMMAND FROM CONSOLE
005360
005370     IF (WS-CMD-ADD OR WS-CMD-CHANGE OR WS-CMD-DELETE)
005380         AND NOT WS-AUTH-UPDATE
005390         DISPLAY "PTWMAINT - UPDATE AUTHORITY REQUIRED, "
005400             "REFUSED"
005410         GO TO 2000-MAINT-LOOP-EXIT
005420     END-IF
005430
005440     EVALUATE TRUE
005450         WHEN WS-CMD-LIST
005460             PERFORM 3100-LIST-WATCHLIST
005470                 THRU 3100-LIST-WATCHLIST-EXIT
005480         WHEN WS-CMD-ADD
005490             PERFORM 3200-ADD-ENTRY THRU 3200-ADD-ENTRY-EXIT
005500         WHEN WS-CMD-CHANGE
005510             PERFORM 3300-CHANGE-ENTRY
005520                 THRU 3300-CHANGE-ENTRY-EXIT
005530         WHEN WS-CMD-DELETE
005540             PERFORM 3400-DELETE-ENTRY
005550                 THRU 3400-DELETE-ENTRY-EXIT
005560         WHEN WS-CMD-EXIT
005570             MOVE "Y" TO WS-DONE-SW
005580         WHEN OTHER
005590             DISPLAY "PTWMAINT - INVALID COMMAND"
005600     END-EVALUATE
005610     .
005620
005630 2000-MAINT-LOOP-EXIT.
005640     EXIT.
005650
005660*****************************************************************
005670 2100-ACCEPT-KEY.
005680*****************************************************************
005690*  PROMPT FOR A RULE ID AND VALUE, KEYED IN FULL WITH LEADING
005700*  ZEROS THE WAY PTSECADM TAKES ITS EXPIRY INTERVAL, AND LOOK
005710*  THE PAIR UP.
005720*----------------------------------------------------------------
005730     MOVE "N" TO WS-KEY-OK-SW
005740     MOVE 0 TO WS-WCH-FOUND-NO
005750
005760     DISPLAY "PTWMAINT - RULE ID (3 DIGITS):"
005770     MOVE SPACES TO WS-RULE-TEXT
005780     ACCEPT WS-RULE-TEXT FROM CONSOLE
005790     IF WS-RULE-TEXT NOT NUMERIC OR WS-RULE-TEXT = "000"
005800         DISPLAY "PTWMAINT - RULE ID MUST BE 001 THRU 999"
005810         GO TO 2100-ACCEPT-KEY-EXIT
005820     END-IF
005830
005840     DISPLAY "PTWMAINT - VALUE (5 DIGITS):"
005850     MOVE SPACES TO WS-VALUE-TEXT
005860     ACCEPT WS-VALUE-TEXT FROM CONSOLE
005870     IF WS-VALUE-TEXT NOT NUMERIC
005880         DISPLAY "PTWMAINT - VALUE MUST BE 00000 THRU 99999"
005890         GO TO 2100-ACCEPT-KEY-EXIT
005900     END-IF
005910
005920     MOVE WS-RULE-TEXT  TO WS-TARGET-RULE-ID
005930     MOVE WS-VALUE-TEXT TO WS-TARGET-X
005940     MOVE "Y" TO WS-KEY-OK-SW
005950     PERFORM 2150-FIND-ENTRY THRU 2150-FIND-ENTRY-EXIT
005960     .
005970
005980 2100-ACCEPT-KEY-EXIT.
005990     EXIT.
006000
006010*****************************************************************
006020 2150-FIND-ENTRY.
006030*****************************************************************
006040*  WS-WCH-FOUND-NO COMES BACK AS THE MATCHING ENTRY, OR ZERO;
006050*  WS-WCH-INSERT-NO AS THE SLOT A NEW ENTRY WOULD TAKE TO KEEP
006060*  THE TABLE IN KEY ORDER.
006070*----------------------------------------------------------------
006080     MOVE 0 TO WS-WCH-FOUND-NO
006090     COMPUTE WS-WCH-INSERT-NO = WS-WCH-COUNT + 1
006100     PERFORM 2160-CHECK-ONE-ENTRY THRU 2160-CHECK-ONE-ENTRY-EXIT
006110         VARYING WS-WCH-SEARCH-NO FROM WS-WCH-COUNT BY -1
006120         UNTIL WS-WCH-SEARCH-NO < 1
006130     .
006140
006150 2150-FIND-ENTRY-EXIT.
006160     EXIT.
006170
006180*****************************************************************
006190 2160-CHECK-ONE-ENTRY.
006200*****************************************************************
006210     SET WS-WCH-IDX TO WS-WCH-SEARCH-NO
006220     IF WS-WCH-KEY (WS-WCH-IDX) = WS-TARGET-KEY
006230         MOVE WS-WCH-SEARCH-NO TO WS-WCH-FOUND-NO
006240     END-IF
006250     IF WS-WCH-KEY (WS-WCH-IDX) > WS-TARGET-KEY
006260         MOVE WS-WCH-SEARCH-NO TO WS-WCH-INSERT-NO
006270     END-IF
006280     .
006290
006300 2160-CHECK-ONE-ENTRY-EXIT.
006310     EXIT.
006320
006330*****************************************************************
006340 2200-SHOW-ENTRY.
006350*****************************************************************
006360     SET WS-WCH-IDX TO WS-WCH-FOUND-NO
006370     DISPLAY "  RULE " WS-WCH-RULE-ID (WS-WCH-IDX)
006380         " VALUE " WS-WCH-X (WS-WCH-IDX)
006390         " OWNER " WS-WCH-OWNER (WS-WCH-IDX)
006400         " ALERT ON " WS-WCH-CONDITION (WS-WCH-IDX)
006410     DISPLAY "  NOTE " WS-WCH-NOTE (WS-WCH-IDX)
006420     DISPLAY "  ADDED " WS-WCH-ADDED-DATE (WS-WCH-IDX)
006430         " BY " WS-WCH-ADDED-BY (WS-WCH-IDX)
006440         "  CHANGED " WS-WCH-CHANGED-DATE (WS-WCH-IDX)
006450         " BY " WS-WCH-CHANGED-BY (WS-WCH-IDX)
006460     .
006470
006480 2200-SHOW-ENTRY-EXIT.
006490     EXIT.
006500
006510*****************************************************************
006520 3100-LIST-WATCHLIST.
006530*****************************************************************
006540     DISPLAY "PTWMAINT - RULE ID TO LIST (3 DIGITS, "
006550         "BLANK = ALL):"
006560     MOVE SPACES TO WS-RULE-TEXT
006570     ACCEPT WS-RULE-TEXT FROM CONSOLE
006580     IF WS-RULE-TEXT NOT = SPACES
006590         AND WS-RULE-TEXT NOT NUMERIC
006600         DISPLAY "PTWMAINT - RULE ID MUST BE 3 DIGITS OR BLANK"
006610         GO TO 3100-LIST-WATCHLIST-EXIT
006620     END-IF
006630
006640     DISPLAY "  RUL VALUE A OWNER        NOTE"
006650     MOVE 0 TO WS-WCH-LISTED
006660     PERFORM 3110-LIST-ONE-ENTRY THRU 3110-LIST-ONE-ENTRY-EXIT
006670         VARYING WS-WCH-LIST-NO FROM 1 BY 1
006680         UNTIL WS-WCH-LIST-NO > WS-WCH-COUNT
006690     DISPLAY "PTWMAINT - " WS-WCH-LISTED " ENTRIES LISTED"
006700     .
006710
006720 3100-LIST-WATCHLIST-EXIT.
006730     EXIT.
006740
006750*****************************************************************
006760 3110-LIST-ONE-ENTRY.
006770*****************************************************************
006780     SET WS-WCH-IDX TO WS-WCH-LIST-NO
006790     IF WS-RULE-TEXT NOT = SPACES
006800         AND WS-WCH-RULE-ID (WS-WCH-IDX) NOT = WS-RULE-TEXT
006810         GO TO 3110-LIST-ONE-ENTRY-EXIT
006820     END-IF
006830     DISPLAY "  " WS-WCH-RULE-ID (WS-WCH-IDX)
006840         " " WS-WCH-X (WS-WCH-IDX)
006850         " " WS-WCH-CONDITION (WS-WCH-IDX)
006860         " " WS-WCH-OWNER (WS-WCH-IDX)
006870         " " WS-WCH-NOTE (WS-WCH-IDX)
006880     ADD 1 TO WS-WCH-LISTED
006890     .
006900
006910 3110-LIST-ONE-ENTRY-EXIT.
006920     EXIT.
006930
006940*****************************************************************
006950 3200-ADD-ENTRY.
006960*****************************************************************
006970     IF WS-WCH-COUNT >= WS-MAX-WATCH
006980         DISPLAY "PTWMAINT - WATCHLIST TABLE IS FULL"
006990         GO TO 3200-ADD-ENTRY-EXIT
007000     END-IF
007010
007020     PERFORM 2100-ACCEPT-KEY THRU 2100-ACCEPT-KEY-EXIT
007030     IF NOT WS-KEY-OK
007040         GO TO 3200-ADD-ENTRY-EXIT
007050     END-IF
007060     IF WS-WCH-FOUND-NO > 0
007070         DISPLAY "PTWMAINT - ALREADY ON THE WATCHLIST, USE C "
007080             "TO CHANGE IT"
007090         GO TO 3200-ADD-ENTRY-EXIT
007100     END-IF
007110
007120     DISPLAY "PTWMAINT - OWNER (PERSON OR TEAM):"
007130     MOVE SPACES TO WS-NEW-OWNER
007140     ACCEPT WS-NEW-OWNER FROM CONSOLE
007150     IF WS-NEW-OWNER = SPACES
007160         DISPLAY "PTWMAINT - OWNER REQUIRED"
007170         GO TO 3200-ADD-ENTRY-EXIT
007180     END-IF
007190
007200     DISPLAY "PTWMAINT - ALERT WHEN IT A=APPEARS D=DISAPPEARS "
007210         "E=EITHER:"
007220     MOVE SPACE TO WS-NEW-CONDITION
007230     ACCEPT WS-NEW-CONDITION FROM CONSOLE
007240     IF NOT WS-NEW-COND-VALID
007250         DISPLAY "PTWMAINT - ALERT CONDITION MUST BE A, D, OR E"
007260         GO TO 3200-ADD-ENTRY-EXIT
007270     END-IF
007280
007290     DISPLAY "PTWMAINT - NOTE (UP TO 40 CHARACTERS):"
007300     MOVE SPACES TO WS-NEW-NOTE
007310     ACCEPT WS-NEW-NOTE FROM CONSOLE
007320
007330     MOVE WS-WCH-COUNT TO WS-WCH-SHIFT-NO
007340     PERFORM 3210-SHIFT-ENTRIES-DOWN
007350         THRU 3210-SHIFT-ENTRIES-DOWN-EXIT
007360     ADD 1 TO WS-WCH-COUNT
007370
007380     SET WS-WCH-IDX TO WS-WCH-INSERT-NO
007390     MOVE WS-TARGET-RULE-ID TO WS-WCH-RULE-ID    (WS-WCH-IDX)
007400     MOVE WS-TARGET-X       TO WS-WCH-X          (WS-WCH-IDX)
007410     MOVE WS-NEW-OWNER      TO WS-WCH-OWNER      (WS-WCH-IDX)
007420     MOVE WS-NEW-CONDITION  TO WS-WCH-CONDITION  (WS-WCH-IDX)
007430     MOVE WS-NEW-NOTE       TO WS-WCH-NOTE       (WS-WCH-IDX)
007440     MOVE WS-OPERATOR-ID    TO WS-WCH-ADDED-BY   (WS-WCH-IDX)
007450     MOVE WS-RUN-DATE       TO WS-WCH-ADDED-DATE (WS-WCH-IDX)
007460     MOVE WS-OPERATOR-ID    TO WS-WCH-CHANGED-BY (WS-WCH-IDX)
007470     MOVE WS-RUN-DATE
007480         TO WS-WCH-CHANGED-DATE (WS-WCH-IDX)
007490
007500     PERFORM 3500-SAVE-WATCHLIST THRU 3500-SAVE-WATCHLIST-EXIT
007510     DISPLAY "PTWMAINT - VALUE ADDED TO THE WATCHLIST"
007520     .
007530
007540 3200-ADD-ENTRY-EXIT.
007550     EXIT.
007560
007570*****************************************************************
007580 3210-SHIFT-ENTRIES-DOWN.
007590*****************************************************************
007600*  OPEN A GAP AT WS-WCH-INSERT-NO BY MOVING EVERY ENTRY FROM
007610*  THERE TO THE END DOWN ONE SLOT, LAST ENTRY FIRST.
007620*----------------------------------------------------------------
007630     IF WS-WCH-SHIFT-NO < WS-WCH-INSERT-NO
007640         GO TO 3210-SHIFT-ENTRIES-DOWN-EXIT
007650     END-IF
007660
007670     SET WS-WCH-IDX TO WS-WCH-SHIFT-NO
007680     MOVE WS-WCH-ENTRY (WS-WCH-IDX)
007690         TO WS-WCH-ENTRY (WS-WCH-IDX + 1)
007700     SUBTRACT 1 FROM WS-WCH-SHIFT-NO
007710     GO TO 3210-SHIFT-ENTRIES-DOWN
007720     .
007730
007740 3210-SHIFT-ENTRIES-DOWN-EXIT.
007750     EXIT.
007760
007770*****************************************************************
007780 3300-CHANGE-ENTRY.
007790*****************************************************************
007800*  A BLANK ANSWER KEEPS WHAT IS THERE, SO CHANGING ONLY THE
007810*  NOTE IS THREE KEYSTROKES AND A NEW NOTE.
007820*----------------------------------------------------------------
007830     PERFORM 2100-ACCEPT-KEY THRU 2100-ACCEPT-KEY-EXIT
007840     IF NOT WS-KEY-OK
007850         GO TO 3300-CHANGE-ENTRY-EXIT
007860     END-IF
007870     IF WS-WCH-FOUND-NO = 0
007880         DISPLAY "PTWMAINT - NOT ON THE WATCHLIST"
007890         GO TO 3300-CHANGE-ENTRY-EXIT
007900     END-IF
007910     PERFORM 2200-SHOW-ENTRY THRU 2200-SHOW-ENTRY-EXIT
007920
007930     DISPLAY "PTWMAINT - NEW OWNER (BLANK = KEEP):"
007940     MOVE SPACES TO WS-NEW-OWNER
007950     ACCEPT WS-NEW-OWNER FROM CONSOLE
007960
007970     DISPLAY "PTWMAINT - NEW ALERT CONDITION A/D/E "
007980         "(BLANK = KEEP):"
007990     MOVE SPACE TO WS-NEW-CONDITION
008000     ACCEPT WS-NEW-CONDITION FROM CONSOLE
008010     IF WS-NEW-CONDITION NOT = SPACE
008020         AND NOT WS-NEW-COND-VALID
008030         DISPLAY "PTWMAINT - ALERT CONDITION MUST BE A, D, OR E"
008040         GO TO 3300-CHANGE-ENTRY-EXIT
008050     END-IF
008060
008070     DISPLAY "PTWMAINT - NEW NOTE (BLANK = KEEP):"
008080     MOVE SPACES TO WS-NEW-NOTE
008090     ACCEPT WS-NEW-NOTE FROM CONSOLE
008100
008110     IF WS-NEW-OWNER = SPACES
008120         AND WS-NEW-CONDITION = SPACE
008130         AND WS-NEW-NOTE = SPACES
008140         DISPLAY "PTWMAINT - NOTHING CHANGED"
008150         GO TO 3300-CHANGE-ENTRY-EXIT
008160     END-IF
008170
008180     SET WS-WCH-IDX TO WS-WCH-FOUND-NO
008190     IF WS-NEW-OWNER NOT = SPACES
008200         MOVE WS-NEW-OWNER TO WS-WCH-OWNER (WS-WCH-IDX)
008210     END-IF
008220     IF WS-NEW-CONDITION NOT = SPACE
008230         MOVE WS-NEW-CONDITION
008240             TO WS-WCH-CONDITION (WS-WCH-IDX)
008250     END-IF
008260     IF WS-NEW-NOTE NOT = SPACES
008270         MOVE WS-NEW-NOTE TO WS-WCH-NOTE (WS-WCH-IDX)
008280     END-IF
008290     MOVE WS-OPERATOR-ID TO WS-WCH-CHANGED-BY (WS-WCH-IDX)
008300     MOVE WS-RUN-DATE
008310         TO WS-WCH-CHANGED-DATE (WS-WCH-IDX)
008320
008330     PERFORM 3500-SAVE-WATCHLIST THRU 3500-SAVE-WATCHLIST-EXIT
008340     DISPLAY "PTWMAINT - WATCHLIST ENTRY CHANGED"
008350     .
008360
008370 3300-CHANGE-ENTRY-EXIT.
008380     EXIT.
008390
008400*****************************************************************
008410 3400-DELETE-ENTRY.
008420*****************************************************************
008430     PERFORM 2100-ACCEPT-KEY THRU 2100-ACCEPT-KEY-EXIT
008440     IF NOT WS-KEY-OK
008450         GO TO 3400-DELETE-ENTRY-EXIT
008460     END-IF
008470     IF WS-WCH-FOUND-NO = 0
008480         DISPLAY "PTWMAINT - NOT ON THE WATCHLIST"
008490         GO TO 3400-DELETE-ENTRY-EXIT
008500     END-IF
008510     PERFORM 2200-SHOW-ENTRY THRU 2200-SHOW-ENTRY-EXIT
008520
008530     DISPLAY "PTWMAINT - DELETE THIS ENTRY? (Y/N):"
008540     MOVE SPACE TO WS-CONFIRM
008550     ACCEPT WS-CONFIRM FROM CONSOLE
008560     IF NOT WS-CONFIRMED
008570         DISPLAY "PTWMAINT - DELETE ABANDONED"
008580         GO TO 3400-DELETE-ENTRY-EXIT
008590     END-IF
008600
008610     MOVE WS-WCH-FOUND-NO TO WS-WCH-SHIFT-NO
008620     PERFORM 3410-SHIFT-ENTRIES-UP
008630         THRU 3410-SHIFT-ENTRIES-UP-EXIT
008640     SUBTRACT 1 FROM WS-WCH-COUNT
008650
008660     PERFORM 3500-SAVE-WATCHLIST THRU 3500-SAVE-WATCHLIST-EXIT
008670     DISPLAY "PTWMAINT - VALUE REMOVED FROM THE WATCHLIST"
008680     .
008690
008700 3400-DELETE-ENTRY-EXIT.
008710     EXIT.
008720
008730*****************************************************************
008740 3410-SHIFT-ENTRIES-UP.
008750*****************************************************************
008760     IF WS-WCH-SHIFT-NO >= WS-WCH-COUNT
008770         GO TO 3410-SHIFT-ENTRIES-UP-EXIT
008780     END-IF
008790
008800     SET WS-WCH-IDX TO WS-WCH-SHIFT-NO
008810     MOVE WS-WCH-ENTRY (WS-WCH-IDX + 1)
008820         TO WS-WCH-ENTRY (WS-WCH-IDX)
008830     ADD 1 TO WS-WCH-SHIFT-NO
008840     GO TO 3410-SHIFT-ENTRIES-UP
008850     .
008860
008870 3410-SHIFT-ENTRIES-UP-EXIT.
008880     EXIT.
008890
008900*****************************************************************
008910 3500-SAVE-WATCHLIST.
008920*****************************************************************
008930*  PTWATCH IS REWRITTEN AFTER EVERY ACTION, SO NOTHING KEYED IS
008940*  LOST IF THE SESSION DIES.
008950*----------------------------------------------------------------
008960     OPEN OUTPUT PT-WATCH-FILE
008970     IF WS-WATCH-STATUS NOT = "00"
008980         DISPLAY "PTWMAINT - UNABLE TO REWRITE PTWATCH, "
008990             "STATUS = " WS-WATCH-STATUS
009000         GO TO 3500-SAVE-WATCHLIST-EXIT
009010     END-IF
009020     PERFORM 3510-SAVE-ONE-ENTRY THRU 3510-SAVE-ONE-ENTRY-EXIT
009030         VARYING WS-WCH-WRITE-NO FROM 1 BY 1
009040         UNTIL WS-WCH-WRITE-NO > WS-WCH-COUNT
009050     CLOSE PT-WATCH-FILE
009060     ADD 1 TO WS-ACTION-COUNT
009070     .
009080
009090 3500-SAVE-WATCHLIST-EXIT.
009100     EXIT.
009110
009120*****************************************************************
009130 3510-SAVE-ONE-ENTRY.
009140*****************************************************************
009150     SET WS-WCH-IDX TO WS-WCH-WRITE-NO
009160     MOVE SPACES TO PT-WATCH-RECORD
009170     MOVE WS-WCH-RULE-ID    (WS-WCH-IDX) TO PT-WCH-RULE-ID
009180     MOVE WS-WCH-X          (WS-WCH-IDX) TO PT-WCH-X
009190     MOVE WS-WCH-OWNER      (WS-WCH-IDX) TO PT-WCH-OWNER
009200     MOVE WS-WCH-CONDITION  (WS-WCH-IDX) TO PT-WCH-CONDITION
009210     MOVE WS-WCH-NOTE       (WS-WCH-IDX) TO PT-WCH-NOTE
009220     MOVE WS-WCH-ADDED-BY   (WS-WCH-IDX) TO PT-WCH-ADDED-BY
009230     MOVE WS-WCH-ADDED-DATE (WS-WCH-IDX) TO PT-WCH-ADDED-DATE
009240     MOVE WS-WCH-CHANGED-BY (WS-WCH-IDX) TO PT-WCH-CHANGED-BY
009250     MOVE WS-WCH-CHANGED-DATE (WS-WCH-IDX)
009260         TO PT-WCH-CHANGED-DATE
009270     WRITE PT-WATCH-RECORD
009280     .
009290
009300 3510-SAVE-ONE-ENTRY-EXIT.
009310     EXIT.
009320
009330*****************************************************************
009340 7200-CALC-DAY-NUMBER.
009350*****************************************************************
009360*  SAME SERIAL DAY-NUMBER ARITHMETIC AS PTRECON 7200.
009370*----------------------------------------------------------------
009380     MOVE WS-DAYNO-CCYY TO WS-DAYNO-Y
009390     COMPUTE WS-DAYNO-RESULT = WS-DAYNO-Y * 365
009400     DIVIDE WS-DAYNO-Y BY 4 GIVING WS-DAYNO-W
009410     ADD WS-DAYNO-W TO WS-DAYNO-RESULT
009420     DIVIDE WS-DAYNO-Y BY 100 GIVING WS-DAYNO-W
009430     SUBTRACT WS-DAYNO-W FROM WS-DAYNO-RESULT
009440     DIVIDE WS-DAYNO-Y BY 400 GIVING WS-DAYNO-W
009450     ADD WS-DAYNO-W TO WS-DAYNO-RESULT
009460     ADD WS-CUM-DAYS (WS-DAYNO-MM) TO WS-DAYNO-RESULT
009470     ADD WS-DAYNO-DD TO WS-DAYNO-RESULT
009480     IF WS-DAYNO-MM < 3
009490         DIVIDE WS-DAYNO-Y BY 4 GIVING WS-LEAP-Q
009500             REMAINDER WS-LEAP-R4
009510         DIVIDE WS-DAYNO-Y BY 100 GIVING WS-LEAP-Q
009520             REMAINDER WS-LEAP-R100
009530         DIVIDE WS-DAYNO-Y BY 400 GIVING WS-LEAP-Q
009540             REMAINDER WS-LEAP-R400
009550         IF WS-LEAP-R4 = 0
009560             AND (WS-LEAP-R100 NOT = 0 OR WS-LEAP-R400 = 0)
009570             SUBTRACT 1 FROM WS-DAYNO-RESULT
009580         END-IF
009590     END-IF
009600     .
009610
009620 7200-CALC-DAY-NUMBER-EXIT.
009630     EXIT.
009640
009650*****************************************************************
009660 9000-TERMINATE.
009670*****************************************************************
009680     DISPLAY "PTWMAINT - SESSION ENDED, " WS-ACTION-COUNT
009690         " WATCHLIST CHANGES SAVED"
009700     .
009710
009720 9000-TERMINATE-EXIT.
009730     EXIT.
