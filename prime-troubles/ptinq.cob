000250*                                                                *
000260*  BOTH FILES ARE READ-ONLY HERE - THE BATCH RUN REMAINS THE    *
000270*  ONLY WRITER OF HISTORY.                                      *
000271*                                                                *
000272*  A VALUE ON THE PTWATCH WATCHLIST (SEE PTWCH01) SHOWS ITS     *
000273*  OWNER AND NOTE UNDER A V LOOKUP, AND IS MARKED WATCHED IN    *
000274*  A RULE BROWSE.                                               *
000280*                                                                *
000290*  MODIFICATION HISTORY                                         *
000300*  ----------------------                                       *
000310*  DATE       INIT  DESCRIPTION                                 *
000320*  2026-08-22 DLK   ORIGINAL VERSION - FLAGGED-VALUE INQUIRY    *
000325*  2026-10-15 DLK   SHOW WATCHLIST OWNER AND NOTE FOR WATCHED   *
000326*                   VALUES.                                     *
000330*****************************************************************
000340
000350 ENVIRONMENT DIVISION.
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS PT-HSTPRV-KEY
000540         FILE STATUS IS WS-HSTPRV-STATUS.
000545
000546     SELECT PT-WATCH-FILE ASSIGN TO "PTWATCH"
000547         ORGANIZATION IS LINE SEQUENTIAL
000548         FILE STATUS IS WS-WATCH-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000700               ==PT-HIST-RULE-ID==   BY ==PT-HSTPRV-RULE-ID==
000710               ==PT-HIST-X==         BY ==PT-HSTPRV-X==
000720               ==PT-HIST-RUN-DATE==  BY ==PT-HSTPRV-RUN-DATE==.
000721
000722 FD  PT-WATCH-FILE
000723     RECORDING MODE IS F.
000724 COPY PTWCH01.
000730
000740 WORKING-STORAGE SECTION.
000750*----------------------------------------------------------------
000770*----------------------------------------------------------------
000780 01  WS-HSTCUR-STATUS    PIC X(02) VALUE "00".
000790 01  WS-HSTPRV-STATUS    PIC X(02) VALUE "00".
000795 01  WS-WATCH-STATUS     PIC X(02) VALUE "00".
000800 01  WS-CRT-STATUS       PIC 9(04) VALUE 0.
000810 01  WS-SWITCHES.
000820     05  WS-DONE-SW      PIC X(01) VALUE "N".
000950         88  WS-CUR-HIT         VALUE "Y".
000960     05  WS-PRV-HIT-SW   PIC X(01) VALUE "N".
000970         88  WS-PRV-HIT         VALUE "Y".
000971     05  WS-WATCH-EOF-SW PIC X(01) VALUE "N".
000972         88  WS-WATCH-EOF       VALUE "Y".
000973     05  WS-WATCH-HIT-SW PIC X(01) VALUE "N".
000974         88  WS-WATCH-HIT       VALUE "Y".
000975
000976*----------------------------------------------------------------
000977*  WATCHLIST - LOADED ONCE PER SESSION, IN PTWATCH KEY ORDER
000978*----------------------------------------------------------------
000979 01  WS-WCH-TABLE.
000980     05  WS-WCH-ENTRY OCCURS 500 TIMES
000981                 INDEXED BY WS-WCH-IDX.
000982         10  WS-WCH-KEY.
000983             15  WS-WCH-RULE-ID  PIC 9(03).
000984             15  WS-WCH-X        PIC 9(05).
000985         10  WS-WCH-OWNER        PIC X(12).
000986         10  WS-WCH-NOTE         PIC X(40).
000987 01  WS-WCH-COUNT        PIC 9(03) COMP VALUE 0.
000988 01  WS-MAX-WATCH        PIC 9(03) COMP VALUE 500.
000989 01  WS-WCH-FIND-KEY.
000990     05  WS-WCH-FIND-RULE-ID PIC 9(03).
000991     05  WS-WCH-FIND-X       PIC 9(05).
000992
000993*----------------------------------------------------------------
001000*  BROWSE STATE - ONE LOOKAHEAD RECORD PER GENERATION SO THE
001010*  TWO KEY-ORDERED FILES CAN BE MERGED A PAGE AT A TIME
001020*----------------------------------------------------------------
001320     05  LSTW-VALUE          PIC Z(4)9.
001330     05  FILLER              PIC X(02) VALUE SPACES.
001340     05  LSTW-STATUS         PIC X(08).
001345     05  FILLER              PIC X(02) VALUE SPACES.
001350     05  LSTW-WATCH          PIC X(07).
001355     05  FILLER              PIC X(06) VALUE SPACES.
001360
001370*----------------------------------------------------------------
001380*  SCREEN WORK FIELDS
001400 01  WS-SCR-RULE-ID      PIC 9(03) VALUE 0.
001410 01  WS-SCR-VALUE        PIC 9(05) VALUE 0.
001420 01  WS-SCR-MESSAGE      PIC X(40) VALUE SPACES.
001421 01  WS-SCR-WATCH-OWNER  PIC X(12) VALUE SPACES.
001422 01  WS-SCR-WATCH-NOTE   PIC X(40) VALUE SPACES.
001430 01  WS-COMMAND          PIC X(01).
001440     88  WS-CMD-VALUE           VALUE "V" "v".
001450     88  WS-CMD-RULE            VALUE "R" "r".
001710     05  LINE 15 COL 3  PIC X(30) FROM WS-LIST-L10.
001720     05  LINE 16 COL 3  PIC X(30) FROM WS-LIST-L11.
001730     05  LINE 17 COL 3  PIC X(30) FROM WS-LIST-L12.
001731     05  LINE 18 COL 1  VALUE "WATCHED BY..:".
001732     05  LINE 18 COL 15 PIC X(12) FROM WS-SCR-WATCH-OWNER.
001733     05  LINE 18 COL 28 PIC X(40) FROM WS-SCR-WATCH-NOTE.
001740     05  LINE 19 COL 1  VALUE
001750         "V=VALUE LOOKUP R=RULE BROWSE N=NEXT PAGE X=EXIT".
001760     05  LINE 21 COL 1  VALUE "MESSAGE.....:".
002150     END-IF
002160
002170     PERFORM 2400-CLEAR-LIST THRU 2400-CLEAR-LIST-EXIT
002171
002172*----------------------------------------------------------------
002173*    THE WATCHLIST IS OPTIONAL - WITHOUT ONE NOTHING IS MARKED.
002174*----------------------------------------------------------------
002175     OPEN INPUT PT-WATCH-FILE
002176     IF WS-WATCH-STATUS NOT = "00"
002177         GO TO 1000-INITIALIZE-EXIT
002178     END-IF
002179     PERFORM 1100-LOAD-ONE-WATCH THRU 1100-LOAD-ONE-WATCH-EXIT
002180         UNTIL WS-WATCH-EOF
002181     CLOSE PT-WATCH-FILE
002182     .
002183 1000-INITIALIZE-EXIT.
002184     EXIT.
002185*****************************************************************
002186 1100-LOAD-ONE-WATCH.
002187*****************************************************************
002188     READ PT-WATCH-FILE
002189         AT END
002190             MOVE "Y" TO WS-WATCH-EOF-SW
002191             GO TO 1100-LOAD-ONE-WATCH-EXIT
002192     END-READ
002193     IF WS-WCH-COUNT >= WS-MAX-WATCH
002194         DISPLAY "PTINQ - PTWATCH HAS OVER " WS-MAX-WATCH
002195             " ENTRIES, THE REST ARE NOT MARKED"
002196         MOVE "Y" TO WS-WATCH-EOF-SW
002197         GO TO 1100-LOAD-ONE-WATCH-EXIT
002198     END-IF
002199     ADD 1 TO WS-WCH-COUNT
002200     SET WS-WCH-IDX TO WS-WCH-COUNT
002201     MOVE PT-WCH-RULE-ID TO WS-WCH-RULE-ID (WS-WCH-IDX)
002202     MOVE PT-WCH-X       TO WS-WCH-X       (WS-WCH-IDX)
002203     MOVE PT-WCH-OWNER   TO WS-WCH-OWNER   (WS-WCH-IDX)
002204     MOVE PT-WCH-NOTE    TO WS-WCH-NOTE    (WS-WCH-IDX)
002205     .
002206 1100-LOAD-ONE-WATCH-EXIT.
002207     EXIT.
002210*****************************************************************
002220 2000-INQ-LOOP.
002230*****************************************************************
002750*----------------------------------------------------------------
002760     MOVE "N" TO WS-BROWSE-ACTIVE-SW
002770     PERFORM 2400-CLEAR-LIST THRU 2400-CLEAR-LIST-EXIT
002775     MOVE SPACES TO WS-SCR-WATCH-OWNER
002776     MOVE SPACES TO WS-SCR-WATCH-NOTE
002780
002790     IF WS-SCR-RULE-ID = 0
002800         MOVE "KEY A RULE ID FIRST" TO WS-SCR-MESSAGE
003240             MOVE "NOT FLAGGED IN EITHER GENERATION"
003250                 TO WS-SCR-MESSAGE
003260     END-EVALUATE
003261
003262     MOVE WS-SCR-RULE-ID TO WS-WCH-FIND-RULE-ID
003263     MOVE WS-SCR-VALUE   TO WS-WCH-FIND-X
003264     PERFORM 3400-FIND-WATCH THRU 3400-FIND-WATCH-EXIT
003265     IF WS-WATCH-HIT
003266         MOVE WS-WCH-OWNER (WS-WCH-IDX) TO WS-SCR-WATCH-OWNER
003267         MOVE WS-WCH-NOTE (WS-WCH-IDX)  TO WS-SCR-WATCH-NOTE
003268     END-IF
003270     MOVE WS-LIST-WORK TO WS-LIST-L01
003280     .
003290 3100-VALUE-LOOKUP-EXIT.
004090*  TODAY ONLY IS NEW, PRIOR ONLY IS DROPPED.
004100*----------------------------------------------------------------
004110     PERFORM 2400-CLEAR-LIST THRU 2400-CLEAR-LIST-EXIT
004115     MOVE SPACES TO WS-SCR-WATCH-OWNER
004116     MOVE SPACES TO WS-SCR-WATCH-NOTE
004120
004130     PERFORM 3350-MERGE-ONE-VALUE THRU 3350-MERGE-ONE-VALUE-EXIT
004140         UNTIL WS-LIST-NO >= WS-LINES-PER-SCREEN
004370         WHEN WS-CUR-PENDING AND WS-PRV-PENDING
004380             AND WS-CUR-NEXT-X = WS-PRV-NEXT-X
004390             MOVE WS-CUR-NEXT-X TO LSTW-VALUE
004395             MOVE WS-CUR-NEXT-X TO WS-WCH-FIND-X
004400             MOVE "CARRIED" TO LSTW-STATUS
004410             PERFORM 3250-READ-NEXT-CUR
004420                 THRU 3250-READ-NEXT-CUR-EXIT
004460             AND (NOT WS-PRV-PENDING
004470               OR WS-CUR-NEXT-X < WS-PRV-NEXT-X)
004480             MOVE WS-CUR-NEXT-X TO LSTW-VALUE
004485             MOVE WS-CUR-NEXT-X TO WS-WCH-FIND-X
004490             MOVE "NEW" TO LSTW-STATUS
004500             PERFORM 3250-READ-NEXT-CUR
004510                 THRU 3250-READ-NEXT-CUR-EXIT
004520         WHEN OTHER
004530             MOVE WS-PRV-NEXT-X TO LSTW-VALUE
004535             MOVE WS-PRV-NEXT-X TO WS-WCH-FIND-X
004540             MOVE "DROPPED" TO LSTW-STATUS
004550             PERFORM 3260-READ-NEXT-PRV
004560                 THRU 3260-READ-NEXT-PRV-EXIT
004570     END-EVALUATE
004580
004581     MOVE WS-BROWSE-RULE-ID TO WS-WCH-FIND-RULE-ID
004583     PERFORM 3400-FIND-WATCH THRU 3400-FIND-WATCH-EXIT
004584
004590     ADD 1 TO WS-LIST-NO
004600     SET WS-LIST-IDX TO WS-LIST-NO
004610     MOVE WS-LIST-WORK TO WS-LIST-LINE (WS-LIST-IDX)
004620     .
004630 3350-MERGE-ONE-VALUE-EXIT.
004640     EXIT.
004641*****************************************************************
004642 3400-FIND-WATCH.
004643*****************************************************************
004644*  LOOK WS-WCH-FIND-KEY UP ON THE WATCHLIST. ON A HIT WS-WCH-IDX
004645*  IS LEFT ON THE ENTRY AND LSTW-WATCH SAYS WATCHED.
004646*----------------------------------------------------------------
004647     MOVE "N" TO WS-WATCH-HIT-SW
004648     MOVE SPACES TO LSTW-WATCH
004649     PERFORM 3410-CHECK-ONE-WATCH THRU 3410-CHECK-ONE-WATCH-EXIT
004650         VARYING WS-WCH-IDX FROM 1 BY 1
004651         UNTIL WS-WCH-IDX > WS-WCH-COUNT
004652         OR WS-WATCH-HIT
004653     IF WS-WATCH-HIT
004654         SET WS-WCH-IDX DOWN BY 1
004655         MOVE "WATCHED" TO LSTW-WATCH
004656     END-IF
004657     .
004658 3400-FIND-WATCH-EXIT.
004659     EXIT.
004660*****************************************************************
004661 3410-CHECK-ONE-WATCH.
004662*****************************************************************
004663     IF WS-WCH-KEY (WS-WCH-IDX) = WS-WCH-FIND-KEY
004664         MOVE "Y" TO WS-WATCH-HIT-SW
004665     END-IF
004666     .
004667 3410-CHECK-ONE-WATCH-EXIT.
004668     EXIT.
004669*****************************************************************
004670 9000-TERMINATE.
004671*****************************************************************
004680     IF WS-HSTCUR-OPEN
004690         CLOSE PT-HSTCUR-FILE
004700     END-IF
