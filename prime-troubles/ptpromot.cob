000420*                   PTSEC01 - A FORCED OR EXPIRED PASSWORD IS    *
000430*                   REFUSED WITH A POINTER TO PTMAINT, AND       *
000440*                   AUTHORITY A CARRIES UPDATE RIGHTS HERE.      *
000442*  2026-10-15 DLK   CANDIDATES NOW CARRY THE FORMULA TYPE,       *
000444*                   OFFSET, ACCEPTED REMAINDERS AND AND/OR       *
000446*                   SECOND CONDITION INTO THE TRANSACTION, HELD  *
000448*                   ON THE SAME EDITS PTRLOAD APPLIES TO THEM.   *
000449*  2026-10-15 DLK   THE PTRLTRAN TRAILER NOW CARRIES THE         *
000450*                   APPROVING OPERATOR AND SOURCE PTPROMOT.      *
000451*                   PTRLOAD QUEUES THE BATCH ON PTPENDQ UNDER    *
000452*                   THAT OPERATOR, AND A DIFFERENT OPERATOR      *
000453*                   MUST APPROVE IT IN PTAPPRV BEFORE IT         *
000454*                   REACHES PTRULES.                             *
000455*  2026-10-15 DLK   A CANDIDATE WHOSE RULE ID BELONGS TO A       *
000456*                   RETIRED RULE ON PTRULES IS HELD - RETIRED    *
000457*                   IDS ARE NEVER REUSED. A PROMOTED CHANGE      *
000458*                   LEAVES THE RULE'S STATUS AS IT IS.           *
000460*  2026-10-15 DLK   RULE ID TABLE NOW HOLDS 999 RULES, THE       *
000462*                   WHOLE RULE ID RANGE, SO RETIRED RULES KEPT   *
000464*                   ON PTRULES CANNOT CROWD OUT LIVE ONES.       *
000466*****************************************************************
000468
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.   IBM-370.
000970               ==PT-RULE-FREQ==     BY ==PT-PRULE-FREQ==
000980               ==PT-RULE-FREQ-DAY== BY ==PT-PRULE-FREQ-DAY==
000990               ==PT-RULE-MIN-FLAG== BY ==PT-PRULE-MIN-FLAG==
001000               ==PT-RULE-MAX-FLAG== BY ==PT-PRULE-MAX-FLAG==
001001               ==PT-RULE-FORM-TYPE==    BY ==PT-PRULE-FORM-TYPE==
001002               ==PT-RULE-FORM-STANDARD==
001003                 BY ==PT-PRULE-FORM-STANDARD==
001004               ==PT-RULE-FORM-OFFSET==
001005                 BY ==PT-PRULE-FORM-OFFSET==
001006               ==PT-RULE-FORM-SET==     BY ==PT-PRULE-FORM-SET==
001007               ==PT-RULE-FORM-RANGE==   BY ==PT-PRULE-FORM-RANGE==
001008               ==PT-RULE-OFFSET==       BY ==PT-PRULE-OFFSET==
001009               ==PT-RULE-REM-COUNT==    BY ==PT-PRULE-REM-COUNT==
001010               ==PT-RULE-REM-2==        BY ==PT-PRULE-REM-2==
001011               ==PT-RULE-REM-3==        BY ==PT-PRULE-REM-3==
001012               ==PT-RULE-REM-4==        BY ==PT-PRULE-REM-4==
001013               ==PT-RULE-CONNECT==      BY ==PT-PRULE-CONNECT==
001014               ==PT-RULE-CONN-NONE==    BY ==PT-PRULE-CONN-NONE==
001015               ==PT-RULE-CONN-AND==     BY ==PT-PRULE-CONN-AND==
001016               ==PT-RULE-CONN-OR==      BY ==PT-PRULE-CONN-OR==
001017               ==PT-RULE-MULT-2==       BY ==PT-PRULE-MULT-2==
001018               ==PT-RULE-MOD-2==        BY ==PT-PRULE-MOD-2==
001019               ==PT-RULE-OFFSET-2==     BY ==PT-PRULE-OFFSET-2==
001020               ==PT-RULE-TARGET-2==     BY ==PT-PRULE-TARGET-2==
001021               ==PT-RULE-STATUS==       BY ==PT-PRULE-STATUS==
001022               ==PT-RULE-ACTIVE==       BY ==PT-PRULE-ACTIVE==
001023               ==PT-RULE-SUSPENDED==    BY ==PT-PRULE-SUSPENDED==
001024               ==PT-RULE-RETIRED==      BY ==PT-PRULE-RETIRED==.
001025
001026 FD  PT-SECUR-FILE
001030     RECORDING MODE IS F.
001040 COPY PTSEC01.
001050
002030
002040*----------------------------------------------------------------
002050*  RULE IDS ON FILE - LOADED FROM PTRULES (INPUT ONLY) SO AN
002060*  APPROVAL KNOWS WHETHER TO BECOME AN ADD OR A CHANGE, AND
002065*  WHETHER THE ID IS A RETIRED RULE'S AND CANNOT BE USED.
002070*----------------------------------------------------------------
002080 01  WS-RULE-ID-TABLE.
002090     05  WS-RID-ENTRY OCCURS 999 TIMES
002100                 INDEXED BY WS-RID-IDX.
002110         10  WS-RID-RULE-ID      PIC 9(03).
002115         10  WS-RID-STATUS       PIC X(01).
002120 01  WS-RID-COUNT        PIC 9(03) COMP VALUE 0.
002130 01  WS-MAX-RULES        PIC 9(03) COMP VALUE 999.
002140 01  WS-RID-FOUND-NO     PIC 9(03) COMP VALUE 0.
002150 01  WS-RID-SEARCH-NO    PIC 9(04) COMP VALUE 0.
002160
002170*----------------------------------------------------------------
002180*  DECISION AND DISPOSITION WORK FIELDS
002270     88  WS-CAND-FREQ-SPECIFIC  VALUE "S".
002280     88  WS-CAND-FREQ-VALID     VALUE "D" "W" "M" "S" "B"
002290                                      SPACE.
002291 01  WS-CAND-FORM-CHECK  PIC X(01).
002292     88  WS-CAND-FORM-SET       VALUE "L".
002293     88  WS-CAND-FORM-RANGE     VALUE "R".
002294     88  WS-CAND-FORM-VALID     VALUE "S" "O" "L" "R" SPACE.
002295 01  WS-CAND-CONN-CHECK  PIC X(01).
002296     88  WS-CAND-CONN-NONE      VALUE SPACE.
002297     88  WS-CAND-CONN-VALID     VALUE "A" "O" SPACE.
002300
002310*----------------------------------------------------------------
002320*  CONTROL COUNTS FOR THE PTRLTRAN TRAILER AND THE REPORT
006850     ADD 1 TO WS-RID-COUNT
006860     SET WS-RID-IDX TO WS-RID-COUNT
006870     MOVE PT-PRULE-ID TO WS-RID-RULE-ID (WS-RID-IDX)
006875     MOVE PT-PRULE-STATUS TO WS-RID-STATUS (WS-RID-IDX)
006880     .
006890
006900 1100-LOAD-ONE-RULE-ID-EXIT.
008460             GO TO 2300-VALIDATE-CAND-EXIT
008470         END-IF
008480     END-IF
008481
008482*    FORMULA-TYPE OPERANDS LEFT BLANK ON THE CANDIDATE MEAN
008483*    ZERO, THE SAME AS PTRLOAD TAKES THEM ON THE TRANSACTION.
008484     PERFORM 2310-CLEAN-CAND-FORMULA
008485         THRU 2310-CLEAN-CAND-FORMULA-EXIT
008486
008487     MOVE PT-RULE-FORM-TYPE TO WS-CAND-FORM-CHECK
008488     IF NOT WS-CAND-FORM-VALID
008489         MOVE "N" TO WS-CAND-VALID-SW
008490         MOVE "HELD - INVALID FORMULA TYPE" TO WS-DISPOSITION
008491         GO TO 2300-VALIDATE-CAND-EXIT
008492     END-IF
008493
008494     IF WS-CAND-FORM-SET
008495         AND (PT-RULE-REM-COUNT < 1
008496           OR PT-RULE-REM-COUNT > 4)
008497         MOVE "N" TO WS-CAND-VALID-SW
008498         MOVE "HELD - REMAINDER SET COUNT NOT 1-4"
008499             TO WS-DISPOSITION
008500         GO TO 2300-VALIDATE-CAND-EXIT
008501     END-IF
008502
008503     IF WS-CAND-FORM-RANGE
008504         AND PT-RULE-REM-2 < PT-RULE-TARGET
008505         MOVE "N" TO WS-CAND-VALID-SW
008506         MOVE "HELD - REM RANGE LOW ABOVE HIGH" TO WS-DISPOSITION
008507         GO TO 2300-VALIDATE-CAND-EXIT
008508     END-IF
008509
008510     MOVE PT-RULE-CONNECT TO WS-CAND-CONN-CHECK
008511     IF NOT WS-CAND-CONN-VALID
008512         MOVE "N" TO WS-CAND-VALID-SW
008513         MOVE "HELD - INVALID AND/OR CONNECTOR" TO WS-DISPOSITION
008514         GO TO 2300-VALIDATE-CAND-EXIT
008515     END-IF
008516
008517     IF NOT WS-CAND-CONN-NONE
008518         AND (PT-RULE-MOD-2 <= 0
008519           OR PT-RULE-MULT-2 <= 0)
008520         MOVE "N" TO WS-CAND-VALID-SW
008521         MOVE "HELD - 2ND MULT/MOD NOT POSITIVE"
008522             TO WS-DISPOSITION
008523         GO TO 2300-VALIDATE-CAND-EXIT
008524     END-IF
008525
008526*    A RETIRED RULE KEEPS ITS ID FOR GOOD - PTRLOAD AND PTAPPRV
008527*    WOULD BOTH REFUSE THE TRANSACTION, SO HOLD IT HERE.
008528     PERFORM 2400-FIND-RULE-ID THRU 2400-FIND-RULE-ID-EXIT
008529     IF WS-RID-FOUND-NO NOT = 0
008530         SET WS-RID-IDX TO WS-RID-FOUND-NO
008531         IF WS-RID-STATUS (WS-RID-IDX) = "R"
008532             MOVE "N" TO WS-CAND-VALID-SW
008533             MOVE "HELD - RULE ID IS RETIRED" TO WS-DISPOSITION
008534             GO TO 2300-VALIDATE-CAND-EXIT
008535         END-IF
008536     END-IF
008537     .
008538
008539 2300-VALIDATE-CAND-EXIT.
008540     EXIT.
008541
008542*****************************************************************
008543 2310-CLEAN-CAND-FORMULA.
008544*****************************************************************
008545     IF PT-RULE-OFFSET NOT NUMERIC
008546         MOVE ZERO TO PT-RULE-OFFSET
008547     END-IF
008548     IF PT-RULE-REM-COUNT NOT NUMERIC
008549         MOVE ZERO TO PT-RULE-REM-COUNT
008550     END-IF
008551     IF PT-RULE-REM-2 NOT NUMERIC
008552         MOVE ZERO TO PT-RULE-REM-2
008553     END-IF
008554     IF PT-RULE-REM-3 NOT NUMERIC
008555         MOVE ZERO TO PT-RULE-REM-3
008556     END-IF
008557     IF PT-RULE-REM-4 NOT NUMERIC
008558         MOVE ZERO TO PT-RULE-REM-4
008559     END-IF
008560     IF PT-RULE-MULT-2 NOT NUMERIC
008561         MOVE ZERO TO PT-RULE-MULT-2
008562     END-IF
008563     IF PT-RULE-MOD-2 NOT NUMERIC
008564         MOVE ZERO TO PT-RULE-MOD-2
008565     END-IF
008566     IF PT-RULE-OFFSET-2 NOT NUMERIC
008567         MOVE ZERO TO PT-RULE-OFFSET-2
008568     END-IF
008569     IF PT-RULE-TARGET-2 NOT NUMERIC
008570         MOVE ZERO TO PT-RULE-TARGET-2
008571     END-IF
008572     .
008573
008574 2310-CLEAN-CAND-FORMULA-EXIT.
008575     EXIT.
008576
008577*****************************************************************
008578 2400-FIND-RULE-ID.
008579*****************************************************************
008580     MOVE 0 TO WS-RID-FOUND-NO
008581     PERFORM 2410-CHECK-ONE-RULE-ID
008590         THRU 2410-CHECK-ONE-RULE-ID-EXIT
008600         VARYING WS-RID-SEARCH-NO FROM 1 BY 1
008610         UNTIL WS-RID-SEARCH-NO > WS-RID-COUNT
009070     MOVE PT-RULE-FREQ-DAY TO PT-TRN-FREQ-DAY
009080     MOVE PT-RULE-MIN-FLAG TO PT-TRN-MIN-FLAG
009090     MOVE PT-RULE-MAX-FLAG TO PT-TRN-MAX-FLAG
009091     MOVE PT-RULE-FORM-TYPE TO PT-TRN-FORM-TYPE
009092     MOVE PT-RULE-OFFSET    TO PT-TRN-OFFSET
009093     MOVE PT-RULE-REM-COUNT TO PT-TRN-REM-COUNT
009094     MOVE PT-RULE-REM-2     TO PT-TRN-REM-2
009095     MOVE PT-RULE-REM-3     TO PT-TRN-REM-3
009096     MOVE PT-RULE-REM-4     TO PT-TRN-REM-4
009097     MOVE PT-RULE-CONNECT   TO PT-TRN-CONNECT
009098     MOVE PT-RULE-MULT-2    TO PT-TRN-MULT-2
009099     MOVE PT-RULE-MOD-2     TO PT-TRN-MOD-2
009100     MOVE PT-RULE-OFFSET-2  TO PT-TRN-OFFSET-2
009101     MOVE PT-RULE-TARGET-2  TO PT-TRN-TARGET-2
009102     WRITE PT-RLTRAN-RECORD
009110     .
009120
009130 2500-WRITE-TRAN-EXIT.
010210         MOVE WS-ADD-COUNT TO PT-TRN-ADD-COUNT
010220         MOVE WS-CHG-COUNT TO PT-TRN-CHG-COUNT
010230         MOVE ZERO         TO PT-TRN-DEL-COUNT
010233         MOVE WS-OPERATOR-ID TO PT-TRN-REQUESTER
010236         MOVE "PTPROMOT"     TO PT-TRN-SOURCE
010240         WRITE PT-RLTRAN-TRAILER-REC
010250     END-IF
010260
