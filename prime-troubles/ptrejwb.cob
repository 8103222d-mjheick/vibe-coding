000440*                   PTSEC01 - A FORCED OR EXPIRED PASSWORD IS    *
000450*                   REFUSED WITH A POINTER TO PTMAINT, AND       *
000460*                   AUTHORITY A CARRIES UPDATE RIGHTS HERE.      *
000461*  2026-10-15 DLK   A REPAIR NOW CARRIES THE RULE'S FORMULA      *
000462*                   TYPE, OFFSET, ACCEPTED REMAINDERS AND AND/OR *
000463*                   SECOND CONDITION UNTOUCHED, AND A CORRECTED  *
000464*                   TARGET ABOVE A RANGE RULE'S HIGH END IS      *
000465*                   REFUSED AS PTRLOAD WOULD REFUSE IT.          *
000466*  2026-10-15 DLK   THE PTRJTRAN TRAILER NOW CARRIES THE         *
000467*                   REPAIRING OPERATOR AND SOURCE PTREJWB.       *
000468*                   PTRLOAD QUEUES THE REPAIRS ON PTPENDQ UNDER  *
000469*                   THAT OPERATOR, AND A DIFFERENT OPERATOR      *
000470*                   MUST APPROVE THEM IN PTAPPRV BEFORE THEY     *
000471*                   REACH PTRULES.                               *
000472*  2026-10-15 DLK   RULE TABLE NOW HOLDS 999 RULES, THE WHOLE    *
000473*                   RULE ID RANGE, SO RETIRED RULES KEPT ON      *
000474*                   PTRULES CANNOT CROWD OUT LIVE ONES.          *
000475*****************************************************************
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
002010*  CURRENT LABEL, SCHEDULE, AND TOLERANCES UNTOUCHED.
002020*----------------------------------------------------------------
002030 01  WS-RULE-TABLE.
002040     05  WS-RULE-ENTRY OCCURS 999 TIMES
002050                 INDEXED BY WS-RULE-IDX.
002060         10  WS-TAB-RULE-ID      PIC 9(03).
002070         10  WS-TAB-LOW          PIC 9(05).
002160         10  WS-TAB-FREQ-DAY     PIC 9(02).
002170         10  WS-TAB-MIN-FLAG     PIC 9(05).
002180         10  WS-TAB-MAX-FLAG     PIC 9(05).
002181         10  WS-TAB-FORM-TYPE    PIC X(01).
002182         10  WS-TAB-OFFSET       PIC S9(05).
002183         10  WS-TAB-REM-COUNT    PIC 9(01).
002184         10  WS-TAB-REM-2        PIC S9(05).
002185         10  WS-TAB-REM-3        PIC S9(05).
002186         10  WS-TAB-REM-4        PIC S9(05).
002187         10  WS-TAB-CONNECT      PIC X(01).
002188         10  WS-TAB-MULT-2       PIC S9(05).
002189         10  WS-TAB-MOD-2        PIC S9(05).
002190         10  WS-TAB-OFFSET-2     PIC S9(05).
002191         10  WS-TAB-TARGET-2     PIC S9(05).
002192
002200 01  WS-RULE-COUNT       PIC 9(03) COMP VALUE 0.
002210 01  WS-MAX-RULES        PIC 9(03) COMP VALUE 999.
002220 01  WS-RULE-FOUND-NO    PIC 9(03) COMP VALUE 0.
002230 01  WS-RULE-SEARCH-NO   PIC 9(04) COMP VALUE 0.
002240
002250*----------------------------------------------------------------
002260*  CONSOLE COMMAND AND CORRECTED-VALUE WORK FIELDS. A KEYED
006820
006830     ADD 1 TO WS-RULE-COUNT
006840     SET WS-RULE-IDX TO WS-RULE-COUNT
006843     PERFORM 1210-CLEAN-FORMULA-FIELDS
006846         THRU 1210-CLEAN-FORMULA-FIELDS-EXIT
006850     MOVE PT-RULE-ID       TO WS-TAB-RULE-ID  (WS-RULE-IDX)
006860     MOVE PT-RULE-LOW      TO WS-TAB-LOW      (WS-RULE-IDX)
006870     MOVE PT-RULE-HIGH     TO WS-TAB-HIGH     (WS-RULE-IDX)
006950     MOVE PT-RULE-FREQ-DAY TO WS-TAB-FREQ-DAY (WS-RULE-IDX)
006960     MOVE PT-RULE-MIN-FLAG TO WS-TAB-MIN-FLAG (WS-RULE-IDX)
006970     MOVE PT-RULE-MAX-FLAG TO WS-TAB-MAX-FLAG (WS-RULE-IDX)
006971     MOVE PT-RULE-FORM-TYPE TO WS-TAB-FORM-TYPE (WS-RULE-IDX)
006972     MOVE PT-RULE-OFFSET    TO WS-TAB-OFFSET    (WS-RULE-IDX)
006973     MOVE PT-RULE-REM-COUNT TO WS-TAB-REM-COUNT (WS-RULE-IDX)
006974     MOVE PT-RULE-REM-2     TO WS-TAB-REM-2     (WS-RULE-IDX)
006975     MOVE PT-RULE-REM-3     TO WS-TAB-REM-3     (WS-RULE-IDX)
006976     MOVE PT-RULE-REM-4     TO WS-TAB-REM-4     (WS-RULE-IDX)
006977     MOVE PT-RULE-CONNECT   TO WS-TAB-CONNECT   (WS-RULE-IDX)
006978     MOVE PT-RULE-MULT-2    TO WS-TAB-MULT-2    (WS-RULE-IDX)
006979     MOVE PT-RULE-MOD-2     TO WS-TAB-MOD-2     (WS-RULE-IDX)
006980     MOVE PT-RULE-OFFSET-2  TO WS-TAB-OFFSET-2  (WS-RULE-IDX)
006981     MOVE PT-RULE-TARGET-2  TO WS-TAB-TARGET-2  (WS-RULE-IDX)
006982     .
006990
007000 1200-LOAD-ONE-RULE-EXIT.
007010     EXIT.
007011
007012*****************************************************************
007013 1210-CLEAN-FORMULA-FIELDS.
007014*****************************************************************
007015*  A RULE WRITTEN BEFORE THE FORMULA-TYPE FIELDS EXISTED READS
007016*  SPACES THERE - ZERO THE NUMERIC OPERANDS SO THE CHANGE
007017*  TRANSACTION CARRIES ZEROS. TYPE SPACE STAYS THE STANDARD
007018*  FORMULA.
007019*----------------------------------------------------------------
007020     IF PT-RULE-OFFSET NOT NUMERIC
007021         MOVE ZERO TO PT-RULE-OFFSET
007022     END-IF
007023     IF PT-RULE-REM-COUNT NOT NUMERIC
007024         MOVE ZERO TO PT-RULE-REM-COUNT
007025     END-IF
007026     IF PT-RULE-REM-2 NOT NUMERIC
007027         MOVE ZERO TO PT-RULE-REM-2
007028     END-IF
007029     IF PT-RULE-REM-3 NOT NUMERIC
007030         MOVE ZERO TO PT-RULE-REM-3
007031     END-IF
007032     IF PT-RULE-REM-4 NOT NUMERIC
007033         MOVE ZERO TO PT-RULE-REM-4
007034     END-IF
007035     IF PT-RULE-MULT-2 NOT NUMERIC
007036         MOVE ZERO TO PT-RULE-MULT-2
007037     END-IF
007038     IF PT-RULE-MOD-2 NOT NUMERIC
007039         MOVE ZERO TO PT-RULE-MOD-2
007040     END-IF
007041     IF PT-RULE-OFFSET-2 NOT NUMERIC
007042         MOVE ZERO TO PT-RULE-OFFSET-2
007043     END-IF
007044     IF PT-RULE-TARGET-2 NOT NUMERIC
007045         MOVE ZERO TO PT-RULE-TARGET-2
007046     END-IF
007047     .
007048
007049 1210-CLEAN-FORMULA-FIELDS-EXIT.
007050     EXIT.
007051
007052*****************************************************************
007053 2000-WORK-ONE-ENTRY.
007054*****************************************************************
007060     SET WS-REG-IDX TO WS-REG-NO
007070     IF WS-REG-DISP-STATUS (WS-REG-IDX) NOT = "O"
007080         GO TO 2000-WORK-ONE-ENTRY-EXIT
009760         DISPLAY "PTREJWB - MULTIPLIER NOT POSITIVE, REPAIR "
009770             "ABANDONED"
009780         MOVE "N" TO WS-REPAIR-OK-SW
009785         GO TO 2500-VALIDATE-REPAIR-EXIT
009790     END-IF
009791
009792*    A RANGE RULE'S TARGET IS THE LOW END OF ITS ACCEPTED
009793*    REMAINDERS AND MAY NOT BE REPAIRED ABOVE THE HIGH END.
009794     SET WS-RULE-IDX TO WS-RULE-FOUND-NO
009795     IF WS-TAB-FORM-TYPE (WS-RULE-IDX) = "R"
009796         AND WS-FIX-TARGET > WS-TAB-REM-2 (WS-RULE-IDX)
009797         DISPLAY "PTREJWB - TARGET ABOVE THE RULE'S REMAINDER "
009798             "RANGE HIGH END, REPAIR ABANDONED"
009799         MOVE "N" TO WS-REPAIR-OK-SW
009800     END-IF
009801     .
009810
009820 2500-VALIDATE-REPAIR-EXIT.
009830     EXIT.
010010     MOVE WS-TAB-FREQ-DAY (WS-RULE-IDX) TO PT-TRN-FREQ-DAY
010020     MOVE WS-TAB-MIN-FLAG (WS-RULE-IDX) TO PT-TRN-MIN-FLAG
010030     MOVE WS-TAB-MAX-FLAG (WS-RULE-IDX) TO PT-TRN-MAX-FLAG
010031     MOVE WS-TAB-FORM-TYPE (WS-RULE-IDX) TO PT-TRN-FORM-TYPE
010032     MOVE WS-TAB-OFFSET    (WS-RULE-IDX) TO PT-TRN-OFFSET
010033     MOVE WS-TAB-REM-COUNT (WS-RULE-IDX) TO PT-TRN-REM-COUNT
010034     MOVE WS-TAB-REM-2     (WS-RULE-IDX) TO PT-TRN-REM-2
010035     MOVE WS-TAB-REM-3     (WS-RULE-IDX) TO PT-TRN-REM-3
010036     MOVE WS-TAB-REM-4     (WS-RULE-IDX) TO PT-TRN-REM-4
010037     MOVE WS-TAB-CONNECT   (WS-RULE-IDX) TO PT-TRN-CONNECT
010038     MOVE WS-TAB-MULT-2    (WS-RULE-IDX) TO PT-TRN-MULT-2
010039     MOVE WS-TAB-MOD-2     (WS-RULE-IDX) TO PT-TRN-MOD-2
010040     MOVE WS-TAB-OFFSET-2  (WS-RULE-IDX) TO PT-TRN-OFFSET-2
010041     MOVE WS-TAB-TARGET-2  (WS-RULE-IDX) TO PT-TRN-TARGET-2
010042     WRITE PT-RLTRAN-RECORD
010050     .
010060
010070 2600-WRITE-CHANGE-TRAN-EXIT.
010720     MOVE ZERO         TO PT-TRN-ADD-COUNT
010730     MOVE WS-CHG-COUNT TO PT-TRN-CHG-COUNT
010740     MOVE ZERO         TO PT-TRN-DEL-COUNT
010743     MOVE WS-OPERATOR-ID TO PT-TRN-REQUESTER
010746     MOVE "PTREJWB"      TO PT-TRN-SOURCE
010750     WRITE PT-RLTRAN-TRAILER-REC
010760     .
010770
