000400*                   THE DETAIL BALANCE, AND A CLEAN MERGE NOW   *
000410*                   CLEARS THE PTRSTATE RUN-STATE INTERLOCK     *
000420*                   THE SLICE JOBS LEAVE ACTIVE (SEE PTRST01).  *
000421*  2026-10-15 DLK   EVERY MERGED D VALUE IS NOW RE-TESTED        *
000422*                   AGAINST THE RULE'S PTRULES FORMULA (TYPE,    *
000423*                   OFFSET, REMAINDER SET/RANGE, AND/OR SECOND   *
000424*                   CONDITION). A VALUE THAT NO LONGER PASSES -  *
000425*                   THE RULE WAS CHANGED BETWEEN THE SLICES AND  *
000426*                   THE MERGE - TREATS THE RULE AS INCOMPLETE.   *
000427*  2026-10-15 DLK   A TOLERANCE BREACH IS ALSO RAISED AS A       *
000428*                   CRITICAL TOLLOW/TOLHIGH ALERT ON THE PTALERT *
000429*                   OPERATIONAL ALERT FEED (SEE PTALR01).        *
000430*  2026-10-15 DLK   RETIRED PTRULES RULES ARE NO LONGER LOADED,  *
000431*                   ONLY COUNTED, AND SUSPENDED RULES ARE LISTED *
000432*                   IN THE TRAILER WITH THE SAME SUSPENDED/      *
000433*                   RETIRED LINE AND SECTION PRIME-TROUBLES      *
000434*                   PRINTS. THE RULE TABLES NOW HOLD 999 RULES,  *
000435*                   THE WHOLE RULE ID RANGE.                     *
000436*****************************************************************
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000780     SELECT PT-RSTATE-FILE ASSIGN TO "PTRSTATE"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RSTATE-STATUS.
000802
000804     SELECT PT-ALERT-FILE ASSIGN TO "PTALERT"
000806         ORGANIZATION IS LINE SEQUENTIAL
000808         FILE STATUS IS WS-ALERT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
001160 FD  PT-RSTATE-FILE
001170     RECORDING MODE IS F.
001180 COPY PTRST01.
001182
001184 FD  PT-ALERT-FILE
001186     RECORDING MODE IS F.
001188 01  PT-ALERT-LINE           PIC X(130).
001190
001200 WORKING-STORAGE SECTION.
001210*----------------------------------------------------------------
001240 01  WS-SLICE-STATUS     PIC X(02) VALUE "00".
001250 01  WS-RULES-STATUS     PIC X(02) VALUE "00".
001260 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001265 01  WS-ALERT-STATUS     PIC X(02) VALUE "00".
001270 01  WS-HSTPRV-STATUS    PIC X(02) VALUE "00".
001280 01  WS-HSTCUR-STATUS    PIC X(02) VALUE "00".
001290 01  WS-EXTRACT-STATUS   PIC X(02) VALUE "00".
001560*  SEEN FLAGS PROVE EVERY SLICE 1 THRU SLICE-COUNT REPORTED IN.
001570*----------------------------------------------------------------
001580 01  WS-RULE-TABLE.
001590     05  WS-RT-ENTRY OCCURS 999 TIMES
001600                 INDEXED BY WS-RT-IDX WS-RT-IDX2.
001610         10  WS-RT-RULE-ID       PIC 9(03).
001620         10  WS-RT-SLICE-COUNT   PIC 9(02).
001670         10  WS-RT-FLAGGED       PIC 9(07).
001680         10  WS-RT-DETAIL-COUNT  PIC 9(07).
001690 01  WS-RT-COUNT         PIC 9(03) COMP VALUE 0.
001700 01  WS-MAX-RT           PIC 9(03) COMP VALUE 999.
001710 01  WS-RT-FOUND-NO      PIC 9(03) COMP VALUE 0.
001720 01  WS-RT-SEARCH-NO     PIC 9(04) COMP VALUE 0.
001730 01  WS-RT-NO            PIC 9(04) COMP VALUE 0.
001740 01  WS-MAX-SLICES       PIC 9(02) COMP VALUE 20.
001750 01  WS-SLICE-CHECK-NO   PIC 9(02) COMP VALUE 0.
001760
001980*  RULE LABELS AND TOLERANCES FROM PTRULES (INPUT ONLY)
001990*----------------------------------------------------------------
002000 01  WS-RINFO-TABLE.
002010     05  WS-RI-ENTRY OCCURS 999 TIMES
002020                 INDEXED BY WS-RI-IDX.
002030         10  WS-RI-RULE-ID       PIC 9(03).
002040         10  WS-RI-LABEL         PIC X(20).
002050         10  WS-RI-MIN-FLAG      PIC 9(05).
002060         10  WS-RI-MAX-FLAG      PIC 9(05).
002061         10  WS-RI-MULT          PIC S9(05).
002062         10  WS-RI-MOD           PIC S9(05).
002063         10  WS-RI-TARGET        PIC S9(05).
002064         10  WS-RI-FORM-TYPE     PIC X(01).
002065         10  WS-RI-OFFSET        PIC S9(05).
002066         10  WS-RI-REM-COUNT     PIC 9(01).
002067         10  WS-RI-REM-2         PIC S9(05).
002068         10  WS-RI-REM-3         PIC S9(05).
002069         10  WS-RI-REM-4         PIC S9(05).
002070         10  WS-RI-CONNECT       PIC X(01).
002071         10  WS-RI-MULT-2        PIC S9(05).
002072         10  WS-RI-MOD-2         PIC S9(05).
002073         10  WS-RI-OFFSET-2      PIC S9(05).
002074         10  WS-RI-TARGET-2      PIC S9(05).
002075 01  WS-RI-COUNT         PIC 9(03) COMP VALUE 0.
002077 01  WS-MAX-RI           PIC 9(03) COMP VALUE 999.
002080 01  WS-RI-FOUND-NO      PIC 9(03) COMP VALUE 0.
002090 01  WS-RI-SEARCH-NO     PIC 9(04) COMP VALUE 0.
002091
002092*----------------------------------------------------------------
002093*  SUSPENDED RULE TABLE - SAME AS PRIME-TROUBLES. THE SLICES
002094*  PASS A SUSPENDED RULE OVER, SO THE MERGED TRAILER LISTS IT
002095*  THE WAY A FULL-RANGE RUN WOULD.
002096*----------------------------------------------------------------
002097 01  WS-SUSP-TABLE.
002098     05  WS-SUSP-ENTRY OCCURS 999 TIMES
002099                 INDEXED BY WS-SUSP-IDX.
002100         10  WS-SUSP-RULE-ID     PIC 9(03).
002101         10  WS-SUSP-LABEL       PIC X(20).
002102 01  WS-SUSP-COUNT       PIC 9(03) COMP VALUE 0.
002103
002110*----------------------------------------------------------------
002120*  RULE-ID SORT WORK FIELDS - THE MERGED REPORT AND THE
002130*  SEQUENTIAL PTHSTPRV RECONCILIATION BOTH NEED ASCENDING
002140*  RULE-ID ORDER, SAME AS PTMAINT/PTRLOAD ENFORCE ON PTRULES.
002150*----------------------------------------------------------------
002160 01  WS-SORT-I           PIC 9(04) COMP VALUE 0.
002170 01  WS-SORT-J           PIC 9(04) COMP VALUE 0.
002180 01  WS-SORT-LIMIT       PIC 9(04) COMP VALUE 0.
002190 01  WS-SORT-TEMP-RT.
002200     05  WS-SORT-TEMP-RULE-ID    PIC 9(03).
002210     05  WS-SORT-TEMP-SLICE-COUNT PIC 9(02).
002380 01  WS-RULE-PRIME-COUNT   PIC 9(07) COMP VALUE 0.
002390 01  WS-RULE-FLAGGED-COUNT PIC 9(07) COMP VALUE 0.
002400 01  WS-X                PIC 9(05) VALUE 0.
002401
002402*----------------------------------------------------------------
002403*  CURRENT RULE FORMULA - FROM PTRULES, FOR THE RE-TEST OF EACH
002404*  MERGED VALUE (SAME FIELDS AS PRIME-TROUBLES WS-CURRENT-RULE)
002405*----------------------------------------------------------------
002406 01  WS-RULE-INFO-SW     PIC X(01) VALUE "N".
002407     88  WS-RULE-INFO-FOUND     VALUE "Y".
002408 01  WS-RULE-MULT        PIC S9(05) VALUE 0.
002409 01  WS-RULE-MOD         PIC S9(05) VALUE 0.
002410 01  WS-RULE-TARGET      PIC S9(05) VALUE 0.
002411 01  WS-RULE-FORM-TYPE   PIC X(01) VALUE SPACE.
002412     88  WS-RULE-FORM-STANDARD  VALUE "S" SPACE.
002413     88  WS-RULE-FORM-SET       VALUE "L".
002414     88  WS-RULE-FORM-RANGE     VALUE "R".
002415 01  WS-RULE-OFFSET      PIC S9(05) VALUE 0.
002416 01  WS-RULE-REM-COUNT   PIC 9(01) VALUE 0.
002417 01  WS-RULE-REM-2       PIC S9(05) VALUE 0.
002418 01  WS-RULE-REM-3       PIC S9(05) VALUE 0.
002419 01  WS-RULE-REM-4       PIC S9(05) VALUE 0.
002420 01  WS-RULE-CONNECT     PIC X(01) VALUE SPACE.
002421     88  WS-RULE-CONN-NONE      VALUE SPACE.
002422     88  WS-RULE-CONN-AND       VALUE "A".
002423     88  WS-RULE-CONN-OR        VALUE "O".
002424 01  WS-RULE-MULT-2      PIC S9(05) VALUE 0.
002425 01  WS-RULE-MOD-2       PIC S9(05) VALUE 0.
002426 01  WS-RULE-OFFSET-2    PIC S9(05) VALUE 0.
002427 01  WS-RULE-TARGET-2    PIC S9(05) VALUE 0.
002428 01  WS-FORMULA-VAL      PIC S9(10) VALUE 0.
002429 01  WS-FORMULA-REM      PIC S9(05) VALUE 0.
002430 01  WS-FORMULA-MATCH-SW PIC X(01) VALUE "N".
002431     88  WS-FORMULA-MATCH        VALUE "Y".
002432 01  WS-FORMULA-MATCH-2-SW PIC X(01) VALUE "N".
002433     88  WS-FORMULA-MATCH-2      VALUE "Y".
002434 01  WS-FORMULA-FAIL-COUNT PIC 9(05) COMP VALUE 0.
002435
002436*----------------------------------------------------------------
002437*  RUN-WIDE CONTROL TOTALS
002440*----------------------------------------------------------------
002450 01  WS-TOTAL-RULES-COUNT   PIC 9(05) COMP VALUE 0.
002460 01  WS-TOTAL-INCOMP-COUNT  PIC 9(05) COMP VALUE 0.
002470 01  WS-TOTAL-SCANNED-COUNT PIC 9(07) COMP VALUE 0.
002480 01  WS-TOTAL-PRIME-COUNT   PIC 9(07) COMP VALUE 0.
002490 01  WS-TOTAL-FLAGGED-COUNT PIC 9(07) COMP VALUE 0.
002493 01  WS-TOTAL-SUSPENDED-COUNT PIC 9(05) COMP VALUE 0.
002496 01  WS-TOTAL-RETIRED-COUNT PIC 9(05) COMP VALUE 0.
002500
002510*----------------------------------------------------------------
002520*  TOLERANCE EXCEPTION TABLE - SAME SHAPE AND RETURN CODE 8
002530*  BEHAVIOR AS PRIME-TROUBLES
002540*----------------------------------------------------------------
002550 01  WS-TOL-TABLE.
002560     05  WS-TOL-ENTRY OCCURS 999 TIMES
002570                 INDEXED BY WS-TOL-IDX.
002580         10  WS-TOL-RULE-ID      PIC 9(03).
002590         10  WS-TOL-FLAGGED      PIC 9(05).
003950     05  FILLER              PIC X(03) VALUE SPACES.
003960     05  FILLER              PIC X(16) VALUE "TOTAL FLAGGED: ".
003970     05  TRL3-FLAGGED        PIC Z(6)9.
003971
003972 01  WS-TRAILER-LINE-4.
003973     05  FILLER              PIC X(03) VALUE SPACES.
003974     05  FILLER              PIC X(18) VALUE "RULES SUSPENDED: ".
003975     05  TRL4-RULES-SUSP     PIC Z(4)9.
003976     05  FILLER              PIC X(03) VALUE SPACES.
003977     05  FILLER              PIC X(16) VALUE "RULES RETIRED: ".
003978     05  TRL4-RULES-RET      PIC Z(4)9.
003979
003980 01  WS-SUSP-HEADING-LINE.
003981     05  FILLER              PIC X(01) VALUE SPACE.
003982     05  FILLER              PIC X(29) VALUE
003983         "SUSPENDED RULES - NOT SCANNED".
003984
003985 01  WS-SUSP-DETAIL-LINE.
003986     05  FILLER              PIC X(03) VALUE SPACES.
003987     05  FILLER              PIC X(05) VALUE "RULE ".
003988     05  SUSD-RULE-ID        PIC 9(03).
003989     05  FILLER              PIC X(02) VALUE SPACES.
003990     05  SUSD-LABEL          PIC X(20).
003991
003992 01  WS-TOL-HEADING-LINE.
004000     05  FILLER              PIC X(01) VALUE SPACE.
004010     05  FILLER              PIC X(44) VALUE
004020         "TOLERANCE EXCEPTIONS - FLAGGED COUNT OUTSIDE".
004120     05  TOLD-MIN            PIC Z(4)9.
004130     05  FILLER              PIC X(06) VALUE " THRU ".
004140     05  TOLD-MAX            PIC Z(4)9.
004141
004142*----------------------------------------------------------------
004143*  OPERATIONAL ALERT FEED (SEE PTALR01) - BUILT HERE, WRITTEN
004144*  TO PTALERT BY 8700-RAISE-ALERT
004145*----------------------------------------------------------------
004146 COPY PTALR01.
004147 01  WS-ALR-TIME-RAW     PIC 9(08) VALUE 0.
004148 01  WS-ALR-TIME-R REDEFINES WS-ALR-TIME-RAW.
004149     05  WS-ALR-TIME     PIC 9(06).
004150 01  WS-ALERTS-RAISED    PIC 9(05) COMP VALUE 0.
004151 01  WS-ALR-FLAGGED      PIC 9(07) VALUE 0.
004152 01  WS-ALR-MIN          PIC 9(05) VALUE 0.
004153 01  WS-ALR-MAX          PIC 9(05) VALUE 0.
004154
004160 PROCEDURE DIVISION.
004170*****************************************************************
004180 0000-MAINLINE.
007430             GO TO 1500-LOAD-ONE-RULE-INFO-EXIT
007440     END-READ
007450
007451*----------------------------------------------------------------
007452*    A RETIRED RULE IS A TOMBSTONE HOLDING ITS ID AND NEVER
007453*    REACHES A SLICE - COUNT IT AND KEEP IT OUT OF THE TABLE. A
007454*    SUSPENDED RULE IS LOADED AS USUAL AND NOTED FOR THE TRAILER.
007455*----------------------------------------------------------------
007456     IF PT-RULE-RETIRED
007457         ADD 1 TO WS-TOTAL-RETIRED-COUNT
007458         GO TO 1500-LOAD-ONE-RULE-INFO-EXIT
007459     END-IF
007460     IF PT-RULE-SUSPENDED
007461         ADD 1 TO WS-TOTAL-SUSPENDED-COUNT
007462         PERFORM 1530-NOTE-SUSPENDED
007463             THRU 1530-NOTE-SUSPENDED-EXIT
007464     END-IF
007465
007466     IF WS-RI-COUNT >= WS-MAX-RI
007470         GO TO 1500-LOAD-ONE-RULE-INFO-EXIT
007480     END-IF
007490
007610     ELSE
007620         MOVE ZERO TO WS-RI-MAX-FLAG (WS-RI-IDX)
007630     END-IF
007633     PERFORM 1510-LOAD-FORMULA-INFO
007636         THRU 1510-LOAD-FORMULA-INFO-EXIT
007640     .
007650
007660 1500-LOAD-ONE-RULE-INFO-EXIT.
007670     EXIT.
007671
007672*****************************************************************
007673 1510-LOAD-FORMULA-INFO.
007674*****************************************************************
007675*  NON-NUMERIC OPERANDS (A RULE WRITTEN BEFORE THE FORMULA-TYPE
007676*  FIELDS EXISTED) ARE TAKEN AS ZERO, AS PRIME-TROUBLES 1810
007677*  DOES. PRIME-TROUBLES HAS ALREADY REJECTED AN INVALID RULE,
007678*  SO NO SLICE CAN HAVE FLAGGED A VALUE FOR ONE.
007679*----------------------------------------------------------------
007680     MOVE PT-RULE-MULT      TO WS-RI-MULT      (WS-RI-IDX)
007681     MOVE PT-RULE-MOD       TO WS-RI-MOD       (WS-RI-IDX)
007682     MOVE PT-RULE-TARGET    TO WS-RI-TARGET    (WS-RI-IDX)
007683     MOVE PT-RULE-FORM-TYPE TO WS-RI-FORM-TYPE (WS-RI-IDX)
007684     MOVE PT-RULE-CONNECT   TO WS-RI-CONNECT   (WS-RI-IDX)
007685     MOVE ZERO TO WS-RI-OFFSET (WS-RI-IDX)
007686                  WS-RI-REM-COUNT (WS-RI-IDX)
007687                  WS-RI-REM-2 (WS-RI-IDX)
007688                  WS-RI-REM-3 (WS-RI-IDX)
007689                  WS-RI-REM-4 (WS-RI-IDX)
007690                  WS-RI-MULT-2 (WS-RI-IDX)
007691                  WS-RI-MOD-2 (WS-RI-IDX)
007692                  WS-RI-OFFSET-2 (WS-RI-IDX)
007693                  WS-RI-TARGET-2 (WS-RI-IDX)
007694     IF PT-RULE-OFFSET NUMERIC
007695         MOVE PT-RULE-OFFSET TO WS-RI-OFFSET (WS-RI-IDX)
007696     END-IF
007697     IF PT-RULE-REM-COUNT NUMERIC
007698         MOVE PT-RULE-REM-COUNT TO WS-RI-REM-COUNT (WS-RI-IDX)
007699     END-IF
007700     IF PT-RULE-REM-2 NUMERIC
007701         MOVE PT-RULE-REM-2 TO WS-RI-REM-2 (WS-RI-IDX)
007702     END-IF
007703     IF PT-RULE-REM-3 NUMERIC
007704         MOVE PT-RULE-REM-3 TO WS-RI-REM-3 (WS-RI-IDX)
007705     END-IF
007706     IF PT-RULE-REM-4 NUMERIC
007707         MOVE PT-RULE-REM-4 TO WS-RI-REM-4 (WS-RI-IDX)
007708     END-IF
007709     IF PT-RULE-MULT-2 NUMERIC
007710         MOVE PT-RULE-MULT-2 TO WS-RI-MULT-2 (WS-RI-IDX)
007711     END-IF
007712     IF PT-RULE-MOD-2 NUMERIC
007713         MOVE PT-RULE-MOD-2 TO WS-RI-MOD-2 (WS-RI-IDX)
007714     END-IF
007715     IF PT-RULE-OFFSET-2 NUMERIC
007716         MOVE PT-RULE-OFFSET-2 TO WS-RI-OFFSET-2 (WS-RI-IDX)
007717     END-IF
007718     IF PT-RULE-TARGET-2 NUMERIC
007719         MOVE PT-RULE-TARGET-2 TO WS-RI-TARGET-2 (WS-RI-IDX)
007720     END-IF
007721     .
007722 1510-LOAD-FORMULA-INFO-EXIT.
007723     EXIT.
007724
007725*****************************************************************
007726 1530-NOTE-SUSPENDED.
007727*****************************************************************
007728     IF WS-SUSP-COUNT >= WS-MAX-RI
007729         GO TO 1530-NOTE-SUSPENDED-EXIT
007730     END-IF
007731     ADD 1 TO WS-SUSP-COUNT
007732     SET WS-SUSP-IDX TO WS-SUSP-COUNT
007733     MOVE PT-RULE-ID    TO WS-SUSP-RULE-ID (WS-SUSP-IDX)
007734     MOVE PT-RULE-LABEL TO WS-SUSP-LABEL   (WS-SUSP-IDX)
007735     .
007736
007737 1530-NOTE-SUSPENDED-EXIT.
007738     EXIT.
007739
007740*****************************************************************
007741 2000-MERGE-ONE-RULE.
007742*****************************************************************
007743     SET WS-RT-IDX TO WS-RT-NO
007744     MOVE WS-RT-RULE-ID  (WS-RT-IDX) TO WS-RULE-ID
007745     MOVE WS-RT-RUN-DATE (WS-RT-IDX) TO WS-RULE-RUN-DATE
007750     MOVE WS-RT-SCANNED  (WS-RT-IDX) TO WS-RULE-SCANNED-COUNT
007760     MOVE WS-RT-PRIME    (WS-RT-IDX) TO WS-RULE-PRIME-COUNT
007770     MOVE WS-RT-FLAGGED  (WS-RT-IDX) TO WS-RULE-FLAGGED-COUNT
008250         MOVE WS-RI-LABEL    (WS-RI-IDX) TO WS-RULE-LABEL
008260         MOVE WS-RI-MIN-FLAG (WS-RI-IDX) TO WS-RULE-MIN-FLAG
008270         MOVE WS-RI-MAX-FLAG (WS-RI-IDX) TO WS-RULE-MAX-FLAG
008271         MOVE "Y" TO WS-RULE-INFO-SW
008272         MOVE WS-RI-MULT      (WS-RI-IDX) TO WS-RULE-MULT
008273         MOVE WS-RI-MOD       (WS-RI-IDX) TO WS-RULE-MOD
008274         MOVE WS-RI-TARGET    (WS-RI-IDX) TO WS-RULE-TARGET
008275         MOVE WS-RI-FORM-TYPE (WS-RI-IDX) TO WS-RULE-FORM-TYPE
008276         MOVE WS-RI-OFFSET    (WS-RI-IDX) TO WS-RULE-OFFSET
008277         MOVE WS-RI-REM-COUNT (WS-RI-IDX) TO WS-RULE-REM-COUNT
008278         MOVE WS-RI-REM-2     (WS-RI-IDX) TO WS-RULE-REM-2
008279         MOVE WS-RI-REM-3     (WS-RI-IDX) TO WS-RULE-REM-3
008280         MOVE WS-RI-REM-4     (WS-RI-IDX) TO WS-RULE-REM-4
008281         MOVE WS-RI-CONNECT   (WS-RI-IDX) TO WS-RULE-CONNECT
008282         MOVE WS-RI-MULT-2    (WS-RI-IDX) TO WS-RULE-MULT-2
008283         MOVE WS-RI-MOD-2     (WS-RI-IDX) TO WS-RULE-MOD-2
008284         MOVE WS-RI-OFFSET-2  (WS-RI-IDX) TO WS-RULE-OFFSET-2
008285         MOVE WS-RI-TARGET-2  (WS-RI-IDX) TO WS-RULE-TARGET-2
008286     ELSE
008290         MOVE SPACES TO WS-RULE-LABEL
008300         MOVE ZERO   TO WS-RULE-MIN-FLAG
008310         MOVE ZERO   TO WS-RULE-MAX-FLAG
008315         MOVE "N"    TO WS-RULE-INFO-SW
008320     END-IF
008330     .
008340
008760             WS-RT-FLAGGED (WS-RT-IDX)
008770         MOVE "N" TO WS-RULE-COMPLETE-SW
008780     END-IF
008781
008782*    A RULE NO LONGER ON PTRULES HAS NO FORMULA TO RE-TEST -
008783*    ITS VALUES MERGE AS THE SLICES FOUND THEM.
008784     IF WS-RULE-COMPLETE AND WS-RULE-INFO-FOUND
008785         MOVE 0 TO WS-FORMULA-FAIL-COUNT
008786         PERFORM 2220-VERIFY-ONE-VALUE
008787             THRU 2220-VERIFY-ONE-VALUE-EXIT
008788             VARYING WS-VAL-NO FROM 1 BY 1
008789             UNTIL WS-VAL-NO > WS-VAL-COUNT
008790         IF WS-FORMULA-FAIL-COUNT > 0
008791             DISPLAY "PTSLMERG - RULE " WS-RULE-ID " "
008792                 WS-FORMULA-FAIL-COUNT
008793                 " MERGED VALUES FAIL THE PTRULES FORMULA - "
008794                 "RULE CHANGED SINCE THE SLICES RAN"
008795             MOVE "N" TO WS-RULE-COMPLETE-SW
008796         END-IF
008797     END-IF
008798     .
008800
008810 2200-CHECK-COMPLETE-EXIT.
008820     EXIT.
008940
008950 2210-CHECK-ONE-SLICE-EXIT.
008960     EXIT.
008961
008962*****************************************************************
008963 2220-VERIFY-ONE-VALUE.
008964*****************************************************************
008965     SET WS-VAL-IDX TO WS-VAL-NO
008966     IF WS-VAL-RULE-ID (WS-VAL-IDX) NOT = WS-RULE-ID
008967         GO TO 2220-VERIFY-ONE-VALUE-EXIT
008968     END-IF
008969
008970     MOVE WS-VAL-X (WS-VAL-IDX) TO WS-X
008971     PERFORM 2500-APPLY-FORMULA THRU 2500-APPLY-FORMULA-EXIT
008972     IF NOT WS-FORMULA-MATCH
008973         ADD 1 TO WS-FORMULA-FAIL-COUNT
008974     END-IF
008975     .
008976 2220-VERIFY-ONE-VALUE-EXIT.
008977     EXIT.
008978
008979*****************************************************************
008980 2500-APPLY-FORMULA.
008981*****************************************************************
008982*  SAME FORMULA TEST AS PRIME-TROUBLES 2500-APPLY-FORMULA. A
008983*  RULE EDITED TO A ZERO MODULUS SINCE THE SLICES RAN MATCHES
008984*  NOTHING RATHER THAN DIVIDING BY ZERO.
008985*----------------------------------------------------------------
008986     MOVE "N" TO WS-FORMULA-MATCH-SW
008987     IF WS-RULE-MOD <= 0
008988         GO TO 2500-APPLY-FORMULA-EXIT
008989     END-IF
008990     IF WS-RULE-FORM-STANDARD
008991         COMPUTE WS-FORMULA-VAL =
008992             (WS-RULE-MULT * WS-X) - 1
008993     ELSE
008994         COMPUTE WS-FORMULA-VAL =
008995             (WS-RULE-MULT * WS-X) + WS-RULE-OFFSET
008996     END-IF
008997     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD
008998         GIVING WS-FORMULA-VAL
008999         REMAINDER WS-FORMULA-REM
009000
009001     EVALUATE TRUE
009002         WHEN WS-RULE-FORM-SET
009003             IF WS-FORMULA-REM = WS-RULE-TARGET
009004                 OR (WS-RULE-REM-COUNT > 1
009005                     AND WS-FORMULA-REM = WS-RULE-REM-2)
009006                 OR (WS-RULE-REM-COUNT > 2
009007                     AND WS-FORMULA-REM = WS-RULE-REM-3)
009008                 OR (WS-RULE-REM-COUNT > 3
009009                     AND WS-FORMULA-REM = WS-RULE-REM-4)
009010                 MOVE "Y" TO WS-FORMULA-MATCH-SW
009011             END-IF
009012         WHEN WS-RULE-FORM-RANGE
009013             IF WS-FORMULA-REM >= WS-RULE-TARGET
009014                 AND WS-FORMULA-REM <= WS-RULE-REM-2
009015                 MOVE "Y" TO WS-FORMULA-MATCH-SW
009016             END-IF
009017         WHEN OTHER
009018             IF WS-FORMULA-REM = WS-RULE-TARGET
009019                 MOVE "Y" TO WS-FORMULA-MATCH-SW
009020             END-IF
009021     END-EVALUATE
009022
009023     IF WS-RULE-CONN-NONE
009024         GO TO 2500-APPLY-FORMULA-EXIT
009025     END-IF
009026     IF WS-RULE-CONN-AND AND NOT WS-FORMULA-MATCH
009027         GO TO 2500-APPLY-FORMULA-EXIT
009028     END-IF
009029     IF WS-RULE-CONN-OR AND WS-FORMULA-MATCH
009030         GO TO 2500-APPLY-FORMULA-EXIT
009031     END-IF
009032
009033     PERFORM 2510-APPLY-SECOND-CONDITION
009034         THRU 2510-APPLY-SECOND-CONDITION-EXIT
009035     IF WS-FORMULA-MATCH-2
009036         MOVE "Y" TO WS-FORMULA-MATCH-SW
009037     ELSE
009038         MOVE "N" TO WS-FORMULA-MATCH-SW
009039     END-IF
009040     .
009041
009042 2500-APPLY-FORMULA-EXIT.
009043     EXIT.
009044
009045*****************************************************************
009046 2510-APPLY-SECOND-CONDITION.
009047*****************************************************************
009048     MOVE "N" TO WS-FORMULA-MATCH-2-SW
009049     IF WS-RULE-MOD-2 <= 0
009050         GO TO 2510-APPLY-SECOND-CONDITION-EXIT
009051     END-IF
009052     COMPUTE WS-FORMULA-VAL =
009053         (WS-RULE-MULT-2 * WS-X) + WS-RULE-OFFSET-2
009054     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD-2
009055         GIVING WS-FORMULA-VAL
009056         REMAINDER WS-FORMULA-REM
009057     IF WS-FORMULA-REM = WS-RULE-TARGET-2
009058         MOVE "Y" TO WS-FORMULA-MATCH-2-SW
009059     END-IF
009060     .
009061
009062 2510-APPLY-SECOND-CONDITION-EXIT.
009063     EXIT.
009064
009065*****************************************************************
009066 2250-REPORT-INCOMPLETE.
009067*****************************************************************
009068     IF NOT WS-REPORT-OPEN
009069         GO TO 2250-REPORT-INCOMPLETE-EXIT
009070     END-IF
009071
009072     IF WS-LINE-NO >= WS-LINES-PER-PAGE
009073         PERFORM 2700-WRITE-REPORT-HEADER
009074             THRU 2700-WRITE-REPORT-HEADER-EXIT
009080     END-IF
009090     MOVE WS-RULE-ID TO INC-RULE-ID
009100     WRITE PT-REPORT-LINE FROM WS-INCOMP-LINE
010930*****************************************************************
010940 2795-RECORD-TOL-BREACH.
010950*****************************************************************
010951*  THE ALERT IS RAISED BEFORE THE TABLE-FULL TEST, SO A BREACH
010952*  THAT DOES NOT FIT THE TRAILER TABLE STILL REACHES PTALERT.
010953*----------------------------------------------------------------
010954     MOVE SPACES TO PT-ALERT-RECORD
010955     MOVE "C"        TO PT-ALR-SEVERITY
010956     MOVE WS-RULE-ID TO PT-ALR-RULE-ID
010957     MOVE WS-RULE-FLAGGED-COUNT TO WS-ALR-FLAGGED
010958     MOVE ZERO TO WS-ALR-MIN
010959     MOVE ZERO TO WS-ALR-MAX
010960     IF WS-RULE-MIN-FLAG NUMERIC
010961         MOVE WS-RULE-MIN-FLAG TO WS-ALR-MIN
010962     END-IF
010963     IF WS-RULE-MAX-FLAG NUMERIC
010964         MOVE WS-RULE-MAX-FLAG TO WS-ALR-MAX
010965     END-IF
010966     IF WS-ALR-MIN > 0
010967         AND WS-ALR-FLAGGED < WS-ALR-MIN
010968         MOVE "TOLLOW"  TO PT-ALR-CODE
010969     ELSE
010970         MOVE "TOLHIGH" TO PT-ALR-CODE
010971     END-IF
010972     STRING "RUN " WS-RUN-DATE
010973         DELIMITED BY SIZE INTO PT-ALR-SUBJECT
010974     STRING "FLAGGED " WS-ALR-FLAGGED
010975         " OUTSIDE TOLERANCE MIN " WS-ALR-MIN
010976         " MAX " WS-ALR-MAX
010977         DELIMITED BY SIZE INTO PT-ALR-MESSAGE
010978     PERFORM 8700-RAISE-ALERT THRU 8700-RAISE-ALERT-EXIT
010979
010980     IF WS-TOL-COUNT >= WS-MAX-RT
010981         GO TO 2795-RECORD-TOL-BREACH-EXIT
010982     END-IF
010990     ADD 1 TO WS-TOL-COUNT
011000     SET WS-TOL-IDX TO WS-TOL-COUNT
011010     MOVE WS-RULE-ID            TO WS-TOL-RULE-ID (WS-TOL-IDX)
012420     MOVE WS-TOTAL-PRIME-COUNT   TO TRL3-PRIMES
012430     MOVE WS-TOTAL-FLAGGED-COUNT TO TRL3-FLAGGED
012440     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-3
012441
012442     MOVE WS-TOTAL-SUSPENDED-COUNT TO TRL4-RULES-SUSP
012443     MOVE WS-TOTAL-RETIRED-COUNT   TO TRL4-RULES-RET
012444     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-4
012445
012446     IF WS-SUSP-COUNT > 0
012447         MOVE SPACES TO PT-REPORT-LINE
012448         WRITE PT-REPORT-LINE
012449         WRITE PT-REPORT-LINE FROM WS-SUSP-HEADING-LINE
012450         PERFORM 8040-WRITE-ONE-SUSPENDED
012451             THRU 8040-WRITE-ONE-SUSPENDED-EXIT
012452             VARYING WS-SUSP-IDX FROM 1 BY 1
012453             UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
012454     END-IF
012455
012460     IF WS-TOL-COUNT > 0
012470         MOVE SPACES TO PT-REPORT-LINE
012480         WRITE PT-REPORT-LINE
012570 8000-WRITE-TRAILER-EXIT.
012580     EXIT.
012590
012591*****************************************************************
012592 8040-WRITE-ONE-SUSPENDED.
012593*****************************************************************
012594     MOVE WS-SUSP-RULE-ID (WS-SUSP-IDX) TO SUSD-RULE-ID
012595     MOVE WS-SUSP-LABEL   (WS-SUSP-IDX) TO SUSD-LABEL
012596     WRITE PT-REPORT-LINE FROM WS-SUSP-DETAIL-LINE
012597     .
012598
012599 8040-WRITE-ONE-SUSPENDED-EXIT.
012600     EXIT.
012601
012602*****************************************************************
012610 8050-WRITE-ONE-TOL-BREACH.
012620*****************************************************************
012630     MOVE WS-TOL-RULE-ID (WS-TOL-IDX) TO TOLD-RULE-ID
012700 8050-WRITE-ONE-TOL-BREACH-EXIT.
012710     EXIT.
012720
012721*****************************************************************
012722 8700-RAISE-ALERT.
012723*****************************************************************
012724*  APPEND ONE RECORD TO THE PTALERT OPERATIONAL ALERT FEED. THE
012725*  CALLER CLEARS PT-ALERT-RECORD AND SETS THE SEVERITY, RULE ID,
012726*  CODE, SUBJECT AND MESSAGE. A FEED THAT CANNOT BE OPENED IS
012727*  REPORTED HERE BUT NEVER CHANGES THE OUTCOME OF THE RUN.
012728*----------------------------------------------------------------
012729     ACCEPT PT-ALR-DATE FROM DATE YYYYMMDD
012730     ACCEPT WS-ALR-TIME-RAW FROM TIME
012731     MOVE WS-ALR-TIME TO PT-ALR-TIME
012732     MOVE "PTSLMERG" TO PT-ALR-PROGRAM
012733
012734     OPEN EXTEND PT-ALERT-FILE
012735     IF WS-ALERT-STATUS = "35"
012736         OPEN OUTPUT PT-ALERT-FILE
012737     END-IF
012738     IF WS-ALERT-STATUS NOT = "00"
012739         DISPLAY "PTSLMERG - UNABLE TO OPEN PTALERT, STATUS = "
012740             WS-ALERT-STATUS " - ALERT " PT-ALR-CODE
012741             " NOT RAISED"
012742         GO TO 8700-RAISE-ALERT-EXIT
012743     END-IF
012744
012745     WRITE PT-ALERT-LINE FROM PT-ALERT-RECORD
012746     CLOSE PT-ALERT-FILE
012747     ADD 1 TO WS-ALERTS-RAISED
012748     .
012749
012750 8700-RAISE-ALERT-EXIT.
012751     EXIT.
012752
012753*****************************************************************
012754 9000-TERMINATE.
012755*****************************************************************
012760     IF WS-REPORT-OPEN
012770         CLOSE PT-REPORT-FILE
012780     END-IF
