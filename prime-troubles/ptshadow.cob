000340*  DATE       INIT  DESCRIPTION                                 *
000350*  2026-09-02 DLK   ORIGINAL VERSION - VALUE-LEVEL SHADOW       *
000360*                   COMPARISON BEFORE PROMOTION.                *
000362*  2026-10-15 DLK   CANDIDATES ARE NOW SCANNED WITH THEIR        *
000364*                   FORMULA TYPE (OFFSET, REMAINDER SET OR       *
000366*                   RANGE) AND AND/OR SECOND CONDITION, AND      *
000368*                   EDITED THE WAY PRIME-TROUBLES EDITS THEM.    *
000370*****************************************************************
000380
000390 ENVIRONMENT DIVISION.
001060     05  WS-RULE-MOD         PIC S9(05).
001070     05  WS-RULE-TARGET      PIC S9(05).
001080     05  WS-RULE-LABEL       PIC X(20).
001081     05  WS-RULE-FORM-TYPE   PIC X(01).
001082         88  WS-RULE-FORM-STANDARD  VALUE "S" SPACE.
001083         88  WS-RULE-FORM-OFFSET    VALUE "O".
001084         88  WS-RULE-FORM-SET       VALUE "L".
001085         88  WS-RULE-FORM-RANGE     VALUE "R".
001086         88  WS-RULE-FORM-VALID     VALUE "S" "O" "L" "R"
001087                                          SPACE.
001088     05  WS-RULE-OFFSET      PIC S9(05).
001089     05  WS-RULE-REM-COUNT   PIC 9(01).
001090     05  WS-RULE-REM-2       PIC S9(05).
001091     05  WS-RULE-REM-3       PIC S9(05).
001092     05  WS-RULE-REM-4       PIC S9(05).
001093     05  WS-RULE-CONNECT     PIC X(01).
001094         88  WS-RULE-CONN-NONE      VALUE SPACE.
001095         88  WS-RULE-CONN-AND       VALUE "A".
001096         88  WS-RULE-CONN-OR        VALUE "O".
001097         88  WS-RULE-CONN-VALID     VALUE "A" "O" SPACE.
001098     05  WS-RULE-MULT-2      PIC S9(05).
001099     05  WS-RULE-MOD-2       PIC S9(05).
001100     05  WS-RULE-OFFSET-2    PIC S9(05).
001101     05  WS-RULE-TARGET-2    PIC S9(05).
001102
001103*----------------------------------------------------------------
001110*  PRIME SIEVE TABLE - SAME CONSTRUCTION AS PRIME-TROUBLES
001120*  1150-BUILD-SIEVE SO THE SHADOW SCAN SEES EXACTLY THE PRIMES
001130*  THE PRODUCTION SCAN WOULD SEE.
001250 01  WS-X                PIC 9(05).
001260 01  WS-FORMULA-VAL      PIC S9(10).
001270 01  WS-FORMULA-REM      PIC S9(05).
001271 01  WS-FORMULA-MATCH-SW PIC X(01) VALUE "N".
001272     88  WS-FORMULA-MATCH       VALUE "Y".
001273 01  WS-FORMULA-MATCH-2-SW PIC X(01) VALUE "N".
001274     88  WS-FORMULA-MATCH-2     VALUE "Y".
001275 01  WS-REM-EDIT         PIC -(5)9.
001280 01  WS-IS-PRIME         PIC 9 VALUE 0.
001290 01  WS-RULE-SCANNED-COUNT PIC 9(05) COMP VALUE 0.
001300 01  WS-RULE-PRIME-COUNT   PIC 9(05) COMP VALUE 0.
002010     05  FILLER              PIC X(09) VALUE "  FORMULA".
002020     05  FILLER              PIC X(02) VALUE " (".
002030     05  HDR3-MULT           PIC -(4)9.
002036     05  FILLER              PIC X(04) VALUE " * X".
002042     05  HDR3-OFFSET         PIC +(5)9.
002050     05  FILLER              PIC X(06) VALUE ") MOD ".
002060     05  HDR3-MOD            PIC -(4)9.
002070     05  FILLER              PIC X(10) VALUE "  TARGET ".
002080     05  HDR3-TARGET         PIC -(4)9.
002081
002082 01  WS-HDR-LINE-4.
002083     05  FILLER              PIC X(01) VALUE SPACE.
002084     05  FILLER              PIC X(13) VALUE "FORMULA TYPE ".
002085     05  HDR4-FORM-TYPE      PIC X(01).
002086     05  FILLER              PIC X(02) VALUE SPACES.
002087     05  HDR4-ACCEPT-TEXT    PIC X(20).
002088     05  HDR4-REM-1          PIC X(06).
002089     05  HDR4-REM-2          PIC X(06).
002090     05  HDR4-REM-3          PIC X(06).
002091     05  HDR4-REM-4          PIC X(06).
002092
002093 01  WS-HDR-LINE-5.
002094     05  FILLER              PIC X(03) VALUE SPACES.
002095     05  HDR5-CONNECT        PIC X(03).
002096     05  FILLER              PIC X(15) VALUE
002097         " 2ND FORMULA (".
002098     05  HDR5-MULT           PIC -(4)9.
002099     05  FILLER              PIC X(04) VALUE " * X".
002100     05  HDR5-OFFSET         PIC +(5)9.
002101     05  FILLER              PIC X(06) VALUE ") MOD ".
002102     05  HDR5-MOD            PIC -(4)9.
002103     05  FILLER              PIC X(10) VALUE "  TARGET ".
002104     05  HDR5-TARGET         PIC -(4)9.
002105
002106 01  WS-IMPACT-LINE.
002110     05  FILLER              PIC X(03) VALUE SPACES.
002120     05  IMP-TEXT            PIC X(16).
002130     05  IMP-VALUE           PIC Z(4)9.
003680     MOVE PT-RULE-MOD    TO WS-RULE-MOD
003690     MOVE PT-RULE-TARGET TO WS-RULE-TARGET
003700     MOVE PT-RULE-LABEL  TO WS-RULE-LABEL
003703     PERFORM 1810-LOAD-FORMULA-FIELDS
003706         THRU 1810-LOAD-FORMULA-FIELDS-EXIT
003710     ADD 1 TO WS-TOTAL-RULES-COUNT
003720
003730     PERFORM 2700-WRITE-REPORT-HEADER
004010 1800-SHADOW-ONE-RULE-EXIT.
004020     EXIT.
004030
004031*****************************************************************
004032 1810-LOAD-FORMULA-FIELDS.
004033*****************************************************************
004034*  A RULE WRITTEN BEFORE THE FORMULA-TYPE FIELDS EXISTED CARRIES
004035*  SPACES THERE - TYPE SPACE IS THE STANDARD FORMULA, AND A
004036*  NON-NUMERIC OPERAND IS TAKEN AS ZERO, AS PRIME-TROUBLES
004037*  1810 TAKES IT. 1350 THEN EDITS WHATEVER THE TYPE AND
004038*  CONNECTOR ACTUALLY NEED.
004039*----------------------------------------------------------------
004040     MOVE PT-RULE-FORM-TYPE TO WS-RULE-FORM-TYPE
004041     MOVE PT-RULE-CONNECT   TO WS-RULE-CONNECT
004042     MOVE ZERO TO WS-RULE-OFFSET WS-RULE-REM-COUNT
004043                  WS-RULE-REM-2 WS-RULE-REM-3 WS-RULE-REM-4
004044                  WS-RULE-MULT-2 WS-RULE-MOD-2
004045                  WS-RULE-OFFSET-2 WS-RULE-TARGET-2
004046     IF PT-RULE-OFFSET NUMERIC
004047         MOVE PT-RULE-OFFSET TO WS-RULE-OFFSET
004048     END-IF
004049     IF PT-RULE-REM-COUNT NUMERIC
004050         MOVE PT-RULE-REM-COUNT TO WS-RULE-REM-COUNT
004051     END-IF
004052     IF PT-RULE-REM-2 NUMERIC
004053         MOVE PT-RULE-REM-2 TO WS-RULE-REM-2
004054     END-IF
004055     IF PT-RULE-REM-3 NUMERIC
004056         MOVE PT-RULE-REM-3 TO WS-RULE-REM-3
004057     END-IF
004058     IF PT-RULE-REM-4 NUMERIC
004059         MOVE PT-RULE-REM-4 TO WS-RULE-REM-4
004060     END-IF
004061     IF PT-RULE-MULT-2 NUMERIC
004062         MOVE PT-RULE-MULT-2 TO WS-RULE-MULT-2
004063     END-IF
004064     IF PT-RULE-MOD-2 NUMERIC
004065         MOVE PT-RULE-MOD-2 TO WS-RULE-MOD-2
004066     END-IF
004067     IF PT-RULE-OFFSET-2 NUMERIC
004068         MOVE PT-RULE-OFFSET-2 TO WS-RULE-OFFSET-2
004069     END-IF
004070     IF PT-RULE-TARGET-2 NUMERIC
004071         MOVE PT-RULE-TARGET-2 TO WS-RULE-TARGET-2
004072     END-IF
004073     .
004074
004075 1810-LOAD-FORMULA-FIELDS-EXIT.
004076     EXIT.
004077
004078*****************************************************************
004079 1900-READ-NEXT-CAND.
004080*****************************************************************
004081     READ PT-CANDS-FILE
004082         AT END
004090             MOVE "Y" TO WS-EOF-SW
004100     END-READ
004110     .
004460             TO SKIP-REASON
004470         GO TO 1350-VALIDATE-RULE-EXIT
004480     END-IF
004481
004482     IF NOT WS-RULE-FORM-VALID
004483         MOVE "N" TO WS-RULE-VALID-SW
004484         MOVE "INVALID FORMULA TYPE" TO SKIP-REASON
004485         GO TO 1350-VALIDATE-RULE-EXIT
004486     END-IF
004487
004488     IF WS-RULE-FORM-SET
004489         AND (WS-RULE-REM-COUNT < 1
004490           OR WS-RULE-REM-COUNT > 4)
004491         MOVE "N" TO WS-RULE-VALID-SW
004492         MOVE "REMAINDER SET COUNT NOT 1-4" TO SKIP-REASON
004493         GO TO 1350-VALIDATE-RULE-EXIT
004494     END-IF
004495
004496     IF WS-RULE-FORM-RANGE
004497         AND WS-RULE-REM-2 < WS-RULE-TARGET
004498         MOVE "N" TO WS-RULE-VALID-SW
004499         MOVE "REMAINDER RANGE LOW ABOVE HIGH" TO SKIP-REASON
004500         GO TO 1350-VALIDATE-RULE-EXIT
004501     END-IF
004502
004503     IF NOT WS-RULE-CONN-VALID
004504         MOVE "N" TO WS-RULE-VALID-SW
004505         MOVE "INVALID AND/OR CONNECTOR" TO SKIP-REASON
004506         GO TO 1350-VALIDATE-RULE-EXIT
004507     END-IF
004508
004509     IF NOT WS-RULE-CONN-NONE
004510         AND (WS-RULE-MOD-2 <= 0
004511           OR WS-RULE-MULT-2 <= 0)
004512         MOVE "N" TO WS-RULE-VALID-SW
004513         MOVE "2ND MULT/MODULUS NOT POSITIVE" TO SKIP-REASON
004514         GO TO 1350-VALIDATE-RULE-EXIT
004515     END-IF
004516     .
004517
004518 1350-VALIDATE-RULE-EXIT.
004520     EXIT.
004530
004540*****************************************************************
004610     END-IF
004620
004630     ADD 1 TO WS-RULE-PRIME-COUNT
004640     PERFORM 2500-APPLY-FORMULA THRU 2500-APPLY-FORMULA-EXIT
004690
004700     IF NOT WS-FORMULA-MATCH
004710         GO TO 2200-SCAN-ONE-VALUE-EXIT
004720     END-IF
004730
005050 2000-CHECK-PRIME-EXIT.
005060     EXIT.
005070
005071*****************************************************************
005072 2500-APPLY-FORMULA.
005073*****************************************************************
005074*  THE STANDARD TYPE KEEPS THE ORIGINAL FIXED -1 OFFSET; EVERY
005075*  OTHER TYPE APPLIES THE RULE'S OWN OFFSET. THE REMAINDER IS
005076*  THEN TESTED AGAINST ONE TARGET, A SET, OR A RANGE, AND A
005077*  SECOND CONDITION, WHEN PRESENT, IS JOINED BY AND/OR.
005078*----------------------------------------------------------------
005079     MOVE "N" TO WS-FORMULA-MATCH-SW
005080     IF WS-RULE-FORM-STANDARD
005081         COMPUTE WS-FORMULA-VAL =
005082             (WS-RULE-MULT * WS-X) - 1
005083     ELSE
005084         COMPUTE WS-FORMULA-VAL =
005085             (WS-RULE-MULT * WS-X) + WS-RULE-OFFSET
005086     END-IF
005087     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD
005088         GIVING WS-FORMULA-VAL
005089         REMAINDER WS-FORMULA-REM
005090
005091     EVALUATE TRUE
005092         WHEN WS-RULE-FORM-SET
005093             IF WS-FORMULA-REM = WS-RULE-TARGET
005094                 OR (WS-RULE-REM-COUNT > 1
005095                     AND WS-FORMULA-REM = WS-RULE-REM-2)
005096                 OR (WS-RULE-REM-COUNT > 2
005097                     AND WS-FORMULA-REM = WS-RULE-REM-3)
005098                 OR (WS-RULE-REM-COUNT > 3
005099                     AND WS-FORMULA-REM = WS-RULE-REM-4)
005100                 MOVE "Y" TO WS-FORMULA-MATCH-SW
005101             END-IF
005102         WHEN WS-RULE-FORM-RANGE
005103             IF WS-FORMULA-REM >= WS-RULE-TARGET
005104                 AND WS-FORMULA-REM <= WS-RULE-REM-2
005105                 MOVE "Y" TO WS-FORMULA-MATCH-SW
005106             END-IF
005107         WHEN OTHER
005108             IF WS-FORMULA-REM = WS-RULE-TARGET
005109                 MOVE "Y" TO WS-FORMULA-MATCH-SW
005110             END-IF
005111     END-EVALUATE
005112
005113     IF WS-RULE-CONN-NONE
005114         GO TO 2500-APPLY-FORMULA-EXIT
005115     END-IF
005116
005117*    AN AND THAT HAS ALREADY FAILED, OR AN OR THAT HAS ALREADY
005118*    MATCHED, IS SETTLED WITHOUT THE SECOND CONDITION.
005119     IF WS-RULE-CONN-AND AND NOT WS-FORMULA-MATCH
005120         GO TO 2500-APPLY-FORMULA-EXIT
005121     END-IF
005122     IF WS-RULE-CONN-OR AND WS-FORMULA-MATCH
005123         GO TO 2500-APPLY-FORMULA-EXIT
005124     END-IF
005125
005126     PERFORM 2510-APPLY-SECOND-CONDITION
005127         THRU 2510-APPLY-SECOND-CONDITION-EXIT
005128     IF WS-FORMULA-MATCH-2
005129         MOVE "Y" TO WS-FORMULA-MATCH-SW
005130     ELSE
005131         MOVE "N" TO WS-FORMULA-MATCH-SW
005132     END-IF
005133     .
005134
005135 2500-APPLY-FORMULA-EXIT.
005136     EXIT.
005137
005138*****************************************************************
005139 2510-APPLY-SECOND-CONDITION.
005140*****************************************************************
005141     MOVE "N" TO WS-FORMULA-MATCH-2-SW
005142     COMPUTE WS-FORMULA-VAL =
005143         (WS-RULE-MULT-2 * WS-X) + WS-RULE-OFFSET-2
005144     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD-2
005145         GIVING WS-FORMULA-VAL
005146         REMAINDER WS-FORMULA-REM
005147     IF WS-FORMULA-REM = WS-RULE-TARGET-2
005148         MOVE "Y" TO WS-FORMULA-MATCH-2-SW
005149     END-IF
005150     .
005151
005152 2510-APPLY-SECOND-CONDITION-EXIT.
005153     EXIT.
005154
005155*****************************************************************
005156 1700-COLLECT-BASELINE.
005157*****************************************************************
005158*  SAME SEQUENTIAL COLLECT AS PRIME-TROUBLES 1700-PRIOR-HIST -
005159*  THE BASELINE ARRIVES IN ASCENDING RULE/VALUE ORDER AND SO
005160*  MUST THE CANDIDATES.
005161*----------------------------------------------------------------
005162     MOVE 0 TO WS-PRIOR-COUNT
005163
005170     IF NOT WS-BASE-OPEN
005180         GO TO 1700-COLLECT-BASELINE-EXIT
005190     END-IF
007020     MOVE WS-RULE-MULT   TO HDR3-MULT
007030     MOVE WS-RULE-MOD    TO HDR3-MOD
007040     MOVE WS-RULE-TARGET TO HDR3-TARGET
007041     IF WS-RULE-FORM-STANDARD
007042         MOVE -1 TO HDR3-OFFSET
007043     ELSE
007044         MOVE WS-RULE-OFFSET TO HDR3-OFFSET
007045     END-IF
007046     PERFORM 2710-BUILD-FORMULA-LINES
007047         THRU 2710-BUILD-FORMULA-LINES-EXIT
007050
007060     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
007070     MOVE SPACES TO PT-REPORT-LINE
007080     WRITE PT-REPORT-LINE
007090     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-2
007100     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-3
007101     IF NOT WS-RULE-FORM-STANDARD
007102         WRITE PT-REPORT-LINE FROM WS-HDR-LINE-4
007103         ADD 1 TO WS-LINE-NO
007104     END-IF
007105     IF NOT WS-RULE-CONN-NONE
007106         WRITE PT-REPORT-LINE FROM WS-HDR-LINE-5
007107         ADD 1 TO WS-LINE-NO
007108     END-IF
007110     MOVE SPACES TO PT-REPORT-LINE
007120     WRITE PT-REPORT-LINE
007130
007160
007170 2700-WRITE-REPORT-HEADER-EXIT.
007180     EXIT.
007181
007182*****************************************************************
007183 2710-BUILD-FORMULA-LINES.
007184*****************************************************************
007185*  HEADER LINE 4 SHOWS THE REMAINDERS A NON-STANDARD TYPE
007186*  ACCEPTS; LINE 5 SHOWS THE AND/OR SECOND CONDITION. EACH IS
007187*  PRINTED ONLY WHEN THE RULE USES IT.
007188*----------------------------------------------------------------
007189     MOVE WS-RULE-FORM-TYPE TO HDR4-FORM-TYPE
007190     MOVE SPACES TO HDR4-REM-1 HDR4-REM-2 HDR4-REM-3 HDR4-REM-4
007191     MOVE WS-RULE-TARGET TO WS-REM-EDIT
007192     MOVE WS-REM-EDIT TO HDR4-REM-1
007193     EVALUATE TRUE
007194         WHEN WS-RULE-FORM-SET
007195             MOVE "REMAINDER SET:" TO HDR4-ACCEPT-TEXT
007196             IF WS-RULE-REM-COUNT > 1
007197                 MOVE WS-RULE-REM-2 TO WS-REM-EDIT
007198                 MOVE WS-REM-EDIT TO HDR4-REM-2
007199             END-IF
007200             IF WS-RULE-REM-COUNT > 2
007201                 MOVE WS-RULE-REM-3 TO WS-REM-EDIT
007202                 MOVE WS-REM-EDIT TO HDR4-REM-3
007203             END-IF
007204             IF WS-RULE-REM-COUNT > 3
007205                 MOVE WS-RULE-REM-4 TO WS-REM-EDIT
007206                 MOVE WS-REM-EDIT TO HDR4-REM-4
007207             END-IF
007208         WHEN WS-RULE-FORM-RANGE
007209             MOVE "REMAINDERS FROM/THRU" TO HDR4-ACCEPT-TEXT
007210             MOVE WS-RULE-REM-2 TO WS-REM-EDIT
007211             MOVE WS-REM-EDIT TO HDR4-REM-2
007212         WHEN OTHER
007213             MOVE "SINGLE TARGET:" TO HDR4-ACCEPT-TEXT
007214     END-EVALUATE
007215
007216     IF WS-RULE-CONN-AND
007217         MOVE "AND" TO HDR5-CONNECT
007218     ELSE
007219         MOVE "OR" TO HDR5-CONNECT
007220     END-IF
007221     MOVE WS-RULE-MULT-2   TO HDR5-MULT
007222     MOVE WS-RULE-OFFSET-2 TO HDR5-OFFSET
007223     MOVE WS-RULE-MOD-2    TO HDR5-MOD
007224     MOVE WS-RULE-TARGET-2 TO HDR5-TARGET
007225     .
007226
007227 2710-BUILD-FORMULA-LINES-EXIT.
007228     EXIT.
007229
007230*****************************************************************
007231 3800-PRINT-SUMMARY.
007232*****************************************************************
007233     MOVE SPACES TO PT-REPORT-LINE
007240     WRITE PT-REPORT-LINE
007250     ADD 1 TO WS-LINE-NO
007260     MOVE WS-CURRENT-COUNT TO SUMM-WOULD
