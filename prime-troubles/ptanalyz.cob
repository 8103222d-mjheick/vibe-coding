000270*  DATE       INIT  DESCRIPTION                                 *
000280*  2026-08-22 DLK   ORIGINAL VERSION - CANDIDATE-RULE           *
000290*                   REMAINDER DISTRIBUTION AND NEAR-MISS LIST.  *
000292*  2026-10-15 DLK   CANDIDATES ARE NOW SCANNED WITH THEIR        *
000294*                   FORMULA TYPE (OFFSET, REMAINDER SET OR       *
000296*                   RANGE) AND AND/OR SECOND CONDITION, AND      *
000298*                   EDITED THE WAY PRIME-TROUBLES EDITS THEM.    *
000300*****************************************************************
000310
000320 ENVIRONMENT DIVISION.
000790     05  WS-RULE-MOD         PIC S9(05).
000800     05  WS-RULE-TARGET      PIC S9(05).
000810     05  WS-RULE-LABEL       PIC X(20).
000811     05  WS-RULE-FORM-TYPE   PIC X(01).
000812         88  WS-RULE-FORM-STANDARD  VALUE "S" SPACE.
000813         88  WS-RULE-FORM-OFFSET    VALUE "O".
000814         88  WS-RULE-FORM-SET       VALUE "L".
000815         88  WS-RULE-FORM-RANGE     VALUE "R".
000816         88  WS-RULE-FORM-VALID     VALUE "S" "O" "L" "R"
000817                                          SPACE.
000818     05  WS-RULE-OFFSET      PIC S9(05).
000819     05  WS-RULE-REM-COUNT   PIC 9(01).
000820     05  WS-RULE-REM-2       PIC S9(05).
000821     05  WS-RULE-REM-3       PIC S9(05).
000822     05  WS-RULE-REM-4       PIC S9(05).
000823     05  WS-RULE-CONNECT     PIC X(01).
000824         88  WS-RULE-CONN-NONE      VALUE SPACE.
000825         88  WS-RULE-CONN-AND       VALUE "A".
000826         88  WS-RULE-CONN-OR        VALUE "O".
000827         88  WS-RULE-CONN-VALID     VALUE "A" "O" SPACE.
000828     05  WS-RULE-MULT-2      PIC S9(05).
000829     05  WS-RULE-MOD-2       PIC S9(05).
000830     05  WS-RULE-OFFSET-2    PIC S9(05).
000831     05  WS-RULE-TARGET-2    PIC S9(05).
000832
000833*----------------------------------------------------------------
000840*  PRIME SIEVE TABLE - SAME CONSTRUCTION AS PRIME-TROUBLES
000850*  1150-BUILD-SIEVE SO THE ANALYSIS SEES EXACTLY THE PRIMES
000860*  THE PRODUCTION SCAN WOULD SEE.
001020                         INDEXED BY WS-REM-IDX.
001030 01  WS-REM-NO           PIC 9(05) COMP VALUE 0.
001040 01  WS-REM-PRINT        PIC S9(05) VALUE 0.
001043 01  WS-REM-ACCEPTED-SW  PIC X(01) VALUE "N".
001046     88  WS-REM-ACCEPTED        VALUE "Y".
001050
001060*----------------------------------------------------------------
001070*  NEAR-MISS TABLE - PRIMES WHOSE REMAINDER LANDED WITHIN 1
001220 01  WS-X                PIC 9(05).
001230 01  WS-FORMULA-VAL      PIC S9(10).
001240 01  WS-FORMULA-REM      PIC S9(05).
001241 01  WS-FORMULA-REM-2    PIC S9(05).
001242 01  WS-FORMULA-MATCH-SW PIC X(01) VALUE "N".
001243     88  WS-FORMULA-MATCH       VALUE "Y".
001244 01  WS-FORMULA-MATCH-2-SW PIC X(01) VALUE "N".
001245     88  WS-FORMULA-MATCH-2     VALUE "Y".
001246 01  WS-REM-EDIT         PIC -(5)9.
001250 01  WS-IS-PRIME         PIC 9 VALUE 0.
001260 01  WS-REM-DIFF         PIC S9(06) VALUE 0.
001270 01  WS-RULE-SCANNED-COUNT PIC 9(05) COMP VALUE 0.
001730     05  FILLER              PIC X(09) VALUE "  FORMULA".
001740     05  FILLER              PIC X(02) VALUE " (".
001750     05  HDR3-MULT           PIC -(4)9.
001756     05  FILLER              PIC X(04) VALUE " * X".
001762     05  HDR3-OFFSET         PIC +(5)9.
001770     05  FILLER              PIC X(06) VALUE ") MOD ".
001780     05  HDR3-MOD            PIC -(4)9.
001790     05  FILLER              PIC X(10) VALUE "  TARGET ".
001800     05  HDR3-TARGET         PIC -(4)9.
001801
001802 01  WS-HDR-LINE-4.
001803     05  FILLER              PIC X(01) VALUE SPACE.
001804     05  FILLER              PIC X(13) VALUE "FORMULA TYPE ".
001805     05  HDR4-FORM-TYPE      PIC X(01).
001806     05  FILLER              PIC X(02) VALUE SPACES.
001807     05  HDR4-ACCEPT-TEXT    PIC X(20).
001808     05  HDR4-REM-1          PIC X(06).
001809     05  HDR4-REM-2          PIC X(06).
001810     05  HDR4-REM-3          PIC X(06).
001811     05  HDR4-REM-4          PIC X(06).
001812
001813 01  WS-HDR-LINE-5.
001814     05  FILLER              PIC X(03) VALUE SPACES.
001815     05  HDR5-CONNECT        PIC X(03).
001816     05  FILLER              PIC X(15) VALUE
001817         " 2ND FORMULA (".
001818     05  HDR5-MULT           PIC -(4)9.
001819     05  FILLER              PIC X(04) VALUE " * X".
001820     05  HDR5-OFFSET         PIC +(5)9.
001821     05  FILLER              PIC X(06) VALUE ") MOD ".
001822     05  HDR5-MOD            PIC -(4)9.
001823     05  FILLER              PIC X(10) VALUE "  TARGET ".
001824     05  HDR5-TARGET         PIC -(4)9.
001825
001826 01  WS-DIST-HEADING-LINE.
001830     05  FILLER              PIC X(03) VALUE SPACES.
001840     05  FILLER              PIC X(40) VALUE
001850         "REMAINDER DISTRIBUTION (NONZERO COUNTS)".
003470     MOVE PT-RULE-MOD    TO WS-RULE-MOD
003480     MOVE PT-RULE-TARGET TO WS-RULE-TARGET
003490     MOVE PT-RULE-LABEL  TO WS-RULE-LABEL
003493     PERFORM 1810-LOAD-FORMULA-FIELDS
003496         THRU 1810-LOAD-FORMULA-FIELDS-EXIT
003500     ADD 1 TO WS-TOTAL-RULES-COUNT
003510
003520     PERFORM 2700-WRITE-REPORT-HEADER
003850 1800-ANALYZE-RULE-EXIT.
003860     EXIT.
003870
003871*****************************************************************
003872 1810-LOAD-FORMULA-FIELDS.
003873*****************************************************************
003874*  A RULE WRITTEN BEFORE THE FORMULA-TYPE FIELDS EXISTED CARRIES
003875*  SPACES THERE - TYPE SPACE IS THE STANDARD FORMULA, AND A
003876*  NON-NUMERIC OPERAND IS TAKEN AS ZERO, AS PRIME-TROUBLES
003877*  1810 TAKES IT. 1350 THEN EDITS WHATEVER THE TYPE AND
003878*  CONNECTOR ACTUALLY NEED.
003879*----------------------------------------------------------------
003880     MOVE PT-RULE-FORM-TYPE TO WS-RULE-FORM-TYPE
003881     MOVE PT-RULE-CONNECT   TO WS-RULE-CONNECT
003882     MOVE ZERO TO WS-RULE-OFFSET WS-RULE-REM-COUNT
003883                  WS-RULE-REM-2 WS-RULE-REM-3 WS-RULE-REM-4
003884                  WS-RULE-MULT-2 WS-RULE-MOD-2
003885                  WS-RULE-OFFSET-2 WS-RULE-TARGET-2
003886     IF PT-RULE-OFFSET NUMERIC
003887         MOVE PT-RULE-OFFSET TO WS-RULE-OFFSET
003888     END-IF
003889     IF PT-RULE-REM-COUNT NUMERIC
003890         MOVE PT-RULE-REM-COUNT TO WS-RULE-REM-COUNT
003891     END-IF
003892     IF PT-RULE-REM-2 NUMERIC
003893         MOVE PT-RULE-REM-2 TO WS-RULE-REM-2
003894     END-IF
003895     IF PT-RULE-REM-3 NUMERIC
003896         MOVE PT-RULE-REM-3 TO WS-RULE-REM-3
003897     END-IF
003898     IF PT-RULE-REM-4 NUMERIC
003899         MOVE PT-RULE-REM-4 TO WS-RULE-REM-4
003900     END-IF
003901     IF PT-RULE-MULT-2 NUMERIC
003902         MOVE PT-RULE-MULT-2 TO WS-RULE-MULT-2
003903     END-IF
003904     IF PT-RULE-MOD-2 NUMERIC
003905         MOVE PT-RULE-MOD-2 TO WS-RULE-MOD-2
003906     END-IF
003907     IF PT-RULE-OFFSET-2 NUMERIC
003908         MOVE PT-RULE-OFFSET-2 TO WS-RULE-OFFSET-2
003909     END-IF
003910     IF PT-RULE-TARGET-2 NUMERIC
003911         MOVE PT-RULE-TARGET-2 TO WS-RULE-TARGET-2
003912     END-IF
003913     .
003914
003915 1810-LOAD-FORMULA-FIELDS-EXIT.
003916     EXIT.
003917
003918*****************************************************************
003919 1900-READ-NEXT-CAND.
003920*****************************************************************
003921     READ PT-CANDS-FILE
003922         AT END
003930             MOVE "Y" TO WS-EOF-SW
003940     END-READ
003950     .
004310             TO SKIP-REASON
004320         GO TO 1350-VALIDATE-RULE-EXIT
004330     END-IF
004331
004332     IF NOT WS-RULE-FORM-VALID
004333         MOVE "N" TO WS-RULE-VALID-SW
004334         MOVE "INVALID FORMULA TYPE" TO SKIP-REASON
004335         GO TO 1350-VALIDATE-RULE-EXIT
004336     END-IF
004337
004338     IF WS-RULE-FORM-SET
004339         AND (WS-RULE-REM-COUNT < 1
004340           OR WS-RULE-REM-COUNT > 4)
004341         MOVE "N" TO WS-RULE-VALID-SW
004342         MOVE "REMAINDER SET COUNT NOT 1-4" TO SKIP-REASON
004343         GO TO 1350-VALIDATE-RULE-EXIT
004344     END-IF
004345
004346     IF WS-RULE-FORM-RANGE
004347         AND WS-RULE-REM-2 < WS-RULE-TARGET
004348         MOVE "N" TO WS-RULE-VALID-SW
004349         MOVE "REMAINDER RANGE LOW ABOVE HIGH" TO SKIP-REASON
004350         GO TO 1350-VALIDATE-RULE-EXIT
004351     END-IF
004352
004353     IF NOT WS-RULE-CONN-VALID
004354         MOVE "N" TO WS-RULE-VALID-SW
004355         MOVE "INVALID AND/OR CONNECTOR" TO SKIP-REASON
004356         GO TO 1350-VALIDATE-RULE-EXIT
004357     END-IF
004358
004359     IF NOT WS-RULE-CONN-NONE
004360         AND (WS-RULE-MOD-2 <= 0
004361           OR WS-RULE-MULT-2 <= 0)
004362         MOVE "N" TO WS-RULE-VALID-SW
004363         MOVE "2ND MULT/MODULUS NOT POSITIVE" TO SKIP-REASON
004364         GO TO 1350-VALIDATE-RULE-EXIT
004365     END-IF
004366     .
004367
004368 1350-VALIDATE-RULE-EXIT.
004370     EXIT.
004380
004390*****************************************************************
004670     END-IF
004680
004690     ADD 1 TO WS-RULE-PRIME-COUNT
004700     PERFORM 2500-APPLY-FORMULA THRU 2500-APPLY-FORMULA-EXIT
004750
004751*    THE DISTRIBUTION IS OF THE FIRST CONDITION'S REMAINDER. AN
004752*    OFFSET THAT DRIVES THE FORMULA BELOW ZERO GIVES A NEGATIVE
004753*    REMAINDER, WHICH HAS NO SLOT - IT IS LEFT OUT OF THE
004754*    DISTRIBUTION BUT STILL COUNTED BY THE WOULD-FLAG TEST.
004755     IF WS-FORMULA-REM >= 0
004760         COMPUTE WS-REM-NO = WS-FORMULA-REM + 1
004770         SET WS-REM-IDX TO WS-REM-NO
004780         ADD 1 TO WS-REM-COUNT (WS-REM-IDX)
004785     END-IF
004790
004800     IF WS-FORMULA-MATCH
004810         ADD 1 TO WS-WOULD-FLAG-COUNT
004820     END-IF
004830
005070 2000-CHECK-PRIME-EXIT.
005080     EXIT.
005090
005091*****************************************************************
005092 2500-APPLY-FORMULA.
005093*****************************************************************
005094*  THE STANDARD TYPE KEEPS THE ORIGINAL FIXED -1 OFFSET; EVERY
005095*  OTHER TYPE APPLIES THE RULE'S OWN OFFSET. THE REMAINDER IS
005096*  THEN TESTED AGAINST ONE TARGET, A SET, OR A RANGE, AND A
005097*  SECOND CONDITION, WHEN PRESENT, IS JOINED BY AND/OR.
005098*----------------------------------------------------------------
005099     MOVE "N" TO WS-FORMULA-MATCH-SW
005100     IF WS-RULE-FORM-STANDARD
005101         COMPUTE WS-FORMULA-VAL =
005102             (WS-RULE-MULT * WS-X) - 1
005103     ELSE
005104         COMPUTE WS-FORMULA-VAL =
005105             (WS-RULE-MULT * WS-X) + WS-RULE-OFFSET
005106     END-IF
005107     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD
005108         GIVING WS-FORMULA-VAL
005109         REMAINDER WS-FORMULA-REM
005110
005111     EVALUATE TRUE
005112         WHEN WS-RULE-FORM-SET
005113             IF WS-FORMULA-REM = WS-RULE-TARGET
005114                 OR (WS-RULE-REM-COUNT > 1
005115                     AND WS-FORMULA-REM = WS-RULE-REM-2)
005116                 OR (WS-RULE-REM-COUNT > 2
005117                     AND WS-FORMULA-REM = WS-RULE-REM-3)
005118                 OR (WS-RULE-REM-COUNT > 3
005119                     AND WS-FORMULA-REM = WS-RULE-REM-4)
005120                 MOVE "Y" TO WS-FORMULA-MATCH-SW
005121             END-IF
005122         WHEN WS-RULE-FORM-RANGE
005123             IF WS-FORMULA-REM >= WS-RULE-TARGET
005124                 AND WS-FORMULA-REM <= WS-RULE-REM-2
005125                 MOVE "Y" TO WS-FORMULA-MATCH-SW
005126             END-IF
005127         WHEN OTHER
005128             IF WS-FORMULA-REM = WS-RULE-TARGET
005129                 MOVE "Y" TO WS-FORMULA-MATCH-SW
005130             END-IF
005131     END-EVALUATE
005132
005133     IF WS-RULE-CONN-NONE
005134         GO TO 2500-APPLY-FORMULA-EXIT
005135     END-IF
005136
005137*    AN AND THAT HAS ALREADY FAILED, OR AN OR THAT HAS ALREADY
005138*    MATCHED, IS SETTLED WITHOUT THE SECOND CONDITION.
005139     IF WS-RULE-CONN-AND AND NOT WS-FORMULA-MATCH
005140         GO TO 2500-APPLY-FORMULA-EXIT
005141     END-IF
005142     IF WS-RULE-CONN-OR AND WS-FORMULA-MATCH
005143         GO TO 2500-APPLY-FORMULA-EXIT
005144     END-IF
005145
005146     PERFORM 2510-APPLY-SECOND-CONDITION
005147         THRU 2510-APPLY-SECOND-CONDITION-EXIT
005148     IF WS-FORMULA-MATCH-2
005149         MOVE "Y" TO WS-FORMULA-MATCH-SW
005150     ELSE
005151         MOVE "N" TO WS-FORMULA-MATCH-SW
005152     END-IF
005153     .
005154
005155 2500-APPLY-FORMULA-EXIT.
005156     EXIT.
005157
005158*****************************************************************
005159 2510-APPLY-SECOND-CONDITION.
005160*****************************************************************
005161*  WORKS IN ITS OWN REMAINDER FIELD SO THE FIRST CONDITION'S
005162*  REMAINDER SURVIVES FOR THE DISTRIBUTION AND NEAR-MISS LIST.
005163*----------------------------------------------------------------
005164     MOVE "N" TO WS-FORMULA-MATCH-2-SW
005165     COMPUTE WS-FORMULA-VAL =
005166         (WS-RULE-MULT-2 * WS-X) + WS-RULE-OFFSET-2
005167     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD-2
005168         GIVING WS-FORMULA-VAL
005169         REMAINDER WS-FORMULA-REM-2
005170     IF WS-FORMULA-REM-2 = WS-RULE-TARGET-2
005171         MOVE "Y" TO WS-FORMULA-MATCH-2-SW
005172     END-IF
005173     .
005174
005175 2510-APPLY-SECOND-CONDITION-EXIT.
005176     EXIT.
005177
005178*****************************************************************
005179 2300-RECORD-NEAR-MISS.
005180*****************************************************************
005181     IF WS-NEAR-COUNT >= 200
005182         IF NOT WS-NEAR-CAP-WARNED
005183             DISPLAY "PTANALYZ - RULE " WS-RULE-ID
005184                 " NEAR-MISS LIST EXCEEDS 200 ENTRIES, "
005185                 "REMAINDER COUNTS REMAIN COMPLETE"
005186             MOVE "Y" TO WS-NEAR-CAP-WARNED-SW
005190         END-IF
005200         GO TO 2300-RECORD-NEAR-MISS-EXIT
005210     END-IF
005430     MOVE WS-RULE-MULT   TO HDR3-MULT
005440     MOVE WS-RULE-MOD    TO HDR3-MOD
005450     MOVE WS-RULE-TARGET TO HDR3-TARGET
005451     IF WS-RULE-FORM-STANDARD
005452         MOVE -1 TO HDR3-OFFSET
005453     ELSE
005454         MOVE WS-RULE-OFFSET TO HDR3-OFFSET
005455     END-IF
005456     PERFORM 2710-BUILD-FORMULA-LINES
005457         THRU 2710-BUILD-FORMULA-LINES-EXIT
005460
005470     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-1
005480     MOVE SPACES TO PT-REPORT-LINE
005490     WRITE PT-REPORT-LINE
005500     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-2
005510     WRITE PT-REPORT-LINE FROM WS-HDR-LINE-3
005511     IF NOT WS-RULE-FORM-STANDARD
005512         WRITE PT-REPORT-LINE FROM WS-HDR-LINE-4
005513         ADD 1 TO WS-LINE-NO
005514     END-IF
005515     IF NOT WS-RULE-CONN-NONE
005516         WRITE PT-REPORT-LINE FROM WS-HDR-LINE-5
005517         ADD 1 TO WS-LINE-NO
005518     END-IF
005520     MOVE SPACES TO PT-REPORT-LINE
005530     WRITE PT-REPORT-LINE
005540
005560
005570 2700-WRITE-REPORT-HEADER-EXIT.
005580     EXIT.
005581
005582*****************************************************************
005583 2710-BUILD-FORMULA-LINES.
005584*****************************************************************
005585*  HEADER LINE 4 SHOWS THE REMAINDERS A NON-STANDARD TYPE
005586*  ACCEPTS; LINE 5 SHOWS THE AND/OR SECOND CONDITION. EACH IS
005587*  PRINTED ONLY WHEN THE RULE USES IT.
005588*----------------------------------------------------------------
005589     MOVE WS-RULE-FORM-TYPE TO HDR4-FORM-TYPE
005590     MOVE SPACES TO HDR4-REM-1 HDR4-REM-2 HDR4-REM-3 HDR4-REM-4
005591     MOVE WS-RULE-TARGET TO WS-REM-EDIT
005592     MOVE WS-REM-EDIT TO HDR4-REM-1
005593     EVALUATE TRUE
005594         WHEN WS-RULE-FORM-SET
005595             MOVE "REMAINDER SET:" TO HDR4-ACCEPT-TEXT
005596             IF WS-RULE-REM-COUNT > 1
005597                 MOVE WS-RULE-REM-2 TO WS-REM-EDIT
005598                 MOVE WS-REM-EDIT TO HDR4-REM-2
005599             END-IF
005600             IF WS-RULE-REM-COUNT > 2
005601                 MOVE WS-RULE-REM-3 TO WS-REM-EDIT
005602                 MOVE WS-REM-EDIT TO HDR4-REM-3
005603             END-IF
005604             IF WS-RULE-REM-COUNT > 3
005605                 MOVE WS-RULE-REM-4 TO WS-REM-EDIT
005606                 MOVE WS-REM-EDIT TO HDR4-REM-4
005607             END-IF
005608         WHEN WS-RULE-FORM-RANGE
005609             MOVE "REMAINDERS FROM/THRU" TO HDR4-ACCEPT-TEXT
005610             MOVE WS-RULE-REM-2 TO WS-REM-EDIT
005611             MOVE WS-REM-EDIT TO HDR4-REM-2
005612         WHEN OTHER
005613             MOVE "SINGLE TARGET:" TO HDR4-ACCEPT-TEXT
005614     END-EVALUATE
005615
005616     IF WS-RULE-CONN-AND
005617         MOVE "AND" TO HDR5-CONNECT
005618     ELSE
005619         MOVE "OR" TO HDR5-CONNECT
005620     END-IF
005621     MOVE WS-RULE-MULT-2   TO HDR5-MULT
005622     MOVE WS-RULE-OFFSET-2 TO HDR5-OFFSET
005623     MOVE WS-RULE-MOD-2    TO HDR5-MOD
005624     MOVE WS-RULE-TARGET-2 TO HDR5-TARGET
005625     .
005626
005627 2710-BUILD-FORMULA-LINES-EXIT.
005628     EXIT.
005629
005630*****************************************************************
005631 2750-WRITE-ONE-LINE.
005632*****************************************************************
005633*  COMMON PAGE-BREAK WRAPPER - THE CALLER BUILDS PT-REPORT-LINE
005640*  IN WS BEFORE PERFORMING THIS.
005650*----------------------------------------------------------------
005660     IF WS-LINE-NO >= WS-LINES-PER-PAGE
005950*  SLOT N HOLDS REMAINDER N - 1. A ZERO-COUNT REMAINDER ONLY
005960*  PRINTS WHEN IT IS THE TARGET OR A NEIGHBOR OF IT, SO A WIDE
005970*  MODULUS DOES NOT DROWN THE REPORT IN EMPTY ROWS BUT THE
005980*  TARGET ROW IS ALWAYS VISIBLE. EVERY REMAINDER A SET OR
005985*  RANGE TYPE ACCEPTS IS TREATED AS A TARGET ROW.
005990*----------------------------------------------------------------
006000     SET WS-REM-IDX TO WS-REM-NO
006010     COMPUTE WS-REM-PRINT = WS-REM-NO - 1
006020     COMPUTE WS-REM-DIFF = WS-REM-PRINT - WS-RULE-TARGET
006025     PERFORM 3150-CHECK-ACCEPTED THRU 3150-CHECK-ACCEPTED-EXIT
006030
006040     IF WS-REM-COUNT (WS-REM-IDX) = 0
006045         AND NOT WS-REM-ACCEPTED
006050         AND (WS-REM-DIFF < -1 OR WS-REM-DIFF > 1)
006060         GO TO 3100-PRINT-ONE-REMAINDER-EXIT
006070     END-IF
006090     MOVE WS-REM-PRINT TO DIST-REMAINDER
006100     MOVE WS-REM-COUNT (WS-REM-IDX) TO DIST-COUNT
006110     MOVE SPACES TO DIST-MARK
006120     IF WS-REM-ACCEPTED
006130         MOVE "<== TARGET" TO DIST-MARK
006140     ELSE
006150         IF WS-REM-DIFF >= -1 AND WS-REM-DIFF <= 1
006220
006230 3100-PRINT-ONE-REMAINDER-EXIT.
006240     EXIT.
006241
006242*****************************************************************
006243 3150-CHECK-ACCEPTED.
006244*****************************************************************
006245     MOVE "N" TO WS-REM-ACCEPTED-SW
006246     EVALUATE TRUE
006247         WHEN WS-RULE-FORM-SET
006248             IF WS-REM-PRINT = WS-RULE-TARGET
006249                 OR (WS-RULE-REM-COUNT > 1
006250                     AND WS-REM-PRINT = WS-RULE-REM-2)
006251                 OR (WS-RULE-REM-COUNT > 2
006252                     AND WS-REM-PRINT = WS-RULE-REM-3)
006253                 OR (WS-RULE-REM-COUNT > 3
006254                     AND WS-REM-PRINT = WS-RULE-REM-4)
006255                 MOVE "Y" TO WS-REM-ACCEPTED-SW
006256             END-IF
006257         WHEN WS-RULE-FORM-RANGE
006258             IF WS-REM-PRINT >= WS-RULE-TARGET
006259                 AND WS-REM-PRINT <= WS-RULE-REM-2
006260                 MOVE "Y" TO WS-REM-ACCEPTED-SW
006261             END-IF
006262         WHEN OTHER
006263             IF WS-REM-PRINT = WS-RULE-TARGET
006264                 MOVE "Y" TO WS-REM-ACCEPTED-SW
006265             END-IF
006266     END-EVALUATE
006267     .
006268
006269 3150-CHECK-ACCEPTED-EXIT.
006270     EXIT.
006271
006272*****************************************************************
006273 3500-PRINT-NEAR-MISSES.
006280*****************************************************************
006290     IF WS-NEAR-COUNT = 0
006300         GO TO 3500-PRINT-NEAR-MISSES-EXIT
