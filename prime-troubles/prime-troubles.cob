000950*                   SPLIT-RANGE NIGHT, AND PTREJECT RECORDS ARE  *
000960*                   STAMPED WITH THE RUN DATE FOR THE PTREJUPD   *
000970*                   FOLD.                                        *
000971*  2026-10-15 DLK   RULES NOW CARRY A FORMULA-TYPE CODE (SEE     *
000972*                   PTRULE01) - A CUSTOM OFFSET, A SET OR RANGE  *
000973*                   OF ACCEPTED REMAINDERS, AND AN OPTIONAL      *
000974*                   SECOND CONDITION JOINED BY AND/OR.           *
000975*                   2500-APPLY-FORMULA NOW SETS A MATCH SWITCH   *
000976*                   AND 1350-VALIDATE-RULE REJECTS BAD FORMULA   *
000977*                   OPERANDS WITH REASONS 08-12.                 *
000979*  2026-10-15 DLK   A TOLERANCE BREACH IS ALSO RAISED AS A       *
000981*                   CRITICAL TOLLOW/TOLHIGH ALERT ON THE PTALERT *
000983*                   OPERATIONAL ALERT FEED (SEE PTALR01).        *
000984*  2026-10-15 DLK   RULES NOW CARRY A STATUS (SEE PTRULE01). A   *
000985*                   SUSPENDED RULE IS NOT SCANNED AND IS LISTED  *
000986*                   IN ITS OWN TRAILER SECTION, APART FROM THE   *
000987*                   NOT-SCHEDULED COUNT; A RETIRED RULE IS       *
000988*                   PASSED OVER AND ONLY COUNTED. NEITHER IS     *
000989*                   VALIDATED OR REJECTED.                       *
000990*  2026-10-15 DLK   THE TOLERANCE, SUSPENDED AND COMPLETED-RULE  *
000991*                   TABLES NOW HOLD 999 RULES, THE WHOLE RULE    *
000992*                   ID RANGE - RETIRED RULES KEEP THEIR IDS ON   *
000993*                   PTRULES FOR GOOD.                            *
000994*****************************************************************
000995
001000 ENVIRONMENT DIVISION.
001010 CONFIGURATION SECTION.
001020 SOURCE-COMPUTER.   IBM-370.
001530     SELECT PT-RSTATE-FILE ASSIGN TO "PTRSTATE"
001540         ORGANIZATION IS LINE SEQUENTIAL
001550         FILE STATUS IS WS-RSTATE-STATUS.
001552
001554     SELECT PT-ALERT-FILE ASSIGN TO "PTALERT"
001556         ORGANIZATION IS LINE SEQUENTIAL
001558         FILE STATUS IS WS-ALERT-STATUS.
001560
001570 DATA DIVISION.
001580 FILE SECTION.
002140 FD  PT-RSTATE-FILE
002150     RECORDING MODE IS F.
002160 COPY PTRST01.
002162
002164 FD  PT-ALERT-FILE
002166     RECORDING MODE IS F.
002168 01  PT-ALERT-LINE           PIC X(130).
002170
002180 WORKING-STORAGE SECTION.
002190*----------------------------------------------------------------
002210*----------------------------------------------------------------
002220 01  WS-RULES-STATUS     PIC X(02) VALUE "00".
002230 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
002235 01  WS-ALERT-STATUS     PIC X(02) VALUE "00".
002240 01  WS-HSTPRV-STATUS    PIC X(02) VALUE "00".
002250 01  WS-HSTCUR-STATUS    PIC X(02) VALUE "00".
002260 01  WS-CKPT-STATUS      PIC X(02) VALUE "00".
002750     05  WS-RULE-FREQ-DAY    PIC 9(02).
002760     05  WS-RULE-MIN-FLAG    PIC 9(05).
002770     05  WS-RULE-MAX-FLAG    PIC 9(05).
002771     05  WS-RULE-FORM-TYPE   PIC X(01).
002772         88  WS-RULE-FORM-STANDARD  VALUE "S" SPACE.
002773         88  WS-RULE-FORM-OFFSET    VALUE "O".
002774         88  WS-RULE-FORM-SET       VALUE "L".
002775         88  WS-RULE-FORM-RANGE     VALUE "R".
002776         88  WS-RULE-FORM-VALID     VALUE "S" "O" "L" "R"
002777                                          SPACE.
002778     05  WS-RULE-OFFSET      PIC S9(05).
002779     05  WS-RULE-REM-COUNT   PIC 9(01).
002780     05  WS-RULE-REM-2       PIC S9(05).
002781     05  WS-RULE-REM-3       PIC S9(05).
002782     05  WS-RULE-REM-4       PIC S9(05).
002783     05  WS-RULE-CONNECT     PIC X(01).
002784         88  WS-RULE-CONN-NONE      VALUE SPACE.
002785         88  WS-RULE-CONN-AND       VALUE "A".
002786         88  WS-RULE-CONN-OR        VALUE "O".
002787         88  WS-RULE-CONN-VALID     VALUE "A" "O" SPACE.
002788     05  WS-RULE-MULT-2      PIC S9(05).
002789     05  WS-RULE-MOD-2       PIC S9(05).
002790     05  WS-RULE-OFFSET-2    PIC S9(05).
002791     05  WS-RULE-TARGET-2    PIC S9(05).
002792
002793*----------------------------------------------------------------
002800*  PER-RULE SUBTOTAL COUNTERS - RESET AT THE START OF EACH RULE
002810*----------------------------------------------------------------
002820 01  WS-RULE-SCANNED-COUNT PIC 9(05) COMP VALUE 0.
002890 01  WS-TOTAL-RULES-COUNT  PIC 9(05) COMP VALUE 0.
002900 01  WS-TOTAL-REJECT-COUNT PIC 9(05) COMP VALUE 0.
002910 01  WS-TOTAL-SKIPPED-COUNT PIC 9(05) COMP VALUE 0.
002913 01  WS-TOTAL-SUSPENDED-COUNT PIC 9(05) COMP VALUE 0.
002916 01  WS-TOTAL-RETIRED-COUNT PIC 9(05) COMP VALUE 0.
002920 01  WS-TOTAL-SCANNED-COUNT PIC 9(07) COMP VALUE 0.
002930 01  WS-TOTAL-PRIME-COUNT  PIC 9(07) COMP VALUE 0.
002940 01  WS-TOTAL-FLAGGED-COUNT PIC 9(07) COMP VALUE 0.
004050*  FORCES RETURN CODE 8 AT END OF JOB.
004060*----------------------------------------------------------------
004070 01  WS-TOL-TABLE.
004080     05  WS-TOL-ENTRY OCCURS 999 TIMES
004090                 INDEXED BY WS-TOL-IDX.
004100         10  WS-TOL-RULE-ID      PIC 9(03).
004110         10  WS-TOL-FLAGGED      PIC 9(05).
004120         10  WS-TOL-MIN          PIC 9(05).
004130         10  WS-TOL-MAX          PIC 9(05).
004140 01  WS-TOL-COUNT        PIC 9(03) COMP VALUE 0.
004141*    CAPACITY OF EVERY PER-RULE TABLE - ONE SLOT PER RULE ID.
004142 01  WS-MAX-RULE-SLOTS   PIC 9(03) COMP VALUE 999.
004143
004144*----------------------------------------------------------------
004145*  SUSPENDED RULE TABLE - ONE ENTRY PER RULE PASSED OVER AS
004146*  SUSPENDED, LISTED IN THE TRAILER SO A SUSPENSION IS NEVER
004147*  MISTAKEN FOR A SCHEDULE SKIP OR FORGOTTEN.
004148*----------------------------------------------------------------
004149 01  WS-SUSP-TABLE.
004150     05  WS-SUSP-ENTRY OCCURS 999 TIMES
004151                 INDEXED BY WS-SUSP-IDX.
004152         10  WS-SUSP-RULE-ID     PIC 9(03).
004153         10  WS-SUSP-LABEL       PIC X(20).
004154 01  WS-SUSP-COUNT       PIC 9(03) COMP VALUE 0.
004155
004160*----------------------------------------------------------------
004170*  RESTART/CHECKPOINT CONTROL FIELDS
004180*----------------------------------------------------------------
004330*  RE-DERIVING OUTPUT THE PRIOR RUN ALREADY PRODUCED.
004340*----------------------------------------------------------------
004350 01  WS-DONE-RULE-TABLE.
004360     05  WS-DONE-ENTRY   OCCURS 999 TIMES
004370                         INDEXED BY WS-DONE-IDX.
004380         10  WS-DONE-RULE-ID      PIC 9(03).
004390         10  WS-DONE-SCANNED-COUNT PIC 9(05).
004630 01  WS-X                PIC 9(05).
004640 01  WS-FORMULA-VAL      PIC S9(10).
004650 01  WS-FORMULA-REM      PIC S9(05).
004652 01  WS-FORMULA-MATCH-SW PIC X(01) VALUE "N".
004654     88  WS-FORMULA-MATCH        VALUE "Y".
004656 01  WS-FORMULA-MATCH-2-SW PIC X(01) VALUE "N".
004658     88  WS-FORMULA-MATCH-2      VALUE "Y".
004660 01  WS-IS-PRIME         PIC 9 VALUE 0.
004670
004680*----------------------------------------------------------------
006240     05  FILLER              PIC X(03) VALUE SPACES.
006250     05  FILLER              PIC X(16) VALUE "TOTAL FLAGGED: ".
006260     05  TRL3-FLAGGED        PIC Z(6)9.
006261
006262 01  WS-TRAILER-LINE-4.
006263     05  FILLER              PIC X(03) VALUE SPACES.
006264     05  FILLER              PIC X(18) VALUE "RULES SUSPENDED: ".
006265     05  TRL4-RULES-SUSP     PIC Z(4)9.
006266     05  FILLER              PIC X(03) VALUE SPACES.
006267     05  FILLER              PIC X(16) VALUE "RULES RETIRED: ".
006268     05  TRL4-RULES-RET      PIC Z(4)9.
006269
006270 01  WS-SUSP-HEADING-LINE.
006271     05  FILLER              PIC X(01) VALUE SPACE.
006272     05  FILLER              PIC X(29) VALUE
006273         "SUSPENDED RULES - NOT SCANNED".
006274
006275 01  WS-SUSP-DETAIL-LINE.
006276     05  FILLER              PIC X(03) VALUE SPACES.
006277     05  FILLER              PIC X(05) VALUE "RULE ".
006278     05  SUSD-RULE-ID        PIC 9(03).
006279     05  FILLER              PIC X(02) VALUE SPACES.
006280     05  SUSD-LABEL          PIC X(20).
006281
006282 01  WS-TOL-HEADING-LINE.
006290     05  FILLER              PIC X(01) VALUE SPACE.
006300     05  FILLER              PIC X(44) VALUE
006310         "TOLERANCE EXCEPTIONS - FLAGGED COUNT OUTSIDE".
006410     05  TOLD-MIN            PIC Z(4)9.
006420     05  FILLER              PIC X(06) VALUE " THRU ".
006430     05  TOLD-MAX            PIC Z(4)9.
006431
006432*----------------------------------------------------------------
006433*  OPERATIONAL ALERT FEED (SEE PTALR01) - BUILT HERE, WRITTEN
006434*  TO PTALERT BY 8700-RAISE-ALERT
006435*----------------------------------------------------------------
006436 COPY PTALR01.
006437 01  WS-ALR-TIME-RAW     PIC 9(08) VALUE 0.
006438 01  WS-ALR-TIME-R REDEFINES WS-ALR-TIME-RAW.
006439     05  WS-ALR-TIME     PIC 9(06).
006440 01  WS-ALERTS-RAISED    PIC 9(05) COMP VALUE 0.
006441 01  WS-ALR-FLAGGED      PIC 9(07) VALUE 0.
006442 01  WS-ALR-MIN          PIC 9(05) VALUE 0.
006443 01  WS-ALR-MAX          PIC 9(05) VALUE 0.
006444
006450 PROCEDURE DIVISION.
006460*****************************************************************
006470 0000-MAINLINE.
010320     END-IF
010330
010340     IF PT-CKPT-RULE-DONE
010350         IF WS-DONE-RULE-COUNT < WS-MAX-RULE-SLOTS
010360             ADD 1 TO WS-DONE-RULE-COUNT
010370             SET WS-DONE-IDX TO WS-DONE-RULE-COUNT
010380             MOVE PT-CKPT-RULE-ID TO WS-DONE-RULE-ID (WS-DONE-IDX)
010440                 TO WS-DONE-FLAGGED-COUNT (WS-DONE-IDX)
010450         ELSE
010460             IF NOT WS-DONE-CAP-WARNED
010470                 DISPLAY "PRIME-TROUBLES - MORE THAN "
010475                     WS-MAX-RULE-SLOTS
010480                     " RULES COMPLETED, CHECKPOINT TABLE FULL, "
010490                     "RESTART MAY RESCAN SOME RULES"
010500                 MOVE "Y" TO WS-DONE-CAP-WARNED-SW
010510             END-IF
010830     MOVE PT-RULE-FREQ-DAY TO WS-RULE-FREQ-DAY
010840     MOVE PT-RULE-MIN-FLAG TO WS-RULE-MIN-FLAG
010850     MOVE PT-RULE-MAX-FLAG TO WS-RULE-MAX-FLAG
010853     PERFORM 1810-LOAD-FORMULA-FIELDS
010856         THRU 1810-LOAD-FORMULA-FIELDS-EXIT
010860
010861*----------------------------------------------------------------
010862*    A RETIRED RULE IS A TOMBSTONE HOLDING ITS ID - NOTHING TO
010863*    SCAN, VALIDATE OR REPORT. A SUSPENDED RULE IS SKIPPED
010864*    WHETHER OR NOT IT IS SCHEDULED TODAY, AND COUNTED APART
010865*    FROM THE SCHEDULE SKIPS.
010866*----------------------------------------------------------------
010867     IF PT-RULE-RETIRED
010868         ADD 1 TO WS-TOTAL-RETIRED-COUNT
010869         GO TO 1800-READ-AHEAD
010870     END-IF
010871     IF PT-RULE-SUSPENDED
010872         ADD 1 TO WS-TOTAL-SUSPENDED-COUNT
010873         DISPLAY "PRIME-TROUBLES - RULE " WS-RULE-ID
010874             " SUSPENDED, NOT SCANNED"
010875         PERFORM 1830-NOTE-SUSPENDED
010876             THRU 1830-NOTE-SUSPENDED-EXIT
010877         GO TO 1800-READ-AHEAD
010878     END-IF
010879
010880     PERFORM 1350-VALIDATE-RULE THRU 1350-VALIDATE-RULE-EXIT
010881     IF NOT WS-RULE-VALID
010890         PERFORM 1360-WRITE-REJECT THRU 1360-WRITE-REJECT-EXIT
010900         ADD 1 TO WS-TOTAL-REJECT-COUNT
010910         GO TO 1800-READ-AHEAD
011340             ADD 1 TO WS-RULE-PRIME-COUNT
011350             PERFORM 2500-APPLY-FORMULA
011360                 THRU 2500-APPLY-FORMULA-EXIT
011370             IF WS-FORMULA-MATCH
011380                 ADD 1 TO WS-RULE-FLAGGED-COUNT
011390                 IF WS-SLICE-MODE
011400                     PERFORM 2760-WRITE-SLICE-DETAIL
012010
012020 1800-PROCESS-RULE-EXIT.
012030     EXIT.
012031
012032*****************************************************************
012033 1830-NOTE-SUSPENDED.
012034*****************************************************************
012035     IF WS-SUSP-COUNT >= WS-MAX-RULE-SLOTS
012036         GO TO 1830-NOTE-SUSPENDED-EXIT
012037     END-IF
012038     ADD 1 TO WS-SUSP-COUNT
012039     SET WS-SUSP-IDX TO WS-SUSP-COUNT
012040     MOVE WS-RULE-ID    TO WS-SUSP-RULE-ID (WS-SUSP-IDX)
012041     MOVE WS-RULE-LABEL TO WS-SUSP-LABEL   (WS-SUSP-IDX)
012042     .
012043
012044 1830-NOTE-SUSPENDED-EXIT.
012045     EXIT.
012046
012050*****************************************************************
012060 1900-READ-NEXT-RULE.
012070*****************************************************************
012130
012140 1900-READ-NEXT-RULE-EXIT.
012150     EXIT.
012151
012152*****************************************************************
012153 1810-LOAD-FORMULA-FIELDS.
012154*****************************************************************
012155*  A RULE WRITTEN BEFORE THE FORMULA-TYPE FIELDS EXISTED CARRIES
012156*  SPACES THERE - TYPE SPACE IS THE STANDARD FORMULA, AND A
012157*  NON-NUMERIC OPERAND IS TAKEN AS ZERO, THE SAME WAY SPACE
012158*  TOLERANCES MEAN NO RANGE IN 2790. 1350 THEN EDITS WHATEVER
012159*  THE TYPE AND CONNECTOR ACTUALLY NEED.
012160*----------------------------------------------------------------
012161     MOVE PT-RULE-FORM-TYPE TO WS-RULE-FORM-TYPE
012162     MOVE PT-RULE-CONNECT   TO WS-RULE-CONNECT
012163     MOVE ZERO TO WS-RULE-OFFSET WS-RULE-REM-COUNT
012164                  WS-RULE-REM-2 WS-RULE-REM-3 WS-RULE-REM-4
012165                  WS-RULE-MULT-2 WS-RULE-MOD-2
012166                  WS-RULE-OFFSET-2 WS-RULE-TARGET-2
012167     IF PT-RULE-OFFSET NUMERIC
012168         MOVE PT-RULE-OFFSET TO WS-RULE-OFFSET
012169     END-IF
012170     IF PT-RULE-REM-COUNT NUMERIC
012171         MOVE PT-RULE-REM-COUNT TO WS-RULE-REM-COUNT
012172     END-IF
012173     IF PT-RULE-REM-2 NUMERIC
012174         MOVE PT-RULE-REM-2 TO WS-RULE-REM-2
012175     END-IF
012176     IF PT-RULE-REM-3 NUMERIC
012177         MOVE PT-RULE-REM-3 TO WS-RULE-REM-3
012178     END-IF
012179     IF PT-RULE-REM-4 NUMERIC
012180         MOVE PT-RULE-REM-4 TO WS-RULE-REM-4
012181     END-IF
012182     IF PT-RULE-MULT-2 NUMERIC
012183         MOVE PT-RULE-MULT-2 TO WS-RULE-MULT-2
012184     END-IF
012185     IF PT-RULE-MOD-2 NUMERIC
012186         MOVE PT-RULE-MOD-2 TO WS-RULE-MOD-2
012187     END-IF
012188     IF PT-RULE-OFFSET-2 NUMERIC
012189         MOVE PT-RULE-OFFSET-2 TO WS-RULE-OFFSET-2
012190     END-IF
012191     IF PT-RULE-TARGET-2 NUMERIC
012192         MOVE PT-RULE-TARGET-2 TO WS-RULE-TARGET-2
012193     END-IF
012194     .
012195 1810-LOAD-FORMULA-FIELDS-EXIT.
012196     EXIT.
012197
012198*****************************************************************
012199 1820-CALC-SLICE-BOUNDS.
012200*****************************************************************
012201*  PARTITION THE RULE'S LOW-HIGH RANGE INTO WS-SLICE-COUNT
012210*  CONTIGUOUS SHARES AND TAKE SHARE WS-SLICE-NO. THE FIRST
012220*  (WIDTH MOD COUNT) SLICES CARRY ONE EXTRA VALUE, SO EVERY
012230*  VALUE LANDS IN EXACTLY ONE SLICE AND THE SHARES DIFFER BY AT
013190             TO WS-REJECT-REASON-TEXT
013200         GO TO 1350-VALIDATE-RULE-EXIT
013210     END-IF
013211
013212     IF NOT WS-RULE-FORM-VALID
013213         MOVE "N" TO WS-RULE-VALID-SW
013214         MOVE 08 TO WS-REJECT-REASON-CODE
013215         MOVE "INVALID FORMULA TYPE"
013216             TO WS-REJECT-REASON-TEXT
013217         GO TO 1350-VALIDATE-RULE-EXIT
013218     END-IF
013219
013220     IF WS-RULE-FORM-SET
013221         AND (WS-RULE-REM-COUNT < 1
013222           OR WS-RULE-REM-COUNT > 4)
013223         MOVE "N" TO WS-RULE-VALID-SW
013224         MOVE 09 TO WS-REJECT-REASON-CODE
013225         MOVE "REMAINDER SET COUNT NOT 1-4"
013226             TO WS-REJECT-REASON-TEXT
013227         GO TO 1350-VALIDATE-RULE-EXIT
013228     END-IF
013229
013230     IF WS-RULE-FORM-RANGE
013231         AND WS-RULE-REM-2 < WS-RULE-TARGET
013232         MOVE "N" TO WS-RULE-VALID-SW
013233         MOVE 10 TO WS-REJECT-REASON-CODE
013234         MOVE "REMAINDER RANGE LOW ABOVE HIGH"
013235             TO WS-REJECT-REASON-TEXT
013236         GO TO 1350-VALIDATE-RULE-EXIT
013237     END-IF
013238
013239     IF NOT WS-RULE-CONN-VALID
013240         MOVE "N" TO WS-RULE-VALID-SW
013241         MOVE 11 TO WS-REJECT-REASON-CODE
013242         MOVE "INVALID AND/OR CONNECTOR"
013243             TO WS-REJECT-REASON-TEXT
013244         GO TO 1350-VALIDATE-RULE-EXIT
013245     END-IF
013246
013247     IF NOT WS-RULE-CONN-NONE
013248         AND (WS-RULE-MOD-2 <= 0
013249           OR WS-RULE-MULT-2 <= 0)
013250         MOVE "N" TO WS-RULE-VALID-SW
013251         MOVE 12 TO WS-REJECT-REASON-CODE
013252         MOVE "2ND MULT/MODULUS NOT POSITIVE"
013253             TO WS-REJECT-REASON-TEXT
013254         GO TO 1350-VALIDATE-RULE-EXIT
013255     END-IF
013256     .
013257
013258 1350-VALIDATE-RULE-EXIT.
013259     EXIT.
013260
013270*****************************************************************
013280 1360-WRITE-REJECT.
020110*****************************************************************
020120 2500-APPLY-FORMULA.
020130*****************************************************************
020131*  THE STANDARD TYPE KEEPS THE ORIGINAL FIXED -1 OFFSET; EVERY
020132*  OTHER TYPE APPLIES THE RULE'S OWN OFFSET. THE REMAINDER IS
020133*  THEN TESTED AGAINST ONE TARGET, A SET, OR A RANGE, AND A
020134*  SECOND CONDITION, WHEN PRESENT, IS JOINED BY AND/OR.
020135*----------------------------------------------------------------
020136     MOVE "N" TO WS-FORMULA-MATCH-SW
020137     IF WS-RULE-FORM-STANDARD
020140         COMPUTE WS-FORMULA-VAL =
020150             (WS-RULE-MULT * WS-X) - 1
020152     ELSE
020154         COMPUTE WS-FORMULA-VAL =
020156             (WS-RULE-MULT * WS-X) + WS-RULE-OFFSET
020158     END-IF
020160     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD
020170         GIVING WS-FORMULA-VAL
020180         REMAINDER WS-FORMULA-REM
020181
020182     EVALUATE TRUE
020183         WHEN WS-RULE-FORM-SET
020184             IF WS-FORMULA-REM = WS-RULE-TARGET
020185                 OR (WS-RULE-REM-COUNT > 1
020186                     AND WS-FORMULA-REM = WS-RULE-REM-2)
020187                 OR (WS-RULE-REM-COUNT > 2
020188                     AND WS-FORMULA-REM = WS-RULE-REM-3)
020189                 OR (WS-RULE-REM-COUNT > 3
020190                     AND WS-FORMULA-REM = WS-RULE-REM-4)
020191                 MOVE "Y" TO WS-FORMULA-MATCH-SW
020192             END-IF
020193         WHEN WS-RULE-FORM-RANGE
020194             IF WS-FORMULA-REM >= WS-RULE-TARGET
020195                 AND WS-FORMULA-REM <= WS-RULE-REM-2
020196                 MOVE "Y" TO WS-FORMULA-MATCH-SW
020197             END-IF
020198         WHEN OTHER
020199             IF WS-FORMULA-REM = WS-RULE-TARGET
020200                 MOVE "Y" TO WS-FORMULA-MATCH-SW
020201             END-IF
020202     END-EVALUATE
020203
020204     IF WS-RULE-CONN-NONE
020205         GO TO 2500-APPLY-FORMULA-EXIT
020206     END-IF
020207
020208*    AN AND THAT HAS ALREADY FAILED, OR AN OR THAT HAS ALREADY
020209*    MATCHED, IS SETTLED WITHOUT THE SECOND CONDITION.
020210     IF WS-RULE-CONN-AND AND NOT WS-FORMULA-MATCH
020211         GO TO 2500-APPLY-FORMULA-EXIT
020212     END-IF
020213     IF WS-RULE-CONN-OR AND WS-FORMULA-MATCH
020214         GO TO 2500-APPLY-FORMULA-EXIT
020215     END-IF
020216
020217     PERFORM 2510-APPLY-SECOND-CONDITION
020218         THRU 2510-APPLY-SECOND-CONDITION-EXIT
020219     IF WS-FORMULA-MATCH-2
020220         MOVE "Y" TO WS-FORMULA-MATCH-SW
020221     ELSE
020222         MOVE "N" TO WS-FORMULA-MATCH-SW
020223     END-IF
020224     .
020225
020226 2500-APPLY-FORMULA-EXIT.
020227     EXIT.
020228
020229*****************************************************************
020230 2510-APPLY-SECOND-CONDITION.
020231*****************************************************************
020232     MOVE "N" TO WS-FORMULA-MATCH-2-SW
020233     COMPUTE WS-FORMULA-VAL =
020234         (WS-RULE-MULT-2 * WS-X) + WS-RULE-OFFSET-2
020235     DIVIDE WS-FORMULA-VAL BY WS-RULE-MOD-2
020236         GIVING WS-FORMULA-VAL
020237         REMAINDER WS-FORMULA-REM
020238     IF WS-FORMULA-REM = WS-RULE-TARGET-2
020239         MOVE "Y" TO WS-FORMULA-MATCH-2-SW
020240     END-IF
020241     .
020242
020243 2510-APPLY-SECOND-CONDITION-EXIT.
020244     EXIT.
020245
020246*****************************************************************
020247 2600-WRITE-CKPT.
020250*****************************************************************
020260     MOVE WS-RULE-ID TO WS-CKPT-INFLIGHT-RULE-ID
020270     MOVE WS-X       TO WS-CKPT-INFLIGHT-X
020930*****************************************************************
020940 2650-MARK-RULE-DONE.
020950*****************************************************************
020960     IF WS-DONE-RULE-COUNT < WS-MAX-RULE-SLOTS
020970         ADD 1 TO WS-DONE-RULE-COUNT
020980         SET WS-DONE-IDX TO WS-DONE-RULE-COUNT
020990         MOVE WS-RULE-ID TO WS-DONE-RULE-ID (WS-DONE-IDX)
021050             TO WS-DONE-FLAGGED-COUNT (WS-DONE-IDX)
021060     ELSE
021070         IF NOT WS-DONE-CAP-WARNED
021080             DISPLAY "PRIME-TROUBLES - MORE THAN "
021085                 WS-MAX-RULE-SLOTS
021090                 " RULES COMPLETED, CHECKPOINT TABLE FULL, "
021100                 "RESTART MAY RESCAN SOME RULES"
021110             MOVE "Y" TO WS-DONE-CAP-WARNED-SW
021120         END-IF
022920*****************************************************************
022930 2795-RECORD-TOL-BREACH.
022940*****************************************************************
022941*  THE ALERT IS RAISED BEFORE THE TABLE-FULL TEST, SO A BREACH
022942*  THAT DOES NOT FIT THE TRAILER TABLE STILL REACHES PTALERT.
022943*----------------------------------------------------------------
022944     MOVE SPACES TO PT-ALERT-RECORD
022945     MOVE "C"        TO PT-ALR-SEVERITY
022946     MOVE WS-RULE-ID TO PT-ALR-RULE-ID
022947     MOVE WS-RULE-FLAGGED-COUNT TO WS-ALR-FLAGGED
022948     MOVE ZERO TO WS-ALR-MIN
022949     MOVE ZERO TO WS-ALR-MAX
022950     IF WS-RULE-MIN-FLAG NUMERIC
022951         MOVE WS-RULE-MIN-FLAG TO WS-ALR-MIN
022952     END-IF
022953     IF WS-RULE-MAX-FLAG NUMERIC
022954         MOVE WS-RULE-MAX-FLAG TO WS-ALR-MAX
022955     END-IF
022956     IF WS-ALR-MIN > 0
022957         AND WS-ALR-FLAGGED < WS-ALR-MIN
022958         MOVE "TOLLOW"  TO PT-ALR-CODE
022959     ELSE
022960         MOVE "TOLHIGH" TO PT-ALR-CODE
022961     END-IF
022962     STRING "RUN " WS-RUN-DATE
022963         DELIMITED BY SIZE INTO PT-ALR-SUBJECT
022964     STRING "FLAGGED " WS-ALR-FLAGGED
022965         " OUTSIDE TOLERANCE MIN " WS-ALR-MIN
022966         " MAX " WS-ALR-MAX
022967         DELIMITED BY SIZE INTO PT-ALR-MESSAGE
022968     PERFORM 8700-RAISE-ALERT THRU 8700-RAISE-ALERT-EXIT
022969
022970     IF WS-TOL-COUNT >= WS-MAX-RULE-SLOTS
022971         GO TO 2795-RECORD-TOL-BREACH-EXIT
022972     END-IF
022980     ADD 1 TO WS-TOL-COUNT
022990     SET WS-TOL-IDX TO WS-TOL-COUNT
023000     MOVE WS-RULE-ID            TO WS-TOL-RULE-ID (WS-TOL-IDX)
024470     MOVE WS-TOTAL-PRIME-COUNT   TO TRL3-PRIMES
024480     MOVE WS-TOTAL-FLAGGED-COUNT TO TRL3-FLAGGED
024490     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-3
024491
024492     MOVE WS-TOTAL-SUSPENDED-COUNT TO TRL4-RULES-SUSP
024493     MOVE WS-TOTAL-RETIRED-COUNT   TO TRL4-RULES-RET
024494     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-4
024495
024496     IF WS-SUSP-COUNT > 0
024497         MOVE SPACES TO PT-REPORT-LINE
024498         WRITE PT-REPORT-LINE
024499         WRITE PT-REPORT-LINE FROM WS-SUSP-HEADING-LINE
024500         PERFORM 8040-WRITE-ONE-SUSPENDED
024501             THRU 8040-WRITE-ONE-SUSPENDED-EXIT
024502             VARYING WS-SUSP-IDX FROM 1 BY 1
024503             UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
024504     END-IF
024505
024510     IF WS-TOL-COUNT > 0
024520         MOVE SPACES TO PT-REPORT-LINE
024530         WRITE PT-REPORT-LINE
024620 8000-WRITE-TRAILER-EXIT.
024630     EXIT.
024640
024641*****************************************************************
024642 8040-WRITE-ONE-SUSPENDED.
024643*****************************************************************
024644     MOVE WS-SUSP-RULE-ID (WS-SUSP-IDX) TO SUSD-RULE-ID
024645     MOVE WS-SUSP-LABEL   (WS-SUSP-IDX) TO SUSD-LABEL
024646     WRITE PT-REPORT-LINE FROM WS-SUSP-DETAIL-LINE
024647     .
024648
024649 8040-WRITE-ONE-SUSPENDED-EXIT.
024650     EXIT.
024651
024652*****************************************************************
024660 8050-WRITE-ONE-TOL-BREACH.
024670*****************************************************************
024680     MOVE WS-TOL-RULE-ID (WS-TOL-IDX) TO TOLD-RULE-ID
024750 8050-WRITE-ONE-TOL-BREACH-EXIT.
024760     EXIT.
024770
024771*****************************************************************
024772 8700-RAISE-ALERT.
024773*****************************************************************
024774*  APPEND ONE RECORD TO THE PTALERT OPERATIONAL ALERT FEED. THE
024775*  CALLER CLEARS PT-ALERT-RECORD AND SETS THE SEVERITY, RULE ID,
024776*  CODE, SUBJECT AND MESSAGE. A FEED THAT CANNOT BE OPENED IS
024777*  REPORTED HERE BUT NEVER CHANGES THE OUTCOME OF THE RUN.
024778*----------------------------------------------------------------
024779     ACCEPT PT-ALR-DATE FROM DATE YYYYMMDD
024780     ACCEPT WS-ALR-TIME-RAW FROM TIME
024781     MOVE WS-ALR-TIME TO PT-ALR-TIME
024782     MOVE "PRIME-TROUBLES" TO PT-ALR-PROGRAM
024783
024784     OPEN EXTEND PT-ALERT-FILE
024785     IF WS-ALERT-STATUS = "35"
024786         OPEN OUTPUT PT-ALERT-FILE
024787     END-IF
024788     IF WS-ALERT-STATUS NOT = "00"
024789         DISPLAY "PRIME-TROUBLES - UNABLE TO OPEN PTALERT, "
024790             "STATUS = "
024791             WS-ALERT-STATUS " - ALERT " PT-ALR-CODE
024792             " NOT RAISED"
024793         GO TO 8700-RAISE-ALERT-EXIT
024794     END-IF
024795
024796     WRITE PT-ALERT-LINE FROM PT-ALERT-RECORD
024797     CLOSE PT-ALERT-FILE
024798     ADD 1 TO WS-ALERTS-RAISED
024799     .
024800
024801 8700-RAISE-ALERT-EXIT.
024802     EXIT.
024803
024804*****************************************************************
024805 9000-TERMINATE.
024806*****************************************************************
024810     IF WS-RULES-OPEN
024820         CLOSE PT-RULES-FILE
024830     END-IF
