000110*  DRIVES PRIME-TROUBLES. LETS AN AUTHORIZED OPERATOR REVIEW     *
000120*  AND CHANGE THE LOW/HIGH SCAN BOUNDS AND THE MULTIPLIER/       *
000130*  MODULUS/TARGET-REMAINDER FORMULA FOR EACH RULE WITHOUT        *
000140*  GOING THROUGH A PROGRAMMER OR A RECOMPILE. NOTHING LEAVES    *
000150*  THE SCREEN UNTIL THE OPERATOR SAVES; A SAVE QUEUES THE        *
000160*  CHANGES FOR APPROVAL AND THEY TAKE EFFECT ON THE FIRST        *
000163*  PRIME-TROUBLES BATCH RUN AFTER A SECOND OPERATOR APPROVES     *
000166*  THEM IN PTAPPRV.                                              *
000170*                                                                *
000180*  PRIME-TROUBLES' OWN 1350-VALIDATE-RULE STILL CHECKS EVERY     *
000190*  RULE AT BATCH RUN TIME AND REJECTS ANYTHING UNFIT TO PTREJECT,*
000770*                   LIVE OR RESTARTING - A CONSOLE OVERRIDE     *
000780*                   EXISTS FOR A KNOWN-DEAD RUN AND CLEARS THE  *
000790*                   STALE STATE.                                *
000791*  2026-10-15 DLK   SCREEN, TABLE, AND AUDIT IMAGES NOW CARRY    *
000792*                   THE FORMULA TYPE, OFFSET, ACCEPTED           *
000793*                   REMAINDERS AND AND/OR SECOND CONDITION       *
000794*                   ADDED TO PTRULE01. SAVE REFUSES THE SAME     *
000795*                   FORMULA OPERAND ERRORS PRIME-TROUBLES        *
000796*                   1350-VALIDATE-RULE WOULD REJECT (REASONS     *
000797*                   08-12) SO A NEW-STYLE RULE IS NOT SAVED      *
000798*                   ONLY TO BOUNCE TO PTREJECT THAT NIGHT.       *
000799*  2026-10-15 DLK   RULE CHANGES ARE NOW DUAL-CONTROLLED. SAVE   *
000800*                   NO LONGER REWRITES PTRULES - EACH ADDED,     *
000801*                   CHANGED OR DELETED RULE IS QUEUED ON PTPENDQ *
000802*                   (SEE PTPND01) AS ITS BEFORE/AFTER IMAGE FOR  *
000803*                   A DIFFERENT OPERATOR TO APPROVE IN PTAPPRV,  *
000804*                   WHICH WRITES PTAUDIT AND NOW OWNS THE        *
000805*                   PTRSTATE INTERLOCK. SIGN-ON SHOWS HOW MANY   *
000806*                   CHANGES ARE ALREADY WAITING.                 *
000807*  2026-10-15 DLK   RULES ARE NO LONGER DELETED. D NOW RETIRES   *
000808*                   THE RULE - ITS ROW STAYS ON PTRULES WITH     *
000809*                   STATUS R SO THE ID IS NEVER REUSED - AND THE *
000810*                   NEW STATUS FIELD SUSPENDS (S) OR REACTIVATES *
000811*                   (A) IT. THE CHANGE IS QUEUED AS A C LIKE ANY *
000812*                   OTHER. SAVE REFUSES AN UNKNOWN STATUS, AN    *
000813*                   EDIT TO A RETIRED RULE, A NEW RULE KEYED AS  *
000814*                   RETIRED AND A LOADED RULE THAT HAS VANISHED  *
000815*                   FROM THE TABLE (E.G. BY OVERKEYING ITS ID).  *
000816*  2026-10-15 DLK   THE RULE TABLES NOW HOLD 999 RULES, THE      *
000817*                   WHOLE RULE ID RANGE - A RETIRED RULE KEEPS   *
000818*                   ITS ROW FOR GOOD AND MUST NOT USE UP ROOM    *
000819*                   FOR NEW RULES.                               *
000820*  2026-10-15 DLK   SAVE NOW REFUSES A RULE KEYED TO STATUS R    *
000821*                   TOGETHER WITH ANY OTHER FIELD CHANGE, SO A   *
000822*                   RULE IS RETIRED AS IT STOOD ON PTRULES.      *
000823*****************************************************************
000824
000825 ENVIRONMENT DIVISION.
000830 CONFIGURATION SECTION.
000840 SOURCE-COMPUTER.   IBM-370.
000850 OBJECT-COMPUTER.   IBM-370.
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-RULES-STATUS.
000940
000950     SELECT PT-PENDQ-FILE ASSIGN TO "PTPENDQ"
000960         ORGANIZATION IS LINE SEQUENTIAL
000970         FILE STATUS IS WS-PENDQ-STATUS.
001020
001030     SELECT PT-SECUR-FILE ASSIGN TO "PTSECUR"
001040         ORGANIZATION IS LINE SEQUENTIAL
001100     RECORDING MODE IS F.
001110 COPY PTRULE01.
001120
001130 FD  PT-PENDQ-FILE
001140     RECORDING MODE IS F.
001150 COPY PTPND01.
001160
001170 FD  PT-SECUR-FILE
001180     RECORDING MODE IS F.
001190 COPY PTSEC01.
001200
001250 WORKING-STORAGE SECTION.
001260*----------------------------------------------------------------
001270*  FILE STATUS AND SWITCHES
001280*----------------------------------------------------------------
001290 01  WS-RULES-STATUS     PIC X(02) VALUE "00".
001300 01  WS-PENDQ-STATUS     PIC X(02) VALUE "00".
001310 01  WS-SECUR-STATUS     PIC X(02) VALUE "00".
001320 01  WS-CRT-STATUS       PIC 9(04) VALUE 0.
001380 01  WS-SWITCHES.
001390     05  WS-EOF-SW       PIC X(01) VALUE "N".
001400         88  WS-EOF             VALUE "Y".
001430
001440*----------------------------------------------------------------
001450*  IN-MEMORY RULE TABLE - THE WHOLE PTRULES FILE IS LOADED AT    *
001460*  START-UP AND MAINTAINED HERE. A SAVE QUEUES THE DIFFERENCES  *
001470*  FROM THE AS-LOADED IMAGES; PTAPPRV REWRITES PTRULES WHOLESALE *
001480*  WHEN THEY ARE APPROVED.                                       *
001490*----------------------------------------------------------------
001500 01  WS-RULE-TABLE.
001510     05  WS-RULE-ENTRY OCCURS 999 TIMES
001520                 INDEXED BY WS-RULE-IDX WS-RULE-IDX2.
001530         10  WS-TAB-RULE-ID      PIC 9(03).
001540         10  WS-TAB-LOW          PIC 9(05).
001630         10  WS-TAB-FREQ-DAY     PIC 9(02).
001640         10  WS-TAB-MIN-FLAG     PIC 9(05).
001650         10  WS-TAB-MAX-FLAG     PIC 9(05).
001651         10  WS-TAB-FORM-TYPE    PIC X(01).
001652         10  WS-TAB-OFFSET       PIC S9(05).
001653         10  WS-TAB-REM-COUNT    PIC 9(01).
001654         10  WS-TAB-REM-2        PIC S9(05).
001655         10  WS-TAB-REM-3        PIC S9(05).
001656         10  WS-TAB-REM-4        PIC S9(05).
001657         10  WS-TAB-CONNECT      PIC X(01).
001658         10  WS-TAB-MULT-2       PIC S9(05).
001659         10  WS-TAB-MOD-2        PIC S9(05).
001660         10  WS-TAB-OFFSET-2     PIC S9(05).
001661         10  WS-TAB-TARGET-2     PIC S9(05).
001664         10  WS-TAB-STATUS       PIC X(01).
001667
001670 01  WS-RULE-COUNT       PIC 9(03) COMP VALUE 0.
001680 01  WS-CURRENT-NO       PIC 9(03) COMP VALUE 0.
001690 01  WS-SHIFT-NO         PIC 9(03) COMP VALUE 0.
001700 01  WS-MAX-RULES        PIC 9(03) COMP VALUE 999.
001710 01  WS-RULE-OVERFLOW-WARNED-SW PIC X(01) VALUE "N".
001720     88  WS-RULE-OVERFLOW-WARNED    VALUE "Y".
001990 01  WS-MISSING-ID-SW    PIC X(01) VALUE "N".
002000     88  WS-MISSING-ID-FOUND    VALUE "Y".
002010 01  WS-SAVE-OK-SW       PIC X(01) VALUE "N".
002030 01  WS-BAD-TOL-SW       PIC X(01) VALUE "N".
002040     88  WS-BAD-TOL-FOUND       VALUE "Y".
002050 01  WS-BAD-TOL-RULE     PIC 9(03) VALUE 0.
002052 01  WS-BAD-FORM-SW      PIC X(01) VALUE "N".
002054     88  WS-BAD-FORM-FOUND      VALUE "Y".
002056 01  WS-BAD-FORM-RULE    PIC 9(03) VALUE 0.
002058 01  WS-BAD-FORM-TEXT    PIC X(19) VALUE SPACES.
002059 01  WS-BAD-LIFE-SW      PIC X(01) VALUE "N".
002060     88  WS-BAD-LIFE-FOUND      VALUE "Y".
002061 01  WS-BAD-LIFE-RULE    PIC 9(03) VALUE 0.
002062 01  WS-BAD-LIFE-TEXT    PIC X(19) VALUE SPACES.
002063 01  WS-RULE-FOUND-NO    PIC 9(03) COMP VALUE 0.
002064 01  WS-RULE-SEARCH-NO   PIC 9(04) COMP VALUE 0.
002065
002070*----------------------------------------------------------------
002080*  AS-LOADED IMAGES OF THE PTRULES FILE - KEPT UNTOUCHED WHILE
002090*  THE OPERATOR WORKS SO 3600-QUEUE-CHANGES CAN PAIR EVERY SAVED
002100*  RULE WITH ITS BEFORE IMAGE AND 3498 CAN SPOT A RETIRED RULE
002105*  BEING EDITED OR A LOADED RULE GONE MISSING.
002110*----------------------------------------------------------------
002120 01  WS-ORIG-TABLE.
002130     05  WS-ORIG-ENTRY OCCURS 999 TIMES
002140                 INDEXED BY WS-ORIG-IDX.
002150         10  WS-ORIG-RULE-ID     PIC 9(03).
002160         10  WS-ORIG-LOW         PIC 9(05).
002250         10  WS-ORIG-FREQ-DAY    PIC 9(02).
002260         10  WS-ORIG-MIN-FLAG    PIC 9(05).
002270         10  WS-ORIG-MAX-FLAG    PIC 9(05).
002271         10  WS-ORIG-FORM-TYPE   PIC X(01).
002272         10  WS-ORIG-OFFSET      PIC S9(05).
002273         10  WS-ORIG-REM-COUNT   PIC 9(01).
002274         10  WS-ORIG-REM-2       PIC S9(05).
002275         10  WS-ORIG-REM-3       PIC S9(05).
002276         10  WS-ORIG-REM-4       PIC S9(05).
002277         10  WS-ORIG-CONNECT     PIC X(01).
002278         10  WS-ORIG-MULT-2      PIC S9(05).
002279         10  WS-ORIG-MOD-2       PIC S9(05).
002280         10  WS-ORIG-OFFSET-2    PIC S9(05).
002281         10  WS-ORIG-TARGET-2    PIC S9(05).
002282         10  WS-ORIG-STATUS      PIC X(01).
002290
002300 01  WS-ORIG-COUNT       PIC 9(03) COMP VALUE 0.
002310 01  WS-AUDIT-NO         PIC 9(04) COMP VALUE 0.
002320 01  WS-ORIG-FOUND-NO    PIC 9(03) COMP VALUE 0.
002330 01  WS-ORIG-SEARCH-NO   PIC 9(04) COMP VALUE 0.
002340 01  WS-OPERATOR-ID      PIC X(08) VALUE SPACES.
002350 01  WS-AUD-DATE         PIC 9(08) VALUE 0.
002360 01  WS-AUD-TIME-RAW     PIC 9(08) VALUE 0.
002370 01  WS-AUD-SIGNED       PIC S9(05) SIGN IS TRAILING SEPARATE.
002380 01  WS-AUD-SIGNED-X REDEFINES WS-AUD-SIGNED
002390                         PIC X(06).
002392 01  WS-PENDQ-OPEN-SW    PIC X(01) VALUE "N".
002394     88  WS-PENDQ-OPEN          VALUE "Y".
002396 01  WS-PENDQ-EOF-SW     PIC X(01) VALUE "N".
002398     88  WS-PENDQ-EOF           VALUE "Y".
002400 01  WS-WAITING-COUNT    PIC 9(03) VALUE 0.
002402 01  WS-QUEUED-COUNT     PIC 9(03) VALUE 0.
002404*----------------------------------------------------------------
002406*  PENDING-CHANGE BUILD AREA - EACH DIFFERENCE IS BUILT AS THE
002408*  PTAUD01 IMAGE PTAPPRV WILL AUDIT WHEN IT IS APPROVED, THEN
002410*  CARRIED IN PT-PND-CHANGE.
002412*----------------------------------------------------------------
002414 COPY PTAUD01.
002420
002430*----------------------------------------------------------------
002440*  OPERATOR SIGN-ON - THE PTSECUR FILE IS LOADED HERE, THE
003210 01  WS-SCR-FREQ-DAY     PIC 9(02).
003220 01  WS-SCR-MIN-FLAG     PIC 9(05).
003230 01  WS-SCR-MAX-FLAG     PIC 9(05).
003231 01  WS-SCR-FORM-TYPE    PIC X(01).
003232 01  WS-SCR-OFFSET       PIC S9(05).
003233 01  WS-SCR-REM-COUNT    PIC 9(01).
003234 01  WS-SCR-REM-2        PIC S9(05).
003235 01  WS-SCR-REM-3        PIC S9(05).
003236 01  WS-SCR-REM-4        PIC S9(05).
003237 01  WS-SCR-CONNECT      PIC X(01).
003238 01  WS-SCR-MULT-2       PIC S9(05).
003239 01  WS-SCR-MOD-2        PIC S9(05).
003240 01  WS-SCR-OFFSET-2     PIC S9(05).
003241 01  WS-SCR-TARGET-2     PIC S9(05).
003244 01  WS-SCR-STATUS       PIC X(01).
003247 01  WS-SCR-POSITION     PIC X(11).
003250 01  WS-SCR-MESSAGE      PIC X(40) VALUE SPACES.
003260 01  WS-COMMAND          PIC X(01).
003270     88  WS-CMD-NEXT            VALUE "N" "n".
003280     88  WS-CMD-PREV            VALUE "P" "p".
003290     88  WS-CMD-ADD             VALUE "A" "a".
003300     88  WS-CMD-RETIRE          VALUE "D" "d".
003310     88  WS-CMD-SAVE            VALUE "S" "s".
003320     88  WS-CMD-EXIT            VALUE "X" "x".
003330
003440     05  LINE 4  COL 15 PIC X(11) FROM WS-SCR-POSITION.
003450     05  LINE 6  COL 1  VALUE "RULE ID.....:".
003460     05  LINE 6  COL 15 PIC 9(03) USING WS-SCR-RULE-ID.
003463     05  LINE 6  COL 20 VALUE "STATUS ASR:".
003466     05  LINE 6  COL 32 PIC X(01) USING WS-SCR-STATUS.
003470     05  LINE 7  COL 1  VALUE "LOW BOUND...:".
003480     05  LINE 7  COL 15 PIC 9(05) USING WS-SCR-LOW.
003490     05  LINE 8  COL 1  VALUE "HIGH BOUND..:".
003680     05  LINE 16 COL 15 PIC 9(05) USING WS-SCR-MIN-FLAG.
003690     05  LINE 16 COL 22 VALUE "MAX:".
003700     05  LINE 16 COL 27 PIC 9(05) USING WS-SCR-MAX-FLAG.
003701     05  LINE 6  COL 40 VALUE "FORMULA TYPE SOLR:".
003702     05  LINE 6  COL 59 PIC X(01) USING WS-SCR-FORM-TYPE.
003703     05  LINE 7  COL 40 VALUE "OFFSET...........:".
003704     05  LINE 7  COL 59 PIC -9(5) USING WS-SCR-OFFSET.
003705     05  LINE 8  COL 40 VALUE "REM SET COUNT....:".
003706     05  LINE 8  COL 59 PIC 9(01) USING WS-SCR-REM-COUNT.
003707     05  LINE 9  COL 40 VALUE "REM 2 / RANGE HI.:".
003708     05  LINE 9  COL 59 PIC -9(5) USING WS-SCR-REM-2.
003709     05  LINE 10 COL 40 VALUE "REM 3............:".
003710     05  LINE 10 COL 59 PIC -9(5) USING WS-SCR-REM-3.
003711     05  LINE 11 COL 40 VALUE "REM 4............:".
003712     05  LINE 11 COL 59 PIC -9(5) USING WS-SCR-REM-4.
003713     05  LINE 12 COL 40 VALUE "AND/OR 2ND (A/O).:".
003714     05  LINE 12 COL 59 PIC X(01) USING WS-SCR-CONNECT.
003715     05  LINE 13 COL 40 VALUE "2ND MULTIPLIER...:".
003716     05  LINE 13 COL 59 PIC -9(5) USING WS-SCR-MULT-2.
003717     05  LINE 14 COL 40 VALUE "2ND MODULUS......:".
003718     05  LINE 14 COL 59 PIC -9(5) USING WS-SCR-MOD-2.
003719     05  LINE 15 COL 40 VALUE "2ND OFFSET.......:".
003720     05  LINE 15 COL 59 PIC -9(5) USING WS-SCR-OFFSET-2.
003721     05  LINE 16 COL 40 VALUE "2ND TARGET REM...:".
003722     05  LINE 16 COL 59 PIC -9(5) USING WS-SCR-TARGET-2.
003723     05  LINE 17 COL 1  VALUE
003724         "N=NEXT P=PREV A=ADD D=RETIRE S=SAVE X=EXIT".
003730     05  LINE 19 COL 1  VALUE "MESSAGE.....:".
003740     05  LINE 19 COL 15 PIC X(40) FROM WS-SCR-MESSAGE.
003750     05  LINE 21 COL 1  VALUE "COMMAND.....:".
004060         UNTIL WS-EOF
004070     CLOSE PT-RULES-FILE
004080
004085     PERFORM 1200-COUNT-WAITING THRU 1200-COUNT-WAITING-EXIT
004090     MOVE 1 TO WS-CURRENT-NO
004100     PERFORM 2100-DISPLAY-CURRENT THRU 2100-DISPLAY-CURRENT-EXIT
004110     .
007330
007340     ADD 1 TO WS-RULE-COUNT
007350     SET WS-RULE-IDX TO WS-RULE-COUNT
007352*    A RULE WRITTEN BEFORE THE STATUS FIELD EXISTED IS ACTIVE.
007354     IF PT-RULE-STATUS = SPACE
007356         MOVE "A" TO PT-RULE-STATUS
007358     END-IF
007360     MOVE PT-RULE-ID     TO WS-TAB-RULE-ID (WS-RULE-IDX)
007370     MOVE PT-RULE-LOW    TO WS-TAB-LOW     (WS-RULE-IDX)
007380     MOVE PT-RULE-HIGH   TO WS-TAB-HIGH    (WS-RULE-IDX)
007460     MOVE PT-RULE-FREQ-DAY TO WS-TAB-FREQ-DAY (WS-RULE-IDX)
007470     MOVE PT-RULE-MIN-FLAG TO WS-TAB-MIN-FLAG (WS-RULE-IDX)
007480     MOVE PT-RULE-MAX-FLAG TO WS-TAB-MAX-FLAG (WS-RULE-IDX)
007481     PERFORM 1110-CLEAN-FORMULA-FIELDS
007482         THRU 1110-CLEAN-FORMULA-FIELDS-EXIT
007483     MOVE PT-RULE-FORM-TYPE TO WS-TAB-FORM-TYPE (WS-RULE-IDX)
007484     MOVE PT-RULE-OFFSET    TO WS-TAB-OFFSET    (WS-RULE-IDX)
007485     MOVE PT-RULE-REM-COUNT TO WS-TAB-REM-COUNT (WS-RULE-IDX)
007486     MOVE PT-RULE-REM-2     TO WS-TAB-REM-2     (WS-RULE-IDX)
007487     MOVE PT-RULE-REM-3     TO WS-TAB-REM-3     (WS-RULE-IDX)
007488     MOVE PT-RULE-REM-4     TO WS-TAB-REM-4     (WS-RULE-IDX)
007489     MOVE PT-RULE-CONNECT   TO WS-TAB-CONNECT   (WS-RULE-IDX)
007490     MOVE PT-RULE-MULT-2    TO WS-TAB-MULT-2    (WS-RULE-IDX)
007491     MOVE PT-RULE-MOD-2     TO WS-TAB-MOD-2     (WS-RULE-IDX)
007492     MOVE PT-RULE-OFFSET-2  TO WS-TAB-OFFSET-2  (WS-RULE-IDX)
007493     MOVE PT-RULE-TARGET-2  TO WS-TAB-TARGET-2  (WS-RULE-IDX)
007495     MOVE PT-RULE-STATUS    TO WS-TAB-STATUS    (WS-RULE-IDX)
007497
007500     ADD 1 TO WS-ORIG-COUNT
007510     SET WS-ORIG-IDX TO WS-ORIG-COUNT
007520     MOVE PT-RULE-ID       TO WS-ORIG-RULE-ID  (WS-ORIG-IDX)
007620     MOVE PT-RULE-FREQ-DAY TO WS-ORIG-FREQ-DAY (WS-ORIG-IDX)
007630     MOVE PT-RULE-MIN-FLAG TO WS-ORIG-MIN-FLAG (WS-ORIG-IDX)
007640     MOVE PT-RULE-MAX-FLAG TO WS-ORIG-MAX-FLAG (WS-ORIG-IDX)
007641     MOVE PT-RULE-FORM-TYPE TO WS-ORIG-FORM-TYPE (WS-ORIG-IDX)
007642     MOVE PT-RULE-OFFSET    TO WS-ORIG-OFFSET    (WS-ORIG-IDX)
007643     MOVE PT-RULE-REM-COUNT TO WS-ORIG-REM-COUNT (WS-ORIG-IDX)
007644     MOVE PT-RULE-REM-2     TO WS-ORIG-REM-2     (WS-ORIG-IDX)
007645     MOVE PT-RULE-REM-3     TO WS-ORIG-REM-3     (WS-ORIG-IDX)
007646     MOVE PT-RULE-REM-4     TO WS-ORIG-REM-4     (WS-ORIG-IDX)
007647     MOVE PT-RULE-CONNECT   TO WS-ORIG-CONNECT   (WS-ORIG-IDX)
007648     MOVE PT-RULE-MULT-2    TO WS-ORIG-MULT-2    (WS-ORIG-IDX)
007649     MOVE PT-RULE-MOD-2     TO WS-ORIG-MOD-2     (WS-ORIG-IDX)
007650     MOVE PT-RULE-OFFSET-2  TO WS-ORIG-OFFSET-2  (WS-ORIG-IDX)
007651     MOVE PT-RULE-TARGET-2  TO WS-ORIG-TARGET-2  (WS-ORIG-IDX)
007652     MOVE PT-RULE-STATUS    TO WS-ORIG-STATUS    (WS-ORIG-IDX)
007660     .
007670 1100-LOAD-ONE-RULE-EXIT.
007680     EXIT.
007681*****************************************************************
007682 1110-CLEAN-FORMULA-FIELDS.
007683*****************************************************************
007684*  A RULE WRITTEN BEFORE THE FORMULA-TYPE FIELDS EXISTED READS
007685*  SPACES THERE. ZERO THE NUMERIC OPERANDS IN THE RECORD AREA
007686*  SO THE SCREEN SHOWS ZEROS AND THE AS-LOADED IMAGE COMPARES
007687*  EQUAL ON SAVE - TYPE SPACE STILL MEANS THE STANDARD FORMULA.
007688*----------------------------------------------------------------
007689     IF PT-RULE-OFFSET NOT NUMERIC
007690         MOVE ZERO TO PT-RULE-OFFSET
007691     END-IF
007692     IF PT-RULE-REM-COUNT NOT NUMERIC
007693         MOVE ZERO TO PT-RULE-REM-COUNT
007694     END-IF
007695     IF PT-RULE-REM-2 NOT NUMERIC
007696         MOVE ZERO TO PT-RULE-REM-2
007697     END-IF
007698     IF PT-RULE-REM-3 NOT NUMERIC
007699         MOVE ZERO TO PT-RULE-REM-3
007700     END-IF
007701     IF PT-RULE-REM-4 NOT NUMERIC
007702         MOVE ZERO TO PT-RULE-REM-4
007703     END-IF
007704     IF PT-RULE-MULT-2 NOT NUMERIC
007705         MOVE ZERO TO PT-RULE-MULT-2
007706     END-IF
007707     IF PT-RULE-MOD-2 NOT NUMERIC
007708         MOVE ZERO TO PT-RULE-MOD-2
007709     END-IF
007710     IF PT-RULE-OFFSET-2 NOT NUMERIC
007711         MOVE ZERO TO PT-RULE-OFFSET-2
007712     END-IF
007713     IF PT-RULE-TARGET-2 NOT NUMERIC
007714         MOVE ZERO TO PT-RULE-TARGET-2
007715     END-IF
007716     .
007717 1110-CLEAN-FORMULA-FIELDS-EXIT.
007718     EXIT.
007719*****************************************************************
007720 1200-COUNT-WAITING.
007721*****************************************************************
007722*  CHANGES ALREADY QUEUED ARE NOT ON PTRULES YET, SO THEY ARE NOT
007723*  ON THIS SCREEN EITHER - TELL THE OPERATOR THEY EXIST BEFORE
007724*  THE SAME CHANGE IS KEYED A SECOND TIME.
007725*----------------------------------------------------------------
007726     MOVE ZERO TO WS-WAITING-COUNT
007727     OPEN INPUT PT-PENDQ-FILE
007728     IF WS-PENDQ-STATUS NOT = "00"
007729         GO TO 1200-COUNT-WAITING-EXIT
007730     END-IF
007731     MOVE "N" TO WS-PENDQ-EOF-SW
007732     PERFORM 1210-COUNT-ONE-WAITING
007733         THRU 1210-COUNT-ONE-WAITING-EXIT
007734         UNTIL WS-PENDQ-EOF
007735     CLOSE PT-PENDQ-FILE
007736     IF WS-WAITING-COUNT > 0
007737         MOVE SPACES TO WS-SCR-MESSAGE
007738         STRING WS-WAITING-COUNT
007739             " CHANGES AWAITING APPROVAL (PTAPPRV)"
007740             DELIMITED BY SIZE INTO WS-SCR-MESSAGE
007741     END-IF
007742     .
007743 1200-COUNT-WAITING-EXIT.
007744     EXIT.
007745*****************************************************************
007746 1210-COUNT-ONE-WAITING.
007747*****************************************************************
007748     READ PT-PENDQ-FILE
007749         AT END
007750             MOVE "Y" TO WS-PENDQ-EOF-SW
007751             GO TO 1210-COUNT-ONE-WAITING-EXIT
007752     END-READ
007753     IF PT-PND-PENDING AND WS-WAITING-COUNT < 999
007754         ADD 1 TO WS-WAITING-COUNT
007755     END-IF
007756     .
007757 1210-COUNT-ONE-WAITING-EXIT.
007758     EXIT.
007759*****************************************************************
007760 2000-MAINT-LOOP.
007761*****************************************************************
007762     PERFORM 2200-ACCEPT-COMMAND THRU 2200-ACCEPT-COMMAND-EXIT
007763     PERFORM 2300-SAVE-SCREEN-TO-TABLE
007764         THRU 2300-SAVE-SCREEN-TO-TABLE-EXIT
007765
007766     EVALUATE TRUE
007770         WHEN WS-CMD-NEXT
007780             PERFORM 3100-NEXT-RULE THRU 3100-NEXT-RULE-EXIT
007790         WHEN WS-CMD-PREV
007850                 MOVE "ADD REQUIRES UPDATE AUTHORITY"
007860                     TO WS-SCR-MESSAGE
007870             END-IF
007880         WHEN WS-CMD-RETIRE
007890             IF WS-AUTH-UPDATE
007900                 PERFORM 3400-RETIRE-RULE
007910                     THRU 3400-RETIRE-RULE-EXIT
007920             ELSE
007930                 MOVE "RETIRE REQUIRES UPDATE AUTHORITY"
007940                     TO WS-SCR-MESSAGE
007950             END-IF
007960         WHEN WS-CMD-SAVE
008290                         WS-SCR-EFF-FROM WS-SCR-EFF-TO
008300                         WS-SCR-FREQ-DAY WS-SCR-MIN-FLAG
008310                         WS-SCR-MAX-FLAG
008311                             WS-SCR-OFFSET WS-SCR-REM-COUNT
008312                             WS-SCR-REM-2 WS-SCR-REM-3
008313                             WS-SCR-REM-4 WS-SCR-MULT-2
008314                             WS-SCR-MOD-2 WS-SCR-OFFSET-2
008315                             WS-SCR-TARGET-2
008320         MOVE SPACES TO WS-SCR-LABEL WS-SCR-FREQ
008325                        WS-SCR-FORM-TYPE WS-SCR-CONNECT
008327                        WS-SCR-STATUS
008330         MOVE "NO RULES - PRESS A TO ADD ONE" TO WS-SCR-MESSAGE
008340     ELSE
008350         MOVE SPACES         TO WS-SCR-POSITION
008500         MOVE WS-TAB-FREQ-DAY (WS-RULE-IDX) TO WS-SCR-FREQ-DAY
008510         MOVE WS-TAB-MIN-FLAG (WS-RULE-IDX) TO WS-SCR-MIN-FLAG
008520         MOVE WS-TAB-MAX-FLAG (WS-RULE-IDX) TO WS-SCR-MAX-FLAG
008521         MOVE WS-TAB-FORM-TYPE (WS-RULE-IDX) TO WS-SCR-FORM-TYPE
008522         MOVE WS-TAB-OFFSET (WS-RULE-IDX) TO WS-SCR-OFFSET
008523         MOVE WS-TAB-REM-COUNT (WS-RULE-IDX) TO WS-SCR-REM-COUNT
008524         MOVE WS-TAB-REM-2 (WS-RULE-IDX) TO WS-SCR-REM-2
008525         MOVE WS-TAB-REM-3 (WS-RULE-IDX) TO WS-SCR-REM-3
008526         MOVE WS-TAB-REM-4 (WS-RULE-IDX) TO WS-SCR-REM-4
008527         MOVE WS-TAB-CONNECT (WS-RULE-IDX) TO WS-SCR-CONNECT
008528         MOVE WS-TAB-MULT-2 (WS-RULE-IDX) TO WS-SCR-MULT-2
008529         MOVE WS-TAB-MOD-2 (WS-RULE-IDX) TO WS-SCR-MOD-2
008530         MOVE WS-TAB-OFFSET-2 (WS-RULE-IDX) TO WS-SCR-OFFSET-2
008531         MOVE WS-TAB-TARGET-2 (WS-RULE-IDX) TO WS-SCR-TARGET-2
008534         MOVE WS-TAB-STATUS (WS-RULE-IDX) TO WS-SCR-STATUS
008537     END-IF
008540
008550     MOVE SPACE TO WS-COMMAND
008560     DISPLAY WS-MAINT-SCREEN
008860     MOVE WS-SCR-FREQ-DAY TO WS-TAB-FREQ-DAY (WS-RULE-IDX)
008870     MOVE WS-SCR-MIN-FLAG TO WS-TAB-MIN-FLAG (WS-RULE-IDX)
008880     MOVE WS-SCR-MAX-FLAG TO WS-TAB-MAX-FLAG (WS-RULE-IDX)
008881     MOVE WS-SCR-FORM-TYPE TO WS-TAB-FORM-TYPE (WS-RULE-IDX)
008882     MOVE WS-SCR-OFFSET TO WS-TAB-OFFSET (WS-RULE-IDX)
008883     MOVE WS-SCR-REM-COUNT TO WS-TAB-REM-COUNT (WS-RULE-IDX)
008884     MOVE WS-SCR-REM-2 TO WS-TAB-REM-2 (WS-RULE-IDX)
008885     MOVE WS-SCR-REM-3 TO WS-TAB-REM-3 (WS-RULE-IDX)
008886     MOVE WS-SCR-REM-4 TO WS-TAB-REM-4 (WS-RULE-IDX)
008887     MOVE WS-SCR-CONNECT TO WS-TAB-CONNECT (WS-RULE-IDX)
008888     MOVE WS-SCR-MULT-2 TO WS-TAB-MULT-2 (WS-RULE-IDX)
008889     MOVE WS-SCR-MOD-2 TO WS-TAB-MOD-2 (WS-RULE-IDX)
008890     MOVE WS-SCR-OFFSET-2 TO WS-TAB-OFFSET-2 (WS-RULE-IDX)
008891     MOVE WS-SCR-TARGET-2 TO WS-TAB-TARGET-2 (WS-RULE-IDX)
008894     MOVE WS-SCR-STATUS TO WS-TAB-STATUS (WS-RULE-IDX)
008897     .
008900 2300-SAVE-SCREEN-TO-TABLE-EXIT.
008910     EXIT.
008920*****************************************************************
009350     MOVE ZERO   TO WS-TAB-FREQ-DAY (WS-RULE-IDX)
009360     MOVE ZERO   TO WS-TAB-MIN-FLAG (WS-RULE-IDX)
009370     MOVE ZERO   TO WS-TAB-MAX-FLAG (WS-RULE-IDX)
009371     MOVE SPACES TO WS-TAB-FORM-TYPE (WS-RULE-IDX)
009372     MOVE ZERO   TO WS-TAB-OFFSET    (WS-RULE-IDX)
009373     MOVE ZERO   TO WS-TAB-REM-COUNT (WS-RULE-IDX)
009374     MOVE ZERO   TO WS-TAB-REM-2     (WS-RULE-IDX)
009375     MOVE ZERO   TO WS-TAB-REM-3     (WS-RULE-IDX)
009376     MOVE ZERO   TO WS-TAB-REM-4     (WS-RULE-IDX)
009377     MOVE SPACES TO WS-TAB-CONNECT   (WS-RULE-IDX)
009378     MOVE ZERO   TO WS-TAB-MULT-2    (WS-RULE-IDX)
009379     MOVE ZERO   TO WS-TAB-MOD-2     (WS-RULE-IDX)
009380     MOVE ZERO   TO WS-TAB-OFFSET-2  (WS-RULE-IDX)
009381     MOVE ZERO   TO WS-TAB-TARGET-2  (WS-RULE-IDX)
009384     MOVE "A"    TO WS-TAB-STATUS    (WS-RULE-IDX)
009387     MOVE "NEW RULE ADDED - KEY IN VALUES AND PRESS S TO SAVE"
009390         TO WS-SCR-MESSAGE
009400     .
009410 3300-ADD-RULE-EXIT.
009420     EXIT.
009430*****************************************************************
009440 3400-RETIRE-RULE.
009450*****************************************************************
009451*  A RULE ON PTRULES IS NEVER REMOVED - IT IS PUT BACK TO ITS
009452*  AS-LOADED IMAGE AND MARKED R, SO THE SAVE QUEUES A STATUS
009453*  CHANGE AND THE ID STAYS TAKEN FOR GOOD. ONLY A ROW ADDED IN
009454*  THIS SESSION, WHICH PTRULES HAS NEVER SEEN, IS DROPPED.
009455*----------------------------------------------------------------
009460     IF WS-RULE-COUNT = 0
009470         GO TO 3400-RETIRE-RULE-EXIT
009480     END-IF
009490
009491     SET WS-RULE-IDX TO WS-CURRENT-NO
009492     PERFORM 3650-FIND-ORIG THRU 3650-FIND-ORIG-EXIT
009493     IF WS-ORIG-FOUND-NO > 0
009494         SET WS-ORIG-IDX TO WS-ORIG-FOUND-NO
009495         IF WS-ORIG-STATUS (WS-ORIG-IDX) = "R"
009496             MOVE "RULE IS ALREADY RETIRED" TO WS-SCR-MESSAGE
009497             GO TO 3400-RETIRE-RULE-EXIT
009498         END-IF
009499         MOVE WS-ORIG-ENTRY (WS-ORIG-IDX)
009500             TO WS-RULE-ENTRY (WS-RULE-IDX)
009501         MOVE "R" TO WS-TAB-STATUS (WS-RULE-IDX)
009502         MOVE "RULE RETIRED - PRESS S TO SAVE" TO WS-SCR-MESSAGE
009503         GO TO 3400-RETIRE-RULE-EXIT
009504     END-IF
009505
009506     MOVE WS-CURRENT-NO TO WS-SHIFT-NO
009510     PERFORM 3410-SHIFT-RULES-UP THRU 3410-SHIFT-RULES-UP-EXIT
009520     SUBTRACT 1 FROM WS-RULE-COUNT
009530     IF WS-CURRENT-NO > WS-RULE-COUNT AND WS-RULE-COUNT > 0
009540         MOVE WS-RULE-COUNT TO WS-CURRENT-NO
009550     END-IF
009560     MOVE "NEW RULE REMOVED" TO WS-SCR-MESSAGE
009570     .
009580 3400-RETIRE-RULE-EXIT.
009590     EXIT.
009600*****************************************************************
009610 3410-SHIFT-RULES-UP.
009730 3410-SHIFT-RULES-UP-EXIT.
009740     EXIT.
009750*****************************************************************
009760 3470-CHECK-ONE-KEPT.
009770*****************************************************************
009780     SET WS-ORIG-IDX TO WS-AUDIT-NO
009790     MOVE 0 TO WS-RULE-FOUND-NO
009800     PERFORM 3475-CHECK-ONE-TABLE-ID
009810         THRU 3475-CHECK-ONE-TABLE-ID-EXIT
009820         VARYING WS-RULE-SEARCH-NO FROM 1 BY 1
009830         UNTIL WS-RULE-SEARCH-NO > WS-RULE-COUNT
009840     IF WS-RULE-FOUND-NO = 0
009850         MOVE "Y" TO WS-BAD-LIFE-SW
009860         MOVE WS-ORIG-RULE-ID (WS-ORIG-IDX) TO WS-BAD-LIFE-RULE
009870         MOVE "REMOVED - RETIRE IT" TO WS-BAD-LIFE-TEXT
009880     END-IF
009890     .
009900 3470-CHECK-ONE-KEPT-EXIT.
009910     EXIT.
009920*****************************************************************
009930 3475-CHECK-ONE-TABLE-ID.
009940*****************************************************************
009950     SET WS-RULE-IDX TO WS-RULE-SEARCH-NO
009960     IF WS-TAB-RULE-ID (WS-RULE-IDX)
009970         = WS-ORIG-RULE-ID (WS-ORIG-IDX)
009980         MOVE WS-RULE-SEARCH-NO TO WS-RULE-FOUND-NO
009990     END-IF
010000     .
010010 3475-CHECK-ONE-TABLE-ID-EXIT.
010020     EXIT.
010030*****************************************************************
010170 3480-CHECK-RULE-IDS.
010180*****************************************************************
010190     MOVE "N" TO WS-MISSING-ID-SW
010690     .
010700 3495-CHECK-ONE-TOLERANCE-EXIT.
010710     EXIT.
010711*****************************************************************
010712 3496-CHECK-FORMULAS.
010713*****************************************************************
010714*  THE FORMULA OPERAND EDITS OF PRIME-TROUBLES 1350 (REASONS
010715*  08-12), APPLIED HERE SO A NEW-STYLE RULE THAT WOULD ONLY BE
010716*  REJECTED AT BATCH TIME IS NEVER SAVED. THE FIRST BAD RULE
010717*  IS NAMED ON THE SCREEN.
010718*----------------------------------------------------------------
010719     MOVE "N" TO WS-BAD-FORM-SW
010720     MOVE SPACES TO WS-BAD-FORM-TEXT
010721
010722     PERFORM 3497-CHECK-ONE-FORMULA
010723         THRU 3497-CHECK-ONE-FORMULA-EXIT
010724         VARYING WS-RULE-IDX FROM 1 BY 1
010725         UNTIL WS-RULE-IDX > WS-RULE-COUNT
010726         OR WS-BAD-FORM-FOUND
010727     .
010728 3496-CHECK-FORMULAS-EXIT.
010729     EXIT.
010730*****************************************************************
010731 3497-CHECK-ONE-FORMULA.
010732*****************************************************************
010733     MOVE WS-TAB-RULE-ID (WS-RULE-IDX) TO WS-BAD-FORM-RULE
010734
010735     IF WS-TAB-FORM-TYPE (WS-RULE-IDX) NOT = "S" AND NOT = "O"
010736         AND NOT = "L" AND NOT = "R" AND NOT = SPACE
010737         MOVE "Y" TO WS-BAD-FORM-SW
010738         MOVE "BAD FORMULA TYPE" TO WS-BAD-FORM-TEXT
010739         GO TO 3497-CHECK-ONE-FORMULA-EXIT
010740     END-IF
010741
010742     IF WS-TAB-FORM-TYPE (WS-RULE-IDX) = "L"
010743         AND (WS-TAB-REM-COUNT (WS-RULE-IDX) < 1
010744           OR WS-TAB-REM-COUNT (WS-RULE-IDX) > 4)
010745         MOVE "Y" TO WS-BAD-FORM-SW
010746         MOVE "SET COUNT NOT 1-4" TO WS-BAD-FORM-TEXT
010747         GO TO 3497-CHECK-ONE-FORMULA-EXIT
010748     END-IF
010749
010750     IF WS-TAB-FORM-TYPE (WS-RULE-IDX) = "R"
010751         AND WS-TAB-REM-2 (WS-RULE-IDX)
010752           < WS-TAB-TARGET (WS-RULE-IDX)
010753         MOVE "Y" TO WS-BAD-FORM-SW
010754         MOVE "REM RANGE LOW>HIGH" TO WS-BAD-FORM-TEXT
010755         GO TO 3497-CHECK-ONE-FORMULA-EXIT
010756     END-IF
010757
010758     IF WS-TAB-CONNECT (WS-RULE-IDX) NOT = "A" AND NOT = "O"
010759         AND NOT = SPACE
010760         MOVE "Y" TO WS-BAD-FORM-SW
010761         MOVE "BAD AND/OR CODE" TO WS-BAD-FORM-TEXT
010762         GO TO 3497-CHECK-ONE-FORMULA-EXIT
010763     END-IF
010764
010765     IF WS-TAB-CONNECT (WS-RULE-IDX) NOT = SPACE
010766         AND (WS-TAB-MULT-2 (WS-RULE-IDX) <= 0
010767           OR WS-TAB-MOD-2 (WS-RULE-IDX) <= 0)
010768         MOVE "Y" TO WS-BAD-FORM-SW
010769         MOVE "2ND MULT/MOD <= 0" TO WS-BAD-FORM-TEXT
010770         GO TO 3497-CHECK-ONE-FORMULA-EXIT
010771     END-IF
010772     .
010773 3497-CHECK-ONE-FORMULA-EXIT.
010774     EXIT.
010775*****************************************************************
010776 3498-CHECK-LIFECYCLE.
010777*****************************************************************
010778*  THE STATUS EDITS OF PTRLOAD 3350 PLUS WHAT ONLY THIS SCREEN
010779*  CAN GET WRONG - A RETIRED RULE IS FROZEN, A NEW ROW MAY NOT
010780*  START LIFE RETIRED, AND EVERY LOADED RULE MUST STILL BE IN
010781*  THE TABLE UNDER ITS OWN ID, SINCE NOTHING IS EVER DELETED.
010782*  A RULE BEING RETIRED MAY NOT CARRY OTHER EDITS WITH IT - THE
010783*  RETIREMENT MUST BE APPROVED AGAINST THE RULE AS IT STOOD.
010784*  THE FIRST BAD RULE IS NAMED ON THE SCREEN.
010785*----------------------------------------------------------------
010786     MOVE "N" TO WS-BAD-LIFE-SW
010787     MOVE SPACES TO WS-BAD-LIFE-TEXT
010788
010789     PERFORM 3499-CHECK-ONE-STATUS
010790         THRU 3499-CHECK-ONE-STATUS-EXIT
010791         VARYING WS-RULE-IDX FROM 1 BY 1
010792         UNTIL WS-RULE-IDX > WS-RULE-COUNT
010793         OR WS-BAD-LIFE-FOUND
010794
010795     PERFORM 3470-CHECK-ONE-KEPT
010796         THRU 3470-CHECK-ONE-KEPT-EXIT
010797         VARYING WS-AUDIT-NO FROM 1 BY 1
010798         UNTIL WS-AUDIT-NO > WS-ORIG-COUNT
010799         OR WS-BAD-LIFE-FOUND
010800     .
010801 3498-CHECK-LIFECYCLE-EXIT.
010802     EXIT.
010803*****************************************************************
010804 3499-CHECK-ONE-STATUS.
010805*****************************************************************
010806     MOVE WS-TAB-RULE-ID (WS-RULE-IDX) TO WS-BAD-LIFE-RULE
010807
010808     IF WS-TAB-STATUS (WS-RULE-IDX) NOT = "A" AND NOT = "S"
010809         AND NOT = "R"
010810         MOVE "Y" TO WS-BAD-LIFE-SW
010811         MOVE "STATUS NOT A/S/R" TO WS-BAD-LIFE-TEXT
010812         GO TO 3499-CHECK-ONE-STATUS-EXIT
010813     END-IF
010814
010815     PERFORM 3650-FIND-ORIG THRU 3650-FIND-ORIG-EXIT
010816     IF WS-ORIG-FOUND-NO = 0
010817         IF WS-TAB-STATUS (WS-RULE-IDX) = "R"
010818             MOVE "Y" TO WS-BAD-LIFE-SW
010819             MOVE "ADDED AS RETIRED" TO WS-BAD-LIFE-TEXT
010820         END-IF
010821         GO TO 3499-CHECK-ONE-STATUS-EXIT
010822     END-IF
010823
010824     SET WS-ORIG-IDX TO WS-ORIG-FOUND-NO
010825     IF WS-ORIG-STATUS (WS-ORIG-IDX) = "R"
010826         AND WS-RULE-ENTRY (WS-RULE-IDX)
010827           NOT = WS-ORIG-ENTRY (WS-ORIG-IDX)
010828         MOVE "Y" TO WS-BAD-LIFE-SW
010829         MOVE "RETIRED - NO EDITS" TO WS-BAD-LIFE-TEXT
010830         GO TO 3499-CHECK-ONE-STATUS-EXIT
010831     END-IF
010832
010833*    STATUS R IS TAKEN OFF FOR THE COMPARE AND PUT BACK AFTER.
010834     IF WS-TAB-STATUS (WS-RULE-IDX) = "R"
010835         MOVE WS-ORIG-STATUS (WS-ORIG-IDX)
010836             TO WS-TAB-STATUS (WS-RULE-IDX)
010837         IF WS-RULE-ENTRY (WS-RULE-IDX)
010838           NOT = WS-ORIG-ENTRY (WS-ORIG-IDX)
010839             MOVE "Y" TO WS-BAD-LIFE-SW
010840             MOVE "RETIRE WITH EDITS" TO WS-BAD-LIFE-TEXT
010841         END-IF
010842         MOVE "R" TO WS-TAB-STATUS (WS-RULE-IDX)
010843     END-IF
010844     .
010845 3499-CHECK-ONE-STATUS-EXIT.
010846     EXIT.
010847*****************************************************************
010848 3500-SAVE-RULES.
010849*****************************************************************
010850     MOVE "N" TO WS-SAVE-OK-SW
010851
010890     PERFORM 3480-CHECK-RULE-IDS THRU 3480-CHECK-RULE-IDS-EXIT
010900     IF WS-MISSING-ID-FOUND
010910         MOVE "EVERY RULE NEEDS A RULE ID - NOT SAVED"
011020             DELIMITED BY SIZE INTO WS-SCR-MESSAGE
011030         GO TO 3500-SAVE-RULES-EXIT
011040     END-IF
011041
011042     PERFORM 3496-CHECK-FORMULAS
011043         THRU 3496-CHECK-FORMULAS-EXIT
011044     IF WS-BAD-FORM-FOUND
011045         MOVE SPACES TO WS-SCR-MESSAGE
011046         STRING "RULE " WS-BAD-FORM-RULE " "
011047             WS-BAD-FORM-TEXT DELIMITED BY SIZE
011048             " - NOT SAVED" DELIMITED BY SIZE
011049             INTO WS-SCR-MESSAGE
011050         GO TO 3500-SAVE-RULES-EXIT
011051     END-IF
011052
011053     PERFORM 3498-CHECK-LIFECYCLE
011054         THRU 3498-CHECK-LIFECYCLE-EXIT
011055     IF WS-BAD-LIFE-FOUND
011056         MOVE SPACES TO WS-SCR-MESSAGE
011057         STRING "RULE " WS-BAD-LIFE-RULE " "
011058             WS-BAD-LIFE-TEXT DELIMITED BY SIZE
011059             " - NOT SAVED" DELIMITED BY SIZE
011060             INTO WS-SCR-MESSAGE
011061         GO TO 3500-SAVE-RULES-EXIT
011062     END-IF
011063
011064*    THE SAVE IS A REQUEST, NOT AN UPDATE - THE DIFFERENCES
011072*    ARE QUEUED FOR A SECOND OPERATOR AND PTRULES IS NOT TOUCHED.
011082*    THE RUN-STATE INTERLOCK IS CHECKED WHEN PTAPPRV APPLIES THEM.
011092     PERFORM 3600-QUEUE-CHANGES THRU 3600-QUEUE-CHANGES-EXIT
011102     IF NOT WS-SAVE-OK
011112         MOVE "UNABLE TO OPEN PTPENDQ - NOT SAVED"
011122             TO WS-SCR-MESSAGE
011132         GO TO 3500-SAVE-RULES-EXIT
011142     END-IF
011152     DISPLAY "PTMAINT - " WS-QUEUED-COUNT " CHANGES QUEUED BY "
011162         WS-OPERATOR-ID " - PTRULES UNCHANGED UNTIL APPROVED"
011250     .
011260 3500-SAVE-RULES-EXIT.
011270     EXIT.
012030*****************************************************************
012040 3600-QUEUE-CHANGES.
012050*****************************************************************
012060*  PAIR EVERY SAVED RULE WITH ITS AS-LOADED IMAGE AND QUEUE ONE
012070*  PENDING CHANGE PER DIFFERENCE - AN ADD FOR A RULE NOT LOADED
012080*  AND A CHANGE FOR ONE WHOSE FIELDS OR STATUS MOVED. RETIRING
012090*  IS A STATUS CHANGE, AND 3498 HAS ALREADY PROVED EVERY LOADED
012095*  RULE IS STILL IN THE TABLE, SO NO DELETE IS EVER QUEUED. A
012100*  SAVE THAT CHANGED NOTHING QUEUES NOTHING.
012110*  THE QUEUE IS OPENED BEFORE ANY RECORD IS BUILT - THE FD
012120*  RECORD AREA IS NOT DEPENDABLE UNTIL THE OPEN, THE SAME
012130*  OPEN-THEN-BUILD ORDER PRIME-TROUBLES USES FOR PTREJECT.
012140*----------------------------------------------------------------
012145     MOVE ZERO TO WS-QUEUED-COUNT
012150     PERFORM 3610-OPEN-PENDQ THRU 3610-OPEN-PENDQ-EXIT
012160     IF NOT WS-PENDQ-OPEN
012170         GO TO 3600-QUEUE-CHANGES-EXIT
012180     END-IF
012185     MOVE "Y" TO WS-SAVE-OK-SW
012190
012200     ACCEPT WS-AUD-DATE FROM DATE YYYYMMDD
012210     ACCEPT WS-AUD-TIME-RAW FROM TIME
012230     PERFORM 3620-AUDIT-ONE-RULE THRU 3620-AUDIT-ONE-RULE-EXIT
012240         VARYING WS-AUDIT-NO FROM 1 BY 1
012250         UNTIL WS-AUDIT-NO > WS-RULE-COUNT
012300
012310     IF WS-PENDQ-OPEN
012320         CLOSE PT-PENDQ-FILE
012330         MOVE "N" TO WS-PENDQ-OPEN-SW
012340     END-IF
012350     .
012360 3600-QUEUE-CHANGES-EXIT.
012370     EXIT.
012380*****************************************************************
012390 3610-OPEN-PENDQ.
012400*****************************************************************
012410     IF WS-PENDQ-OPEN
012420         GO TO 3610-OPEN-PENDQ-EXIT
012430     END-IF
012440
012450     OPEN EXTEND PT-PENDQ-FILE
012460     IF WS-PENDQ-STATUS = "35"
012470         OPEN OUTPUT PT-PENDQ-FILE
012480     END-IF
012490     IF WS-PENDQ-STATUS NOT = "00"
012500         DISPLAY "PTMAINT - UNABLE TO OPEN PTPENDQ, STATUS = "
012510             WS-PENDQ-STATUS " - CHANGES NOT SAVED"
012520         GO TO 3610-OPEN-PENDQ-EXIT
012530     END-IF
012540     MOVE "Y" TO WS-PENDQ-OPEN-SW
012550     .
012560 3610-OPEN-PENDQ-EXIT.
012570     EXIT.
012580*****************************************************************
012590 3620-AUDIT-ONE-RULE.
012670         MOVE "A" TO PT-AUD-ACTION
012680         PERFORM 3680-MOVE-AFTER-IMAGE
012690             THRU 3680-MOVE-AFTER-IMAGE-EXIT
012700         PERFORM 3690-WRITE-PENDING
012710             THRU 3690-WRITE-PENDING-EXIT
012720         GO TO 3620-AUDIT-ONE-RULE-EXIT
012730     END-IF
012740
012750     SET WS-ORIG-IDX TO WS-ORIG-FOUND-NO
012770
012780     IF WS-TAB-LOW      (WS-RULE-IDX)
012790       = WS-ORIG-LOW      (WS-ORIG-IDX)
012990           = WS-ORIG-MIN-FLAG (WS-ORIG-IDX)
013000         AND WS-TAB-MAX-FLAG (WS-RULE-IDX)
013010           = WS-ORIG-MAX-FLAG (WS-ORIG-IDX)
013011         AND WS-TAB-FORM-TYPE (WS-RULE-IDX)
013012           = WS-ORIG-FORM-TYPE (WS-ORIG-IDX)
013013         AND WS-TAB-OFFSET (WS-RULE-IDX)
013014           = WS-ORIG-OFFSET   (WS-ORIG-IDX)
013015         AND WS-TAB-REM-COUNT (WS-RULE-IDX)
013016           = WS-ORIG-REM-COUNT (WS-ORIG-IDX)
013017         AND WS-TAB-REM-2   (WS-RULE-IDX)
013018           = WS-ORIG-REM-2    (WS-ORIG-IDX)
013019         AND WS-TAB-REM-3   (WS-RULE-IDX)
013020           = WS-ORIG-REM-3    (WS-ORIG-IDX)
013021         AND WS-TAB-REM-4   (WS-RULE-IDX)
013022           = WS-ORIG-REM-4    (WS-ORIG-IDX)
013023         AND WS-TAB-CONNECT (WS-RULE-IDX)
013024           = WS-ORIG-CONNECT  (WS-ORIG-IDX)
013025         AND WS-TAB-MULT-2  (WS-RULE-IDX)
013026           = WS-ORIG-MULT-2   (WS-ORIG-IDX)
013027         AND WS-TAB-MOD-2   (WS-RULE-IDX)
013028           = WS-ORIG-MOD-2    (WS-ORIG-IDX)
013029         AND WS-TAB-OFFSET-2 (WS-RULE-IDX)
013030           = WS-ORIG-OFFSET-2 (WS-ORIG-IDX)
013031         AND WS-TAB-TARGET-2 (WS-RULE-IDX)
013032           = WS-ORIG-TARGET-2 (WS-ORIG-IDX)
013033         AND WS-TAB-STATUS  (WS-RULE-IDX)
013034           = WS-ORIG-STATUS   (WS-ORIG-IDX)
013035         GO TO 3620-AUDIT-ONE-RULE-EXIT
013036     END-IF
013040
013050     PERFORM 3660-BUILD-AUDIT-RECORD
013060         THRU 3660-BUILD-AUDIT-RECORD-EXIT
013090         THRU 3670-MOVE-BEFORE-IMAGE-EXIT
013100     PERFORM 3680-MOVE-AFTER-IMAGE
013110         THRU 3680-MOVE-AFTER-IMAGE-EXIT
013120     PERFORM 3690-WRITE-PENDING
013130         THRU 3690-WRITE-PENDING-EXIT
013140     .
013150 3620-AUDIT-ONE-RULE-EXIT.
013160     EXIT.
013360*****************************************************************
013370 3650-FIND-ORIG.
013380*****************************************************************
013830     MOVE WS-ORIG-FREQ-DAY (WS-ORIG-IDX) TO PT-AUD-B-FREQ-DAY
013840     MOVE WS-ORIG-MIN-FLAG (WS-ORIG-IDX) TO PT-AUD-B-MIN-FLAG
013850     MOVE WS-ORIG-MAX-FLAG (WS-ORIG-IDX) TO PT-AUD-B-MAX-FLAG
013851     MOVE WS-ORIG-FORM-TYPE (WS-ORIG-IDX) TO PT-AUD-B-FORM-TYPE
013852     MOVE WS-ORIG-OFFSET (WS-ORIG-IDX) TO WS-AUD-SIGNED
013853     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-OFFSET
013854     MOVE WS-ORIG-REM-COUNT (WS-ORIG-IDX) TO PT-AUD-B-REM-COUNT
013855     MOVE WS-ORIG-REM-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
013856     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-REM-2
013857     MOVE WS-ORIG-REM-3 (WS-ORIG-IDX) TO WS-AUD-SIGNED
013858     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-REM-3
013859     MOVE WS-ORIG-REM-4 (WS-ORIG-IDX) TO WS-AUD-SIGNED
013860     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-REM-4
013861     MOVE WS-ORIG-CONNECT (WS-ORIG-IDX) TO PT-AUD-B-CONNECT
013862     MOVE WS-ORIG-MULT-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
013863     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-MULT-2
013864     MOVE WS-ORIG-MOD-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
013865     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-MOD-2
013866     MOVE WS-ORIG-OFFSET-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
013867     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-OFFSET-2
013868     MOVE WS-ORIG-TARGET-2 (WS-ORIG-IDX) TO WS-AUD-SIGNED
013869     MOVE WS-AUD-SIGNED-X TO PT-AUD-B-TARGET-2
013871     MOVE WS-ORIG-STATUS (WS-ORIG-IDX) TO PT-AUD-B-STATUS
013873     .
013875 3670-MOVE-BEFORE-IMAGE-EXIT.
013880     EXIT.
013890*****************************************************************
013900 3680-MOVE-AFTER-IMAGE.
014040     MOVE WS-TAB-FREQ-DAY (WS-RULE-IDX) TO PT-AUD-A-FREQ-DAY
014050     MOVE WS-TAB-MIN-FLAG (WS-RULE-IDX) TO PT-AUD-A-MIN-FLAG
014060     MOVE WS-TAB-MAX-FLAG (WS-RULE-IDX) TO PT-AUD-A-MAX-FLAG
014061     MOVE WS-TAB-FORM-TYPE (WS-RULE-IDX) TO PT-AUD-A-FORM-TYPE
014062     MOVE WS-TAB-OFFSET (WS-RULE-IDX) TO WS-AUD-SIGNED
014063     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-OFFSET
014064     MOVE WS-TAB-REM-COUNT (WS-RULE-IDX) TO PT-AUD-A-REM-COUNT
014065     MOVE WS-TAB-REM-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
014066     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-REM-2
014067     MOVE WS-TAB-REM-3 (WS-RULE-IDX) TO WS-AUD-SIGNED
014068     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-REM-3
014069     MOVE WS-TAB-REM-4 (WS-RULE-IDX) TO WS-AUD-SIGNED
014070     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-REM-4
014071     MOVE WS-TAB-CONNECT (WS-RULE-IDX) TO PT-AUD-A-CONNECT
014072     MOVE WS-TAB-MULT-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
014073     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-MULT-2
014074     MOVE WS-TAB-MOD-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
014075     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-MOD-2
014076     MOVE WS-TAB-OFFSET-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
014077     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-OFFSET-2
014078     MOVE WS-TAB-TARGET-2 (WS-RULE-IDX) TO WS-AUD-SIGNED
014079     MOVE WS-AUD-SIGNED-X TO PT-AUD-A-TARGET-2
014081     MOVE WS-TAB-STATUS (WS-RULE-IDX) TO PT-AUD-A-STATUS
014083     .
014085 3680-MOVE-AFTER-IMAGE-EXIT.
014090     EXIT.
014100*****************************************************************
014110 3690-WRITE-PENDING.
014120*****************************************************************
014130*  3600-QUEUE-CHANGES HAS ALREADY OPENED THE QUEUE BY THE TIME
014140*  ANY RECORD IS BUILT AND WRITTEN. THE AUDIT IMAGE RIDES IN THE
014145*  PENDING RECORD UNTIL PTAPPRV APPLIES IT.
014150*----------------------------------------------------------------
014151     MOVE SPACES TO PT-PENDING-RECORD
014152     MOVE "P"                  TO PT-PND-STATUS
014153     MOVE "PTMAINT"            TO PT-PND-SOURCE
014154     MOVE WS-AUD-DATE          TO PT-PND-QUEUE-DATE
014155     MOVE WS-AUD-TIME-RAW(1:6) TO PT-PND-QUEUE-TIME
014156     MOVE WS-OPERATOR-ID       TO PT-PND-REQUESTER
014157     MOVE ZERO                 TO PT-PND-REVIEW-DATE
014158     MOVE ZERO                 TO PT-PND-REVIEW-TIME
014159     MOVE PT-AUDIT-RECORD      TO PT-PND-CHANGE
014160     WRITE PT-PENDING-RECORD
014165     ADD 1 TO WS-QUEUED-COUNT
014170     .
014180 3690-WRITE-PENDING-EXIT.
014190     EXIT.
014200*****************************************************************
014210 9000-TERMINATE.
014240     .
014250 9000-TERMINATE-EXIT.
014260     EXIT.
014270
