000240*     TEAM CAN BE CHASED.                                       *
000250*  4. REWRITES PTEXCTL, PURGING ACKNOWLEDGED ENTRIES MORE THAN  *
000260*     60 DAYS OLD SO THE REGISTER DOES NOT GROW WITHOUT BOUND.  *
000261*                                                                *
000262*  A DELTA SUBSCRIBER (PT-SUB-TYPE D) IS OWED NOT THE PTEXTR    *
000263*  ROWS BUT THE ADDS AND DROPS PTEXRTE SENDS IT - PTHSTCUR      *
000264*  MATCHED AGAINST PTHSTPRV, THE SAME COMPARISON. ITS ENTRY IS  *
000265*  REGISTERED EVERY NIGHT, EVEN WITH A SENT COUNT OF ZERO, SO   *
000266*  AN EMPTY DELTA IS STILL ACKNOWLEDGED AND AGED LIKE ANY       *
000267*  OTHER DELIVERY.                                              *
000270*                                                                *
000280*  MODIFICATION HISTORY                                         *
000290*  ----------------------                                       *
000540*                   ENTRY VOLUME BY THE SUBSCRIBER COUNT, AND    *
000550*                   HITTING THE CAP SILENTLY DROPPED             *
000560*                   PREVIOUSLY REGISTERED ENTRIES AT THE SAVE.   *
000562*  2026-10-15 DLK   DELTA SUBSCRIPTIONS - ONE TYPE-D ENTRY PER  *
000564*                   DELTA SUBSCRIBER AND RULE EACH NIGHT,       *
000566*                   COUNTING ITS ADDS PLUS DROPS, REGISTERED    *
000568*                   EVEN WHEN THE DELTA IS EMPTY.               *
000570*  2026-10-15 DLK   EVERY EXTRACT ON THE UNACKED EXCEPTION PAGE  *
000572*                   IS ALSO RAISED ON THE PTALERT OPERATIONAL    *
000574*                   ALERT FEED (SEE PTALR01).                    *
000576*****************************************************************
000580
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-PARM-STATUS.
000850
000851*    THE SAME TWO HISTORY GENERATIONS PTEXRTE MATCHES FOR ITS
000852*    DELTA SUBSCRIBERS.
000853     SELECT PT-HSTCUR-FILE ASSIGN TO "PTHSTCUR"
000854         ORGANIZATION IS INDEXED
000855         RECORD KEY IS PT-HSTCUR-KEY
000856         FILE STATUS IS WS-HSTCUR-STATUS.
000857
000858     SELECT PT-HSTPRV-FILE ASSIGN TO "PTHSTPRV"
000859         ORGANIZATION IS INDEXED
000860         RECORD KEY IS PT-HSTPRV-KEY
000861         FILE STATUS IS WS-HSTPRV-STATUS.
000862
000863     SELECT PT-REPORT-FILE ASSIGN TO "PTRCRPT"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS WS-REPORT-STATUS.
000882
000884     SELECT PT-ALERT-FILE ASSIGN TO "PTALERT"
000886         ORGANIZATION IS LINE SEQUENTIAL
000888         FILE STATUS IS WS-ALERT-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
001110     05  PT-PARM-AGE-LIMIT       PIC 9(03).
001120     05  FILLER                  PIC X(17).
001130
001131 FD  PT-HSTCUR-FILE.
001132 COPY PTHIST01
001133     REPLACING ==PT-HISTORY-RECORD== BY ==PT-HSTCUR-RECORD==
001134               ==PT-HIST-KEY==       BY ==PT-HSTCUR-KEY==
001135               ==PT-HIST-RULE-ID==   BY ==PT-HSTCUR-RULE-ID==
001136               ==PT-HIST-X==         BY ==PT-HSTCUR-X==
001137               ==PT-HIST-RUN-DATE==  BY ==PT-HSTCUR-RUN-DATE==.
001138
001139 FD  PT-HSTPRV-FILE.
001140 COPY PTHIST01
001141     REPLACING ==PT-HISTORY-RECORD== BY ==PT-HSTPRV-RECORD==
001142               ==PT-HIST-KEY==       BY ==PT-HSTPRV-KEY==
001143               ==PT-HIST-RULE-ID==   BY ==PT-HSTPRV-RULE-ID==
001144               ==PT-HIST-X==         BY ==PT-HSTPRV-X==
001145               ==PT-HIST-RUN-DATE==  BY ==PT-HSTPRV-RUN-DATE==.
001146
001147 FD  PT-REPORT-FILE
001150     RECORDING MODE IS F.
001160 01  PT-REPORT-LINE          PIC X(80).
001162
001164 FD  PT-ALERT-FILE
001166     RECORDING MODE IS F.
001168 01  PT-ALERT-LINE           PIC X(130).
001170
001180 WORKING-STORAGE SECTION.
001190*----------------------------------------------------------------
001250 01  WS-PARM-STATUS      PIC X(02) VALUE "00".
001260 01  WS-SUBS-STATUS      PIC X(02) VALUE "00".
001270 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001271 01  WS-ALERT-STATUS     PIC X(02) VALUE "00".
001273 01  WS-HSTCUR-STATUS    PIC X(02) VALUE "00".
001276 01  WS-HSTPRV-STATUS    PIC X(02) VALUE "00".
001280 01  WS-SWITCHES.
001290     05  WS-EXTRACT-EOF-SW PIC X(01) VALUE "N".
001300         88  WS-EXTRACT-EOF     VALUE "Y".
001360         88  WS-REPORT-OPEN     VALUE "Y".
001370     05  WS-SUBS-EOF-SW  PIC X(01) VALUE "N".
001380         88  WS-SUBS-EOF        VALUE "Y".
001381     05  WS-HSTCUR-EOF-SW PIC X(01) VALUE "N".
001382         88  WS-HSTCUR-EOF      VALUE "Y".
001383     05  WS-HSTPRV-EOF-SW PIC X(01) VALUE "N".
001384         88  WS-HSTPRV-EOF      VALUE "Y".
001385     05  WS-HSTPRV-OPEN-SW PIC X(01) VALUE "N".
001386         88  WS-HSTPRV-OPEN     VALUE "Y".
001390
001400*----------------------------------------------------------------
001410*  EXTRACT CONTROL REGISTER TABLE - THE WHOLE PTEXCTL FILE IS
001600         10  WS-EXC-CONSUMER     PIC X(08).
001610         10  WS-EXC-REFRESHED-SW PIC X(01).
001620         10  WS-EXC-PRIOR-SENT   PIC 9(07).
001623         10  WS-EXC-TYPE         PIC X(01).
001626             88  WS-EXC-DELTA           VALUE "D".
001630
001640 01  WS-EXC-COUNT        PIC 9(03) COMP VALUE 0.
001650 01  WS-MAX-ENTRIES      PIC 9(03) COMP VALUE 600.
001820                 INDEXED BY WS-SUB-IDX.
001830         10  WS-SUB-CONSUMER     PIC X(08).
001840         10  WS-SUB-RULE-ID      PIC 9(03).
001843         10  WS-SUB-TYPE         PIC X(01).
001846             88  WS-SUB-DELTA           VALUE "D".
001850 01  WS-SUB-COUNT        PIC 9(03) COMP VALUE 0.
001855 01  WS-DELTA-SUB-COUNT  PIC 9(03) COMP VALUE 0.
001860 01  WS-MAX-SUBS         PIC 9(03) COMP VALUE 100.
001870 01  WS-SUB-NO           PIC 9(03) COMP VALUE 0.
001880 01  WS-SUB-MATCH-COUNT  PIC 9(03) COMP VALUE 0.
001890 01  WS-CAP-WARNED-SW    PIC X(01) VALUE "N".
001900     88  WS-CAP-WARNED          VALUE "Y".
001901
001902*----------------------------------------------------------------
001903*  DELTA COUNTS - ADDS PLUS DROPS PER RULE FROM THE PTHSTCUR /
001904*  PTHSTPRV MATCH, ADDRESSED BY RULE ID + 1. THE HISTORY KEYS
001905*  ARE COMPARED AS CHARACTERS, HIGH-VALUES ONCE A FILE ENDS.
001906*  THE DELTA RUN DATE IS CHOSEN AS PTEXRTE CHOOSES IT - THE
001907*  PTHSTCUR GENERATION'S, ELSE THE PTEXTR ROWS', ELSE TODAY.
001908*----------------------------------------------------------------
001909 01  WS-DELTA-TABLE.
001910     05  WS-DELTA-COUNT      PIC 9(07) COMP OCCURS 1000 TIMES.
001911 01  WS-RULE-NO          PIC 9(04) COMP VALUE 0.
001912 01  WS-CUR-KEY          PIC X(08) VALUE SPACES.
001913 01  WS-PRV-KEY          PIC X(08) VALUE SPACES.
001914 01  WS-EXTRACT-RUN-DATE PIC 9(08) VALUE 0.
001915 01  WS-DELTA-RUN-DATE   PIC 9(08) VALUE 0.
001916 01  WS-DELTA-ENTRY-COUNT PIC 9(05) COMP VALUE 0.
001917
001920*----------------------------------------------------------------
001930*  AGE ARITHMETIC - DATES ARE TURNED INTO A SERIAL DAY NUMBER
001940*  (365*Y + LEAP DAYS + DAYS INTO YEAR) SO AGE IN DAYS IS A
002690     05  FILLER              PIC X(08) VALUE "CONSUMER".
002700     05  FILLER              PIC X(02) VALUE SPACES.
002710     05  FILLER              PIC X(14) VALUE "STATUS".
002713     05  FILLER              PIC X(01) VALUE SPACE.
002716     05  FILLER              PIC X(05) VALUE "TYPE".
002720
002730 01  WS-DETAIL-LINE.
002740     05  FILLER              PIC X(01) VALUE SPACE.
002850     05  DTL-CONSUMER        PIC X(08).
002860     05  FILLER              PIC X(02) VALUE SPACES.
002870     05  DTL-STATUS          PIC X(14).
002873     05  FILLER              PIC X(03) VALUE SPACES.
002876     05  DTL-TYPE            PIC X(05).
002880
002890 01  WS-TRAILER-LINE-1.
002900     05  FILLER              PIC X(01) VALUE SPACE.
003160     05  WS-FMT-DATE-MM  PIC 9(02).
003170     05  WS-FMT-DATE-DD  PIC 9(02).
003180 01  WS-FMT-DATE-PR      PIC X(10).
003181
003182*----------------------------------------------------------------
003183*  OPERATIONAL ALERT FEED (SEE PTALR01) - BUILT HERE, WRITTEN
003184*  TO PTALERT BY 8700-RAISE-ALERT
003185*----------------------------------------------------------------
003186 COPY PTALR01.
003187 01  WS-ALR-TIME-RAW     PIC 9(08) VALUE 0.
003188 01  WS-ALR-TIME-R REDEFINES WS-ALR-TIME-RAW.
003189     05  WS-ALR-TIME     PIC 9(06).
003190 01  WS-ALERTS-RAISED    PIC 9(05) COMP VALUE 0.
003191 01  WS-ALR-DAYS         PIC 9(04) VALUE 0.
003192
003200 PROCEDURE DIVISION.
003210*****************************************************************
003220 0000-MAINLINE.
003240     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT
003250
003260     PERFORM 1200-FOLD-IN-EXTRACT THRU 1200-FOLD-IN-EXTRACT-EXIT
003265     PERFORM 1400-FOLD-IN-DELTAS THRU 1400-FOLD-IN-DELTAS-EXIT
003270     PERFORM 1300-APPLY-ACKS THRU 1300-APPLY-ACKS-EXIT
003280
003290     PERFORM 2000-REPORT-REGISTER THRU 2000-REPORT-REGISTER-EXIT
004320     MOVE PT-EXC-CONSUMER   TO WS-EXC-CONSUMER   (WS-EXC-IDX)
004330     MOVE "N" TO WS-EXC-REFRESHED-SW (WS-EXC-IDX)
004340     MOVE PT-EXC-SENT-COUNT TO WS-EXC-PRIOR-SENT (WS-EXC-IDX)
004345     MOVE PT-EXC-TYPE       TO WS-EXC-TYPE       (WS-EXC-IDX)
004350     .
004360
004370 1100-LOAD-ONE-ENTRY-EXIT.
004570     SET WS-SUB-IDX TO WS-SUB-COUNT
004580     MOVE PT-SUB-CONSUMER TO WS-SUB-CONSUMER (WS-SUB-IDX)
004590     MOVE PT-SUB-RULE-ID  TO WS-SUB-RULE-ID  (WS-SUB-IDX)
004592     MOVE PT-SUB-TYPE     TO WS-SUB-TYPE     (WS-SUB-IDX)
004594     IF PT-SUB-DELTA
004596         ADD 1 TO WS-DELTA-SUB-COUNT
004598     END-IF
004600     .
004610
004620 1150-LOAD-ONE-SUB-EXIT.
004950             GO TO 1250-FOLD-ONE-ROW-EXIT
004960     END-READ
004970     ADD 1 TO WS-EXTRACT-ROW-COUNT
004972     IF WS-EXTRACT-RUN-DATE = 0
004974         MOVE PT-EXT-RUN-DATE TO WS-EXTRACT-RUN-DATE
004976     END-IF
004980
004990     MOVE PT-EXT-RUN-DATE TO WS-FIND-DATE
005000     MOVE PT-EXT-RULE-ID  TO WS-FIND-RULE-ID
005250     END-IF
005260
005270     ADD 1 TO WS-SUB-MATCH-COUNT
005271*    A DELTA SUBSCRIBER IS NOT OWED THE FULL ROWS - ITS ENTRY
005272*    IS REGISTERED BY 1400-FOLD-IN-DELTAS.
005273     IF WS-SUB-DELTA (WS-SUB-IDX)
005274         GO TO 1255-TALLY-ONE-SUB-EXIT
005275     END-IF
005280     MOVE WS-SUB-CONSUMER (WS-SUB-IDX) TO WS-FIND-CONSUMER
005290     PERFORM 1260-TALLY-ONE-ENTRY THRU 1260-TALLY-ONE-ENTRY-EXIT
005300     .
005580         MOVE WS-FIND-CONSUMER TO WS-EXC-CONSUMER (WS-EXC-IDX)
005590         MOVE "Y"  TO WS-EXC-REFRESHED-SW (WS-EXC-IDX)
005600         MOVE ZERO TO WS-EXC-PRIOR-SENT   (WS-EXC-IDX)
005605         MOVE SPACE TO WS-EXC-TYPE        (WS-EXC-IDX)
005610     END-IF
005620
005630     SET WS-EXC-IDX TO WS-FOUND-NO
006650 1350-APPLY-ONE-ACK-EXIT.
006660     EXIT.
006670
006671*****************************************************************
006672 1400-FOLD-IN-DELTAS.
006673*****************************************************************
006674*  MATCH PTHSTCUR AGAINST PTHSTPRV THE WAY PTEXRTE DOES, COUNT
006675*  EACH RULE'S ADDS PLUS DROPS, AND REGISTER ONE TYPE-D ENTRY
006676*  PER DELTA SUBSCRIPTION FOR THE DELTA RUN DATE. THE ENTRY IS
006677*  KEPT EVEN WHEN ITS COUNT IS ZERO - THE SUBSCRIBER STILL OWES
006678*  A PTACK SAYING IT TOOK AN EMPTY DELTA. A REFOLD THAT CHANGES
006679*  THE COUNT CLEARS A STALE ACKNOWLEDGMENT, AS 1270 DOES.
006680*----------------------------------------------------------------
006681     IF WS-DELTA-SUB-COUNT = 0
006682         GO TO 1400-FOLD-IN-DELTAS-EXIT
006683     END-IF
006684
006685     OPEN INPUT PT-HSTCUR-FILE
006686     IF WS-HSTCUR-STATUS NOT = "00"
006687         DISPLAY "PTRECON - UNABLE TO OPEN PTHSTCUR, STATUS = "
006688             WS-HSTCUR-STATUS " - NO DELTA ENTRIES REGISTERED"
006689         GO TO 1400-FOLD-IN-DELTAS-EXIT
006690     END-IF
006691
006692     OPEN INPUT PT-HSTPRV-FILE
006693     IF WS-HSTPRV-STATUS NOT = "00"
006694         DISPLAY "PTRECON - NO PRIOR-RUN PTHSTPRV, STATUS = "
006695             WS-HSTPRV-STATUS " - EVERY CURRENT VALUE IS AN ADD"
006696         MOVE "Y" TO WS-HSTPRV-EOF-SW
006697         MOVE HIGH-VALUES TO WS-PRV-KEY
006698     ELSE
006699         MOVE "Y" TO WS-HSTPRV-OPEN-SW
006700         PERFORM 1492-READ-NEXT-HSTPRV
006701             THRU 1492-READ-NEXT-HSTPRV-EXIT
006702     END-IF
006703     PERFORM 1491-READ-NEXT-HSTCUR THRU 1491-READ-NEXT-HSTCUR-EXIT
006704
006705     IF NOT WS-HSTCUR-EOF
006706         MOVE PT-HSTCUR-RUN-DATE TO WS-DELTA-RUN-DATE
006707     ELSE
006708         IF WS-EXTRACT-RUN-DATE > 0
006709             MOVE WS-EXTRACT-RUN-DATE TO WS-DELTA-RUN-DATE
006710         ELSE
006711             MOVE WS-RUN-DATE TO WS-DELTA-RUN-DATE
006712         END-IF
006713     END-IF
006714
006715     PERFORM 1410-CLEAR-ONE-DELTA THRU 1410-CLEAR-ONE-DELTA-EXIT
006716         VARYING WS-RULE-NO FROM 1 BY 1
006717         UNTIL WS-RULE-NO > 1000
006718     PERFORM 1420-MATCH-ONE-KEY THRU 1420-MATCH-ONE-KEY-EXIT
006719         UNTIL WS-HSTCUR-EOF AND WS-HSTPRV-EOF
006720
006721     CLOSE PT-HSTCUR-FILE
006722     IF WS-HSTPRV-OPEN
006723         CLOSE PT-HSTPRV-FILE
006724     END-IF
006725
006726     PERFORM 1450-REGISTER-ONE-DELTA
006727         THRU 1450-REGISTER-ONE-DELTA-EXIT
006728         VARYING WS-SUB-NO FROM 1 BY 1
006729         UNTIL WS-SUB-NO > WS-SUB-COUNT
006730     .
006731
006732 1400-FOLD-IN-DELTAS-EXIT.
006733     EXIT.
006734
006735*****************************************************************
006736 1410-CLEAR-ONE-DELTA.
006737*****************************************************************
006738     MOVE ZERO TO WS-DELTA-COUNT (WS-RULE-NO)
006739     .
006740
006741 1410-CLEAR-ONE-DELTA-EXIT.
006742     EXIT.
006743
006744*****************************************************************
006745 1420-MATCH-ONE-KEY.
006746*****************************************************************
006747     IF WS-CUR-KEY = WS-PRV-KEY
006748         PERFORM 1491-READ-NEXT-HSTCUR
006749             THRU 1491-READ-NEXT-HSTCUR-EXIT
006750         PERFORM 1492-READ-NEXT-HSTPRV
006751             THRU 1492-READ-NEXT-HSTPRV-EXIT
006752         GO TO 1420-MATCH-ONE-KEY-EXIT
006753     END-IF
006754
006755     IF WS-CUR-KEY < WS-PRV-KEY
006756         COMPUTE WS-RULE-NO = PT-HSTCUR-RULE-ID + 1
006757         ADD 1 TO WS-DELTA-COUNT (WS-RULE-NO)
006758         PERFORM 1491-READ-NEXT-HSTCUR
006759             THRU 1491-READ-NEXT-HSTCUR-EXIT
006760     ELSE
006761         COMPUTE WS-RULE-NO = PT-HSTPRV-RULE-ID + 1
006762         ADD 1 TO WS-DELTA-COUNT (WS-RULE-NO)
006763         PERFORM 1492-READ-NEXT-HSTPRV
006764             THRU 1492-READ-NEXT-HSTPRV-EXIT
006765     END-IF
006766     .
006767
006768 1420-MATCH-ONE-KEY-EXIT.
006769     EXIT.
006770
006771*****************************************************************
006772 1450-REGISTER-ONE-DELTA.
006773*****************************************************************
006774     SET WS-SUB-IDX TO WS-SUB-NO
006775     IF NOT WS-SUB-DELTA (WS-SUB-IDX)
006776         GO TO 1450-REGISTER-ONE-DELTA-EXIT
006777     END-IF
006778
006779     MOVE WS-DELTA-RUN-DATE TO WS-FIND-DATE
006780     MOVE WS-SUB-RULE-ID  (WS-SUB-IDX) TO WS-FIND-RULE-ID
006781     MOVE WS-SUB-CONSUMER (WS-SUB-IDX) TO WS-FIND-CONSUMER
006782     COMPUTE WS-RULE-NO = WS-FIND-RULE-ID + 1
006783     PERFORM 1500-FIND-ENTRY THRU 1500-FIND-ENTRY-EXIT
006784
006785     IF WS-FOUND-NO = 0
006786         IF WS-EXC-COUNT >= WS-MAX-ENTRIES
006787             IF NOT WS-CAP-WARNED
006788                 DISPLAY "PTRECON - REGISTER FULL, DELTA FOR "
006789                     "RULE " WS-FIND-RULE-ID " NOT REGISTERED"
006790                 MOVE "Y" TO WS-CAP-WARNED-SW
006791             END-IF
006792             GO TO 1450-REGISTER-ONE-DELTA-EXIT
006793         END-IF
006794         ADD 1 TO WS-EXC-COUNT
006795         MOVE WS-EXC-COUNT TO WS-FOUND-NO
006796         SET WS-EXC-IDX TO WS-FOUND-NO
006797         MOVE WS-FIND-DATE    TO WS-EXC-RUN-DATE (WS-EXC-IDX)
006798         MOVE WS-FIND-RULE-ID TO WS-EXC-RULE-ID  (WS-EXC-IDX)
006799         MOVE ZERO TO WS-EXC-SENT-COUNT (WS-EXC-IDX)
006800         MOVE ZERO TO WS-EXC-ACK-COUNT  (WS-EXC-IDX)
006801         MOVE "N"  TO WS-EXC-ACK-SW     (WS-EXC-IDX)
006802         MOVE WS-FIND-CONSUMER TO WS-EXC-CONSUMER (WS-EXC-IDX)
006803         MOVE ZERO TO WS-EXC-PRIOR-SENT   (WS-EXC-IDX)
006804     END-IF
006805
006806     SET WS-EXC-IDX TO WS-FOUND-NO
006807     MOVE "Y" TO WS-EXC-REFRESHED-SW (WS-EXC-IDX)
006808     MOVE "D" TO WS-EXC-TYPE         (WS-EXC-IDX)
006809     MOVE WS-DELTA-COUNT (WS-RULE-NO)
006810         TO WS-EXC-SENT-COUNT (WS-EXC-IDX)
006811     IF WS-EXC-SENT-COUNT (WS-EXC-IDX)
006812         NOT = WS-EXC-PRIOR-SENT (WS-EXC-IDX)
006813         MOVE ZERO TO WS-EXC-ACK-COUNT  (WS-EXC-IDX)
006814         MOVE "N"  TO WS-EXC-ACK-SW     (WS-EXC-IDX)
006815     END-IF
006816     ADD 1 TO WS-DELTA-ENTRY-COUNT
006817     .
006818
006819 1450-REGISTER-ONE-DELTA-EXIT.
006820     EXIT.
006821
006822*****************************************************************
006823 1491-READ-NEXT-HSTCUR.
006824*****************************************************************
006825     READ PT-HSTCUR-FILE
006826         AT END
006827             MOVE "Y" TO WS-HSTCUR-EOF-SW
006828             MOVE HIGH-VALUES TO WS-CUR-KEY
006829             GO TO 1491-READ-NEXT-HSTCUR-EXIT
006830     END-READ
006831     MOVE PT-HSTCUR-KEY TO WS-CUR-KEY
006832     .
006833
006834 1491-READ-NEXT-HSTCUR-EXIT.
006835     EXIT.
006836
006837*****************************************************************
006838 1492-READ-NEXT-HSTPRV.
006839*****************************************************************
006840     READ PT-HSTPRV-FILE
006841         AT END
006842             MOVE "Y" TO WS-HSTPRV-EOF-SW
006843             MOVE HIGH-VALUES TO WS-PRV-KEY
006844             GO TO 1492-READ-NEXT-HSTPRV-EXIT
006845     END-READ
006846     MOVE PT-HSTPRV-KEY TO WS-PRV-KEY
006847     .
006848
006849 1492-READ-NEXT-HSTPRV-EXIT.
006850     EXIT.
006851
006852*****************************************************************
006853 1500-FIND-ENTRY.
006854*****************************************************************
006855*  LOOK UP THE REGISTER ENTRY FOR THE RUN DATE HELD IN
006856*  WS-FIND-DATE, THE RULE ID HELD IN WS-FIND-RULE-ID, AND THE
006857*  SUBSCRIBER HELD IN WS-FIND-CONSUMER (SPACES FOR THE LEGACY
006858*  UNSUBSCRIBED ENTRY).
006859*----------------------------------------------------------------
006860     MOVE 0 TO WS-FOUND-NO
006861     PERFORM 1510-CHECK-ONE-ENTRY THRU 1510-CHECK-ONE-ENTRY-EXIT
006862         VARYING WS-SEARCH-NO FROM 1 BY 1
006863         UNTIL WS-SEARCH-NO > WS-EXC-COUNT
006864     .
006865
006866 1500-FIND-ENTRY-EXIT.
006867     EXIT.
006868
006869*****************************************************************
006870 1510-CHECK-ONE-ENTRY.
006871*****************************************************************
006880     SET WS-EXC-IDX TO WS-SEARCH-NO
006890     IF WS-EXC-RUN-DATE (WS-EXC-IDX) = WS-FIND-DATE
006900         AND WS-EXC-RULE-ID (WS-EXC-IDX) = WS-FIND-RULE-ID
007760     MOVE WS-EXC-ACK-COUNT  (WS-EXC-IDX) TO DTL-RECEIVED
007770     MOVE WS-ENTRY-AGE TO DTL-AGE
007780     MOVE WS-EXC-CONSUMER   (WS-EXC-IDX) TO DTL-CONSUMER
007781     IF WS-EXC-DELTA (WS-EXC-IDX)
007782         MOVE "DELTA" TO DTL-TYPE
007783     ELSE
007784         MOVE "FULL"  TO DTL-TYPE
007785     END-IF
007790     WRITE PT-REPORT-LINE FROM WS-DETAIL-LINE
007800     ADD 1 TO WS-LINE-NO
007810     .
008230     MOVE "CHASE CONSUMER" TO DTL-STATUS
008240     PERFORM 2300-WRITE-ENTRY-LINE
008250         THRU 2300-WRITE-ENTRY-LINE-EXIT
008251
008252     MOVE SPACES TO PT-ALERT-RECORD
008253     MOVE "W"     TO PT-ALR-SEVERITY
008254     MOVE WS-EXC-RULE-ID (WS-EXC-IDX) TO PT-ALR-RULE-ID
008255     MOVE "EXTUNACK" TO PT-ALR-CODE
008256     STRING WS-EXC-RUN-DATE (WS-EXC-IDX) " "
008257         WS-EXC-CONSUMER (WS-EXC-IDX)
008258         DELIMITED BY SIZE INTO PT-ALR-SUBJECT
008259     MOVE WS-ENTRY-AGE TO WS-ALR-DAYS
008260     STRING "EXTRACT UNACKNOWLEDGED " WS-ALR-DAYS
008261         " DAYS - CHASE CONSUMER "
008262         WS-EXC-CONSUMER (WS-EXC-IDX)
008263         DELIMITED BY SIZE INTO PT-ALR-MESSAGE
008264     PERFORM 8700-RAISE-ALERT THRU 8700-RAISE-ALERT-EXIT
008265     .
008270
008280 2650-WRITE-ONE-EXCEPTION-EXIT.
008290     EXIT.
008910     MOVE WS-EXC-ACK-COUNT  (WS-EXC-IDX) TO PT-EXC-ACK-COUNT
008920     MOVE WS-EXC-ACK-SW     (WS-EXC-IDX) TO PT-EXC-ACK-SW
008930     MOVE WS-EXC-CONSUMER   (WS-EXC-IDX) TO PT-EXC-CONSUMER
008935     MOVE WS-EXC-TYPE       (WS-EXC-IDX) TO PT-EXC-TYPE
008940     WRITE PT-EXCTL-RECORD
008950     .
008960
009720 8000-WRITE-TRAILER-EXIT.
009730     EXIT.
009740
009741*****************************************************************
009742 8700-RAISE-ALERT.
009743*****************************************************************
009744*  APPEND ONE RECORD TO THE PTALERT OPERATIONAL ALERT FEED. THE
009745*  CALLER CLEARS PT-ALERT-RECORD AND SETS THE SEVERITY, RULE ID,
009746*  CODE, SUBJECT AND MESSAGE. A FEED THAT CANNOT BE OPENED IS
009747*  REPORTED HERE BUT NEVER CHANGES THE OUTCOME OF THE RUN.
009748*----------------------------------------------------------------
009749     ACCEPT PT-ALR-DATE FROM DATE YYYYMMDD
009750     ACCEPT WS-ALR-TIME-RAW FROM TIME
009751     MOVE WS-ALR-TIME TO PT-ALR-TIME
009752     MOVE "PTRECON" TO PT-ALR-PROGRAM
009753
009754     OPEN EXTEND PT-ALERT-FILE
009755     IF WS-ALERT-STATUS = "35"
009756         OPEN OUTPUT PT-ALERT-FILE
009757     END-IF
009758     IF WS-ALERT-STATUS NOT = "00"
009759         DISPLAY "PTRECON - UNABLE TO OPEN PTALERT, STATUS = "
009760             WS-ALERT-STATUS " - ALERT " PT-ALR-CODE
009761             " NOT RAISED"
009762         GO TO 8700-RAISE-ALERT-EXIT
009763     END-IF
009764
009765     WRITE PT-ALERT-LINE FROM PT-ALERT-RECORD
009766     CLOSE PT-ALERT-FILE
009767     ADD 1 TO WS-ALERTS-RAISED
009768     .
009769
009770 8700-RAISE-ALERT-EXIT.
009771     EXIT.
009772
009773*****************************************************************
009774 9000-TERMINATE.
009775*****************************************************************
009780     IF WS-REPORT-OPEN
009790         CLOSE PT-REPORT-FILE
009800     END-IF
009830         ", REGISTER ENTRIES " WS-EXC-COUNT
009840         ", UNACKNOWLEDGED " WS-UNACKED-COUNT
009850         ", OVER AGE LIMIT " WS-OVERAGE-COUNT
009851     IF WS-DELTA-SUB-COUNT > 0
009852         DISPLAY "PTRECON - DELTA ENTRIES REGISTERED "
009853             WS-DELTA-ENTRY-COUNT " FOR RUN DATE "
009854             WS-DELTA-RUN-DATE
009855     END-IF
009856     IF WS-ALERTS-RAISED > 0
009857         DISPLAY "PTRECON - " WS-ALERTS-RAISED
009858             " ALERTS RAISED ON PTALERT"
009859     END-IF
009860     .
009870
009880 9000-TERMINATE-EXIT.
