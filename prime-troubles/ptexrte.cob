000270*  AND THE ROWS IT RECEIVED, SO OPERATIONS CAN BALANCE THE      *
000280*  SPLIT AGAINST THE PTEXTR ROW COUNT.                          *
000290*                                                                *
000291*  A DELTA SUBSCRIPTION (PT-SUB-TYPE D) GETS NO FULL-LIST ROWS. *
000292*  INSTEAD, ONCE THE FULL SPLIT IS DONE, PTHSTCUR IS MATCHED    *
000293*  AGAINST PTHSTPRV - THE SAME COMPARISON THE REPORT MAKES FOR  *
000294*  NEWLY FLAGGED AND DROPPED VALUES - AND EACH VALUE ONLY IN    *
000295*  PTHSTCUR GOES OUT MARKED ADD, EACH VALUE ONLY IN PTHSTPRV    *
000296*  MARKED DROP (PT-EXT-DELTA-CODE). A NIGHT WITH NO CHANGE      *
000297*  LEAVES THE DELTA SUBSCRIBER'S SHARE OF ITS FILE EMPTY.       *
000298*                                                                *
000300*  MODIFICATION HISTORY                                         *
000310*  ----------------------                                       *
000320*  DATE       INIT  DESCRIPTION                                 *
000370*                   WHOLE ROUTING RUN WITH RETURN CODE 8        *
000380*                   INSTEAD OF COUNTING ROWS A SUBSCRIBER       *
000390*                   NEVER RECEIVED.                             *
000392*  2026-10-15 DLK   DELTA SUBSCRIPTIONS - ADDS AND DROPS FROM   *
000394*                   PTHSTCUR AGAINST PTHSTPRV INSTEAD OF THE    *
000396*                   FULL LIST. PTRTRPT SHOWS EACH SUBSCRIBER'S  *
000398*                   TYPE AND THE DELTA TOTALS.                  *
000400*****************************************************************
000410
000420 ENVIRONMENT DIVISION.
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-ROUTE-STATUS.
000880
000881*    THE JCL POINTS PTHSTCUR AND PTHSTPRV AT THE SAME TWO
000882*    HISTORY GENERATIONS THE SCAN COMPARED - TONIGHT'S AND THE
000883*    ONE BEFORE IT.
000884     SELECT PT-HSTCUR-FILE ASSIGN TO "PTHSTCUR"
000885         ORGANIZATION IS INDEXED
000886         RECORD KEY IS PT-HSTCUR-KEY
000887         FILE STATUS IS WS-HSTCUR-STATUS.
000888
000889     SELECT PT-HSTPRV-FILE ASSIGN TO "PTHSTPRV"
000890         ORGANIZATION IS INDEXED
000891         RECORD KEY IS PT-HSTPRV-KEY
000892         FILE STATUS IS WS-HSTPRV-STATUS.
000893
000894     SELECT PT-REPORT-FILE ASSIGN TO "PTRTRPT"
000900         ORGANIZATION IS LINE SEQUENTIAL
000910         FILE STATUS IS WS-REPORT-STATUS.
000920
001320     RECORDING MODE IS F.
001330 01  PT-ROUTE8-RECORD        PIC X(26).
001340
001341 FD  PT-HSTCUR-FILE.
001342 COPY PTHIST01
001343     REPLACING ==PT-HISTORY-RECORD== BY ==PT-HSTCUR-RECORD==
001344               ==PT-HIST-KEY==       BY ==PT-HSTCUR-KEY==
001345               ==PT-HIST-RULE-ID==   BY ==PT-HSTCUR-RULE-ID==
001346               ==PT-HIST-X==         BY ==PT-HSTCUR-X==
001347               ==PT-HIST-RUN-DATE==  BY ==PT-HSTCUR-RUN-DATE==.
001348
001349 FD  PT-HSTPRV-FILE.
001350 COPY PTHIST01
001351     REPLACING ==PT-HISTORY-RECORD== BY ==PT-HSTPRV-RECORD==
001352               ==PT-HIST-KEY==       BY ==PT-HSTPRV-KEY==
001353               ==PT-HIST-RULE-ID==   BY ==PT-HSTPRV-RULE-ID==
001354               ==PT-HIST-X==         BY ==PT-HSTPRV-X==
001355               ==PT-HIST-RUN-DATE==  BY ==PT-HSTPRV-RUN-DATE==.
001356
001360 FD  PT-REPORT-FILE
001370     RECORDING MODE IS F.
001380 01  PT-REPORT-LINE          PIC X(80).
001450 01  WS-EXTRACT-STATUS   PIC X(02) VALUE "00".
001460 01  WS-ROUTE-STATUS     PIC X(02) VALUE "00".
001470 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001473 01  WS-HSTCUR-STATUS    PIC X(02) VALUE "00".
001476 01  WS-HSTPRV-STATUS    PIC X(02) VALUE "00".
001480 01  WS-SWITCHES.
001490     05  WS-SUBS-EOF-SW  PIC X(01) VALUE "N".
001500         88  WS-SUBS-EOF        VALUE "Y".
001540         88  WS-REPORT-OPEN     VALUE "Y".
001550     05  WS-ROUTE-OK-SW  PIC X(01) VALUE "Y".
001560         88  WS-ROUTE-OK        VALUE "Y".
001561     05  WS-HSTCUR-EOF-SW PIC X(01) VALUE "N".
001562         88  WS-HSTCUR-EOF      VALUE "Y".
001563     05  WS-HSTPRV-EOF-SW PIC X(01) VALUE "N".
001564         88  WS-HSTPRV-EOF      VALUE "Y".
001565     05  WS-HSTPRV-OPEN-SW PIC X(01) VALUE "N".
001566         88  WS-HSTPRV-OPEN     VALUE "Y".
001570
001580*----------------------------------------------------------------
001590*  SUBSCRIPTION MASTER - CONSUMER/RULE PAIRS, AND THE DISTINCT
001650                 INDEXED BY WS-SUB-IDX.
001660         10  WS-SUB-CONSUMER     PIC X(08).
001670         10  WS-SUB-RULE-ID      PIC 9(03).
001673         10  WS-SUB-TYPE         PIC X(01).
001676             88  WS-SUB-DELTA           VALUE "D".
001680 01  WS-SUB-COUNT        PIC 9(03) COMP VALUE 0.
001685 01  WS-DELTA-SUB-COUNT  PIC 9(03) COMP VALUE 0.
001690 01  WS-MAX-SUBS         PIC 9(03) COMP VALUE 100.
001700 01  WS-SUB-NO           PIC 9(03) COMP VALUE 0.
001710
001740                 INDEXED BY WS-CONS-IDX.
001750         10  WS-CONS-NAME        PIC X(08).
001760         10  WS-CONS-ROW-COUNT   PIC 9(07).
001762*            F = FULL LIST ONLY, D = DELTA ONLY, M = BOTH KINDS
001764*            OF SUBSCRIPTION SHARE THE ONE ROUTED FILE.
001766         10  WS-CONS-TYPE        PIC X(01).
001770 01  WS-CONS-COUNT       PIC 9(02) COMP VALUE 0.
001780 01  WS-MAX-CONSUMERS    PIC 9(02) COMP VALUE 8.
001790 01  WS-CONS-FOUND-NO    PIC 9(02) COMP VALUE 0.
001870 01  WS-ROUTED-ROW-COUNT  PIC 9(07) COMP VALUE 0.
001880 01  WS-ORPHAN-ROW-COUNT  PIC 9(07) COMP VALUE 0.
001890 01  WS-ROW-MATCH-COUNT   PIC 9(02) COMP VALUE 0.
001891 01  WS-DELTA-ADD-COUNT   PIC 9(07) COMP VALUE 0.
001892 01  WS-DELTA-DROP-COUNT  PIC 9(07) COMP VALUE 0.
001893 01  WS-DELTA-ROW-COUNT   PIC 9(07) COMP VALUE 0.
001894
001895*----------------------------------------------------------------
001896*  DELTA MATCH - THE TWO HISTORY KEYS (RULE ID + VALUE) ARE
001897*  COMPARED AS CHARACTERS; AN EXHAUSTED FILE'S KEY IS SET TO
001898*  HIGH-VALUES SO THE OTHER FILE DRAINS. THE DELTA ROWS CARRY
001899*  THE RUN DATE OF THE PTHSTCUR GENERATION, OR OF THE PTEXTR
001900*  ROWS, OR FAILING BOTH TODAY'S DATE.
001901*----------------------------------------------------------------
001902 01  WS-CUR-KEY           PIC X(08) VALUE SPACES.
001903 01  WS-PRV-KEY           PIC X(08) VALUE SPACES.
001904 01  WS-EXTRACT-RUN-DATE  PIC 9(08) VALUE 0.
001905 01  WS-DELTA-RUN-DATE    PIC 9(08) VALUE 0.
001906
001910*----------------------------------------------------------------
001920*  RUN DATE AND REPORT CONTROL FIELDS
001930*----------------------------------------------------------------
002220     05  FILLER              PIC X(11) VALUE "ROUTED FILE".
002230     05  FILLER              PIC X(02) VALUE SPACES.
002240     05  FILLER              PIC X(12) VALUE "ROWS ROUTED".
002243     05  FILLER              PIC X(02) VALUE SPACES.
002246     05  FILLER              PIC X(05) VALUE "TYPE".
002250
002260 01  WS-DETAIL-LINE.
002270     05  FILLER              PIC X(03) VALUE SPACES.
002300     05  DTL-FILE-NAME       PIC X(08).
002310     05  FILLER              PIC X(05) VALUE SPACES.
002320     05  DTL-ROWS            PIC Z(6)9.
002323     05  FILLER              PIC X(07) VALUE SPACES.
002326     05  DTL-TYPE            PIC X(05).
002330
002340 01  WS-FILE-NAME        PIC X(08) VALUE SPACES.
002350 01  WS-FILE-SUFFIX      PIC 9(01) VALUE 0.
002440     05  FILLER              PIC X(03) VALUE SPACES.
002450     05  FILLER              PIC X(16) VALUE "NO SUBSCRIBER: ".
002460     05  TRL1-ORPHAN         PIC Z(6)9.
002461
002462 01  WS-TRAILER-LINE-2.
002463     05  FILLER              PIC X(01) VALUE SPACE.
002464     05  FILLER              PIC X(15) VALUE "DELTA ADDS: ".
002465     05  TRL2-ADDS           PIC Z(6)9.
002466     05  FILLER              PIC X(03) VALUE SPACES.
002467     05  FILLER              PIC X(09) VALUE "DROPS: ".
002468     05  TRL2-DROPS          PIC Z(6)9.
002469     05  FILLER              PIC X(03) VALUE SPACES.
002470     05  FILLER              PIC X(16) VALUE "DELTA ROWS SENT:".
002471     05  FILLER              PIC X(01) VALUE SPACE.
002472     05  TRL2-ROWS           PIC Z(6)9.
002473
002480 PROCEDURE DIVISION.
002490*****************************************************************
002500 0000-MAINLINE.
002540     PERFORM 2000-ROUTE-ONE-ROW THRU 2000-ROUTE-ONE-ROW-EXIT
002550         UNTIL WS-EXTRACT-EOF
002560
002562     IF WS-DELTA-SUB-COUNT > 0 AND WS-ROUTE-OK
002564         PERFORM 3000-ROUTE-DELTAS THRU 3000-ROUTE-DELTAS-EXIT
002566     END-IF
002568
002570     PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
002580
002590     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
003500     SET WS-SUB-IDX TO WS-SUB-COUNT
003510     MOVE PT-SUB-CONSUMER TO WS-SUB-CONSUMER (WS-SUB-IDX)
003520     MOVE PT-SUB-RULE-ID  TO WS-SUB-RULE-ID  (WS-SUB-IDX)
003521     IF PT-SUB-DELTA
003522         MOVE "D" TO WS-SUB-TYPE (WS-SUB-IDX)
003523         ADD 1 TO WS-DELTA-SUB-COUNT
003524     ELSE
003525         IF NOT PT-SUB-FULL
003526             DISPLAY "PTEXRTE - PTSUBS TYPE '" PT-SUB-TYPE
003527                 "' FOR " PT-SUB-CONSUMER " RULE "
003528                 PT-SUB-RULE-ID " IS NEITHER F NOR D, "
003529                 "ROUTING REFUSED"
003530             MOVE "N" TO WS-ROUTE-OK-SW
003531             GO TO 1100-LOAD-ONE-SUB-EXIT
003532         END-IF
003533         MOVE "F" TO WS-SUB-TYPE (WS-SUB-IDX)
003534     END-IF
003535
003540     MOVE PT-SUB-CONSUMER TO WS-FILE-NAME
003550     PERFORM 1200-FIND-CONSUMER THRU 1200-FIND-CONSUMER-EXIT
003560     IF WS-CONS-FOUND-NO = 0
003650         SET WS-CONS-IDX TO WS-CONS-COUNT
003660         MOVE PT-SUB-CONSUMER TO WS-CONS-NAME (WS-CONS-IDX)
003670         MOVE ZERO TO WS-CONS-ROW-COUNT (WS-CONS-IDX)
003673         MOVE WS-SUB-TYPE (WS-SUB-IDX)
003676             TO WS-CONS-TYPE (WS-CONS-IDX)
003677     ELSE
003681         SET WS-CONS-IDX TO WS-CONS-FOUND-NO
003683         IF WS-CONS-TYPE (WS-CONS-IDX)
003684             NOT = WS-SUB-TYPE (WS-SUB-IDX)
003685             MOVE "M" TO WS-CONS-TYPE (WS-CONS-IDX)
003686         END-IF
003687     END-IF
003690     .
003700
003710 1100-LOAD-ONE-SUB-EXIT.
004810*****************************************************************
004820     ADD 1 TO WS-EXTRACT-ROW-COUNT
004830     MOVE 0 TO WS-ROW-MATCH-COUNT
004832     IF WS-EXTRACT-RUN-DATE = 0
004834         MOVE PT-EXT-RUN-DATE TO WS-EXTRACT-RUN-DATE
004836     END-IF
004840
004850     PERFORM 2100-MATCH-ONE-SUB THRU 2100-MATCH-ONE-SUB-EXIT
004860         VARYING WS-SUB-NO FROM 1 BY 1
005040     IF WS-SUB-RULE-ID (WS-SUB-IDX) NOT = PT-EXT-RULE-ID
005050         GO TO 2100-MATCH-ONE-SUB-EXIT
005060     END-IF
005061
005062*    A DELTA SUBSCRIBER IS SERVED BY 3000-ROUTE-DELTAS - THE ROW
005063*    HAS AN OWNER, SO IT IS NOT AN ORPHAN, BUT IS NOT SENT HERE.
005064     IF WS-SUB-DELTA (WS-SUB-IDX)
005065         ADD 1 TO WS-ROW-MATCH-COUNT
005066         GO TO 2100-MATCH-ONE-SUB-EXIT
005067     END-IF
005070
005080     MOVE WS-SUB-CONSUMER (WS-SUB-IDX) TO WS-FILE-NAME
005090     PERFORM 1200-FIND-CONSUMER THRU 1200-FIND-CONSUMER-EXIT
005850 2900-READ-NEXT-EXTRACT-EXIT.
005860     EXIT.
005870
005871*****************************************************************
005872 3000-ROUTE-DELTAS.
005873*****************************************************************
005874*  BALANCED-LINE MATCH OF PTHSTCUR AGAINST PTHSTPRV, BOTH READ
005875*  IN KEY (RULE ID, VALUE) ORDER. A VALUE ON BOTH IS UNCHANGED
005876*  AND GOES NOWHERE. WITHOUT PTHSTCUR THE DELTA SUBSCRIBERS
005877*  CANNOT BE SERVED AND THE RUN ENDS WITH RETURN CODE 8; A
005878*  MISSING PTHSTPRV (THE FIRST NIGHT) MAKES EVERY VALUE AN ADD.
005879*----------------------------------------------------------------
005880     OPEN INPUT PT-HSTCUR-FILE
005881     IF WS-HSTCUR-STATUS NOT = "00"
005882         DISPLAY "PTEXRTE - UNABLE TO OPEN PTHSTCUR, STATUS = "
005883             WS-HSTCUR-STATUS " - DELTA SUBSCRIBERS NOT SERVED"
005884         MOVE "N" TO WS-ROUTE-OK-SW
005885         GO TO 3000-ROUTE-DELTAS-EXIT
005886     END-IF
005887
005888     OPEN INPUT PT-HSTPRV-FILE
005889     IF WS-HSTPRV-STATUS NOT = "00"
005890         DISPLAY "PTEXRTE - NO PRIOR-RUN PTHSTPRV, STATUS = "
005891             WS-HSTPRV-STATUS " - EVERY CURRENT VALUE IS AN ADD"
005892         MOVE "Y" TO WS-HSTPRV-EOF-SW
005893         MOVE HIGH-VALUES TO WS-PRV-KEY
005894     ELSE
005895         MOVE "Y" TO WS-HSTPRV-OPEN-SW
005896         PERFORM 3920-READ-NEXT-HSTPRV
005897             THRU 3920-READ-NEXT-HSTPRV-EXIT
005898     END-IF
005899     PERFORM 3910-READ-NEXT-HSTCUR THRU 3910-READ-NEXT-HSTCUR-EXIT
005900
005901     IF NOT WS-HSTCUR-EOF
005902         MOVE PT-HSTCUR-RUN-DATE TO WS-DELTA-RUN-DATE
005903     ELSE
005904         IF WS-EXTRACT-RUN-DATE > 0
005905             MOVE WS-EXTRACT-RUN-DATE TO WS-DELTA-RUN-DATE
005906         ELSE
005907             MOVE WS-RUN-DATE TO WS-DELTA-RUN-DATE
005908         END-IF
005909     END-IF
005910
005911     PERFORM 3100-MATCH-ONE-KEY THRU 3100-MATCH-ONE-KEY-EXIT
005912         UNTIL WS-HSTCUR-EOF AND WS-HSTPRV-EOF
005913
005914     CLOSE PT-HSTCUR-FILE
005915     IF WS-HSTPRV-OPEN
005916         CLOSE PT-HSTPRV-FILE
005917     END-IF
005918     .
005919
005920 3000-ROUTE-DELTAS-EXIT.
005921     EXIT.
005922
005923*****************************************************************
005924 3100-MATCH-ONE-KEY.
005925*****************************************************************
005926     IF WS-CUR-KEY = WS-PRV-KEY
005927         PERFORM 3910-READ-NEXT-HSTCUR
005928             THRU 3910-READ-NEXT-HSTCUR-EXIT
005929         PERFORM 3920-READ-NEXT-HSTPRV
005930             THRU 3920-READ-NEXT-HSTPRV-EXIT
005931         GO TO 3100-MATCH-ONE-KEY-EXIT
005932     END-IF
005933
005934     MOVE SPACES            TO PT-EXTRACT-RECORD
005935     MOVE WS-DELTA-RUN-DATE TO PT-EXT-RUN-DATE
005936     IF WS-CUR-KEY < WS-PRV-KEY
005937         MOVE PT-HSTCUR-RULE-ID TO PT-EXT-RULE-ID
005938         MOVE PT-HSTCUR-X       TO PT-EXT-X
005939         MOVE "A"               TO PT-EXT-DELTA-CODE
005940         PERFORM 3910-READ-NEXT-HSTCUR
005941             THRU 3910-READ-NEXT-HSTCUR-EXIT
005942     ELSE
005943         MOVE PT-HSTPRV-RULE-ID TO PT-EXT-RULE-ID
005944         MOVE PT-HSTPRV-X       TO PT-EXT-X
005945         MOVE "D"               TO PT-EXT-DELTA-CODE
005946         PERFORM 3920-READ-NEXT-HSTPRV
005947             THRU 3920-READ-NEXT-HSTPRV-EXIT
005948     END-IF
005949
005950     MOVE 0 TO WS-ROW-MATCH-COUNT
005951     PERFORM 3200-SEND-ONE-DELTA THRU 3200-SEND-ONE-DELTA-EXIT
005952         VARYING WS-SUB-NO FROM 1 BY 1
005953         UNTIL WS-SUB-NO > WS-SUB-COUNT
005954
005955     IF WS-ROW-MATCH-COUNT > 0
005956         IF PT-EXT-DELTA-ADD
005957             ADD 1 TO WS-DELTA-ADD-COUNT
005958         ELSE
005959             ADD 1 TO WS-DELTA-DROP-COUNT
005960         END-IF
005961     END-IF
005962     .
005963
005964 3100-MATCH-ONE-KEY-EXIT.
005965     EXIT.
005966
005967*****************************************************************
005968 3200-SEND-ONE-DELTA.
005969*****************************************************************
005970     SET WS-SUB-IDX TO WS-SUB-NO
005971     IF NOT WS-SUB-DELTA (WS-SUB-IDX)
005972         OR WS-SUB-RULE-ID (WS-SUB-IDX) NOT = PT-EXT-RULE-ID
005973         GO TO 3200-SEND-ONE-DELTA-EXIT
005974     END-IF
005975
005976     MOVE WS-SUB-CONSUMER (WS-SUB-IDX) TO WS-FILE-NAME
005977     PERFORM 1200-FIND-CONSUMER THRU 1200-FIND-CONSUMER-EXIT
005978     IF WS-CONS-FOUND-NO = 0
005979         GO TO 3200-SEND-ONE-DELTA-EXIT
005980     END-IF
005981
005982     MOVE WS-CONS-FOUND-NO TO WS-CONS-NO
005983     PERFORM 2200-WRITE-ROUTED-ROW
005984         THRU 2200-WRITE-ROUTED-ROW-EXIT
005985     SET WS-CONS-IDX TO WS-CONS-FOUND-NO
005986     ADD 1 TO WS-CONS-ROW-COUNT (WS-CONS-IDX)
005987     ADD 1 TO WS-DELTA-ROW-COUNT
005988     ADD 1 TO WS-ROW-MATCH-COUNT
005989     .
005990
005991 3200-SEND-ONE-DELTA-EXIT.
005992     EXIT.
005993
005994*****************************************************************
005995 3910-READ-NEXT-HSTCUR.
005996*****************************************************************
005997     READ PT-HSTCUR-FILE
005998         AT END
005999             MOVE "Y" TO WS-HSTCUR-EOF-SW
006000             MOVE HIGH-VALUES TO WS-CUR-KEY
006001             GO TO 3910-READ-NEXT-HSTCUR-EXIT
006002     END-READ
006003     MOVE PT-HSTCUR-KEY TO WS-CUR-KEY
006004     .
006005
006006 3910-READ-NEXT-HSTCUR-EXIT.
006007     EXIT.
006008
006009*****************************************************************
006010 3920-READ-NEXT-HSTPRV.
006011*****************************************************************
006012     READ PT-HSTPRV-FILE
006013         AT END
006014             MOVE "Y" TO WS-HSTPRV-EOF-SW
006015             MOVE HIGH-VALUES TO WS-PRV-KEY
006016             GO TO 3920-READ-NEXT-HSTPRV-EXIT
006017     END-READ
006018     MOVE PT-HSTPRV-KEY TO WS-PRV-KEY
006019     .
006020
006021 3920-READ-NEXT-HSTPRV-EXIT.
006022     EXIT.
006023
006024*****************************************************************
006025 8000-WRITE-TRAILER.
006026*****************************************************************
006027     IF NOT WS-REPORT-OPEN
006028         GO TO 8000-WRITE-TRAILER-EXIT
006029     END-IF
006030
006031     PERFORM 8100-WRITE-ONE-CONSUMER
006032         THRU 8100-WRITE-ONE-CONSUMER-EXIT
006033         VARYING WS-CONS-NO FROM 1 BY 1
006034         UNTIL WS-CONS-NO > WS-CONS-COUNT
006035
006036     MOVE SPACES TO PT-REPORT-LINE
006037     WRITE PT-REPORT-LINE
006038     MOVE WS-EXTRACT-ROW-COUNT TO TRL1-READ
006039     MOVE WS-ROUTED-ROW-COUNT  TO TRL1-ROUTED
006040     MOVE WS-ORPHAN-ROW-COUNT  TO TRL1-ORPHAN
006050     WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-1
006051     IF WS-DELTA-SUB-COUNT > 0
006052         MOVE WS-DELTA-ADD-COUNT  TO TRL2-ADDS
006053         MOVE WS-DELTA-DROP-COUNT TO TRL2-DROPS
006054         MOVE WS-DELTA-ROW-COUNT  TO TRL2-ROWS
006055         WRITE PT-REPORT-LINE FROM WS-TRAILER-LINE-2
006056     END-IF
006060
006070     IF WS-ORPHAN-ROW-COUNT > 0
006080         DISPLAY "PTEXRTE - " WS-ORPHAN-ROW-COUNT
006290     MOVE WS-FILE-SUFFIX TO WS-FILE-NAME(8:1)
006300     MOVE WS-FILE-NAME TO DTL-FILE-NAME
006310     MOVE WS-CONS-ROW-COUNT (WS-CONS-IDX) TO DTL-ROWS
006311     EVALUATE WS-CONS-TYPE (WS-CONS-IDX)
006312         WHEN "D"
006313             MOVE "DELTA" TO DTL-TYPE
006314         WHEN "M"
006315             MOVE "MIXED" TO DTL-TYPE
006316         WHEN OTHER
006317             MOVE "FULL"  TO DTL-TYPE
006318     END-EVALUATE
006320     WRITE PT-REPORT-LINE FROM WS-DETAIL-LINE
006330     ADD 1 TO WS-LINE-NO
006340     .
006560         DISPLAY "PTEXRTE - " WS-EXTRACT-ROW-COUNT
006570             " EXTRACT ROWS READ, " WS-ROUTED-ROW-COUNT
006580             " ROUTED TO " WS-CONS-COUNT " SUBSCRIBERS"
006581         IF WS-DELTA-SUB-COUNT > 0
006582             DISPLAY "PTEXRTE - DELTA " WS-DELTA-ADD-COUNT
006583                 " ADDS, " WS-DELTA-DROP-COUNT " DROPS, "
006584                 WS-DELTA-ROW-COUNT " DELTA ROWS ROUTED"
006585         END-IF
006590     END-IF
006600     .
006610
