000350*                   FOUR S RECORDS STAND OPEN AT ONCE AND AN E  *
000360*                   NOW CLOSES THE OPEN RUN OF ITS OWN SLICE    *
000370*                   INSTEAD OF WHICHEVER S CAME LAST.           *
000372*  2026-10-15 DLK   THE PTCYRPT NIGHTLY CYCLE STATUS REPORT      *
000374*                   (SEE PTCYCLE) IS CARRIED AT THE FOOT OF THE  *
000376*                   DASHBOARD, SO A FAILED OR UNFINISHED CYCLE   *
000378*                   STEP IS SEEN WITH THE RUN HISTORY.           *
000380*  2026-10-15 DLK   INTERRUPTED RUNS ON THE DASHBOARD AND A      *
000382*                   STALE PTRSTATE ARE ALSO RAISED AS CRITICAL   *
000384*                   ALERTS ON THE PTALERT FEED (SEE PTALR01).    *
000385*  2026-10-15 DLK   THE STALE PTRSTATE MESSAGE NOW POINTS TO     *
000386*                   THE PTAPPRV RUN-STATE OVERRIDE - PTMAINT     *
000387*                   AND PTRLOAD ONLY QUEUE CHANGES NOW.          *
000388*****************************************************************
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000550     SELECT PT-REPORT-FILE ASSIGN TO "PTOPRPT"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REPORT-STATUS.
000572
000574     SELECT PT-CYRPT-FILE ASSIGN TO "PTCYRPT"
000576         ORGANIZATION IS LINE SEQUENTIAL
000578         FILE STATUS IS WS-CYRPT-STATUS.
000580
000582     SELECT PT-ALERT-FILE ASSIGN TO "PTALERT"
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-ALERT-STATUS.
000588
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  PT-JRNL-FILE
000690 FD  PT-REPORT-FILE
000700     RECORDING MODE IS F.
000710 01  PT-REPORT-LINE          PIC X(80).
000712
000714 FD  PT-CYRPT-FILE
000716     RECORDING MODE IS F.
000718 01  PT-CYRPT-LINE           PIC X(80).
000720
000722 FD  PT-ALERT-FILE
000724     RECORDING MODE IS F.
000726 01  PT-ALERT-LINE           PIC X(130).
000728
000730 WORKING-STORAGE SECTION.
000740*----------------------------------------------------------------
000750*  FILE STATUS AND SWITCHES
000760*----------------------------------------------------------------
000770 01  WS-JRNL-STATUS      PIC X(02) VALUE "00".
000780 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
000785 01  WS-ALERT-STATUS     PIC X(02) VALUE "00".
000790 01  WS-RSTATE-STATUS    PIC X(02) VALUE "00".
000795 01  WS-CYRPT-STATUS     PIC X(02) VALUE "00".
000800 01  WS-SWITCHES.
000810     05  WS-EOF-SW       PIC X(01) VALUE "N".
000820         88  WS-EOF             VALUE "Y".
000860         88  WS-STATE-ACTIVE    VALUE "Y".
000870     05  WS-STATE-STALE-SW PIC X(01) VALUE "N".
000880         88  WS-STATE-STALE     VALUE "Y".
000883     05  WS-CYRPT-EOF-SW PIC X(01) VALUE "N".
000886         88  WS-CYRPT-EOF       VALUE "Y".
000890
000900*----------------------------------------------------------------
000910*  RUN TABLE - START/END PAIRS FOLDED TOGETHER IN JOURNAL
002610     05  FILLER              PIC X(01) VALUE SPACE.
002620     05  STL-NOTE            PIC X(20).
002630 01  WS-RESTART-COUNT     PIC 9(05) COMP VALUE 0.
002631
002632*----------------------------------------------------------------
002633*  OPERATIONAL ALERT FEED (SEE PTALR01) - BUILT HERE, WRITTEN
002634*  TO PTALERT BY 8700-RAISE-ALERT
002635*----------------------------------------------------------------
002636 COPY PTALR01.
002637 01  WS-ALR-TIME-RAW     PIC 9(08) VALUE 0.
002638 01  WS-ALR-TIME-R REDEFINES WS-ALR-TIME-RAW.
002639     05  WS-ALR-TIME     PIC 9(06).
002640 01  WS-ALERTS-RAISED    PIC 9(05) COMP VALUE 0.
002641
002650 PROCEDURE DIVISION.
002660*****************************************************************
002670 0000-MAINLINE.
002770     PERFORM 4000-COMPUTE-AVERAGE THRU 4000-COMPUTE-AVERAGE-EXIT
002780     PERFORM 5000-PRINT-DASHBOARD THRU 5000-PRINT-DASHBOARD-EXIT
002790     PERFORM 8000-WRITE-TRAILER THRU 8000-WRITE-TRAILER-EXIT
002793     PERFORM 8600-INCLUDE-CYCLE-STATUS
002796         THRU 8600-INCLUDE-CYCLE-STATUS-EXIT
002800
002810     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT
002820
006300     ELSE
006310         MOVE "INTERRUPT" TO DTL-STATUS
006320         MOVE "* CHECK"   TO DTL-NOTE
006323         PERFORM 5150-RAISE-INTERRUPT-ALERT
006326             THRU 5150-RAISE-INTERRUPT-ALERT-EXIT
006330     END-IF
006340
006350     MOVE WS-RUN-RESTART (WS-RUN-IDX) TO DTL-RST
006500 5100-PRINT-ONE-RUN-EXIT.
006510     EXIT.
006520
006521*****************************************************************
006522 5150-RAISE-INTERRUPT-ALERT.
006523*****************************************************************
006524*  THE SUBJECT IS THE RUN'S OWN DATE, START TIME AND SLICE, SO
006525*  THE SAME INTERRUPTED RUN SEEN BY LATER DASHBOARDS IS THE
006526*  SAME ALERT ON THE PTALERT FEED.
006527*----------------------------------------------------------------
006528     MOVE SPACES TO PT-ALERT-RECORD
006529     MOVE "C"       TO PT-ALR-SEVERITY
006530     MOVE ZERO      TO PT-ALR-RULE-ID
006531     MOVE "RUNINTR" TO PT-ALR-CODE
006532     STRING WS-RUN-DATE-T (WS-RUN-IDX) " "
006533         WS-RUN-START-TIME (WS-RUN-IDX) " SL"
006534         WS-RUN-SLICE (WS-RUN-IDX)
006535         DELIMITED BY SIZE INTO PT-ALR-SUBJECT
006536     MOVE "RUN STARTED BUT NEVER WROTE ITS END RECORD - CHECK"
006537         TO PT-ALR-MESSAGE
006538     PERFORM 8700-RAISE-ALERT THRU 8700-RAISE-ALERT-EXIT
006539     .
006540
006541 5150-RAISE-INTERRUPT-ALERT-EXIT.
006542     EXIT.
006543
006544*****************************************************************
006545 2700-WRITE-REPORT-HEADER.
006550*****************************************************************
006560     ADD 1 TO WS-PAGE-NO
006570     MOVE ZERO TO WS-LINE-NO
007350         IF WS-STATE-STALE
007360             DISPLAY "PTOPSRPT - RUN STATE ACTIVE SINCE "
007370                 WS-STATE-DATE " - POSSIBLE DEAD RUN, CLEAR "
007380                 "IT THROUGH THE PTAPPRV RUN-STATE OVERRIDE "
007390                 "WHEN APPROVING RULE CHANGES"
007391             MOVE SPACES TO PT-ALERT-RECORD
007392             MOVE "C"        TO PT-ALR-SEVERITY
007393             MOVE ZERO       TO PT-ALR-RULE-ID
007394             MOVE "STATESTL" TO PT-ALR-CODE
007395             STRING "RST " WS-STATE-DATE " " WS-STATE-TIME
007396                 DELIMITED BY SIZE INTO PT-ALR-SUBJECT
007397             STRING "PTRSTATE ACTIVE FROM AN EARLIER DATE - "
007398                 "POSSIBLE DEAD RUN"
007399                 DELIMITED BY SIZE INTO PT-ALR-MESSAGE
007400             PERFORM 8700-RAISE-ALERT THRU 8700-RAISE-ALERT-EXIT
007401         END-IF
007410     END-IF
007420
007430     IF WS-ORPHAN-END-COUNT > 0
007630
007640 9000-TERMINATE-EXIT.
007650     EXIT.
007660
007670*****************************************************************
007680 8600-INCLUDE-CYCLE-STATUS.
007690*****************************************************************
007700*  COPY THE PTCYRPT CYCLE STATUS REPORT PTCYCLE LEAVES AFTER
007710*  EVERY CYCLE STEP ONTO THE FOOT OF THE DASHBOARD, AS IT
007720*  STANDS. NO REPORT MEANS NO CYCLE STEP HAS RUN UNDER PTCYCLE.
007730*----------------------------------------------------------------
007740     IF NOT WS-REPORT-OPEN
007750         GO TO 8600-INCLUDE-CYCLE-STATUS-EXIT
007760     END-IF
007770
007780     MOVE SPACES TO PT-REPORT-LINE
007790     WRITE PT-REPORT-LINE
007800
007810     OPEN INPUT PT-CYRPT-FILE
007820     IF WS-CYRPT-STATUS NOT = "00"
007830         MOVE " ** NO PTCYRPT NIGHTLY CYCLE STATUS ON FILE"
007840             TO PT-REPORT-LINE
007850         WRITE PT-REPORT-LINE
007860         GO TO 8600-INCLUDE-CYCLE-STATUS-EXIT
007870     END-IF
007880
007890     PERFORM 8610-COPY-ONE-LINE THRU 8610-COPY-ONE-LINE-EXIT
007900         UNTIL WS-CYRPT-EOF
007910
007920     CLOSE PT-CYRPT-FILE
007930     .
007940
007950 8600-INCLUDE-CYCLE-STATUS-EXIT.
007960     EXIT.
007970
007980*****************************************************************
007990 8610-COPY-ONE-LINE.
008000*****************************************************************
008010     READ PT-CYRPT-FILE
008020         AT END
008030             MOVE "Y" TO WS-CYRPT-EOF-SW
008040             GO TO 8610-COPY-ONE-LINE-EXIT
008050     END-READ
008060     WRITE PT-REPORT-LINE FROM PT-CYRPT-LINE
008070     .
008080
008090 8610-COPY-ONE-LINE-EXIT.
008100     EXIT.
008110
008120*****************************************************************
008130 8700-RAISE-ALERT.
008140*****************************************************************
008150*  APPEND ONE RECORD TO THE PTALERT OPERATIONAL ALERT FEED. THE
008160*  CALLER CLEARS PT-ALERT-RECORD AND SETS THE SEVERITY, RULE ID,
008170*  CODE, SUBJECT AND MESSAGE. A FEED THAT CANNOT BE OPENED IS
008180*  REPORTED HERE BUT NEVER CHANGES THE OUTCOME OF THE RUN.
008190*----------------------------------------------------------------
008200     ACCEPT PT-ALR-DATE FROM DATE YYYYMMDD
008210     ACCEPT WS-ALR-TIME-RAW FROM TIME
008220     MOVE WS-ALR-TIME TO PT-ALR-TIME
008230     MOVE "PTOPSRPT" TO PT-ALR-PROGRAM
008240
008250     OPEN EXTEND PT-ALERT-FILE
008260     IF WS-ALERT-STATUS = "35"
008270         OPEN OUTPUT PT-ALERT-FILE
008280     END-IF
008290     IF WS-ALERT-STATUS NOT = "00"
008300         DISPLAY "PTOPSRPT - UNABLE TO OPEN PTALERT, STATUS = "
008310             WS-ALERT-STATUS " - ALERT " PT-ALR-CODE
008320             " NOT RAISED"
008330         GO TO 8700-RAISE-ALERT-EXIT
008340     END-IF
008350
008360     WRITE PT-ALERT-LINE FROM PT-ALERT-RECORD
008370     CLOSE PT-ALERT-FILE
008380     ADD 1 TO WS-ALERTS-RAISED
008390     .
008400
008410 8700-RAISE-ALERT-EXIT.
008420     EXIT.
