000220*  2026-09-02 DLK   REGISTER TABLE GROWN TO 600 ENTRIES TO      *
000230*                   MATCH PTREJUPD AND PTREJWB, SO THE AGING    *
000240*                   REPORT COVERS THE WHOLE REGISTER.           *
000242*  2026-10-15 DLK   EVERY REJECT ON THE OVER-AGE EXCEPTION PAGE *
000244*                   IS ALSO RAISED ON THE PTALERT OPERATIONAL   *
000246*                   ALERT FEED (SEE PTALR01).                   *
000250*****************************************************************
000260
000270 ENVIRONMENT DIVISION.
000420     SELECT PT-REPORT-FILE ASSIGN TO "PTRJRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-REPORT-STATUS.
000442
000444     SELECT PT-ALERT-FILE ASSIGN TO "PTALERT"
000446         ORGANIZATION IS LINE SEQUENTIAL
000448         FILE STATUS IS WS-ALERT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000580 FD  PT-REPORT-FILE
000590     RECORDING MODE IS F.
000600 01  PT-REPORT-LINE          PIC X(80).
000602
000604 FD  PT-ALERT-FILE
000606     RECORDING MODE IS F.
000608 01  PT-ALERT-LINE           PIC X(130).
000610
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000660 01  WS-REJREG-STATUS    PIC X(02) VALUE "00".
000670 01  WS-PARM-STATUS      PIC X(02) VALUE "00".
000680 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
000685 01  WS-ALERT-STATUS     PIC X(02) VALUE "00".
000690 01  WS-SWITCHES.
000700     05  WS-REJREG-EOF-SW PIC X(01) VALUE "N".
000710         88  WS-REJREG-EOF      VALUE "Y".
002060     05  FILLER              PIC X(03) VALUE SPACES.
002070     05  FILLER              PIC X(11) VALUE "OVER AGE: ".
002080     05  TRL1-OVERAGE        PIC Z(4)9.
002081
002082*----------------------------------------------------------------
002083*  OPERATIONAL ALERT FEED (SEE PTALR01) - BUILT HERE, WRITTEN
002084*  TO PTALERT BY 8700-RAISE-ALERT
002085*----------------------------------------------------------------
002086 COPY PTALR01.
002087 01  WS-ALR-TIME-RAW     PIC 9(08) VALUE 0.
002088 01  WS-ALR-TIME-R REDEFINES WS-ALR-TIME-RAW.
002089     05  WS-ALR-TIME     PIC 9(06).
002090 01  WS-ALERTS-RAISED    PIC 9(05) COMP VALUE 0.
002091 01  WS-ALR-DAYS         PIC 9(04) VALUE 0.
002092
002100 PROCEDURE DIVISION.
002110*****************************************************************
002120 0000-MAINLINE.
004380     MOVE "CHASE" TO DTL-STATUS
004390     PERFORM 2300-WRITE-ENTRY-LINE
004400         THRU 2300-WRITE-ENTRY-LINE-EXIT
004401
004402     MOVE SPACES TO PT-ALERT-RECORD
004403     MOVE "W"     TO PT-ALR-SEVERITY
004404     MOVE WS-REG-RULE-ID (WS-REG-IDX) TO PT-ALR-RULE-ID
004405     MOVE "REJAGED" TO PT-ALR-CODE
004406     STRING "REJ " WS-REG-REJECT-DATE (WS-REG-IDX)
004407         " RSN " WS-REG-REASON-CODE (WS-REG-IDX)
004408         DELIMITED BY SIZE INTO PT-ALR-SUBJECT
004409     MOVE WS-ENTRY-AGE TO WS-ALR-DAYS
004410     STRING "REJECT OPEN " WS-ALR-DAYS " DAYS - "
004411         WS-REG-REASON-TEXT (WS-REG-IDX)
004412         DELIMITED BY SIZE INTO PT-ALR-MESSAGE
004413     PERFORM 8700-RAISE-ALERT THRU 8700-RAISE-ALERT-EXIT
004414     .
004420
004430 2650-WRITE-ONE-EXCEPTION-EXIT.
004440     EXIT.
005340 8000-WRITE-TRAILER-EXIT.
005350     EXIT.
005360
005361*****************************************************************
005362 8700-RAISE-ALERT.
005363*****************************************************************
005364*  APPEND ONE RECORD TO THE PTALERT OPERATIONAL ALERT FEED. THE
005365*  CALLER CLEARS PT-ALERT-RECORD AND SETS THE SEVERITY, RULE ID,
005366*  CODE, SUBJECT AND MESSAGE. A FEED THAT CANNOT BE OPENED IS
005367*  REPORTED HERE BUT NEVER CHANGES THE OUTCOME OF THE RUN.
005368*----------------------------------------------------------------
005369     ACCEPT PT-ALR-DATE FROM DATE YYYYMMDD
005370     ACCEPT WS-ALR-TIME-RAW FROM TIME
005371     MOVE WS-ALR-TIME TO PT-ALR-TIME
005372     MOVE "PTREJRPT" TO PT-ALR-PROGRAM
005373
005374     OPEN EXTEND PT-ALERT-FILE
005375     IF WS-ALERT-STATUS = "35"
005376         OPEN OUTPUT PT-ALERT-FILE
005377     END-IF
005378     IF WS-ALERT-STATUS NOT = "00"
005379         DISPLAY "PTREJRPT - UNABLE TO OPEN PTALERT, STATUS = "
005380             WS-ALERT-STATUS " - ALERT " PT-ALR-CODE
005381             " NOT RAISED"
005382         GO TO 8700-RAISE-ALERT-EXIT
005383     END-IF
005384
005385     WRITE PT-ALERT-LINE FROM PT-ALERT-RECORD
005386     CLOSE PT-ALERT-FILE
005387     ADD 1 TO WS-ALERTS-RAISED
005388     .
005389
005390 8700-RAISE-ALERT-EXIT.
005391     EXIT.
005392
005393*****************************************************************
005394 9000-TERMINATE.
005395*****************************************************************
005400     IF WS-REPORT-OPEN
005410         CLOSE PT-REPORT-FILE
005420     END-IF
005440     DISPLAY "PTREJRPT - " WS-REG-COUNT " REGISTER ENTRIES, "
005450         WS-OPEN-COUNT " OPEN, " WS-OVERAGE-COUNT
005460         " OVER AGE LIMIT"
005462     IF WS-ALERTS-RAISED > 0
005464         DISPLAY "PTREJRPT - " WS-ALERTS-RAISED
005466             " ALERTS RAISED ON PTALERT"
005468     END-IF
005470     .
005480
005490 9000-TERMINATE-EXIT.
