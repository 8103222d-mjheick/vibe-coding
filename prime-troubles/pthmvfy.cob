000380*  DATE       INIT  DESCRIPTION                                 *
000390*  2026-09-02 DLK   ORIGINAL VERSION - HISTORY MASTER VERIFY    *
000400*                   AND REBUILD.                                *
000402*  2026-10-15 DLK   MASTER RECORDS WITH FINDINGS AND A REBUILD   *
000404*                   NOT COMPLETED ARE ALSO RAISED AS CRITICAL    *
000406*                   ALERTS ON THE PTALERT FEED (SEE PTALR01).    *
000410*****************************************************************
000420
000430 ENVIRONMENT DIVISION.
000780     SELECT PT-REPORT-FILE ASSIGN TO "PTHMVRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-REPORT-STATUS.
000802
000804     SELECT PT-ALERT-FILE ASSIGN TO "PTALERT"
000806         ORGANIZATION IS LINE SEQUENTIAL
000808         FILE STATUS IS WS-ALERT-STATUS.
000810
000820 DATA DIVISION.
000830 FILE SECTION.
001260 FD  PT-REPORT-FILE
001270     RECORDING MODE IS F.
001280 01  PT-REPORT-LINE          PIC X(80).
001282
001284 FD  PT-ALERT-FILE
001286     RECORDING MODE IS F.
001288 01  PT-ALERT-LINE           PIC X(130).
001290
001300 WORKING-STORAGE SECTION.
001310*----------------------------------------------------------------
001380 01  WS-NEWMST-STATUS    PIC X(02) VALUE "00".
001390 01  WS-NEWCTL-STATUS    PIC X(02) VALUE "00".
001400 01  WS-REPORT-STATUS    PIC X(02) VALUE "00".
001405 01  WS-ALERT-STATUS     PIC X(02) VALUE "00".
001410 01  WS-SWITCHES.
001420     05  WS-MASTER-EOF-SW PIC X(01) VALUE "N".
001430         88  WS-MASTER-EOF      VALUE "Y".
002520     05  FILLER              PIC X(03) VALUE SPACES.
002530     05  CNT-TEXT            PIC X(40).
002540     05  CNT-VALUE           PIC Z(6)9.
002541
002542*----------------------------------------------------------------
002543*  OPERATIONAL ALERT FEED (SEE PTALR01) - BUILT HERE, WRITTEN
002544*  TO PTALERT BY 8700-RAISE-ALERT
002545*----------------------------------------------------------------
002546 COPY PTALR01.
002547 01  WS-ALR-TIME-RAW     PIC 9(08) VALUE 0.
002548 01  WS-ALR-TIME-R REDEFINES WS-ALR-TIME-RAW.
002549     05  WS-ALR-TIME     PIC 9(06).
002550 01  WS-ALERTS-RAISED    PIC 9(05) COMP VALUE 0.
002551 01  WS-ALR-COUNT        PIC 9(07) VALUE 0.
002552
002560 PROCEDURE DIVISION.
002570*****************************************************************
002580 0000-MAINLINE.
009680 8500-WRITE-COMPARE-TOTALS-EXIT.
009690     EXIT.
009700
009701*****************************************************************
009702 8700-RAISE-ALERT.
009703*****************************************************************
009704*  APPEND ONE RECORD TO THE PTALERT OPERATIONAL ALERT FEED. THE
009705*  CALLER CLEARS PT-ALERT-RECORD AND SETS THE SEVERITY, RULE ID,
009706*  CODE, SUBJECT AND MESSAGE. A FEED THAT CANNOT BE OPENED IS
009707*  REPORTED HERE BUT NEVER CHANGES THE OUTCOME OF THE RUN.
009708*----------------------------------------------------------------
009709     ACCEPT PT-ALR-DATE FROM DATE YYYYMMDD
009710     ACCEPT WS-ALR-TIME-RAW FROM TIME
009711     MOVE WS-ALR-TIME TO PT-ALR-TIME
009712     MOVE "PTHMVFY" TO PT-ALR-PROGRAM
009713
009714     OPEN EXTEND PT-ALERT-FILE
009715     IF WS-ALERT-STATUS = "35"
009716         OPEN OUTPUT PT-ALERT-FILE
009717     END-IF
009718     IF WS-ALERT-STATUS NOT = "00"
009719         DISPLAY "PTHMVFY - UNABLE TO OPEN PTALERT, STATUS = "
009720             WS-ALERT-STATUS " - ALERT " PT-ALR-CODE
009721             " NOT RAISED"
009722         GO TO 8700-RAISE-ALERT-EXIT
009723     END-IF
009724
009725     WRITE PT-ALERT-LINE FROM PT-ALERT-RECORD
009726     CLOSE PT-ALERT-FILE
009727     ADD 1 TO WS-ALERTS-RAISED
009728     .
009729
009730 8700-RAISE-ALERT-EXIT.
009731     EXIT.
009732
009733*****************************************************************
009734 9000-TERMINATE.
009735*****************************************************************
009740     IF WS-MASTER-OPEN
009750         CLOSE PT-HISTMST-FILE
009760     END-IF
009860             " MASTER RECORDS WITH FINDINGS, RETURN CODE "
009870             "SET TO 8"
009880         MOVE 8 TO RETURN-CODE
009881         MOVE SPACES TO PT-ALERT-RECORD
009882         MOVE "C"        TO PT-ALR-SEVERITY
009883         MOVE ZERO       TO PT-ALR-RULE-ID
009884         MOVE "HMVFYBAD" TO PT-ALR-CODE
009885         STRING "RUN " WS-RUN-DATE
009886             DELIMITED BY SIZE INTO PT-ALR-SUBJECT
009887         MOVE WS-BAD-RECORD-COUNT TO WS-ALR-COUNT
009888         STRING WS-ALR-COUNT " PTHSTMST RECORDS WITH FINDINGS"
009889             " - SEE PTHMVRPT"
009890             DELIMITED BY SIZE INTO PT-ALR-MESSAGE
009891         PERFORM 8700-RAISE-ALERT THRU 8700-RAISE-ALERT-EXIT
009892     END-IF
009900     IF WS-REBUILD-WANTED AND NOT WS-REBUILD-OK
009910         DISPLAY "PTHMVFY - REBUILD NOT COMPLETED, RETURN "
009920             "CODE SET TO 8 - DO NOT SWAP PTHSTMSN IN"
009930         MOVE 8 TO RETURN-CODE
009931         MOVE SPACES TO PT-ALERT-RECORD
009932         MOVE "C"        TO PT-ALR-SEVERITY
009933         MOVE ZERO       TO PT-ALR-RULE-ID
009934         MOVE "HMRBLDFL" TO PT-ALR-CODE
009935         STRING "RUN " WS-RUN-DATE
009936             DELIMITED BY SIZE INTO PT-ALR-SUBJECT
009937         MOVE "HISTORY MASTER REBUILD NOT COMPLETED - DO NOT SWAP"
009938             TO PT-ALR-MESSAGE
009939         PERFORM 8700-RAISE-ALERT THRU 8700-RAISE-ALERT-EXIT
009940     END-IF
009950
009960     DISPLAY "PTHMVFY - " WS-MASTER-READ-COUNT
