000080*  PTAUDRPT                                                     *
000090*                                                                *
000100*  CHANGE-HISTORY REPORT OFF THE PERMANENT PTAUDIT FILE         *
000110*  (SEE PTAUD01). PRINTS, FOR EACH AUDITED                      *
000120*  ADD/CHANGE/DELETE, WHO MADE IT, WHEN, AND THE FULL BEFORE    *
000130*  AND AFTER RULE IMAGES, SO "WHO SET THE HIGH BOUND TO 90000   *
000140*  AND WHAT WAS IT BEFORE" IS ONE REPORT AWAY.                  *
000250*  2026-08-22 DLK   ORIGINAL VERSION - AUDIT TRAIL REPORT       *
000260*  2026-08-22 DLK   IMAGES NOW PRINT THE MIN/MAX FLAGGED-COUNT   *
000270*                   TOLERANCES ADDED TO PTRULE01.                *
000272*  2026-10-15 DLK   IMAGES NOW PRINT THE FORMULA TYPE, OFFSET,   *
000274*                   ACCEPTED REMAINDERS AND AND/OR SECOND        *
000276*                   CONDITION WHEN THE RULE USES THEM.           *
000277*  2026-10-15 DLK   EACH ENTRY NOW NAMES THE SECOND OPERATOR     *
000278*                   WHO APPROVED THE CHANGE IN PTAPPRV. ENTRIES  *
000279*                   FROM BEFORE DUAL CONTROL SHOW NO APPROVER.   *
000280*  2026-10-15 DLK   IMAGES NOW PRINT THE RULE STATUS (A/S/R) -   *
000281*                   A SUSPEND, REACTIVATE OR RETIRE IS A CHANGE  *
000282*                   WHOSE STATUS MOVES. ENTRIES FROM BEFORE THE  *
000283*                   STATUS EXISTED PRINT A (ACTIVE).             *
000284*****************************************************************
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
001530     05  ACT-ACTION          PIC X(06).
001540     05  FILLER              PIC X(06) VALUE " RULE ".
001550     05  ACT-RULE-ID         PIC 9(03).
001553     05  ACT-APPROVER-TAG    PIC X(14).
001556     05  ACT-APPROVER        PIC X(08).
001560
001570 01  WS-IMAGE-LINE-1.
001580     05  FILLER              PIC X(03) VALUE SPACES.
001670     05  IMG-MOD             PIC X(06).
001680     05  FILLER              PIC X(05) VALUE " TGT ".
001690     05  IMG-TARGET          PIC X(06).
001693     05  FILLER              PIC X(06) VALUE " STAT ".
001696     05  IMG-STATUS          PIC X(01).
001700
001710 01  WS-IMAGE-LINE-2.
001720     05  FILLER              PIC X(06) VALUE SPACES.
001840     05  IMG-MIN-FLAG        PIC X(05).
001850     05  FILLER              PIC X(01) VALUE "/".
001860     05  IMG-MAX-FLAG        PIC X(05).
001861
001862 01  WS-IMAGE-LINE-3.
001863     05  FILLER              PIC X(06) VALUE SPACES.
001864     05  FILLER              PIC X(05) VALUE "FORM ".
001865     05  IMG-FORM-TYPE       PIC X(01).
001866     05  FILLER              PIC X(05) VALUE " OFS ".
001867     05  IMG-OFFSET          PIC X(06).
001868     05  FILLER              PIC X(06) VALUE " REMS ".
001869     05  IMG-REM-COUNT       PIC X(01).
001870     05  FILLER              PIC X(01) VALUE SPACE.
001871     05  IMG-REM-2           PIC X(06).
001872     05  FILLER              PIC X(01) VALUE SPACE.
001873     05  IMG-REM-3           PIC X(06).
001874     05  FILLER              PIC X(01) VALUE SPACE.
001875     05  IMG-REM-4           PIC X(06).
001876
001877 01  WS-IMAGE-LINE-4.
001878     05  FILLER              PIC X(06) VALUE SPACES.
001879     05  FILLER              PIC X(05) VALUE "2ND  ".
001880     05  IMG-CONNECT         PIC X(01).
001881     05  FILLER              PIC X(06) VALUE " MULT ".
001882     05  IMG-MULT-2          PIC X(06).
001883     05  FILLER              PIC X(05) VALUE " MOD ".
001884     05  IMG-MOD-2           PIC X(06).
001885     05  FILLER              PIC X(05) VALUE " OFS ".
001886     05  IMG-OFFSET-2        PIC X(06).
001887     05  FILLER              PIC X(05) VALUE " TGT ".
001888     05  IMG-TARGET-2        PIC X(06).
001889
001890 01  WS-TRAILER-LINE-1.
001891     05  FILLER              PIC X(01) VALUE SPACE.
001900     05  FILLER              PIC X(26) VALUE
001910         "AUDIT RECORDS READ: ".
001920     05  TRL1-READ           PIC Z(6)9.
003210             MOVE "??????" TO ACT-ACTION
003220     END-EVALUATE
003230     MOVE PT-AUD-RULE-ID TO ACT-RULE-ID
003231     IF PT-AUD-APPROVER = SPACES
003232         MOVE SPACES TO ACT-APPROVER-TAG
003233     ELSE
003234         MOVE "  APPROVED BY " TO ACT-APPROVER-TAG
003235     END-IF
003236     MOVE PT-AUD-APPROVER TO ACT-APPROVER
003240
003250     MOVE SPACES TO PT-REPORT-LINE
003260     WRITE PT-REPORT-LINE
003410         MOVE PT-AUD-B-FREQ-DAY TO IMG-FREQ-DAY
003420         MOVE PT-AUD-B-MIN-FLAG TO IMG-MIN-FLAG
003430         MOVE PT-AUD-B-MAX-FLAG TO IMG-MAX-FLAG
003432         MOVE PT-AUD-B-STATUS   TO IMG-STATUS
003434         IF IMG-STATUS = SPACE
003436             MOVE "A" TO IMG-STATUS
003438         END-IF
003440         WRITE PT-REPORT-LINE FROM WS-IMAGE-LINE-1
003450         WRITE PT-REPORT-LINE FROM WS-IMAGE-LINE-2
003460         ADD 2 TO WS-LINE-NO
003461         MOVE PT-AUD-B-FORM-TYPE TO IMG-FORM-TYPE
003462         MOVE PT-AUD-B-OFFSET    TO IMG-OFFSET
003463         MOVE PT-AUD-B-REM-COUNT TO IMG-REM-COUNT
003464         MOVE PT-AUD-B-REM-2     TO IMG-REM-2
003465         MOVE PT-AUD-B-REM-3     TO IMG-REM-3
003466         MOVE PT-AUD-B-REM-4     TO IMG-REM-4
003467         MOVE PT-AUD-B-CONNECT   TO IMG-CONNECT
003468         MOVE PT-AUD-B-MULT-2    TO IMG-MULT-2
003469         MOVE PT-AUD-B-MOD-2     TO IMG-MOD-2
003470         MOVE PT-AUD-B-OFFSET-2  TO IMG-OFFSET-2
003471         MOVE PT-AUD-B-TARGET-2  TO IMG-TARGET-2
003472         PERFORM 2150-PRINT-FORMULA-IMAGE
003473             THRU 2150-PRINT-FORMULA-IMAGE-EXIT
003474     END-IF
003480
003490     IF NOT PT-AUD-DELETED
003500         MOVE "AFTER  " TO IMG-TAG
003600         MOVE PT-AUD-A-FREQ-DAY TO IMG-FREQ-DAY
003610         MOVE PT-AUD-A-MIN-FLAG TO IMG-MIN-FLAG
003620         MOVE PT-AUD-A-MAX-FLAG TO IMG-MAX-FLAG
003622         MOVE PT-AUD-A-STATUS   TO IMG-STATUS
003624         IF IMG-STATUS = SPACE
003626             MOVE "A" TO IMG-STATUS
003628         END-IF
003630         WRITE PT-REPORT-LINE FROM WS-IMAGE-LINE-1
003640         WRITE PT-REPORT-LINE FROM WS-IMAGE-LINE-2
003650         ADD 2 TO WS-LINE-NO
003651         MOVE PT-AUD-A-FORM-TYPE TO IMG-FORM-TYPE
003652         MOVE PT-AUD-A-OFFSET    TO IMG-OFFSET
003653         MOVE PT-AUD-A-REM-COUNT TO IMG-REM-COUNT
003654         MOVE PT-AUD-A-REM-2     TO IMG-REM-2
003655         MOVE PT-AUD-A-REM-3     TO IMG-REM-3
003656         MOVE PT-AUD-A-REM-4     TO IMG-REM-4
003657         MOVE PT-AUD-A-CONNECT   TO IMG-CONNECT
003658         MOVE PT-AUD-A-MULT-2    TO IMG-MULT-2
003659         MOVE PT-AUD-A-MOD-2     TO IMG-MOD-2
003660         MOVE PT-AUD-A-OFFSET-2  TO IMG-OFFSET-2
003661         MOVE PT-AUD-A-TARGET-2  TO IMG-TARGET-2
003662         PERFORM 2150-PRINT-FORMULA-IMAGE
003663             THRU 2150-PRINT-FORMULA-IMAGE-EXIT
003664     END-IF
003670     .
003680
003690 2100-PRINT-ONE-AUDIT-EXIT.
003700     EXIT.
003701
003702*****************************************************************
003703 2150-PRINT-FORMULA-IMAGE.
003704*****************************************************************
003705*  THE FORMULA-TYPE LINES PRINT ONLY WHEN THE IMAGE USES THEM -
003706*  A STANDARD-FORMULA RULE, AND EVERY IMAGE AUDITED BEFORE THE
003707*  FIELDS EXISTED, LEAVES THEM BLANK.
003708*----------------------------------------------------------------
003709     IF IMG-FORM-TYPE NOT = SPACE AND IMG-FORM-TYPE NOT = "S"
003710         WRITE PT-REPORT-LINE FROM WS-IMAGE-LINE-3
003711         ADD 1 TO WS-LINE-NO
003712     END-IF
003713     IF IMG-CONNECT NOT = SPACE
003714         WRITE PT-REPORT-LINE FROM WS-IMAGE-LINE-4
003715         ADD 1 TO WS-LINE-NO
003716     END-IF
003717     .
003718
003719 2150-PRINT-FORMULA-IMAGE-EXIT.
003720     EXIT.
003721
003722*****************************************************************
003730 2700-WRITE-REPORT-HEADER.
003740*****************************************************************
003750     ADD 1 TO WS-PAGE-NO
