000420*  2026-09-02 DLK   THE HELD COUNT ON THE SUMMARY NOW COUNTS    *
000430*                   ONE PER HELD START RECORD, AS ITS LABEL     *
000440*                   SAYS, INSTEAD OF BOTH SIDES OF THE PAIR.    *
000441*  2026-10-15 DLK   PTAUDIT ARCHIVE AND NEW-GENERATION RECORDS  *
000442*                   NOW CARRY THE WHOLE PTAUD01 RECORD - THE    *
000443*                   FORMULA-TYPE IMAGE EXTENSIONS AND THE       *
000444*                   APPROVER WERE BEING CUT OFF AT THE OLD      *
000445*                   186-BYTE LENGTH.                            *
000450*****************************************************************
000460
000470 ENVIRONMENT DIVISION.
001090
001100 FD  PT-AUDITAR-FILE
001110     RECORDING MODE IS F.
001120 01  PT-AUDITAR-RECORD       PIC X(296).
001130
001140 FD  PT-AUDITNW-FILE
001150     RECORDING MODE IS F.
001160 01  PT-AUDITNW-RECORD       PIC X(296).
001170
001180 FD  PT-REPORT-FILE
001190     RECORDING MODE IS F.
