      *  PTAUD01.CPY                                                  *
      *  PRIME-TROUBLES RULE MAINTENANCE AUDIT RECORD.                *
      *                                                                *
      *  ONE RECORD PER RULE ADDED, CHANGED, OR DELETED ON PTRULES,   *
      *  APPENDED PERMANENTLY TO PTAUDIT. CARRIES THE FULL BEFORE AND *
      *  AFTER IMAGES OF THE RULE PLUS WHO CHANGED IT AND             *
      *  WHEN, SO A BAD SCAN RANGE CAN BE TRACED TO AN OPERATOR AND   *
      *  A DATE INSTEAD OF BEING GONE THE MOMENT 3500-SAVE-RULES      *
      *  REWRITES PTRULES. THE BEFORE IMAGE OF AN ADD AND THE AFTER   *
      *                   ARCHIVE - THE TRAIL IS PERMANENT ACROSS      *
      *                   ITS ARCHIVE GENERATIONS, NOT IN ONE          *
      *                   DATASET.                                     *
      *  2026-10-15 DLK   FORMULA-TYPE OPERANDS ADDED TO PTRULE01 ARE  *
      *                   CARRIED IN BEFORE/AFTER EXTENSIONS AT THE    *
      *                   END OF THE RECORD, SO RECORDS ALREADY ON     *
      *                   THE TRAIL KEEP THEIR LAYOUT AND READ WITH    *
      *                   SPACE EXTENSIONS (A STANDARD-TYPE RULE).     *
      *  2026-10-15 DLK   RULE CHANGES ARE NOW DUAL-CONTROLLED - A     *
      *                   RECORD IS WRITTEN BY PTAPPRV WHEN A QUEUED   *
      *                   PTPENDQ CHANGE IS APPROVED AND APPLIED.      *
      *                   PT-AUD-OPERATOR IS THE REQUESTER, THE NEW    *
      *                   PT-AUD-APPROVER IS THE SECOND OPERATOR, AND  *
      *                   THE DATE/TIME ARE WHEN THE CHANGE REACHED    *
      *                   PTRULES. OLDER RECORDS READ A SPACE          *
      *                   APPROVER.                                    *
      *  2026-10-15 DLK   BEFORE/AFTER RULE STATUS (SEE PTRULE01)      *
      *                   CARRIED IN SIX BYTES OF THE OLD FILLER.      *
      *                   SUSPEND, REACTIVATE AND RETIRE ARE ALL       *
      *                   CHANGES (ACTION C) OF THE STATUS - A RULE    *
      *                   IS NO LONGER DELETED, SO ACTION D APPEARS    *
      *                   ONLY ON RECORDS WRITTEN BEFORE RETIREMENT.   *
      *                   OLDER RECORDS READ A SPACE STATUS (ACTIVE).  *
      *****************************************************************
       01  PT-AUDIT-RECORD.
           05  PT-AUD-DATE             PIC 9(08).
               10  PT-AUD-A-FREQ-DAY   PIC X(02).
               10  PT-AUD-A-MIN-FLAG   PIC X(05).
               10  PT-AUD-A-MAX-FLAG   PIC X(05).
           05  PT-AUD-B-STATUS         PIC X(01).
           05  PT-AUD-A-STATUS         PIC X(01).
           05  FILLER                  PIC X(04).
           05  PT-AUD-BEFORE-FORM.
               10  PT-AUD-B-FORM-TYPE  PIC X(01).
               10  PT-AUD-B-OFFSET     PIC X(06).
               10  PT-AUD-B-REM-COUNT  PIC X(01).
               10  PT-AUD-B-REM-2      PIC X(06).
               10  PT-AUD-B-REM-3      PIC X(06).
               10  PT-AUD-B-REM-4      PIC X(06).
               10  PT-AUD-B-CONNECT    PIC X(01).
               10  PT-AUD-B-MULT-2     PIC X(06).
               10  PT-AUD-B-MOD-2      PIC X(06).
               10  PT-AUD-B-OFFSET-2   PIC X(06).
               10  PT-AUD-B-TARGET-2   PIC X(06).
           05  PT-AUD-AFTER-FORM.
               10  PT-AUD-A-FORM-TYPE  PIC X(01).
               10  PT-AUD-A-OFFSET     PIC X(06).
               10  PT-AUD-A-REM-COUNT  PIC X(01).
               10  PT-AUD-A-REM-2      PIC X(06).
               10  PT-AUD-A-REM-3      PIC X(06).
               10  PT-AUD-A-REM-4      PIC X(06).
               10  PT-AUD-A-CONNECT    PIC X(01).
               10  PT-AUD-A-MULT-2     PIC X(06).
               10  PT-AUD-A-MOD-2      PIC X(06).
               10  PT-AUD-A-OFFSET-2   PIC X(06).
               10  PT-AUD-A-TARGET-2   PIC X(06).
           05  PT-AUD-APPROVER         PIC X(08).
