      *  IN BATCH BY PTRLOAD INSTEAD OF RE-KEYED THROUGH PTMAINT:     *
      *     A = ADD THE RULE (ALL DATA FIELDS REQUIRED)               *
      *     C = CHANGE THE RULE (DATA FIELDS REPLACE THE OLD ONES)    *
      *     D = RETIRE THE RULE (DATA FIELDS IGNORED) - SEE BELOW     *
      *     T = TRAILER - CONTROL COUNTS OF A/C/D RECORDS IN THE      *
      *         FILE. EXACTLY ONE REQUIRED, AND THE WHOLE BATCH IS    *
      *         REJECTED WHEN THE COUNTS DO NOT MATCH WHAT WAS READ.  *
      *  2026-08-22 DLK   ORIGINAL - BATCH RULE MAINTENANCE           *
      *  2026-08-22 DLK   TRANSACTION DATA NOW CARRIES THE MIN/MAX     *
      *                   FLAGGED-COUNT TOLERANCES ADDED TO PTRULE01.  *
      *  2026-10-15 DLK   TRANSACTION DATA NOW CARRIES THE FORMULA     *
      *                   TYPE, OFFSET, ACCEPTED REMAINDERS AND        *
      *                   SECOND CONDITION ADDED TO PTRULE01.          *
      *  2026-10-15 DLK   TRAILER NOW NAMES THE REQUESTING OPERATOR    *
      *                   AND THE SOURCE PROGRAM. PTRLOAD QUEUES THE   *
      *                   BATCH ON PTPENDQ UNDER THAT REQUESTER FOR A  *
      *                   SECOND OPERATOR TO APPROVE IN PTAPPRV. A     *
      *                   HAND-BUILT BATCH KEYS THE SUBMITTER'S        *
      *                   PTSECUR ID IN THE TRAILER. A BLANK ID, OR    *
      *                   ONE THAT IS NOT A PTSECUR OPERATOR WITH      *
      *                   UPDATE AUTHORITY, REJECTS THE WHOLE BATCH.   *
      *  2026-10-15 DLK   ADDED THE RULE STATUS (SEE PTRULE01). ON AN  *
      *                   ADD, SPACE OR A = ACTIVE AND S = SUSPENDED.  *
      *                   ON A CHANGE, SPACE KEEPS THE RULE'S CURRENT  *
      *                   STATUS, S SUSPENDS, A REACTIVATES AND R      *
      *                   RETIRES. CODE D NO LONGER DELETES - IT       *
      *                   RETIRES THE RULE, WHICH STAYS ON PTRULES SO  *
      *                   ITS ID CAN NEVER BE REUSED. D RECORDS ARE    *
      *                   STILL COUNTED IN THE TRAILER DELETE COUNT.   *
      *****************************************************************
       01  PT-RLTRAN-RECORD.
           05  PT-TRN-CODE             PIC X(01).
               10  PT-TRN-FREQ-DAY     PIC 9(02).
               10  PT-TRN-MIN-FLAG     PIC 9(05).
               10  PT-TRN-MAX-FLAG     PIC 9(05).
               10  PT-TRN-FORM-TYPE    PIC X(01).
               10  PT-TRN-OFFSET       PIC S9(05)
                   SIGN IS TRAILING SEPARATE.
               10  PT-TRN-REM-COUNT    PIC 9(01).
               10  PT-TRN-REM-2        PIC S9(05)
                   SIGN IS TRAILING SEPARATE.
               10  PT-TRN-REM-3        PIC S9(05)
                   SIGN IS TRAILING SEPARATE.
               10  PT-TRN-REM-4        PIC S9(05)
                   SIGN IS TRAILING SEPARATE.
               10  PT-TRN-CONNECT      PIC X(01).
               10  PT-TRN-MULT-2       PIC S9(05)
                   SIGN IS TRAILING SEPARATE.
               10  PT-TRN-MOD-2        PIC S9(05)
                   SIGN IS TRAILING SEPARATE.
               10  PT-TRN-OFFSET-2     PIC S9(05)
                   SIGN IS TRAILING SEPARATE.
               10  PT-TRN-TARGET-2     PIC S9(05)
                   SIGN IS TRAILING SEPARATE.
           05  PT-TRN-STATUS           PIC X(01).
           05  FILLER                  PIC X(04).

       01  PT-RLTRAN-TRAILER-REC.
           05  FILLER                  PIC X(01).
           05  PT-TRN-ADD-COUNT        PIC 9(05).
           05  PT-TRN-CHG-COUNT        PIC 9(05).
           05  PT-TRN-DEL-COUNT        PIC 9(05).
           05  PT-TRN-REQUESTER        PIC X(08).
           05  PT-TRN-SOURCE           PIC X(08).
           05  FILLER                  PIC X(44).
