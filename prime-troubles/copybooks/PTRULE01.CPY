      *                   CALENDAR (SEE PTCAL01). W AND S RULES WHOSE  *
      *                   DAY FALLS ON A NON-BUSINESS DAY NOW DEFER    *
      *                   TO THE NEXT BUSINESS DAY.                    *
      *  2026-10-15 DLK   ADDED A FORMULA-TYPE CODE AND OPERANDS IN    *
      *                   PLACE OF THE OLD FILLER, RECORD LENGTHENED:  *
      *                     TYPE S (OR SPACE) = ((MULT * X) - 1) MOD   *
      *                         MODULUS = TARGET, AS BEFORE            *
      *                     TYPE O = ((MULT * X) + OFFSET) MOD         *
      *                         MODULUS = TARGET                       *
      *                     TYPE L = REMAINDER IS ANY OF THE FIRST     *
      *                         REM-COUNT (1-4) OF TARGET, REM-2,      *
      *                         REM-3, REM-4 - OFFSET APPLIES          *
      *                     TYPE R = REMAINDER FROM TARGET THRU REM-2  *
      *                         INCLUSIVE - OFFSET APPLIES             *
      *                   CONNECTOR A (AND) OR O (OR) ADDS A SECOND    *
      *                   CONDITION ((MULT-2 * X) + OFFSET-2) MOD      *
      *                   MOD-2 = TARGET-2. SPACE = NO SECOND          *
      *                   CONDITION. A RULE WRITTEN BEFORE THESE       *
      *                   FIELDS EXISTED READS AS TYPE SPACE, NO       *
      *                   CONNECTOR, AND RUNS EXACTLY AS IT ALWAYS     *
      *                   DID.                                         *
      *  2026-10-15 DLK   ADDED A RULE STATUS IN PLACE OF ONE BYTE OF  *
      *                   THE FILLER:                                  *
      *                     A (OR SPACE) = ACTIVE - SCANNED AS ALWAYS  *
      *                     S = SUSPENDED - SKIPPED BY THE SCAN AND    *
      *                         REPORTED APART FROM SCHEDULE SKIPS     *
      *                     R = RETIRED - NEVER SCANNED AGAIN. A       *
      *                         RETIRED RULE STAYS ON PTRULES AS A     *
      *                         TOMBSTONE SO ITS ID CAN NEVER BE       *
      *                         REUSED; PTRETIRE ARCHIVES WHAT THE     *
      *                         RULE LEFT BEHIND.                      *
      *                   RULES ARE NO LONGER DELETED - A DELETE IN    *
      *                   PTMAINT OR PTRLOAD NOW RETIRES THE RULE.     *
      *****************************************************************
       01  PT-RULE-RECORD.
           05  PT-RULE-ID              PIC 9(03).
           05  PT-RULE-FREQ-DAY        PIC 9(02).
           05  PT-RULE-MIN-FLAG        PIC 9(05).
           05  PT-RULE-MAX-FLAG        PIC 9(05).
           05  PT-RULE-FORM-TYPE       PIC X(01).
               88  PT-RULE-FORM-STANDARD   VALUE "S" SPACE.
               88  PT-RULE-FORM-OFFSET     VALUE "O".
               88  PT-RULE-FORM-SET        VALUE "L".
               88  PT-RULE-FORM-RANGE      VALUE "R".
           05  PT-RULE-OFFSET          PIC S9(05)
               SIGN IS TRAILING SEPARATE.
           05  PT-RULE-REM-COUNT       PIC 9(01).
           05  PT-RULE-REM-2           PIC S9(05)
               SIGN IS TRAILING SEPARATE.
           05  PT-RULE-REM-3           PIC S9(05)
               SIGN IS TRAILING SEPARATE.
           05  PT-RULE-REM-4           PIC S9(05)
               SIGN IS TRAILING SEPARATE.
           05  PT-RULE-CONNECT         PIC X(01).
               88  PT-RULE-CONN-NONE       VALUE SPACE.
               88  PT-RULE-CONN-AND        VALUE "A".
               88  PT-RULE-CONN-OR         VALUE "O".
           05  PT-RULE-MULT-2          PIC S9(05)
               SIGN IS TRAILING SEPARATE.
           05  PT-RULE-MOD-2           PIC S9(05)
               SIGN IS TRAILING SEPARATE.
           05  PT-RULE-OFFSET-2        PIC S9(05)
               SIGN IS TRAILING SEPARATE.
           05  PT-RULE-TARGET-2        PIC S9(05)
               SIGN IS TRAILING SEPARATE.
           05  PT-RULE-STATUS          PIC X(01).
               88  PT-RULE-ACTIVE          VALUE "A" SPACE.
               88  PT-RULE-SUSPENDED       VALUE "S".
               88  PT-RULE-RETIRED         VALUE "R".
           05  FILLER                  PIC X(09).
