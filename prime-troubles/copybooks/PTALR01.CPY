      *****************************************************************
      *  PTALR01.CPY                                                  *
      *  PRIME-TROUBLES OPERATIONAL ALERT RECORD.                     *
      *                                                                *
      *  ONE RECORD APPENDED TO THE PTALERT FEED EACH TIME A BATCH    *
      *  PROGRAM FINDS SOMETHING THE NIGHT SHIFT MUST ACT ON, SO THE  *
      *  ENTERPRISE MONITORING CONSOLE CAN PICK UP ONE FIXED-LAYOUT   *
      *  FILE INSTEAD OF SIX REPORTS. PTALERT IS ONLY EVER EXTENDED - *
      *  ACKNOWLEDGMENTS GO TO PTALACK (SEE PTALK01).                 *
      *                                                                *
      *  PT-ALR-IDENT - PROGRAM, RULE, CODE AND SUBJECT - NAMES THE   *
      *  PROBLEM ITSELF. A CONDITION THAT PERSISTS (AN AGED REJECT,   *
      *  AN UNACKNOWLEDGED EXTRACT) IS RAISED AGAIN ON EVERY RUN      *
      *  THAT SEES IT WITH THE SAME IDENT; PTALRPT AND PTALRACK TREAT *
      *  THOSE RECORDS AS ONE ALERT, AND ONE ACKNOWLEDGMENT CLEARS    *
      *  IT FOR GOOD. THE SUBJECT THEREFORE CARRIES THE DATE OF THE   *
      *  EVENT (RUN DATE, REJECT DATE, EXTRACT DATE), NOT TODAY'S.    *
      *  RULE ID 000 MEANS THE ALERT IS NOT ABOUT ONE RULE.           *
      *                                                                *
      *  SEVERITY  C = CRITICAL     - THE NIGHT'S OUTPUT IS SUSPECT   *
      *            W = WARNING      - SOMEBODY MUST BE CHASED         *
      *            I = INFORMATION  - FOR THE OWNER'S ATTENTION       *
      *                                                                *
      *  CODE      RAISED BY                                          *
      *  TOLLOW    PRIME-TROUBLES, PTSLMERG - FLAGGED BELOW MINIMUM   *
      *  TOLHIGH   PRIME-TROUBLES, PTSLMERG - FLAGGED ABOVE MAXIMUM   *
      *  RUNINTR   PTOPSRPT - RUN NEVER WROTE ITS END RECORD         *
      *  STATESTL  PTOPSRPT - PTRSTATE ACTIVE FROM AN EARLIER DATE   *
      *  REJAGED   PTREJRPT - REJECT OPEN PAST THE AGE LIMIT         *
      *  EXTUNACK  PTRECON  - EXTRACT UNACKNOWLEDGED PAST AGE LIMIT  *
      *  HMVFYBAD  PTHMVFY  - HISTORY MASTER RECORDS WITH FINDINGS   *
      *  HMRBLDFL  PTHMVFY  - HISTORY MASTER REBUILD NOT COMPLETED   *
      *  WCHAPPR   PTWCHRPT - WATCHED VALUE APPEARED                 *
      *  WCHDISAP  PTWCHRPT - WATCHED VALUE DISAPPEARED              *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  DATE       INIT  DESCRIPTION                                 *
      *  2026-10-15 DLK   ORIGINAL - OPERATIONAL ALERT FEED           *
      *****************************************************************
       01  PT-ALERT-RECORD.
           05  PT-ALR-DATE             PIC 9(08).
           05  PT-ALR-TIME             PIC 9(06).
           05  PT-ALR-SEVERITY         PIC X(01).
               88  PT-ALR-CRITICAL         VALUE "C".
               88  PT-ALR-WARNING          VALUE "W".
               88  PT-ALR-INFORMATION      VALUE "I".
           05  PT-ALR-IDENT.
               10  PT-ALR-PROGRAM      PIC X(14).
               10  PT-ALR-RULE-ID      PIC 9(03).
               10  PT-ALR-CODE         PIC X(08).
               10  PT-ALR-SUBJECT      PIC X(20).
           05  PT-ALR-MESSAGE          PIC X(60).
           05  FILLER                  PIC X(10).
