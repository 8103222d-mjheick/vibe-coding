      *****************************************************************
      *  PTALK01.CPY                                                  *
      *  PRIME-TROUBLES ALERT ACKNOWLEDGMENT RECORD.                  *
      *                                                                *
      *  ONE RECORD APPENDED TO PTALACK BY THE PTALRACK ONLINE SCREEN *
      *  WHEN AN OPERATOR MARKS AN ALERT HANDLED. PT-ALK-IDENT IS     *
      *  THE PT-ALR-IDENT OF THE ALERT (SEE PTALR01), SO THE ONE      *
      *  ACKNOWLEDGMENT COVERS EVERY REPEAT OF THAT ALERT ON THE      *
      *  PTALERT FEED, BEFORE AND AFTER IT.                           *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  DATE       INIT  DESCRIPTION                                 *
      *  2026-10-15 DLK   ORIGINAL - ALERT ACKNOWLEDGMENT             *
      *****************************************************************
       01  PT-ALACK-RECORD.
           05  PT-ALK-IDENT.
               10  PT-ALK-PROGRAM      PIC X(14).
               10  PT-ALK-RULE-ID      PIC 9(03).
               10  PT-ALK-CODE         PIC X(08).
               10  PT-ALK-SUBJECT      PIC X(20).
           05  PT-ALK-OPERATOR         PIC X(08).
           05  PT-ALK-DATE             PIC 9(08).
           05  PT-ALK-TIME             PIC 9(06).
           05  PT-ALK-NOTE             PIC X(30).
           05  FILLER                  PIC X(03).
