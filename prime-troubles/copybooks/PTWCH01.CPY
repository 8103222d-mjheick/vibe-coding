      *****************************************************************
      *  PTWCH01.CPY                                                  *
      *  PRIME-TROUBLES VALUE WATCHLIST RECORD.                       *
      *                                                                *
      *  ONE RECORD PER RULE ID / VALUE PAIR SOMEBODY HAS ASKED TO    *
      *  BE TOLD ABOUT - A VALUE A CLIENT QUERIES, OR ONE THAT ONCE   *
      *  BROKE A DOWNSTREAM JOB. THE PTWATCH MASTER IS KEPT IN KEY    *
      *  ORDER BY THE PTWMAINT MAINTENANCE SCREEN. EVERY NIGHT        *
      *  PTWCHRPT CHECKS EACH ENTRY AGAINST PTHSTCUR AND PTHSTMST     *
      *  AND PRINTS AN ALERT WHEN THE VALUE CAME OR WENT, AS THE      *
      *  ALERT CONDITION ASKS:                                        *
      *     A = APPEARS     - FLAGGED THIS RUN, NOT FLAGGED THE LAST  *
      *     D = DISAPPEARS  - FLAGGED THE LAST RUN, NOT THIS ONE      *
      *     E = EITHER                                                *
      *  PTINQ SHOWS THE OWNER AND NOTE WHENEVER A WATCHED VALUE IS   *
      *  LOOKED UP. THE OWNER IS WHOEVER WANTS THE CALL - A PERSON    *
      *  OR A TEAM - NOT NECESSARILY A PTSECUR OPERATOR; THE ADDED-   *
      *  BY AND CHANGED-BY FIELDS CARRY THE SIGNED-ON OPERATOR.       *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  DATE       INIT  DESCRIPTION                                 *
      *  2026-10-15 DLK   ORIGINAL - VALUE WATCHLIST                  *
      *****************************************************************
       01  PT-WATCH-RECORD.
           05  PT-WCH-KEY.
               10  PT-WCH-RULE-ID      PIC 9(03).
               10  PT-WCH-X            PIC 9(05).
           05  PT-WCH-OWNER            PIC X(12).
           05  PT-WCH-CONDITION        PIC X(01).
               88  PT-WCH-ON-APPEAR        VALUE "A".
               88  PT-WCH-ON-DISAPPEAR     VALUE "D".
               88  PT-WCH-ON-EITHER        VALUE "E".
               88  PT-WCH-CONDITION-VALID  VALUE "A" "D" "E".
           05  PT-WCH-NOTE             PIC X(40).
           05  PT-WCH-ADDED-BY         PIC X(08).
           05  PT-WCH-ADDED-DATE       PIC 9(08).
           05  PT-WCH-CHANGED-BY       PIC X(08).
           05  PT-WCH-CHANGED-DATE     PIC 9(08).
           05  FILLER                  PIC X(07).
