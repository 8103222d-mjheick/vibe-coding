      *  ----------------------                                       *
      *  DATE       INIT  DESCRIPTION                                 *
      *  2026-09-02 DLK   ORIGINAL - PER-CONSUMER SUBSCRIPTIONS       *
      *  2026-10-15 DLK   PT-SUB-TYPE - A DELTA SUBSCRIBER RECEIVES   *
      *                   ONLY THE VALUES NEWLY FLAGGED OR DROPPED    *
      *                   SINCE THE PRIOR RUN (PTHSTCUR AGAINST       *
      *                   PTHSTPRV), EACH MARKED ADD OR DROP. BLANK   *
      *                   ON OLD RECORDS MEANS THE FULL LIST.         *
      *****************************************************************
       01  PT-SUB-RECORD.
           05  PT-SUB-CONSUMER         PIC X(08).
           05  PT-SUB-RULE-ID          PIC 9(03).
           05  PT-SUB-TYPE             PIC X(01).
               88  PT-SUB-FULL             VALUE "F" SPACE.
               88  PT-SUB-DELTA            VALUE "D".
           05  FILLER                  PIC X(08).
