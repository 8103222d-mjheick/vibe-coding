      *  ----------------------                                       *
      *  DATE       INIT  DESCRIPTION                                 *
      *  2026-08-09 DLK   ORIGINAL - DOWNSTREAM EXTRACT FILE           *
      *  2026-10-15 DLK   PT-EXT-DELTA-CODE - SET ONLY ON THE ROWS    *
      *                   PTEXRTE WRITES FOR A DELTA SUBSCRIBER: A =  *
      *                   NEWLY FLAGGED, D = DROPPED SINCE THE PRIOR  *
      *                   RUN. BLANK ON EVERY FULL-LIST ROW.          *
      *****************************************************************
       01  PT-EXTRACT-RECORD.
           05  PT-EXT-RULE-ID          PIC 9(03).
           05  PT-EXT-X                PIC 9(05).
           05  PT-EXT-RUN-DATE         PIC 9(08).
           05  PT-EXT-DELTA-CODE       PIC X(01).
               88  PT-EXT-DELTA-ADD        VALUE "A".
               88  PT-EXT-DELTA-DROP       VALUE "D".
           05  FILLER                  PIC X(09).
