      *****************************************************************
      *  PTCYC01.CPY                                                  *
      *  NIGHTLY CYCLE CONTROL RECORD.                                *
      *                                                                *
      *  ONE RECORD PER STEP (PER SLICE FOR A SPLIT-RANGE SCAN) OF    *
      *  THE CURRENT NIGHTLY CYCLE ON THE PTCYCTL CYCLE-CONTROL FILE. *
      *  PTCYCLE WRITES THE RECORD WHEN A STEP BEGINS AND STAMPS THE  *
      *  END DATE/TIME AND THE STEP'S RETURN CODE WHEN IT ENDS, SO A  *
      *  RERUN OF THE CYCLE CAN SKIP WHAT IS ALREADY COMPLETE AND     *
      *  RESUME AT THE STEP THAT FAILED.                              *
      *     S = STARTED - BEGUN, NO END RECORDED (RUNNING OR DIED)    *
      *     C = COMPLETE - ENDED WITH RETURN CODE 4 OR LESS           *
      *     F = FAILED - ENDED WITH A RETURN CODE ABOVE 4             *
      *  EVERY RECORD ON THE FILE CARRIES THE SAME CYCLE RUN DATE -   *
      *  THE DATE THE CYCLE'S FIRST STEP BEGAN, KEPT ACROSS MIDNIGHT  *
      *  AND ACROSS RESTARTS.                                         *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  DATE       INIT  DESCRIPTION                                 *
      *  2026-10-15 DLK   ORIGINAL - CYCLE STEP CONTROL AND RESTART   *
      *****************************************************************
       01  PT-CYCLE-RECORD.
           05  PT-CYC-RUN-DATE         PIC 9(08).
           05  PT-CYC-STEP-ID          PIC X(08).
           05  PT-CYC-SLICE-NO         PIC 9(02).
           05  PT-CYC-STATUS           PIC X(01).
               88  PT-CYC-STARTED          VALUE "S".
               88  PT-CYC-COMPLETE         VALUE "C".
               88  PT-CYC-FAILED           VALUE "F".
           05  PT-CYC-START-DATE       PIC 9(08).
           05  PT-CYC-START-TIME       PIC 9(06).
           05  PT-CYC-END-DATE         PIC 9(08).
           05  PT-CYC-END-TIME         PIC 9(06).
           05  PT-CYC-STEP-RC          PIC 9(04).
           05  PT-CYC-ATTEMPTS         PIC 9(02).
           05  FILLER                  PIC X(07).
