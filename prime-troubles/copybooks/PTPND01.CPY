      *****************************************************************
      *  PTPND01.CPY                                                  *
      *  PRIME-TROUBLES PENDING RULE-CHANGE QUEUE RECORD.             *
      *                                                                *
      *  ONE RECORD PER RULE ADD/CHANGE/DELETE WAITING FOR A SECOND   *
      *  OPERATOR ON THE PTPENDQ QUEUE. PTMAINT SAVES AND PTRLOAD     *
      *  BATCHES (WHICH CARRY PTREJWB REPAIRS AND PTPROMOT            *
      *  PROMOTIONS) NO LONGER REWRITE PTRULES - THEY QUEUE THE       *
      *  CHANGE HERE, AND ONLY PTAPPRV, SIGNED ON BY AN OPERATOR      *
      *  OTHER THAN THE REQUESTER, APPLIES IT.                        *
      *                                                                *
      *  PT-PND-CHANGE IS THE FULL PTAUD01 BEFORE/AFTER IMAGE OF THE  *
      *  CHANGE AS REQUESTED, SO THE REVIEWER SEES EXACTLY WHAT THE   *
      *  AUDIT TRAIL WILL SHOW, AND PTAPPRV CAN REFUSE A CHANGE WHOSE *
      *  BEFORE IMAGE NO LONGER MATCHES PTRULES.                      *
      *     P = PENDING - WAITING FOR A SECOND OPERATOR               *
      *     A = APPROVED - APPLIED TO PTRULES AND AUDITED             *
      *     D = DECLINED - NOT APPLIED, REASON IN PT-PND-NOTE         *
      *  PTPENDQ HOLDS ONLY PENDING ITEMS; PTAPPRV MOVES EVERY         *
      *  DECIDED ITEM TO THE PERMANENT PTPNDLOG FILE. PTPNDRPT        *
      *  REPORTS THE ITEMS LEFT WAITING TOO LONG.                     *
      *                                                                *
      *  MODIFICATION HISTORY                                         *
      *  ----------------------                                       *
      *  DATE       INIT  DESCRIPTION                                 *
      *  2026-10-15 DLK   ORIGINAL - DUAL-CONTROL RULE CHANGE QUEUE   *
      *****************************************************************
       01  PT-PENDING-RECORD.
           05  PT-PND-STATUS           PIC X(01).
               88  PT-PND-PENDING          VALUE "P".
               88  PT-PND-APPROVED         VALUE "A".
               88  PT-PND-DECLINED         VALUE "D".
           05  PT-PND-SOURCE           PIC X(08).
           05  PT-PND-QUEUE-DATE       PIC 9(08).
           05  PT-PND-QUEUE-TIME       PIC 9(06).
           05  PT-PND-REQUESTER        PIC X(08).
           05  PT-PND-REVIEWER         PIC X(08).
           05  PT-PND-REVIEW-DATE      PIC 9(08).
           05  PT-PND-REVIEW-TIME      PIC 9(06).
           05  PT-PND-NOTE             PIC X(30).
           05  FILLER                  PIC X(17).
           05  PT-PND-CHANGE           PIC X(296).
