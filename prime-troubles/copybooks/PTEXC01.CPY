      *                   ONLY AFTER AN ACK ARRIVES. ENTRIES FOR      *
      *                   RULES WITH NO SUBSCRIBER KEEP A BLANK       *
      *                   CONSUMER AND THE OLD BEHAVIOR.              *
      *  2026-10-15 DLK   PT-EXC-TYPE - D MARKS THE ENTRY FOR A DELTA *
      *                   SUBSCRIBER, WHOSE SENT COUNT IS THE ADDS    *
      *                   PLUS DROPS ROUTED TO IT AND MAY BE ZERO.    *
      *                   BLANK FOR A FULL-LIST ENTRY.                *
      *****************************************************************
       01  PT-EXCTL-RECORD.
           05  PT-EXC-RUN-DATE         PIC 9(08).
           05  PT-EXC-ACK-SW           PIC X(01).
               88  PT-EXC-ACKED            VALUE "Y".
           05  PT-EXC-CONSUMER         PIC X(08).
           05  PT-EXC-TYPE             PIC X(01).
               88  PT-EXC-DELTA            VALUE "D".
           05  FILLER                  PIC X(05).
