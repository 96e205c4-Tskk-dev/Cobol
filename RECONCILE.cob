      *                   approval must not stand in for it. With no
      *                   argument the full STUDENT-SUMMARY.DAT checks
      *                   run unchanged.
      *   2026-10-15  JC  TERM-STATUS.DAT record extended with the
      *                   registrar transmitted and acknowledged steps
      *                   (flag and date each); no change in logic.

       ENVIRONMENT DIVISION.

           05  TS-RECONCILE-DATE   PIC X(8).
           05  TS-ARCHIVE-DONE     PIC X.
           05  TS-ARCHIVE-DATE     PIC X(8).
           05  TS-TRANSMIT-DONE    PIC X.
           05  TS-TRANSMIT-DATE    PIC X(8).
           05  TS-ACK-DONE         PIC X.
           05  TS-ACK-DATE         PIC X(8).

       WORKING-STORAGE SECTION.

               10  TST-RECONCILE-DATE  PIC X(8).
               10  TST-ARCHIVE-DONE    PIC X.
               10  TST-ARCHIVE-DATE    PIC X(8).
               10  TST-TRANSMIT-DONE   PIC X.
               10  TST-TRANSMIT-DATE   PIC X(8).
               10  TST-ACK-DONE        PIC X.
               10  TST-ACK-DATE        PIC X(8).

       01  DETAIL-CTR-OUT          PIC ZZZZ9.
       01  TRAILER-COUNT-OUT       PIC ZZZZ9.
