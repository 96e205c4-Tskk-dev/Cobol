      *                   term already archived or not yet approved by
      *                   the reconcile step, and STUDENT-REPORT
      *                   refuses a term already closed (archived).
      *   2026-10-15  JC  Each term now shows its TERM-CALENDAR.DAT
      *                   dates - start and end, grade-submission
      *                   deadline and INC completion deadline - ahead
      *                   of its close-out steps; a term missing from
      *                   the calendar is called out as such.
      *   2026-10-15  JC  Shows the two new registrar steps
      *                   REGISTRAR-ACK records after the reconcile
      *                   step: extract transmitted, and extract fully
      *                   acknowledged.

       ENVIRONMENT DIVISION.

           SELECT OPTIONAL TERMSTAT-FILE ASSIGN TO "TERM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TERMSTAT-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TS-RECONCILE-DATE   PIC X(8).
           05  TS-ARCHIVE-DONE     PIC X.
           05  TS-ARCHIVE-DATE     PIC X(8).
           05  TS-TRANSMIT-DONE    PIC X.
           05  TS-TRANSMIT-DATE    PIC X(8).
           05  TS-ACK-DONE         PIC X.
           05  TS-ACK-DATE         PIC X(8).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-TERM            PIC X(5).
           05  CAL-SEQ             PIC 9(3).
           05  CAL-START-DATE      PIC X(8).
           05  CAL-END-DATE        PIC X(8).
           05  CAL-GRADE-DEADLINE  PIC X(8).
           05  CAL-INC-DEADLINE    PIC X(8).

       WORKING-STORAGE SECTION.

       01  EOF-FLAG                PIC X VALUE 'N'.
       01  TERMSTAT-FILE-STATUS    PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.
       01  TERM-CTR                PIC 9(3) VALUE 0.

       01  STEP-TEXT               PIC X(18).

      * In-memory school-term calendar, for the dates shown against
      * each term.
       01  CAL-EOF-FLAG            PIC X VALUE 'N'.
       01  CAL-COUNT               PIC 99 VALUE 0.
       01  CAL-MAX                 PIC 99 VALUE 60.
       01  CAL-IDX                 PIC 99 VALUE 0.
       01  CAL-FOUND-IDX           PIC 99 VALUE 0.
       01  CAL-ENTRIES.
           05  CAL-ENTRY OCCURS 60 TIMES.
               10  CAL-TAB-TERM        PIC X(5).
               10  CAL-TAB-SEQ         PIC 9(3).
               10  CAL-TAB-START       PIC X(8).
               10  CAL-TAB-END         PIC X(8).
               10  CAL-TAB-GRADE-DL    PIC X(8).
               10  CAL-TAB-INC-DL      PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-TERM-CALENDAR-TABLE
           OPEN INPUT TERMSTAT-FILE
           IF TERMSTAT-FILE-STATUS NOT = "00"
               AND TERMSTAT-FILE-STATUS NOT = "05"

       SHOW-ONE-TERM.
           DISPLAY "TERM " TS-TERM
           PERFORM FIND-CALENDAR-ENTRY
           IF CAL-FOUND-IDX > 0
               DISPLAY "  TERM DATES  . . . : "
                   CAL-TAB-START (CAL-FOUND-IDX) " TO "
                   CAL-TAB-END (CAL-FOUND-IDX)
               DISPLAY "  GRADES DUE  . . . : "
                   CAL-TAB-GRADE-DL (CAL-FOUND-IDX)
               DISPLAY "  INC DEADLINE  . . : "
                   CAL-TAB-INC-DL (CAL-FOUND-IDX)
           ELSE
               DISPLAY "  TERM DATES  . . . : NOT ON TERM-CALENDAR.DAT"
           END-IF
           MOVE TS-BATCH-DONE TO STEP-TEXT (1:1)
           PERFORM FORMAT-STEP-TEXT
           DISPLAY "  STUDENT-BATCH . . : " STEP-TEXT
           PERFORM FORMAT-STEP-TEXT
           DISPLAY "  SUMMARY-RECONCILE : " STEP-TEXT
               " " TS-RECONCILE-DATE
           MOVE TS-TRANSMIT-DONE TO STEP-TEXT (1:1)
           PERFORM FORMAT-STEP-TEXT
           DISPLAY "  SENT TO REGISTRAR : " STEP-TEXT
               " " TS-TRANSMIT-DATE
           MOVE TS-ACK-DONE TO STEP-TEXT (1:1)
           PERFORM FORMAT-STEP-TEXT
           DISPLAY "  REGISTRAR ACK . . : " STEP-TEXT
               " " TS-ACK-DATE
           MOVE TS-ARCHIVE-DONE TO STEP-TEXT (1:1)
           PERFORM FORMAT-STEP-TEXT
           DISPLAY "  GRADE-ARCHIVE . . : " STEP-TEXT
           ELSE
               MOVE "NOT YET RUN" TO STEP-TEXT
           END-IF.

       FIND-CALENDAR-ENTRY.
           MOVE 0 TO CAL-FOUND-IDX
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
                   OR CAL-FOUND-IDX > 0
               IF CAL-TAB-TERM (CAL-IDX) = TS-TERM
                   MOVE CAL-IDX TO CAL-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-TERM-CALENDAR-TABLE.
           MOVE 'N' TO CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "TERM-STATUS: CANNOT OPEN TERM-CALENDAR.DAT - "
                   "FILE STATUS " CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CAL-EOF-FLAG = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO CAL-EOF-FLAG
                   NOT AT END
                       IF CAL-COUNT < CAL-MAX
                           ADD 1 TO CAL-COUNT
                           MOVE CALENDAR-RECORD
                               TO CAL-ENTRY (CAL-COUNT)
                       ELSE
                           DISPLAY "TERM-CALENDAR.DAT has more "
                               "records than this program can hold "
                               "- load truncated."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
