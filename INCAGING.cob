      *                   absent. The same incomplete sitting on both
      *                   STUDENT.DAT and the history (archived, still
      *                   uncompleted) is listed once.
      *   2026-10-15  JC  Term order now comes from the new
      *                   TERM-CALENDAR.DAT master (term code, official
      *                   sequence, start and end dates, grade-
      *                   submission and INC completion deadlines),
      *                   sorted on the official sequence, instead of
      *                   GRADE-HISTORY.DAT's order of appearance - a
      *                   late or reloaded archive no longer reorders
      *                   the terms. Each line also shows the incurred
      *                   term's INC completion deadline. An incomplete
      *                   whose term is not on the calendar cannot be
      *                   aged and is listed as TERM NOT ON CALENDAR; a
      *                   current term missing from the calendar stops
      *                   the run.
      *   2026-10-15  JC  PAST DEADLINE now follows the official date:
      *                   an incomplete is past deadline once the run
      *                   date is past the INC completion deadline on
      *                   the calendar entry for the term it was
      *                   incurred in - the same test INC-LAPSE lapses
      *                   on and GRADUATION-CANDIDATES disqualifies on.
      *                   A calendar term with no valid INC deadline is
      *                   flagged NO INC DEADLINE SET. The run date is
      *                   shown under the current term.

       ENVIRONMENT DIVISION.

           SELECT STMAST-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMAST-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT AGING-FILE ASSIGN TO "INC-AGING.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AGINGFILE-STATUS.
           05  STMAST-HOME-DEPT    PIC X(3).
           05  STMAST-STATUS       PIC X(9).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
           05  CAL-TERM            PIC X(5).
           05  CAL-SEQ             PIC 9(3).
           05  CAL-START-DATE      PIC X(8).
           05  CAL-END-DATE        PIC X(8).
           05  CAL-GRADE-DEADLINE  PIC X(8).
           05  CAL-INC-DEADLINE    PIC X(8).

       FD  AGING-FILE.
       01  AGING-LINE              PIC X(120).

       WORKING-STORAGE SECTION.

       01  HISTFILE-STATUS         PIC XX.
       01  STMAST-FILE-STATUS      PIC XX.
       01  AGINGFILE-STATUS        PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.

       01  ARG-COUNT               PIC 9 VALUE 0.
       01  CURRENT-TERM            PIC X(5) VALUE SPACES.
       01  CURRENT-TERM-IDX        PIC 99 VALUE 0.
       01  RUN-DATE                PIC X(8).

       01  INC-CTR                 PIC 9(4) VALUE 0.
       01  EXPIRED-CTR             PIC 9(4) VALUE 0.
               10  INC-TAB-GRD         PIC X(3).
               10  INC-TAB-TERM        PIC X(5).

      * In-memory school-term calendar, sorted on the official
      * sequence once loaded, so a term's position in this table is
      * its place in the chronology.
       01  CAL-EOF-FLAG            PIC X VALUE 'N'.
       01  CAL-COUNT               PIC 99 VALUE 0.
       01  CAL-MAX                 PIC 99 VALUE 60.
       01  CAL-IDX                 PIC 99 VALUE 0.
       01  TERM-FOUND-IDX          PIC 99 VALUE 0.
       01  TERM-WORK               PIC X(5).
       01  CAL-ENTRIES.
           05  CAL-ENTRY OCCURS 60 TIMES.
               10  CAL-TAB-TERM        PIC X(5).
               10  CAL-TAB-SEQ         PIC 9(3).
               10  CAL-TAB-START       PIC X(8).
               10  CAL-TAB-END         PIC X(8).
               10  CAL-TAB-GRADE-DL    PIC X(8).
               10  CAL-TAB-INC-DL      PIC X(8).

       01  CAL-SORT-PASS-IDX       PIC 99 VALUE 0.
       01  CAL-SORT-SCAN-IDX       PIC 99 VALUE 0.
       01  CAL-SORT-BEST-IDX       PIC 99 VALUE 0.
       01  CAL-SORT-HOLD-ENTRY     PIC X(40).

      * In-memory student enrollment master, for the official name
      * and status on each aging line.
           05  FILLER              PIC X(14)
               VALUE "CURRENT TERM: ".
           05  AGING-TERM-OUT      PIC X(5).
           05  FILLER              PIC X(14)
               VALUE "   RUN DATE: ".
           05  AGING-RUN-DATE-OUT  PIC X(8).

       01  AGING-COLUMN-HEADER.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "SUBJECT".
           05  FILLER              PIC X(7)  VALUE "TERM".
           05  FILLER              PIC X(7)  VALUE "GRADE".
           05  FILLER              PIC X(10) VALUE "DUE BY".
           05  FILLER              PIC X(20) VALUE "AGING".

       01  AGING-DETAIL-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AGE-GRD-OUT         PIC X(5).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AGE-INC-DL-OUT      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  AGE-AGING-OUT       PIC X(20).

       01  AGING-COUNT-LINE.
           05  FILLER              PIC X(2)  VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-CURRENT-TERM
           PERFORM LOAD-TERM-CALENDAR-TABLE
           MOVE CURRENT-TERM TO TERM-WORK
           PERFORM FIND-TERM-INDEX
           IF TERM-FOUND-IDX = 0
               DISPLAY "INC-AGING: CURRENT TERM " CURRENT-TERM
                   " IS NOT ON TERM-CALENDAR.DAT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TERM-FOUND-IDX TO CURRENT-TERM-IDX
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-STUDENT-MASTER-TABLE
           PERFORM SCAN-GRADE-HISTORY
           PERFORM SCAN-STUDENT-FILE
           PERFORM WRITE-AGING-REPORT
           MOVE INC-CTR TO INC-CTR-OUT
           MOVE EXPIRED-CTR TO EXPIRED-CTR-OUT
               STOP RUN
           END-IF.

       SCAN-GRADE-HISTORY.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT HIST-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF HIST-GRD-ALPHA = "INC"
                           OR HIST-GRD-ALPHA = SPACES
                           MOVE HIST-DEPT-CD TO INC-WORK-DEPT
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF GRD-ALPHA = "INC" OR GRD-ALPHA = SPACES
                           MOVE DEPT-CD TO INC-WORK-DEPT
                           MOVE SNO-IN TO INC-WORK-SNO
               END-IF
           END-IF.

       FIND-TERM-INDEX.
           MOVE 0 TO TERM-FOUND-IDX
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
                   OR TERM-FOUND-IDX > 0
               IF CAL-TAB-TERM (CAL-IDX) = TERM-WORK
                   MOVE CAL-IDX TO TERM-FOUND-IDX
               END-IF
           END-PERFORM.

           WRITE AGING-LINE FROM AGING-HEADER-2
           WRITE AGING-LINE FROM AGING-HEADER-3
           MOVE CURRENT-TERM TO AGING-TERM-OUT
           MOVE RUN-DATE TO AGING-RUN-DATE-OUT
           WRITE AGING-LINE FROM AGING-TERM-LINE
           MOVE SPACES TO AGING-LINE
           WRITE AGING-LINE
           WRITE AGING-LINE FROM AGING-COUNT-LINE
           CLOSE AGING-FILE.

      * An incomplete has missed its deadline once the run date is
      * past the INC completion deadline the calendar gives for the
      * term it was incurred in - the population INC-LAPSE converts
      * to 5.00. One still open is CURRENT TERM when incurred this
      * term and DUE THIS TERM one calendar position later. A term the
      * calendar does not know, or one with no valid deadline, cannot
      * be judged and is flagged for the registrar instead.
       WRITE-AGING-DETAIL.
           ADD 1 TO INC-CTR
           MOVE INC-TAB-SNO (INC-IDX) TO AGE-SNO-OUT
           END-IF
           MOVE INC-TAB-TERM (INC-IDX) TO TERM-WORK
           PERFORM FIND-TERM-INDEX
           IF TERM-FOUND-IDX > 0
               MOVE CAL-TAB-INC-DL (TERM-FOUND-IDX) TO AGE-INC-DL-OUT
           ELSE
               MOVE SPACES TO AGE-INC-DL-OUT
           END-IF
           COMPUTE TERM-AGE = CURRENT-TERM-IDX - TERM-FOUND-IDX
           EVALUATE TRUE
               WHEN TERM-FOUND-IDX = 0
                   MOVE "TERM NOT ON CALENDAR" TO AGE-AGING-OUT
               WHEN CAL-TAB-INC-DL (TERM-FOUND-IDX) IS NOT NUMERIC
                   MOVE "NO INC DEADLINE SET" TO AGE-AGING-OUT
               WHEN RUN-DATE > CAL-TAB-INC-DL (TERM-FOUND-IDX)
                   MOVE "PAST DEADLINE" TO AGE-AGING-OUT
                   ADD 1 TO EXPIRED-CTR
               WHEN TERM-AGE <= 0
                   MOVE "CURRENT TERM" TO AGE-AGING-OUT
               WHEN TERM-AGE = 1
                   MOVE "DUE THIS TERM" TO AGE-AGING-OUT
               WHEN OTHER
                   MOVE "WITHIN DEADLINE" TO AGE-AGING-OUT
           END-EVALUATE
           WRITE AGING-LINE FROM AGING-DETAIL-LINE.

               END-READ
           END-PERFORM
           CLOSE STMAST-FILE.

       LOAD-TERM-CALENDAR-TABLE.
           MOVE 'N' TO CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "INC-AGING: CANNOT OPEN TERM-CALENDAR.DAT - "
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
           CLOSE CALENDAR-FILE
           PERFORM SORT-CALENDAR-POSITION
               VARYING CAL-SORT-PASS-IDX FROM 1 BY 1
               UNTIL CAL-SORT-PASS-IDX >= CAL-COUNT.

      * Selection sort on the official sequence, the same pass
      * GRADE-STATS uses for its subject ranking.
       SORT-CALENDAR-POSITION.
           MOVE CAL-SORT-PASS-IDX TO CAL-SORT-BEST-IDX
           COMPUTE CAL-SORT-SCAN-IDX = CAL-SORT-PASS-IDX + 1
           PERFORM VARYING CAL-SORT-SCAN-IDX FROM CAL-SORT-SCAN-IDX
                   BY 1 UNTIL CAL-SORT-SCAN-IDX > CAL-COUNT
               IF CAL-TAB-SEQ (CAL-SORT-SCAN-IDX)
                       < CAL-TAB-SEQ (CAL-SORT-BEST-IDX)
                   MOVE CAL-SORT-SCAN-IDX TO CAL-SORT-BEST-IDX
               END-IF
           END-PERFORM
           IF CAL-SORT-BEST-IDX NOT = CAL-SORT-PASS-IDX
               MOVE CAL-ENTRY (CAL-SORT-PASS-IDX)
                   TO CAL-SORT-HOLD-ENTRY
               MOVE CAL-ENTRY (CAL-SORT-BEST-IDX)
                   TO CAL-ENTRY (CAL-SORT-PASS-IDX)
               MOVE CAL-SORT-HOLD-ENTRY
                   TO CAL-ENTRY (CAL-SORT-BEST-IDX)
           END-IF.
