      *                   the registrar's computation. Later means
      *                   later in the history, whose append order is
      *                   chronological (see the term-list note).
      *   2026-10-15  JC  Term chronology now comes from the
      *                   TERM-CALENDAR.DAT master's official sequence
      *                   instead of GRADE-HISTORY.DAT's append order:
      *                   terms print in calendar order, and the
      *                   latest attempt of a retaken subject is the
      *                   one in the latest calendar term, so a late
      *                   or reloaded archive no longer changes which
      *                   attempt counts. A history line whose term is
      *                   not on the calendar cannot be placed, and
      *                   the transcript is refused (return code 8).

       ENVIRONMENT DIVISION.

           SELECT STMAST-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMAST-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "TRANSCRIPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSFILE-STATUS.
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

       FD  TRANS-FILE.
       01  TRANS-LINE              PIC X(80).

       01  SUBJFILE-STATUS         PIC XX.
       01  STMAST-FILE-STATUS      PIC XX.
       01  TRANSFILE-STATUS        PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.

       01  WANTED-SNO              PIC X(3).
       01  ARG-COUNT               PIC 9 VALUE 0.
               10  LINE-TAB-SUBJ       PIC X(6).
               10  LINE-TAB-GRD        PIC X(3).
               10  LINE-TAB-SUPERSEDED PIC X.
               10  LINE-TAB-TERM-POS   PIC 99.

      * Scratch subscript for the retake scan - LINE-TAB-IDX itself
      * walks the table in the outer loops.
       01  RETAKE-SCAN-IDX         PIC 9(3) VALUE 0.
       01  RETAKE-BASE-IDX         PIC 9(3) VALUE 0.

      * Distinct terms this student has lines in, in calendar
      * order - built from the calendar table once the lines are in.
       01  TERM-LIST-COUNT         PIC 99 VALUE 0.
       01  TERM-LIST-MAX           PIC 99 VALUE 30.
       01  TERM-SEEN-SW            PIC X VALUE 'N'.
                                   PIC X(5).
       01  CURR-TERM               PIC X(5).

      * In-memory school-term calendar, sorted on the official
      * sequence once loaded, so a term's position in this table is
      * its place in the chronology.
       01  CAL-EOF-FLAG            PIC X VALUE 'N'.
       01  CAL-COUNT               PIC 99 VALUE 0.
       01  CAL-MAX                 PIC 99 VALUE 60.
       01  CAL-IDX                 PIC 99 VALUE 0.
       01  TERM-FOUND-IDX          PIC 99 VALUE 0.
       01  TERM-WORK               PIC X(5).
       01  UNDATED-TERM            PIC X(5) VALUE SPACES.
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

      * In-memory subject master, loaded the same way STUDENT-REPORT
      * loads it, for titles and the unit weights of the averages.
       01  SUBJ-MAST-EOF-FLAG      PIC X VALUE 'N'.
           MOVE STMAST-TAB-NAME (STMAST-FOUND-IDX)
               TO STUDENT-NAME-HOLD
           PERFORM LOAD-SUBJECT-TABLE
           PERFORM LOAD-TERM-CALENDAR-TABLE
           PERFORM COLLECT-HISTORY-LINES
           IF LINE-TABLE-COUNT = 0
               DISPLAY "STUDENT-TRANSCRIPT: NO GRADE-HISTORY.DAT "
                   "RECORDS FOR STUDENT " WANTED-SNO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF UNDATED-TERM NOT = SPACES
               DISPLAY "STUDENT-TRANSCRIPT: TERM " UNDATED-TERM
                   " ON GRADE-HISTORY.DAT IS NOT ON TERM-CALENDAR.DAT "
                   "- TRANSCRIPT NOT ISSUED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM BUILD-TERM-LIST
           PERFORM MARK-REPEATED-ATTEMPTS
           PERFORM WRITE-TRANSCRIPT
           DISPLAY "STUDENT-TRANSCRIPT: TRANSCRIPT.TXT written for "
               "student " WANTED-SNO
               MOVE HIST-SUBJ TO LINE-TAB-SUBJ (LINE-TABLE-COUNT)
               MOVE HIST-GRD-ALPHA TO LINE-TAB-GRD (LINE-TABLE-COUNT)
               MOVE 'N' TO LINE-TAB-SUPERSEDED (LINE-TABLE-COUNT)
               MOVE HIST-TERM TO TERM-WORK
               PERFORM FIND-TERM-INDEX
               MOVE TERM-FOUND-IDX
                   TO LINE-TAB-TERM-POS (LINE-TABLE-COUNT)
               IF TERM-FOUND-IDX = 0
                   MOVE HIST-TERM TO UNDATED-TERM
               END-IF
           ELSE
               DISPLAY "GRADE-HISTORY.DAT has more lines for this "
                   "student than this program can hold - transcript "
           END-IF.

      * An attempt is superseded when the same subject code appears
      * again in a later calendar term - or further down the table
      * within the same term. Only the last attempt of a repeated
      * subject stays out of this marking and so carries the subject
      * into the cumulative average.
       MARK-REPEATED-ATTEMPTS.
           PERFORM MARK-ONE-ATTEMPT
               VARYING RETAKE-BASE-IDX FROM 1 BY 1
               UNTIL RETAKE-BASE-IDX > LINE-TABLE-COUNT.

       MARK-ONE-ATTEMPT.
           PERFORM VARYING RETAKE-SCAN-IDX FROM 1 BY 1
                   UNTIL RETAKE-SCAN-IDX > LINE-TABLE-COUNT
                   OR LINE-TAB-SUPERSEDED (RETAKE-BASE-IDX) = 'Y'
               IF LINE-TAB-SUBJ (RETAKE-SCAN-IDX)
                       = LINE-TAB-SUBJ (RETAKE-BASE-IDX)
                   AND (LINE-TAB-TERM-POS (RETAKE-SCAN-IDX)
                       > LINE-TAB-TERM-POS (RETAKE-BASE-IDX)
                   OR (LINE-TAB-TERM-POS (RETAKE-SCAN-IDX)
                       = LINE-TAB-TERM-POS (RETAKE-BASE-IDX)
                       AND RETAKE-SCAN-IDX > RETAKE-BASE-IDX))
                   MOVE 'Y'
                       TO LINE-TAB-SUPERSEDED (RETAKE-BASE-IDX)
               END-IF
           END-PERFORM.

      * The terms to print, in calendar order: every calendar term
      * this student has at least one line in.
       BUILD-TERM-LIST.
           PERFORM NOTE-CALENDAR-TERM
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-COUNT.

       NOTE-CALENDAR-TERM.
           MOVE 'N' TO TERM-SEEN-SW
           PERFORM VARYING LINE-TAB-IDX FROM 1 BY 1
                   UNTIL LINE-TAB-IDX > LINE-TABLE-COUNT
                   OR TERM-SEEN-SW = 'Y'
               IF LINE-TAB-TERM-POS (LINE-TAB-IDX) = CAL-IDX
                   MOVE 'Y' TO TERM-SEEN-SW
               END-IF
           END-PERFORM
           IF TERM-SEEN-SW = 'Y'
               IF TERM-LIST-COUNT < TERM-LIST-MAX
                   ADD 1 TO TERM-LIST-COUNT
                   MOVE CAL-TAB-TERM (CAL-IDX)
                       TO TERM-LIST-CD (TERM-LIST-COUNT)
               ELSE
                   DISPLAY "More school terms than this program can "
                       "hold - transcript truncated."
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

       WRITE-TRANSCRIPT.
           OPEN OUTPUT TRANS-FILE
           IF TRANSFILE-STATUS NOT = "00"
                   MOVE 'Y' TO SUBJ-MAST-FOUND-SW
               END-IF
           END-PERFORM.

       LOAD-TERM-CALENDAR-TABLE.
           MOVE 'N' TO CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "STUDENT-TRANSCRIPT: CANNOT OPEN "
                   "TERM-CALENDAR.DAT - FILE STATUS "
                   CALENDAR-FILE-STATUS
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
