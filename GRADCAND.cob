       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADUATION-CANDIDATES.
       AUTHOR. Julius Castillejo.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      *   2026-10-15  JC  Initial version. Graduation candidate list
      *                   with Latin honors, in place of the honors
      *                   committee's hand computation from
      *                   transcripts. Every student DEGREE-AUDIT would
      *                   call ELIGIBLE - in one department given on
      *                   the command line, or in every department -
      *                   is a candidate. The cumulative unit-weighted
      *                   average is taken over GRADE-HISTORY.DAT the
      *                   way STUDENT-TRANSCRIPT takes it (only the
      *                   latest attempt of a retaken subject counts,
      *                   latest by the TERM-CALENDAR.DAT sequence).
      *                   The honor comes from the HONORS-CUTOFF.DAT
      *                   table (title, worst average that earns it).
      *                   A 5.00, a lapsed INC or a repeated subject
      *                   anywhere in the record disqualifies, and each
      *                   reason prints under the candidate. Output is
      *                   GRADUATION-CANDIDATES.TXT, ranked on the
      *                   average and paginated with each college on
      *                   its own pages, and GRADUATION-CANDIDATES.DAT
      *                   for the commencement program printing.
      *   2026-10-15  JC  An INC or blank grade now counts as lapsed
      *                   once the run date is past the INC completion
      *                   deadline TERM-CALENDAR.DAT gives for the term
      *                   it was incurred in - the date INC-LAPSE
      *                   lapses on and INC-AGING flags PAST DEADLINE
      *                   on - instead of two calendar terms behind the
      *                   latest term on GRADE-HISTORY.DAT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURR-FILE ASSIGN TO "CURRICULUM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CURRFILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "GRADE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HISTFILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "DEPARTMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPTFILE-STATUS.
           SELECT SUBJ-FILE ASSIGN TO "SUBJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJFILE-STATUS.
           SELECT STMAST-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMAST-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT HONORS-FILE ASSIGN TO "HONORS-CUTOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HONORS-FILE-STATUS.
           SELECT LIST-FILE ASSIGN TO "GRADUATION-CANDIDATES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-FILE-STATUS.
           SELECT CAND-FILE ASSIGN TO "GRADUATION-CANDIDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURR-FILE.
       01  CURRICULUM-RECORD.
           05  CURR-DEPT-CD        PIC X(3).
           05  CURR-SUBJ-CD        PIC X(6).

       FD  HIST-FILE.
       01  HISTORY-RECORD.
           05  HIST-DEPT-CD        PIC X(3).
           05  HIST-SNO            PIC X(3).
           05  HIST-SUBJ           PIC X(6).
           05  HIST-SNAME          PIC X(25).
           05  HIST-GRD            PIC 9V99.
           05  HIST-TERM           PIC X(5).

      * Alphanumeric view of the grade bytes, for INC/blank grades -
      * same convention as STUDENT-REPORT's STUDENT-RECORD-ALT.
       01  HISTORY-RECORD-ALT REDEFINES HISTORY-RECORD.
           05  FILLER              PIC X(37).
           05  HIST-GRD-ALPHA      PIC X(3).
           05  FILLER              PIC X(5).

       FD  DEPT-FILE.
       01  DEPARTMENT-RECORD.
           05  DEPT-MASTER-CD      PIC X(3).
           05  DEPT-MASTER-NAME    PIC X(32).
           05  DEPT-MASTER-DEAN-CD PIC X(5).

       FD  SUBJ-FILE.
       01  SUBJECT-MASTER-RECORD.
           05  SUBJ-MASTER-CD      PIC X(6).
           05  SUBJ-MASTER-TITLE   PIC X(30).
           05  SUBJ-MASTER-UNITS   PIC 99.

       FD  STMAST-FILE.
       01  STUDENT-MASTER-RECORD.
           05  STMAST-SNO          PIC X(3).
           05  STMAST-NAME         PIC X(25).
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

      * Latin honors cutoff master: the honor's printed title and the
      * worst cumulative average that still earns it (1.00 is best).
      * A candidate gets the best honor whose cutoff the average
      * meets.
       FD  HONORS-FILE.
       01  HONORS-RECORD.
           05  HON-TITLE           PIC X(20).
           05  HON-MAX-AVE         PIC 9V99.

       FD  LIST-FILE.
       01  LIST-LINE               PIC X(80).

      * One record per candidate for the commencement program, in
      * the listing's college and rank order. CND-OUT-QUALIFIED is Y
      * for a candidate not disqualified from honors; CND-OUT-HONOR
      * is blank when no honor was earned.
       FD  CAND-FILE.
       01  CANDIDATE-OUT-RECORD.
           05  CND-OUT-DEPT        PIC X(3).
           05  CND-OUT-RANK        PIC 9(3).
           05  CND-OUT-SNO         PIC X(3).
           05  CND-OUT-NAME        PIC X(25).
           05  CND-OUT-AVE         PIC 9V99.
           05  CND-OUT-QUALIFIED   PIC X.
           05  CND-OUT-HONOR       PIC X(20).

       WORKING-STORAGE SECTION.

       01  EOF-FLAG                PIC X VALUE 'N'.
       01  CURRFILE-STATUS         PIC XX.
       01  HISTFILE-STATUS         PIC XX.
       01  DEPTFILE-STATUS         PIC XX.
       01  SUBJFILE-STATUS         PIC XX.
       01  STMAST-FILE-STATUS      PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.
       01  HONORS-FILE-STATUS      PIC XX.
       01  LIST-FILE-STATUS        PIC XX.
       01  CAND-FILE-STATUS        PIC XX.

      * Command-line selection: a department code, or none for every
      * department.
       01  ARG-COUNT               PIC 9 VALUE 0.
       01  WANTED-DEPT             PIC X(3) VALUE SPACES.

       01  RUN-DATE                PIC X(8).
       01  CANDIDATE-CTR           PIC 9(4) VALUE 0.
       01  HONORS-CTR              PIC 9(4) VALUE 0.
       01  DISQUALIFIED-CTR        PIC 9(4) VALUE 0.
       01  NOT-RANKED-CTR          PIC 9(4) VALUE 0.
       01  CANDIDATE-CTR-OUT       PIC ZZZ9.
       01  HONORS-CTR-OUT          PIC ZZZ9.
       01  DISQUALIFIED-CTR-OUT    PIC ZZZ9.
       01  NOT-RANKED-CTR-OUT      PIC ZZZ9.

      * Per-college counts for the listing's closing line.
       01  COL-CANDIDATE-CTR       PIC 9(4) VALUE 0.
       01  COL-HONORS-CTR          PIC 9(4) VALUE 0.
       01  COL-DISQUALIFIED-CTR    PIC 9(4) VALUE 0.

      * Print page control - the same form depth and blank-line
      * padding STUDENT-REPORT uses for REPORT.TXT. The heading block
      * is 8 lines deep.
       01  LINES-PER-PAGE          PIC 99 VALUE 55.
       01  PAGE-NO                 PIC 9(4) VALUE 0.
       01  LINE-CTR                PIC 99 VALUE 0.
       01  PRINT-HOLD              PIC X(80) VALUE SPACES.

      * Per-student work fields.
       01  CURR-STUDENT-SNO        PIC X(3).
       01  CURR-STUDENT-DEPT       PIC X(3).
       01  REQ-SATISFIED-SW        PIC X VALUE 'N'.
       01  UNITS-REQUIRED          PIC 9(4) VALUE 0.
       01  OUTSTANDING-CTR         PIC 99 VALUE 0.
       01  DISQUALIFY-SW           PIC X VALUE 'N'.
       01  UNDATED-TERM            PIC X(5) VALUE SPACES.
       01  REASON-TEXT             PIC X(45) VALUE SPACES.
       01  GRADE-WORK              PIC 9V99.
       01  GRADE-WORK-X REDEFINES GRADE-WORK PIC X(3).
       01  GRADE-VALID-SW          PIC X VALUE 'N'.
       01  GRD-EDIT                PIC Z.99.
       01  CUM-GRADE-TOTAL         PIC 9(6)V99 VALUE 0.
       01  CUM-UNIT-TOTAL          PIC 9(5) VALUE 0.
       01  AVE-CALC                PIC 9V99.
       01  HONOR-HOLD              PIC X(20).
       01  HONOR-BEST-AVE          PIC 9V99.

      * Ranking within a college: candidates with the same average
      * share a rank, the next average takes its place number.
       01  RANK-POSITION           PIC 9(3) VALUE 0.
       01  RANK-NO                 PIC 9(3) VALUE 0.
       01  PREV-RANK-AVE           PIC 9V99 VALUE 0.
       01  PREV-DEPT               PIC X(3) VALUE SPACES.

      * Requirements master: one entry per department/subject pair.
       01  CURR-TAB-COUNT          PIC 9(3) VALUE 0.
       01  CURR-TAB-MAX            PIC 9(3) VALUE 500.
       01  CURR-TAB-IDX            PIC 9(3) VALUE 0.
       01  CURR-TAB-ENTRIES.
           05  CURR-TAB-ENTRY OCCURS 500 TIMES
                                   INDEXED BY CURR-TABLE-IDX.
               10  CURR-TAB-DEPT       PIC X(3).
               10  CURR-TAB-SUBJ       PIC X(6).

      * Every GRADE-HISTORY.DAT line, loaded once, with its term's
      * place in the calendar chronology (0 = not on the calendar).
       01  HIST-TAB-COUNT          PIC 9(4) VALUE 0.
       01  HIST-TAB-MAX            PIC 9(4) VALUE 2000.
       01  HIST-TAB-IDX            PIC 9(4) VALUE 0.
       01  HIST-TAB-ENTRIES.
           05  HIST-TAB-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY HIST-TABLE-IDX.
               10  HIST-TAB-SNO        PIC X(3).
               10  HIST-TAB-SUBJ       PIC X(6).
               10  HIST-TAB-GRD        PIC X(3).
               10  HIST-TAB-TERM       PIC X(5).
               10  HIST-TAB-TERM-POS   PIC 99.

      * One candidate's grade lines, as STUDENT-TRANSCRIPT collects
      * them, so the retake marking is the transcript's own.
       01  LINE-TABLE-COUNT        PIC 9(3) VALUE 0.
       01  LINE-TABLE-MAX          PIC 9(3) VALUE 200.
       01  LINE-TAB-IDX            PIC 9(3) VALUE 0.
       01  LINE-TABLE-ENTRIES.
           05  LINE-TABLE-ENTRY OCCURS 200 TIMES
                                   INDEXED BY LINE-TABLE-IDX.
               10  LINE-TAB-TERM       PIC X(5).
               10  LINE-TAB-SUBJ       PIC X(6).
               10  LINE-TAB-GRD        PIC X(3).
               10  LINE-TAB-SUPERSEDED PIC X.
               10  LINE-TAB-TERM-POS   PIC 99.
       01  RETAKE-SCAN-IDX         PIC 9(3) VALUE 0.
       01  RETAKE-BASE-IDX         PIC 9(3) VALUE 0.

      * Candidates, sorted on college, average and student number
      * before printing. CND-STATUS: Q = may hold an honor, D =
      * disqualified, H = not ranked (the record cannot be averaged).
       01  CND-COUNT               PIC 9(4) VALUE 0.
       01  CND-MAX                 PIC 9(4) VALUE 1000.
       01  CND-IDX                 PIC 9(4) VALUE 0.
       01  CND-ENTRIES.
           05  CND-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY CND-TAB-IDX.
               10  CND-SORT-KEY.
                   15  CND-DEPT            PIC X(3).
                   15  CND-AVE             PIC 9V99.
                   15  CND-SNO             PIC X(3).
               10  CND-NAME            PIC X(25).
               10  CND-UNITS           PIC 9(4).
               10  CND-STATUS          PIC X.
               10  CND-HONOR           PIC X(20).

      * Selection sort work fields - same method GRADE-STATS uses for
      * its failure ranking.
       01  SORT-PASS-IDX           PIC 9(4) VALUE 0.
       01  SORT-SCAN-IDX           PIC 9(4) VALUE 0.
       01  SORT-BEST-IDX           PIC 9(4) VALUE 0.
       01  SORT-HOLD-ENTRY         PIC X(59).

      * Every disqualification or hold reason found, printed under
      * its candidate.
       01  RSN-COUNT               PIC 9(4) VALUE 0.
       01  RSN-MAX                 PIC 9(4) VALUE 2000.
       01  RSN-IDX                 PIC 9(4) VALUE 0.
       01  RSN-ENTRIES.
           05  RSN-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY RSN-TAB-IDX.
               10  RSN-SNO             PIC X(3).
               10  RSN-TEXT            PIC X(45).

      * Latin honors cutoffs.
       01  HON-EOF-FLAG            PIC X VALUE 'N'.
       01  HON-COUNT               PIC 99 VALUE 0.
       01  HON-MAX                 PIC 99 VALUE 10.
       01  HON-IDX                 PIC 99 VALUE 0.
       01  HON-ENTRIES.
           05  HON-ENTRY OCCURS 10 TIMES
                                   INDEXED BY HON-TAB-IDX.
               10  HON-TAB-TITLE       PIC X(20).
               10  HON-TAB-MAX-AVE     PIC 9V99.

      * In-memory department master table, loaded the same way
      * STUDENT-REPORT loads it.
       01  DEPT-EOF-FLAG           PIC X VALUE 'N'.
       01  DEPT-TABLE-COUNT        PIC 99 VALUE 0.
       01  DEPT-TABLE-MAX          PIC 99 VALUE 50.
       01  DEPT-FOUND-SW           PIC X VALUE 'N'.
       01  DEPT-IDX                PIC 99 VALUE 0.
       01  DEPT-NAME               PIC X(32).
       01  DEPT-TABLE-ENTRIES.
           05  DEPT-TABLE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY DEPT-TAB-IDX.
               10  DEPT-TABLE-CD       PIC X(3).
               10  DEPT-TABLE-NAME     PIC X(32).
               10  DEPT-TABLE-DEAN-CD  PIC X(5).

      * In-memory subject master table.
       01  SUBJ-MAST-EOF-FLAG      PIC X VALUE 'N'.
       01  SUBJ-MAST-COUNT         PIC 9(3) VALUE 0.
       01  SUBJ-MAST-MAX           PIC 9(3) VALUE 200.
       01  SUBJ-MAST-IDX           PIC 9(3) VALUE 0.
       01  SUBJ-MAST-FOUND-IDX     PIC 9(3) VALUE 0.
       01  LOOKUP-SUBJ-CD          PIC X(6).
       01  SUBJ-MAST-ENTRIES.
           05  SUBJ-MAST-ENTRY OCCURS 200 TIMES
                                   INDEXED BY SUBJ-MAST-TAB-IDX.
               10  SUBJ-MAST-TAB-CD    PIC X(6).
               10  SUBJ-MAST-TAB-TITLE PIC X(30).
               10  SUBJ-MAST-TAB-UNITS PIC 99.

      * In-memory student enrollment master.
       01  STMAST-EOF-FLAG         PIC X VALUE 'N'.
       01  STMAST-COUNT            PIC 9(4) VALUE 0.
       01  STMAST-MAX              PIC 9(4) VALUE 1000.
       01  STMAST-IDX              PIC 9(4) VALUE 0.
       01  STMAST-ENTRIES.
           05  STMAST-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY STMAST-TAB-IDX.
               10  STMAST-TAB-SNO      PIC X(3).
               10  STMAST-TAB-NAME     PIC X(25).
               10  STMAST-TAB-HOME     PIC X(3).
               10  STMAST-TAB-STATUS   PIC X(9).

      * In-memory school-term calendar, sorted on the official
      * sequence once loaded, so a term's position in this table is
      * its place in the chronology - as STUDENT-TRANSCRIPT keeps it.
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

       01  HEADER-1.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(50)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".

       01  HEADER-2.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(25)
               VALUE "Sta. Mesa, Manila".

       01  HEADER-3.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  FILLER              PIC X(50)
               VALUE "GRADUATION CANDIDATES AND LATIN HONORS".

       01  HEADER-COLLEGE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "COLLEGE: ".
           05  HDR-DEPT-OUT        PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  HDR-DEPT-NAME-OUT   PIC X(32).

       01  HEADER-PAGE-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  HDR-RUN-DATE-OUT    PIC X(8).
           05  FILLER              PIC X(39) VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "PAGE: ".
           05  HDR-PAGE-NO-OUT     PIC ZZZ9.

       01  COLUMN-HEADER.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "RANK".
           05  FILLER              PIC X(5)  VALUE "SNO".
           05  FILLER              PIC X(27) VALUE "NAME".
           05  FILLER              PIC X(9)  VALUE "AVERAGE".
           05  FILLER              PIC X(7)  VALUE "UNITS".
           05  FILLER              PIC X(20) VALUE "HONOR".

       01  DETAIL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  DTL-RANK-OUT        PIC ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-SNO-OUT         PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-NAME-OUT        PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DTL-AVE-OUT         PIC X(4).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  DTL-UNITS-OUT       PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DTL-HONOR-OUT       PIC X(20).

       01  REASON-LINE.
           05  FILLER              PIC X(16) VALUE SPACES.
           05  RSL-LABEL-OUT       PIC X(14).
           05  RSL-TEXT-OUT        PIC X(45).

       01  COLLEGE-COUNT-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "CANDIDATES: ".
           05  CCL-CANDIDATES-OUT  PIC ZZZ9.
           05  FILLER              PIC X(16)
               VALUE "   WITH HONORS: ".
           05  CCL-HONORS-OUT      PIC ZZZ9.
           05  FILLER              PIC X(17)
               VALUE "   DISQUALIFIED: ".
           05  CCL-DISQUALIFIED-OUT PIC ZZZ9.

       01  NO-CANDIDATES-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(60)
               VALUE "NO ELIGIBLE GRADUATION CANDIDATES.".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-SELECTION
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM RESOLVE-SELECTION
           PERFORM LOAD-SUBJECT-TABLE
           PERFORM LOAD-STUDENT-MASTER-TABLE
           PERFORM LOAD-CURRICULUM-TABLE
           PERFORM LOAD-TERM-CALENDAR-TABLE
           PERFORM LOAD-HONORS-TABLE
           PERFORM LOAD-HISTORY-TABLE
           PERFORM CONSIDER-ONE-STUDENT
               VARYING STMAST-IDX FROM 1 BY 1
               UNTIL STMAST-IDX > STMAST-COUNT
           PERFORM SORT-ONE-POSITION
               VARYING SORT-PASS-IDX FROM 1 BY 1
               UNTIL SORT-PASS-IDX >= CND-COUNT
           PERFORM OPEN-OUTPUT-FILES
           IF CND-COUNT = 0
               MOVE WANTED-DEPT TO HDR-DEPT-OUT
               MOVE "ALL COLLEGES" TO HDR-DEPT-NAME-OUT
               IF WANTED-DEPT NOT = SPACES
                   MOVE WANTED-DEPT TO CURR-STUDENT-DEPT
                   PERFORM LOOKUP-DEPT-NAME
                   MOVE DEPT-NAME TO HDR-DEPT-NAME-OUT
               END-IF
               PERFORM START-NEW-PAGE
               MOVE NO-CANDIDATES-LINE TO PRINT-HOLD
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM LIST-ONE-CANDIDATE
                   VARYING CND-IDX FROM 1 BY 1
                   UNTIL CND-IDX > CND-COUNT
               PERFORM WRITE-COLLEGE-COUNTS
           END-IF
           CLOSE LIST-FILE
           CLOSE CAND-FILE
           MOVE CANDIDATE-CTR TO CANDIDATE-CTR-OUT
           MOVE HONORS-CTR TO HONORS-CTR-OUT
           MOVE DISQUALIFIED-CTR TO DISQUALIFIED-CTR-OUT
           DISPLAY "GRADUATION-CANDIDATES: " CANDIDATE-CTR-OUT
               " candidate(s), " HONORS-CTR-OUT " with honors, "
               DISQUALIFIED-CTR-OUT " disqualified - see "
               "GRADUATION-CANDIDATES.TXT."
           IF NOT-RANKED-CTR > 0
               MOVE NOT-RANKED-CTR TO NOT-RANKED-CTR-OUT
               DISPLAY "GRADUATION-CANDIDATES: " NOT-RANKED-CTR-OUT
                   " candidate(s) could not be ranked - see the "
                   "listing."
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-SELECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT > 0
               ACCEPT WANTED-DEPT FROM ARGUMENT-VALUE
           END-IF.

       RESOLVE-SELECTION.
           IF WANTED-DEPT NOT = SPACES
               MOVE 'N' TO DEPT-FOUND-SW
               PERFORM VARYING DEPT-IDX FROM 1 BY 1
                       UNTIL DEPT-IDX > DEPT-TABLE-COUNT
                       OR DEPT-FOUND-SW = 'Y'
                   IF DEPT-TABLE-CD (DEPT-IDX) = WANTED-DEPT
                       MOVE 'Y' TO DEPT-FOUND-SW
                   END-IF
               END-PERFORM
               IF DEPT-FOUND-SW = 'N'
                   DISPLAY "GRADUATION-CANDIDATES: " WANTED-DEPT
                       " IS NOT A DEPARTMENT ON DEPARTMENT.DAT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      * A student is a candidate when DEGREE-AUDIT would call the
      * student ELIGIBLE: every requirement of the home department's
      * curriculum passed at 3.00 or better somewhere in the history.
      * A withdrawn student is not presented for graduation.
       CONSIDER-ONE-STUDENT.
           IF (WANTED-DEPT = SPACES
                   OR STMAST-TAB-HOME (STMAST-IDX) = WANTED-DEPT)
               AND STMAST-TAB-STATUS (STMAST-IDX) NOT = "WITHDRAWN"
               MOVE STMAST-TAB-SNO (STMAST-IDX) TO CURR-STUDENT-SNO
               MOVE STMAST-TAB-HOME (STMAST-IDX) TO CURR-STUDENT-DEPT
               MOVE 0 TO UNITS-REQUIRED
               MOVE 0 TO OUTSTANDING-CTR
               PERFORM AUDIT-ONE-REQUIREMENT
                   VARYING CURR-TAB-IDX FROM 1 BY 1
                   UNTIL CURR-TAB-IDX > CURR-TAB-COUNT
               IF OUTSTANDING-CTR = 0 AND UNITS-REQUIRED > 0
                   IF CND-COUNT < CND-MAX
                       ADD 1 TO CND-COUNT
                       PERFORM EVALUATE-CANDIDATE
                   ELSE
                       DISPLAY "GRADUATION-CANDIDATES: CANDIDATE "
                           "TABLE IS FULL - STUDENT "
                           CURR-STUDENT-SNO " NOT LISTED"
                   END-IF
               END-IF
           END-IF.

       AUDIT-ONE-REQUIREMENT.
           IF CURR-TAB-DEPT (CURR-TAB-IDX) = CURR-STUDENT-DEPT
               MOVE CURR-TAB-SUBJ (CURR-TAB-IDX) TO LOOKUP-SUBJ-CD
               PERFORM LOOKUP-SUBJECT
               IF SUBJ-MAST-FOUND-IDX > 0
                   ADD SUBJ-MAST-TAB-UNITS (SUBJ-MAST-FOUND-IDX)
                       TO UNITS-REQUIRED
               END-IF
               MOVE 'N' TO REQ-SATISFIED-SW
               PERFORM VARYING HIST-TAB-IDX FROM 1 BY 1
                       UNTIL HIST-TAB-IDX > HIST-TAB-COUNT
                       OR REQ-SATISFIED-SW = 'Y'
                   IF HIST-TAB-SNO (HIST-TAB-IDX) = CURR-STUDENT-SNO
                       AND HIST-TAB-SUBJ (HIST-TAB-IDX)
                           = CURR-TAB-SUBJ (CURR-TAB-IDX)
                       MOVE HIST-TAB-GRD (HIST-TAB-IDX)
                           TO GRADE-WORK-X
                       PERFORM VALIDATE-GRADE
                       IF GRADE-VALID-SW = 'Y' AND GRADE-WORK <= 3.00
                           MOVE 'Y' TO REQ-SATISFIED-SW
                       END-IF
                   END-IF
               END-PERFORM
               IF REQ-SATISFIED-SW = 'N'
                   ADD 1 TO OUTSTANDING-CTR
               END-IF
           END-IF.

      * Averages the candidate's record and applies the honors
      * rules. CND-COUNT names the new entry on entry here.
       EVALUATE-CANDIDATE.
           MOVE CURR-STUDENT-DEPT TO CND-DEPT (CND-COUNT)
           MOVE CURR-STUDENT-SNO TO CND-SNO (CND-COUNT)
           MOVE STMAST-TAB-NAME (STMAST-IDX) TO CND-NAME (CND-COUNT)
           MOVE SPACES TO CND-HONOR (CND-COUNT)
           MOVE 'N' TO DISQUALIFY-SW
           PERFORM COLLECT-CANDIDATE-LINES
           IF UNDATED-TERM NOT = SPACES
               MOVE SPACES TO REASON-TEXT
               STRING "TERM " UNDATED-TERM " NOT ON TERM-CALENDAR.DAT"
                   DELIMITED BY SIZE INTO REASON-TEXT
               PERFORM NOTE-REASON
               PERFORM HOLD-CANDIDATE
           ELSE
               PERFORM MARK-REPEATED-ATTEMPTS
               PERFORM CHECK-ONE-ATTEMPT
                   VARYING LINE-TAB-IDX FROM 1 BY 1
                   UNTIL LINE-TAB-IDX > LINE-TABLE-COUNT
               MOVE CUM-UNIT-TOTAL TO CND-UNITS (CND-COUNT)
               IF CUM-UNIT-TOTAL = 0
                   MOVE "NO GRADED UNITS" TO REASON-TEXT
                   PERFORM NOTE-REASON
                   PERFORM HOLD-CANDIDATE
               ELSE
                   DIVIDE CUM-GRADE-TOTAL BY CUM-UNIT-TOTAL
                       GIVING AVE-CALC ROUNDED
                   MOVE AVE-CALC TO CND-AVE (CND-COUNT)
                   IF DISQUALIFY-SW = 'Y'
                       MOVE 'D' TO CND-STATUS (CND-COUNT)
                       MOVE "DISQUALIFIED" TO CND-HONOR (CND-COUNT)
                   ELSE
                       MOVE 'Q' TO CND-STATUS (CND-COUNT)
                       PERFORM ASSIGN-HONOR
                   END-IF
               END-IF
           END-IF.

      * A candidate whose record cannot be averaged sorts after the
      * ranked candidates of the college and takes no rank.
       HOLD-CANDIDATE.
           MOVE 'H' TO CND-STATUS (CND-COUNT)
           MOVE 9.99 TO CND-AVE (CND-COUNT)
           MOVE "NOT RANKED" TO CND-HONOR (CND-COUNT).

       COLLECT-CANDIDATE-LINES.
           MOVE 0 TO LINE-TABLE-COUNT
           MOVE SPACES TO UNDATED-TERM
           MOVE 0 TO CUM-GRADE-TOTAL
           MOVE 0 TO CUM-UNIT-TOTAL
           MOVE 0 TO CND-UNITS (CND-COUNT)
           PERFORM VARYING HIST-TAB-IDX FROM 1 BY 1
                   UNTIL HIST-TAB-IDX > HIST-TAB-COUNT
               IF HIST-TAB-SNO (HIST-TAB-IDX) = CURR-STUDENT-SNO
                   PERFORM KEEP-CANDIDATE-LINE
               END-IF
           END-PERFORM.

       KEEP-CANDIDATE-LINE.
           IF LINE-TABLE-COUNT < LINE-TABLE-MAX
               ADD 1 TO LINE-TABLE-COUNT
               MOVE HIST-TAB-TERM (HIST-TAB-IDX)
                   TO LINE-TAB-TERM (LINE-TABLE-COUNT)
               MOVE HIST-TAB-SUBJ (HIST-TAB-IDX)
                   TO LINE-TAB-SUBJ (LINE-TABLE-COUNT)
               MOVE HIST-TAB-GRD (HIST-TAB-IDX)
                   TO LINE-TAB-GRD (LINE-TABLE-COUNT)
               MOVE 'N' TO LINE-TAB-SUPERSEDED (LINE-TABLE-COUNT)
               MOVE HIST-TAB-TERM-POS (HIST-TAB-IDX)
                   TO LINE-TAB-TERM-POS (LINE-TABLE-COUNT)
               IF HIST-TAB-TERM-POS (HIST-TAB-IDX) = 0
                   MOVE HIST-TAB-TERM (HIST-TAB-IDX) TO UNDATED-TERM
               END-IF
           ELSE
               DISPLAY "GRADE-HISTORY.DAT has more lines for student "
                   CURR-STUDENT-SNO " than this program can hold - "
                   "record truncated."
           END-IF.

      * STUDENT-TRANSCRIPT's retake rule: an attempt is superseded
      * when the same subject appears again in a later calendar term
      * - or further down the table within the same term.
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

      * One attempt: the latest attempt of each subject enters the
      * cumulative average as on the transcript; every attempt is
      * checked against the disqualifying rules. An INC or blank
      * grade is lapsed once the run date is past the INC completion
      * deadline of the term it was incurred in - INC-AGING's PAST
      * DEADLINE. A term with no valid deadline on the calendar is
      * not taken as lapsed.
       CHECK-ONE-ATTEMPT.
           MOVE LINE-TAB-SUBJ (LINE-TAB-IDX) TO LOOKUP-SUBJ-CD
           PERFORM LOOKUP-SUBJECT
           MOVE LINE-TAB-GRD (LINE-TAB-IDX) TO GRADE-WORK-X
           PERFORM VALIDATE-GRADE
           IF GRADE-VALID-SW = 'Y' AND SUBJ-MAST-FOUND-IDX > 0
               AND LINE-TAB-SUPERSEDED (LINE-TAB-IDX) NOT = 'Y'
               COMPUTE CUM-GRADE-TOTAL = CUM-GRADE-TOTAL
                   + (GRADE-WORK
                   * SUBJ-MAST-TAB-UNITS (SUBJ-MAST-FOUND-IDX))
               ADD SUBJ-MAST-TAB-UNITS (SUBJ-MAST-FOUND-IDX)
                   TO CUM-UNIT-TOTAL
           END-IF
           IF GRADE-VALID-SW = 'Y' AND GRADE-WORK = 5.00
               MOVE SPACES TO REASON-TEXT
               STRING "5.00 IN " LINE-TAB-SUBJ (LINE-TAB-IDX)
                   " TERM " LINE-TAB-TERM (LINE-TAB-IDX)
                   DELIMITED BY SIZE INTO REASON-TEXT
               PERFORM NOTE-DISQUALIFICATION
           END-IF
           IF (GRADE-WORK-X = "INC" OR GRADE-WORK-X = SPACES)
               AND LINE-TAB-TERM-POS (LINE-TAB-IDX) > 0
               MOVE LINE-TAB-TERM-POS (LINE-TAB-IDX) TO CAL-IDX
               IF CAL-TAB-INC-DL (CAL-IDX) IS NUMERIC
                   AND RUN-DATE > CAL-TAB-INC-DL (CAL-IDX)
                   MOVE SPACES TO REASON-TEXT
                   STRING "LAPSED INC IN " LINE-TAB-SUBJ (LINE-TAB-IDX)
                       " TERM " LINE-TAB-TERM (LINE-TAB-IDX)
                       DELIMITED BY SIZE INTO REASON-TEXT
                   PERFORM NOTE-DISQUALIFICATION
               END-IF
           END-IF
           IF LINE-TAB-SUPERSEDED (LINE-TAB-IDX) = 'Y'
               MOVE SPACES TO REASON-TEXT
               STRING "REPEATED SUBJECT " LINE-TAB-SUBJ (LINE-TAB-IDX)
                   " (TERM " LINE-TAB-TERM (LINE-TAB-IDX) " ATTEMPT)"
                   DELIMITED BY SIZE INTO REASON-TEXT
               PERFORM NOTE-DISQUALIFICATION
           END-IF.

       NOTE-DISQUALIFICATION.
           MOVE 'Y' TO DISQUALIFY-SW
           PERFORM NOTE-REASON.

       NOTE-REASON.
           IF RSN-COUNT < RSN-MAX
               ADD 1 TO RSN-COUNT
               MOVE CURR-STUDENT-SNO TO RSN-SNO (RSN-COUNT)
               MOVE REASON-TEXT TO RSN-TEXT (RSN-COUNT)
           ELSE
               DISPLAY "GRADUATION-CANDIDATES: REASON TABLE IS FULL "
                   "- " CURR-STUDENT-SNO " " REASON-TEXT
           END-IF.

      * The best honor whose cutoff the average meets - the cutoff
      * table need not be kept in any order.
       ASSIGN-HONOR.
           MOVE SPACES TO HONOR-HOLD
           MOVE 9.99 TO HONOR-BEST-AVE
           PERFORM VARYING HON-IDX FROM 1 BY 1
                   UNTIL HON-IDX > HON-COUNT
               IF CND-AVE (CND-COUNT) <= HON-TAB-MAX-AVE (HON-IDX)
                   AND HON-TAB-MAX-AVE (HON-IDX) < HONOR-BEST-AVE
                   MOVE HON-TAB-TITLE (HON-IDX) TO HONOR-HOLD
                   MOVE HON-TAB-MAX-AVE (HON-IDX) TO HONOR-BEST-AVE
               END-IF
           END-PERFORM
           MOVE HONOR-HOLD TO CND-HONOR (CND-COUNT).

      * Same acceptance rule as STUDENT-REPORT: numeric and within
      * 1.00-5.00.
       VALIDATE-GRADE.
           MOVE 'N' TO GRADE-VALID-SW
           IF GRADE-WORK-X NOT = "INC" AND GRADE-WORK-X NOT = SPACES
               IF GRADE-WORK IS NUMERIC
                   IF GRADE-WORK >= 1.00 AND GRADE-WORK <= 5.00
                       MOVE 'Y' TO GRADE-VALID-SW
                   END-IF
               END-IF
           END-IF.

       SORT-ONE-POSITION.
           MOVE SORT-PASS-IDX TO SORT-BEST-IDX
           COMPUTE SORT-SCAN-IDX = SORT-PASS-IDX + 1
           PERFORM VARYING SORT-SCAN-IDX FROM SORT-SCAN-IDX BY 1
                   UNTIL SORT-SCAN-IDX > CND-COUNT
               IF CND-SORT-KEY (SORT-SCAN-IDX)
                       < CND-SORT-KEY (SORT-BEST-IDX)
                   MOVE SORT-SCAN-IDX TO SORT-BEST-IDX
               END-IF
           END-PERFORM
           IF SORT-BEST-IDX NOT = SORT-PASS-IDX
               MOVE CND-ENTRY (SORT-PASS-IDX) TO SORT-HOLD-ENTRY
               MOVE CND-ENTRY (SORT-BEST-IDX)
                   TO CND-ENTRY (SORT-PASS-IDX)
               MOVE SORT-HOLD-ENTRY TO CND-ENTRY (SORT-BEST-IDX)
           END-IF.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT LIST-FILE
           IF LIST-FILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: CANNOT OPEN "
                   "GRADUATION-CANDIDATES.TXT - FILE STATUS "
                   LIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CAND-FILE
           IF CAND-FILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: CANNOT OPEN "
                   "GRADUATION-CANDIDATES.DAT - FILE STATUS "
                   CAND-FILE-STATUS
               CLOSE LIST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RUN-DATE TO HDR-RUN-DATE-OUT.

      * Each college starts on a new page with its own ranking.
       LIST-ONE-CANDIDATE.
           IF CND-DEPT (CND-IDX) NOT = PREV-DEPT
               IF PREV-DEPT NOT = SPACES
                   PERFORM WRITE-COLLEGE-COUNTS
               END-IF
               MOVE CND-DEPT (CND-IDX) TO PREV-DEPT
               MOVE CND-DEPT (CND-IDX) TO CURR-STUDENT-DEPT
               PERFORM LOOKUP-DEPT-NAME
               MOVE CND-DEPT (CND-IDX) TO HDR-DEPT-OUT
               MOVE DEPT-NAME TO HDR-DEPT-NAME-OUT
               MOVE 0 TO RANK-POSITION
               MOVE 0 TO RANK-NO
               MOVE 0 TO PREV-RANK-AVE
               MOVE 0 TO COL-CANDIDATE-CTR
               MOVE 0 TO COL-HONORS-CTR
               MOVE 0 TO COL-DISQUALIFIED-CTR
               PERFORM START-NEW-PAGE
           END-IF
           ADD 1 TO CANDIDATE-CTR
           ADD 1 TO COL-CANDIDATE-CTR
           MOVE CND-SNO (CND-IDX) TO DTL-SNO-OUT
           MOVE CND-NAME (CND-IDX) TO DTL-NAME-OUT
           MOVE CND-UNITS (CND-IDX) TO DTL-UNITS-OUT
           MOVE CND-HONOR (CND-IDX) TO DTL-HONOR-OUT
           IF CND-STATUS (CND-IDX) = 'H'
               ADD 1 TO NOT-RANKED-CTR
               MOVE 0 TO DTL-RANK-OUT
               MOVE 0 TO RANK-NO
               MOVE SPACES TO DTL-AVE-OUT
           ELSE
               ADD 1 TO RANK-POSITION
               IF RANK-POSITION = 1
                   OR CND-AVE (CND-IDX) NOT = PREV-RANK-AVE
                   MOVE RANK-POSITION TO RANK-NO
                   MOVE CND-AVE (CND-IDX) TO PREV-RANK-AVE
               END-IF
               MOVE RANK-NO TO DTL-RANK-OUT
               MOVE CND-AVE (CND-IDX) TO GRD-EDIT
               MOVE GRD-EDIT TO DTL-AVE-OUT
           END-IF
           EVALUATE CND-STATUS (CND-IDX)
               WHEN 'D'
                   ADD 1 TO DISQUALIFIED-CTR
                   ADD 1 TO COL-DISQUALIFIED-CTR
               WHEN 'Q'
                   IF CND-HONOR (CND-IDX) NOT = SPACES
                       ADD 1 TO HONORS-CTR
                       ADD 1 TO COL-HONORS-CTR
                   END-IF
           END-EVALUATE
           MOVE DETAIL-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE
           MOVE "DISQUALIFIED: " TO RSL-LABEL-OUT
           IF CND-STATUS (CND-IDX) = 'H'
               MOVE "NOT RANKED: " TO RSL-LABEL-OUT
           END-IF
           PERFORM LIST-CANDIDATE-REASON
               VARYING RSN-IDX FROM 1 BY 1
               UNTIL RSN-IDX > RSN-COUNT
           PERFORM WRITE-CANDIDATE-RECORD.

       LIST-CANDIDATE-REASON.
           IF RSN-SNO (RSN-IDX) = CND-SNO (CND-IDX)
               MOVE RSN-TEXT (RSN-IDX) TO RSL-TEXT-OUT
               MOVE REASON-LINE TO PRINT-HOLD
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO RSL-LABEL-OUT
           END-IF.

       WRITE-CANDIDATE-RECORD.
           MOVE CND-DEPT (CND-IDX) TO CND-OUT-DEPT
           MOVE RANK-NO TO CND-OUT-RANK
           MOVE CND-SNO (CND-IDX) TO CND-OUT-SNO
           MOVE CND-NAME (CND-IDX) TO CND-OUT-NAME
           IF CND-STATUS (CND-IDX) = 'H'
               MOVE 0 TO CND-OUT-AVE
           ELSE
               MOVE CND-AVE (CND-IDX) TO CND-OUT-AVE
           END-IF
           IF CND-STATUS (CND-IDX) = 'Q'
               MOVE 'Y' TO CND-OUT-QUALIFIED
               MOVE CND-HONOR (CND-IDX) TO CND-OUT-HONOR
           ELSE
               MOVE 'N' TO CND-OUT-QUALIFIED
               MOVE SPACES TO CND-OUT-HONOR
           END-IF
           WRITE CANDIDATE-OUT-RECORD
           IF CAND-FILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: WRITE FAILED ON "
                   "GRADUATION-CANDIDATES.DAT - FILE STATUS "
                   CAND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       WRITE-COLLEGE-COUNTS.
           MOVE SPACES TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE
           MOVE COL-CANDIDATE-CTR TO CCL-CANDIDATES-OUT
           MOVE COL-HONORS-CTR TO CCL-HONORS-OUT
           MOVE COL-DISQUALIFIED-CTR TO CCL-DISQUALIFIED-OUT
           MOVE COLLEGE-COUNT-LINE TO PRINT-HOLD
           PERFORM WRITE-REPORT-LINE.

      * Every listing line passes through here so the page depth is
      * enforced in one place, as STUDENT-REPORT's WRITE-REPORT-LINE.
       WRITE-REPORT-LINE.
           IF LINE-CTR >= LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF
           WRITE LIST-LINE FROM PRINT-HOLD
           ADD 1 TO LINE-CTR.

      * Pad the page being left to the full form depth, then write
      * the heading block for the college being listed.
       START-NEW-PAGE.
           IF PAGE-NO > 0
               MOVE SPACES TO LIST-LINE
               PERFORM UNTIL LINE-CTR >= LINES-PER-PAGE
                   WRITE LIST-LINE
                   ADD 1 TO LINE-CTR
               END-PERFORM
           END-IF
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO HDR-PAGE-NO-OUT
           WRITE LIST-LINE FROM HEADER-1
           WRITE LIST-LINE FROM HEADER-2
           WRITE LIST-LINE FROM HEADER-3
           WRITE LIST-LINE FROM HEADER-COLLEGE
           WRITE LIST-LINE FROM HEADER-PAGE-LINE
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           WRITE LIST-LINE FROM COLUMN-HEADER
           MOVE SPACES TO LIST-LINE
           WRITE LIST-LINE
           MOVE 8 TO LINE-CTR.

       LOOKUP-SUBJECT.
           MOVE 0 TO SUBJ-MAST-FOUND-IDX
           PERFORM VARYING SUBJ-MAST-IDX FROM 1 BY 1
                   UNTIL SUBJ-MAST-IDX > SUBJ-MAST-COUNT
                   OR SUBJ-MAST-FOUND-IDX > 0
               IF SUBJ-MAST-TAB-CD (SUBJ-MAST-IDX) = LOOKUP-SUBJ-CD
                   MOVE SUBJ-MAST-IDX TO SUBJ-MAST-FOUND-IDX
               END-IF
           END-PERFORM.

       LOOKUP-DEPT-NAME.
           MOVE 'N' TO DEPT-FOUND-SW
           MOVE "Unknown Department" TO DEPT-NAME
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-TABLE-COUNT
                   OR DEPT-FOUND-SW = 'Y'
               IF DEPT-TABLE-CD (DEPT-IDX) = CURR-STUDENT-DEPT
                   MOVE DEPT-TABLE-NAME (DEPT-IDX) TO DEPT-NAME
                   MOVE 'Y' TO DEPT-FOUND-SW
               END-IF
           END-PERFORM.

       FIND-TERM-INDEX.
           MOVE 0 TO TERM-FOUND-IDX
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
                   OR TERM-FOUND-IDX > 0
               IF CAL-TAB-TERM (CAL-IDX) = TERM-WORK
                   MOVE CAL-IDX TO TERM-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-HONORS-TABLE.
           MOVE 'N' TO HON-EOF-FLAG
           OPEN INPUT HONORS-FILE
           IF HONORS-FILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: CANNOT OPEN "
                   "HONORS-CUTOFF.DAT - FILE STATUS "
                   HONORS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL HON-EOF-FLAG = 'Y'
               READ HONORS-FILE
                   AT END
                       MOVE 'Y' TO HON-EOF-FLAG
                   NOT AT END
                       IF HON-MAX-AVE IS NOT NUMERIC
                           OR HON-TITLE = SPACES
                           DISPLAY "HONORS-CUTOFF.DAT record for "
                               HON-TITLE " is not valid - skipped."
                       ELSE
                           IF HON-COUNT < HON-MAX
                               ADD 1 TO HON-COUNT
                               MOVE HON-TITLE
                                   TO HON-TAB-TITLE (HON-COUNT)
                               MOVE HON-MAX-AVE
                                   TO HON-TAB-MAX-AVE (HON-COUNT)
                           ELSE
                               DISPLAY "HONORS-CUTOFF.DAT has more "
                                   "records than this program can "
                                   "hold - load truncated."
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HONORS-FILE.

       LOAD-CURRICULUM-TABLE.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT CURR-FILE
           IF CURRFILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: CANNOT OPEN "
                   "CURRICULUM.DAT - FILE STATUS " CURRFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ CURR-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF CURR-TAB-COUNT < CURR-TAB-MAX
                           ADD 1 TO CURR-TAB-COUNT
                           MOVE CURR-DEPT-CD
                               TO CURR-TAB-DEPT (CURR-TAB-COUNT)
                           MOVE CURR-SUBJ-CD
                               TO CURR-TAB-SUBJ (CURR-TAB-COUNT)
                       ELSE
                           DISPLAY "CURRICULUM.DAT has more records "
                               "than this program can hold - load "
                               "truncated."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CURR-FILE.

      * The history is placed on the calendar as it loads, so each
      * attempt carries its term's calendar position and, through it,
      * the term's INC completion deadline.
       LOAD-HISTORY-TABLE.
           MOVE 'N' TO EOF-FLAG
           OPEN INPUT HIST-FILE
           IF HISTFILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: CANNOT OPEN "
                   "GRADE-HISTORY.DAT - FILE STATUS " HISTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ HIST-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF HIST-TAB-COUNT < HIST-TAB-MAX
                           ADD 1 TO HIST-TAB-COUNT
                           MOVE HIST-SNO
                               TO HIST-TAB-SNO (HIST-TAB-COUNT)
                           MOVE HIST-SUBJ
                               TO HIST-TAB-SUBJ (HIST-TAB-COUNT)
                           MOVE HIST-GRD-ALPHA
                               TO HIST-TAB-GRD (HIST-TAB-COUNT)
                           MOVE HIST-TERM
                               TO HIST-TAB-TERM (HIST-TAB-COUNT)
                           MOVE HIST-TERM TO TERM-WORK
                           PERFORM FIND-TERM-INDEX
                           MOVE TERM-FOUND-IDX
                               TO HIST-TAB-TERM-POS (HIST-TAB-COUNT)
                       ELSE
                           DISPLAY "GRADE-HISTORY.DAT has more "
                               "records than this program can hold "
                               "- candidate list may be incomplete."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

       LOAD-DEPARTMENT-TABLE.
           MOVE 'N' TO DEPT-EOF-FLAG
           OPEN INPUT DEPT-FILE
           IF DEPTFILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: CANNOT OPEN "
                   "DEPARTMENT.DAT - FILE STATUS " DEPTFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL DEPT-EOF-FLAG = 'Y'
               READ DEPT-FILE
                   AT END
                       MOVE 'Y' TO DEPT-EOF-FLAG
                   NOT AT END
                       IF DEPT-TABLE-COUNT < DEPT-TABLE-MAX
                           ADD 1 TO DEPT-TABLE-COUNT
                           MOVE DEPT-MASTER-CD
                               TO DEPT-TABLE-CD (DEPT-TABLE-COUNT)
                           MOVE DEPT-MASTER-NAME
                               TO DEPT-TABLE-NAME (DEPT-TABLE-COUNT)
                           MOVE DEPT-MASTER-DEAN-CD
                               TO DEPT-TABLE-DEAN-CD (DEPT-TABLE-COUNT)
                       ELSE
                           DISPLAY "DEPARTMENT.DAT has more records "
                               "than this program can hold - load "
                               "truncated."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-FILE.

       LOAD-SUBJECT-TABLE.
           MOVE 'N' TO SUBJ-MAST-EOF-FLAG
           OPEN INPUT SUBJ-FILE
           IF SUBJFILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: CANNOT OPEN "
                   "SUBJECT.DAT - FILE STATUS " SUBJFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL SUBJ-MAST-EOF-FLAG = 'Y'
               READ SUBJ-FILE
                   AT END
                       MOVE 'Y' TO SUBJ-MAST-EOF-FLAG
                   NOT AT END
                       IF SUBJ-MAST-COUNT < SUBJ-MAST-MAX
                           ADD 1 TO SUBJ-MAST-COUNT
                           MOVE SUBJ-MASTER-CD
                               TO SUBJ-MAST-TAB-CD (SUBJ-MAST-COUNT)
                           MOVE SUBJ-MASTER-TITLE
                               TO SUBJ-MAST-TAB-TITLE (SUBJ-MAST-COUNT)
                           MOVE SUBJ-MASTER-UNITS
                               TO SUBJ-MAST-TAB-UNITS (SUBJ-MAST-COUNT)
                       ELSE
                           DISPLAY "SUBJECT.DAT has more records "
                               "than this program can hold - load "
                               "truncated."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBJ-FILE.

       LOAD-STUDENT-MASTER-TABLE.
           MOVE 'N' TO STMAST-EOF-FLAG
           OPEN INPUT STMAST-FILE
           IF STMAST-FILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: CANNOT OPEN "
                   "STUDENT-MASTER.DAT - FILE STATUS "
                   STMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL STMAST-EOF-FLAG = 'Y'
               READ STMAST-FILE
                   AT END
                       MOVE 'Y' TO STMAST-EOF-FLAG
                   NOT AT END
                       IF STMAST-COUNT < STMAST-MAX
                           ADD 1 TO STMAST-COUNT
                           MOVE STMAST-SNO
                               TO STMAST-TAB-SNO (STMAST-COUNT)
                           MOVE STMAST-NAME
                               TO STMAST-TAB-NAME (STMAST-COUNT)
                           MOVE STMAST-HOME-DEPT
                               TO STMAST-TAB-HOME (STMAST-COUNT)
                           MOVE STMAST-STATUS
                               TO STMAST-TAB-STATUS (STMAST-COUNT)
                       ELSE
                           DISPLAY "STUDENT-MASTER.DAT has more "
                               "records than this program can hold "
                               "- load truncated."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STMAST-FILE.

       LOAD-TERM-CALENDAR-TABLE.
           MOVE 'N' TO CAL-EOF-FLAG
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "GRADUATION-CANDIDATES: CANNOT OPEN "
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
      * STUDENT-TRANSCRIPT uses.
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
