       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-SLIP.
       AUTHOR. Julius Castillejo.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      *   2026-10-15  JC  Initial version. Per-student term grade slips
      *                   for mailing to parents and scholarship
      *                   sponsors, in place of the slips the staff
      *                   copied out of REPORT.TXT by hand. One slip
      *                   per student, each on its own page of GRADE-
      *                   SLIPS.TXT: the official name and home
      *                   department from STUDENT-MASTER.DAT, every
      *                   subject with its title and units from
      *                   SUBJECT.DAT and the grade (INC shown as INC),
      *                   the term's unit-weighted average, the units
      *                   earned, and the term standing - dean's list,
      *                   probation or good standing - by the rules
      *                   STUDENT-REPORT applies. Slips run in home
      *                   department and student number order so each
      *                   college can mail its own. A student number on
      *                   the command line reissues that one slip.
      *                   Withdrawn students, students not on the
      *                   enrollment master and students with no
      *                   graded units get no slip and are listed on
      *                   GRADE-SLIP-EXCLUDED.TXT instead.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS INFILE-STATUS.
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
           SELECT SLIP-FILE ASSIGN TO "GRADE-SLIPS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SLIP-FILE-STATUS.
           SELECT EXCL-FILE ASSIGN TO "GRADE-SLIP-EXCLUDED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXCL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INFILE.
       01  STUDENT-RECORD.
           05  STUDENT-KEY.
               10  DEPT-CD         PIC X(3).
               10  SNO-IN          PIC X(3).
               10  SUBJ            PIC X(6).
           05  SNAME-IN            PIC X(25).
           05  GRD                 PIC 9V99.
           05  TERM-IN             PIC X(5).

      * Alphanumeric view of the grade bytes, for INC/blank grades -
      * same convention as STUDENT-REPORT's STUDENT-RECORD-ALT.
       01  STUDENT-RECORD-ALT REDEFINES STUDENT-RECORD.
           05  FILLER              PIC X(37).
           05  GRD-ALPHA           PIC X(3).
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

       FD  SLIP-FILE.
       01  SLIP-LINE               PIC X(80).

       FD  EXCL-FILE.
       01  EXCL-LINE               PIC X(80).

       WORKING-STORAGE SECTION.

       01  EOF-FLAG                PIC X VALUE 'N'.
       01  INFILE-STATUS           PIC XX.
       01  DEPTFILE-STATUS         PIC XX.
       01  SUBJFILE-STATUS         PIC XX.
       01  STMAST-FILE-STATUS      PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.
       01  SLIP-FILE-STATUS        PIC XX.
       01  EXCL-FILE-STATUS        PIC XX.

      * Command-line selection: one student number for a reissue, or
      * none for every student on STUDENT.DAT.
       01  ARG-COUNT               PIC 9 VALUE 0.
       01  WANTED-SNO              PIC X(3) VALUE SPACES.

       01  RUN-DATE                PIC X(8).
       01  REPORT-TERM             PIC X(5) VALUE SPACES.
       01  SLIP-CTR                PIC 9(4) VALUE 0.
       01  EXCLUDED-CTR            PIC 9(4) VALUE 0.
       01  OFF-CALENDAR-CTR        PIC 9(4) VALUE 0.
       01  SLIP-CTR-OUT            PIC ZZZ9.
       01  EXCLUDED-CTR-OUT        PIC ZZZ9.
       01  OFF-CALENDAR-CTR-OUT    PIC ZZZ9.

      * Print page control for GRADE-SLIPS.TXT - the same form depth
      * and blank-line padding STUDENT-REPORT uses for REPORT.TXT, so
      * every slip starts on a form boundary. The heading block,
      * student lines included, is 11 lines deep and repeats on a
      * continuation page.
       01  LINES-PER-PAGE          PIC 99 VALUE 55.
       01  PAGE-NO                 PIC 9(4) VALUE 0.
       01  LINE-CTR                PIC 99 VALUE 0.
       01  PRINT-HOLD              PIC X(80) VALUE SPACES.

      * One student's term, as STUDENT-REPORT's STUDENT-BREAK computes
      * it: only a grade in 1.00-5.00 for a subject on the master
      * counts, weighted by the subject's units.
       01  GRADE-TOTAL             PIC 9(5)V99 VALUE 0.
       01  UNIT-TOTAL              PIC 9(3) VALUE 0.
       01  UNITS-ENROLLED          PIC 9(3) VALUE 0.
       01  UNITS-EARNED            PIC 9(3) VALUE 0.
       01  AVE-CALC                PIC 9V99 VALUE 0.
       01  STUDENT-REJ-SW          PIC X VALUE 'N'.
       01  STUDENT-FAILED-SW       PIC X VALUE 'N'.
       01  GRADE-VALID-SW          PIC X VALUE 'N'.
       01  CURR-SUBJ-UNITS         PIC 99 VALUE 0.
       01  STANDING-TEXT           PIC X(35) VALUE SPACES.
       01  EXCLUDE-REASON          PIC X(25) VALUE SPACES.

      * Numeric view of a grade line's bytes - same convention as
      * GRADE-SHEET's GRADE-WORK.
       01  GRADE-WORK              PIC 9V99.
       01  GRADE-WORK-X REDEFINES GRADE-WORK PIC X(3).
       01  GRD-EDIT                PIC Z.99.

      * Every grade line on STUDENT.DAT for a term on the calendar,
      * collected in one pass in key order.
       01  GL-COUNT                PIC 9(4) VALUE 0.
       01  GL-MAX                  PIC 9(4) VALUE 2000.
       01  GL-IDX                  PIC 9(4) VALUE 0.
       01  GL-ENTRIES.
           05  GL-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY GL-TAB-IDX.
               10  GL-DEPT-CD          PIC X(3).
               10  GL-SNO              PIC X(3).
               10  GL-SUBJ             PIC X(6).
               10  GL-SNAME            PIC X(25).
               10  GL-GRD              PIC X(3).
               10  GL-TERM             PIC X(5).

      * One entry per student with grade lines, sorted on home
      * department and student number before the slips are printed.
       01  SLP-COUNT               PIC 9(4) VALUE 0.
       01  SLP-MAX                 PIC 9(4) VALUE 1000.
       01  SLP-IDX                 PIC 9(4) VALUE 0.
       01  SLP-FOUND-IDX           PIC 9(4) VALUE 0.
       01  SLP-ENTRIES.
           05  SLP-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY SLP-TAB-IDX.
               10  SLP-SORT-KEY.
                   15  SLP-HOME-DEPT       PIC X(3).
                   15  SLP-SNO             PIC X(3).
               10  SLP-NAME            PIC X(25).
               10  SLP-STATUS          PIC X(9).
               10  SLP-EXCLUDE-REASON  PIC X(25).

      * Selection sort work fields - same method GRADE-STATS uses for
      * its failure ranking.
       01  SORT-PASS-IDX           PIC 9(4) VALUE 0.
       01  SORT-SCAN-IDX           PIC 9(4) VALUE 0.
       01  SORT-BEST-IDX           PIC 9(4) VALUE 0.
       01  SORT-HOLD-ENTRY         PIC X(65).

      * In-memory department master table, for the home department's
      * name on the slip.
       01  DEPT-EOF-FLAG           PIC X VALUE 'N'.
       01  DEPT-TABLE-COUNT        PIC 99 VALUE 0.
       01  DEPT-TABLE-MAX          PIC 99 VALUE 50.
       01  DEPT-IDX                PIC 99 VALUE 0.
       01  DEPT-FOUND-IDX          PIC 99 VALUE 0.
       01  DEPT-TABLE-ENTRIES.
           05  DEPT-TABLE-ENTRY OCCURS 50 TIMES
                                   INDEXED BY DEPT-TAB-IDX.
               10  DEPT-TABLE-CD       PIC X(3).
               10  DEPT-TABLE-NAME     PIC X(32).
               10  DEPT-TABLE-DEAN-CD  PIC X(5).

      * In-memory subject master table, loaded the same way
      * GRADE-SHEET loads it.
       01  SUBJ-MAST-EOF-FLAG      PIC X VALUE 'N'.
       01  SUBJ-MAST-COUNT         PIC 9(3) VALUE 0.
       01  SUBJ-MAST-MAX           PIC 9(3) VALUE 200.
       01  SUBJ-MAST-IDX           PIC 9(3) VALUE 0.
       01  SUBJ-MAST-FOUND-IDX     PIC 9(3) VALUE 0.
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
       01  STMAST-FOUND-IDX        PIC 9(4) VALUE 0.
       01  STMAST-IDX              PIC 9(4) VALUE 0.
       01  STMAST-ENTRIES.
           05  STMAST-ENTRY OCCURS 1000 TIMES
                                   INDEXED BY STMAST-TAB-IDX.
               10  STMAST-TAB-SNO      PIC X(3).
               10  STMAST-TAB-NAME     PIC X(25).
               10  STMAST-TAB-HOME     PIC X(3).
               10  STMAST-TAB-STATUS   PIC X(9).

      * School-term calendar - a grade line whose term is not on it
      * is refused here as STUDENT-REPORT refuses it.
       01  CAL-EOF-FLAG            PIC X VALUE 'N'.
       01  CAL-COUNT               PIC 99 VALUE 0.
       01  CAL-MAX                 PIC 99 VALUE 60.
       01  CAL-IDX                 PIC 99 VALUE 0.
       01  CAL-FOUND-SW            PIC X VALUE 'N'.
       01  CAL-ENTRIES.
           05  CAL-TAB-TERM OCCURS 60 TIMES
                                   INDEXED BY CAL-TAB-IDX
                                   PIC X(5).

       01  HEADER-1.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(50)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".

       01  HEADER-2.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(25)
               VALUE "Sta. Mesa, Manila".

       01  HEADER-3.
           05  FILLER              PIC X(28) VALUE SPACES.
           05  FILLER              PIC X(20)
               VALUE "STUDENT GRADE SLIP".

       01  HEADER-TERM.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(13)
               VALUE "SCHOOL TERM: ".
           05  HDR-TERM-OUT        PIC X(5).

       01  HEADER-PAGE-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  HDR-RUN-DATE-OUT    PIC X(8).
           05  FILLER              PIC X(39) VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "PAGE: ".
           05  HDR-PAGE-NO-OUT     PIC ZZZ9.

       01  SLIP-STUDENT-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "STUDENT NO. : ".
           05  SLP-SNO-OUT         PIC X(3).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "DEPARTMENT: ".
           05  SLP-DEPT-OUT        PIC X(3).
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  SLP-DEPT-NAME-OUT   PIC X(32).

       01  SLIP-NAME-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(14) VALUE "NAME  . . . : ".
           05  SLP-NAME-OUT        PIC X(25).

       01  SLIP-COLUMN-HEADER.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "SUBJECT".
           05  FILLER              PIC X(32) VALUE "DESCRIPTIVE TITLE".
           05  FILLER              PIC X(7)  VALUE "UNITS".
           05  FILLER              PIC X(8)  VALUE "GRADE".
           05  FILLER              PIC X(15) VALUE "REMARKS".

       01  SLIP-DETAIL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  SLD-SUBJ-OUT        PIC X(6).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SLD-TITLE-OUT       PIC X(30).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  SLD-UNITS-OUT       PIC Z9.
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SLD-GRADE-OUT       PIC X(4).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  SLD-REMARK-OUT      PIC X(15).

       01  SLIP-UNITS-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(17)
               VALUE "UNITS ENROLLED : ".
           05  SLU-ENROLLED-OUT    PIC ZZ9.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(15)
               VALUE "UNITS EARNED : ".
           05  SLU-EARNED-OUT      PIC ZZ9.

       01  SLIP-AVERAGE-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(17)
               VALUE "TERM AVERAGE . : ".
           05  SLA-AVE-OUT         PIC Z.99.

       01  SLIP-STANDING-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(17)
               VALUE "STANDING . . . : ".
           05  SLS-STANDING-OUT    PIC X(35).

       01  SLIP-FOOTER-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(60)
               VALUE "NOT VALID AS A TRANSCRIPT OF RECORDS.".

       01  EXCL-HEADER-3.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE "STUDENTS WITHOUT A TERM GRADE SLIP".

       01  EXCL-COLUMN-HEADER.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(6)  VALUE "DEPT".
           05  FILLER              PIC X(5)  VALUE "SNO".
           05  FILLER              PIC X(27) VALUE "NAME".
           05  FILLER              PIC X(25) VALUE "REASON".

       01  EXCL-DETAIL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  EXC-DEPT-OUT        PIC X(3).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  EXC-SNO-OUT         PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-NAME-OUT        PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EXC-REASON-OUT      PIC X(25).

       01  EXCL-COUNT-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(19)
               VALUE "STUDENTS EXCLUDED: ".
           05  EXC-COUNT-OUT       PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-SELECTION
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-SUBJECT-TABLE
           PERFORM LOAD-STUDENT-MASTER-TABLE
           PERFORM LOAD-TERM-CALENDAR-TABLE
           PERFORM COLLECT-GRADE-LINES
           IF SLP-COUNT = 0
               IF WANTED-SNO NOT = SPACES
                   DISPLAY "GRADE-SLIP: STUDENT " WANTED-SNO " HAS NO "
                       "GRADES ON STUDENT.DAT - RUN REFUSED"
               ELSE
                   DISPLAY "GRADE-SLIP: NO GRADES ON STUDENT.DAT - "
                       "NO SLIPS PRINTED"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SORT-ONE-POSITION
               VARYING SORT-PASS-IDX FROM 1 BY 1
               UNTIL SORT-PASS-IDX >= SLP-COUNT
           PERFORM OPEN-OUTPUT-FILES
           PERFORM SLIP-ONE-STUDENT
               VARYING SLP-IDX FROM 1 BY 1
               UNTIL SLP-IDX > SLP-COUNT
           MOVE SPACES TO EXCL-LINE
           WRITE EXCL-LINE
           MOVE EXCLUDED-CTR TO EXC-COUNT-OUT
           WRITE EXCL-LINE FROM EXCL-COUNT-LINE
           CLOSE SLIP-FILE
           CLOSE EXCL-FILE
           MOVE SLIP-CTR TO SLIP-CTR-OUT
           MOVE EXCLUDED-CTR TO EXCLUDED-CTR-OUT
           DISPLAY "GRADE-SLIP: " SLIP-CTR-OUT " slip(s) printed to "
               "GRADE-SLIPS.TXT, " EXCLUDED-CTR-OUT " student(s) "
               "listed on GRADE-SLIP-EXCLUDED.TXT."
           IF OFF-CALENDAR-CTR > 0
               MOVE OFF-CALENDAR-CTR TO OFF-CALENDAR-CTR-OUT
               DISPLAY "GRADE-SLIP: " OFF-CALENDAR-CTR-OUT " grade "
                   "line(s) left off - term not on TERM-CALENDAR.DAT."
           END-IF
           IF WANTED-SNO NOT = SPACES AND SLIP-CTR = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-SELECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT > 0
               ACCEPT WANTED-SNO FROM ARGUMENT-VALUE
           END-IF.

       COLLECT-GRADE-LINES.
           OPEN INPUT INFILE
           IF INFILE-STATUS NOT = "00"
               DISPLAY "GRADE-SLIP: CANNOT OPEN STUDENT.DAT - "
                   "FILE STATUS " INFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INFILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       IF WANTED-SNO = SPACES
                           OR SNO-IN = WANTED-SNO
                           PERFORM KEEP-GRADE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INFILE.

       KEEP-GRADE-LINE.
           MOVE 'N' TO CAL-FOUND-SW
           PERFORM VARYING CAL-IDX FROM 1 BY 1
                   UNTIL CAL-IDX > CAL-COUNT
                   OR CAL-FOUND-SW = 'Y'
               IF CAL-TAB-TERM (CAL-IDX) = TERM-IN
                   MOVE 'Y' TO CAL-FOUND-SW
               END-IF
           END-PERFORM
           IF CAL-FOUND-SW = 'N'
               ADD 1 TO OFF-CALENDAR-CTR
           ELSE
               IF GL-COUNT < GL-MAX
                   ADD 1 TO GL-COUNT
                   MOVE DEPT-CD TO GL-DEPT-CD (GL-COUNT)
                   MOVE SNO-IN TO GL-SNO (GL-COUNT)
                   MOVE SUBJ TO GL-SUBJ (GL-COUNT)
                   MOVE SNAME-IN TO GL-SNAME (GL-COUNT)
                   MOVE GRD-ALPHA TO GL-GRD (GL-COUNT)
                   MOVE TERM-IN TO GL-TERM (GL-COUNT)
                   MOVE TERM-IN TO REPORT-TERM
                   PERFORM NOTE-SLIP-STUDENT
               ELSE
                   DISPLAY "STUDENT.DAT has more grade lines than "
                       "this program can hold - load truncated."
               END-IF
           END-IF.

      * First grade line for a student number opens its slip entry;
      * the enrollment master decides the name, the home department
      * the slip sorts under, and whether a slip is printed at all.
       NOTE-SLIP-STUDENT.
           MOVE 0 TO SLP-FOUND-IDX
           PERFORM VARYING SLP-IDX FROM 1 BY 1
                   UNTIL SLP-IDX > SLP-COUNT
                   OR SLP-FOUND-IDX > 0
               IF SLP-SNO (SLP-IDX) = SNO-IN
                   MOVE SLP-IDX TO SLP-FOUND-IDX
               END-IF
           END-PERFORM
           IF SLP-FOUND-IDX = 0
               IF SLP-COUNT < SLP-MAX
                   ADD 1 TO SLP-COUNT
                   PERFORM OPEN-SLIP-ENTRY
               ELSE
                   DISPLAY "GRADE-SLIP: STUDENT TABLE IS FULL - "
                       "STUDENT " SNO-IN " GETS NO SLIP"
               END-IF
           END-IF.

       OPEN-SLIP-ENTRY.
           MOVE SNO-IN TO SLP-SNO (SLP-COUNT)
           MOVE SPACES TO SLP-EXCLUDE-REASON (SLP-COUNT)
           PERFORM LOOKUP-STUDENT-MASTER
           IF STMAST-FOUND-IDX = 0
               MOVE DEPT-CD TO SLP-HOME-DEPT (SLP-COUNT)
               MOVE SNAME-IN TO SLP-NAME (SLP-COUNT)
               MOVE SPACES TO SLP-STATUS (SLP-COUNT)
               MOVE "STUDENT NOT ON MASTER"
                   TO SLP-EXCLUDE-REASON (SLP-COUNT)
           ELSE
               MOVE STMAST-TAB-HOME (STMAST-FOUND-IDX)
                   TO SLP-HOME-DEPT (SLP-COUNT)
               MOVE STMAST-TAB-NAME (STMAST-FOUND-IDX)
                   TO SLP-NAME (SLP-COUNT)
               MOVE STMAST-TAB-STATUS (STMAST-FOUND-IDX)
                   TO SLP-STATUS (SLP-COUNT)
               EVALUATE STMAST-TAB-STATUS (STMAST-FOUND-IDX)
                   WHEN "ACTIVE"
                   WHEN "LOA"
                       CONTINUE
                   WHEN "WITHDRAWN"
                       MOVE "STUDENT WITHDRAWN"
                           TO SLP-EXCLUDE-REASON (SLP-COUNT)
                   WHEN OTHER
                       MOVE "INVALID ENROLLMENT STATUS"
                           TO SLP-EXCLUDE-REASON (SLP-COUNT)
               END-EVALUATE
           END-IF.

       LOOKUP-STUDENT-MASTER.
           MOVE 0 TO STMAST-FOUND-IDX
           PERFORM VARYING STMAST-IDX FROM 1 BY 1
                   UNTIL STMAST-IDX > STMAST-COUNT
                   OR STMAST-FOUND-IDX > 0
               IF STMAST-TAB-SNO (STMAST-IDX) = SNO-IN
                   MOVE STMAST-IDX TO STMAST-FOUND-IDX
               END-IF
           END-PERFORM.

       SORT-ONE-POSITION.
           MOVE SORT-PASS-IDX TO SORT-BEST-IDX
           COMPUTE SORT-SCAN-IDX = SORT-PASS-IDX + 1
           PERFORM VARYING SORT-SCAN-IDX FROM SORT-SCAN-IDX BY 1
                   UNTIL SORT-SCAN-IDX > SLP-COUNT
               IF SLP-SORT-KEY (SORT-SCAN-IDX)
                       < SLP-SORT-KEY (SORT-BEST-IDX)
                   MOVE SORT-SCAN-IDX TO SORT-BEST-IDX
               END-IF
           END-PERFORM
           IF SORT-BEST-IDX NOT = SORT-PASS-IDX
               MOVE SLP-ENTRY (SORT-PASS-IDX) TO SORT-HOLD-ENTRY
               MOVE SLP-ENTRY (SORT-BEST-IDX)
                   TO SLP-ENTRY (SORT-PASS-IDX)
               MOVE SORT-HOLD-ENTRY TO SLP-ENTRY (SORT-BEST-IDX)
           END-IF.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT SLIP-FILE
           IF SLIP-FILE-STATUS NOT = "00"
               DISPLAY "GRADE-SLIP: CANNOT OPEN GRADE-SLIPS.TXT - "
                   "FILE STATUS " SLIP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT EXCL-FILE
           IF EXCL-FILE-STATUS NOT = "00"
               DISPLAY "GRADE-SLIP: CANNOT OPEN "
                   "GRADE-SLIP-EXCLUDED.TXT - FILE STATUS "
                   EXCL-FILE-STATUS
               CLOSE SLIP-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REPORT-TERM TO HDR-TERM-OUT
           MOVE RUN-DATE TO HDR-RUN-DATE-OUT
           WRITE EXCL-LINE FROM HEADER-1
           WRITE EXCL-LINE FROM HEADER-2
           WRITE EXCL-LINE FROM EXCL-HEADER-3
           WRITE EXCL-LINE FROM HEADER-TERM
           MOVE 1 TO HDR-PAGE-NO-OUT
           WRITE EXCL-LINE FROM HEADER-PAGE-LINE
           MOVE SPACES TO EXCL-LINE
           WRITE EXCL-LINE
           WRITE EXCL-LINE FROM EXCL-COLUMN-HEADER.

      * The term totals decide whether the student gets a slip at
      * all, so they are worked out before anything is printed.
       SLIP-ONE-STUDENT.
           PERFORM TOTAL-STUDENT-GRADES
           MOVE SLP-EXCLUDE-REASON (SLP-IDX) TO EXCLUDE-REASON
           IF EXCLUDE-REASON = SPACES AND UNIT-TOTAL = 0
               MOVE "NO GRADED UNITS" TO EXCLUDE-REASON
           END-IF
           IF EXCLUDE-REASON NOT = SPACES
               PERFORM WRITE-EXCLUDED-STUDENT
           ELSE
               PERFORM PRINT-GRADE-SLIP
           END-IF.

       TOTAL-STUDENT-GRADES.
           MOVE 0 TO GRADE-TOTAL
           MOVE 0 TO UNIT-TOTAL
           MOVE 0 TO UNITS-ENROLLED
           MOVE 0 TO UNITS-EARNED
           MOVE 'N' TO STUDENT-REJ-SW
           MOVE 'N' TO STUDENT-FAILED-SW
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-COUNT
               IF GL-SNO (GL-IDX) = SLP-SNO (SLP-IDX)
                   PERFORM VALIDATE-GRADE-LINE
                   ADD CURR-SUBJ-UNITS TO UNITS-ENROLLED
                   IF GRADE-VALID-SW = 'Y'
                       COMPUTE GRADE-TOTAL =
                           GRADE-TOTAL + (GRADE-WORK * CURR-SUBJ-UNITS)
                       ADD CURR-SUBJ-UNITS TO UNIT-TOTAL
                       IF GRADE-WORK > 3.00
                           MOVE 'Y' TO STUDENT-FAILED-SW
                       ELSE
                           ADD CURR-SUBJ-UNITS TO UNITS-EARNED
                       END-IF
                   ELSE
                       MOVE 'Y' TO STUDENT-REJ-SW
                   END-IF
               END-IF
           END-PERFORM
           IF UNIT-TOTAL > 0
               DIVIDE GRADE-TOTAL BY UNIT-TOTAL
                   GIVING AVE-CALC ROUNDED
           ELSE
               MOVE 0 TO AVE-CALC
           END-IF.

      * Same acceptance STUDENT-REPORT's VALIDATE-GRADE applies: the
      * subject must be on the master, and the grade numeric in
      * 1.00-5.00 - INC and blank grades do not count.
       VALIDATE-GRADE-LINE.
           MOVE 'Y' TO GRADE-VALID-SW
           MOVE GL-GRD (GL-IDX) TO GRADE-WORK-X
           PERFORM LOOKUP-SUBJECT
           IF SUBJ-MAST-FOUND-IDX = 0
               MOVE 'N' TO GRADE-VALID-SW
           ELSE
               IF GRADE-WORK-X = "INC" OR GRADE-WORK-X = SPACES
                   OR GRADE-WORK IS NOT NUMERIC
                   MOVE 'N' TO GRADE-VALID-SW
               ELSE
                   IF GRADE-WORK < 1.00 OR GRADE-WORK > 5.00
                       MOVE 'N' TO GRADE-VALID-SW
                   END-IF
               END-IF
           END-IF.

       LOOKUP-SUBJECT.
           MOVE 0 TO SUBJ-MAST-FOUND-IDX
           MOVE 0 TO CURR-SUBJ-UNITS
           PERFORM VARYING SUBJ-MAST-IDX FROM 1 BY 1
                   UNTIL SUBJ-MAST-IDX > SUBJ-MAST-COUNT
                   OR SUBJ-MAST-FOUND-IDX > 0
               IF SUBJ-MAST-TAB-CD (SUBJ-MAST-IDX) = GL-SUBJ (GL-IDX)
                   MOVE SUBJ-MAST-IDX TO SUBJ-MAST-FOUND-IDX
                   MOVE SUBJ-MAST-TAB-UNITS (SUBJ-MAST-IDX)
                       TO CURR-SUBJ-UNITS
               END-IF
           END-PERFORM.

       WRITE-EXCLUDED-STUDENT.
           ADD 1 TO EXCLUDED-CTR
           MOVE SLP-HOME-DEPT (SLP-IDX) TO EXC-DEPT-OUT
           MOVE SLP-SNO (SLP-IDX) TO EXC-SNO-OUT
           MOVE SLP-NAME (SLP-IDX) TO EXC-NAME-OUT
           MOVE EXCLUDE-REASON TO EXC-REASON-OUT
           WRITE EXCL-LINE FROM EXCL-DETAIL-LINE.

       PRINT-GRADE-SLIP.
           ADD 1 TO SLIP-CTR
           MOVE SLP-SNO (SLP-IDX) TO SLP-SNO-OUT
           MOVE SLP-HOME-DEPT (SLP-IDX) TO SLP-DEPT-OUT
           PERFORM LOOKUP-DEPARTMENT
           IF DEPT-FOUND-IDX > 0
               MOVE DEPT-TABLE-NAME (DEPT-FOUND-IDX)
                   TO SLP-DEPT-NAME-OUT
           ELSE
               MOVE SPACES TO SLP-DEPT-NAME-OUT
           END-IF
           MOVE SLP-NAME (SLP-IDX) TO SLP-NAME-OUT
           PERFORM START-NEW-PAGE
           PERFORM VARYING GL-IDX FROM 1 BY 1
                   UNTIL GL-IDX > GL-COUNT
               IF GL-SNO (GL-IDX) = SLP-SNO (SLP-IDX)
                   PERFORM PRINT-SUBJECT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO PRINT-HOLD
           PERFORM WRITE-SLIP-LINE
           MOVE UNITS-ENROLLED TO SLU-ENROLLED-OUT
           MOVE UNITS-EARNED TO SLU-EARNED-OUT
           MOVE SLIP-UNITS-LINE TO PRINT-HOLD
           PERFORM WRITE-SLIP-LINE
           MOVE AVE-CALC TO SLA-AVE-OUT
           MOVE SLIP-AVERAGE-LINE TO PRINT-HOLD
           PERFORM WRITE-SLIP-LINE
           PERFORM DETERMINE-STANDING
           MOVE STANDING-TEXT TO SLS-STANDING-OUT
           MOVE SLIP-STANDING-LINE TO PRINT-HOLD
           PERFORM WRITE-SLIP-LINE
           MOVE SPACES TO PRINT-HOLD
           PERFORM WRITE-SLIP-LINE
           MOVE SLIP-FOOTER-LINE TO PRINT-HOLD
           PERFORM WRITE-SLIP-LINE.

       PRINT-SUBJECT-LINE.
           PERFORM VALIDATE-GRADE-LINE
           MOVE GL-SUBJ (GL-IDX) TO SLD-SUBJ-OUT
           IF SUBJ-MAST-FOUND-IDX > 0
               MOVE SUBJ-MAST-TAB-TITLE (SUBJ-MAST-FOUND-IDX)
                   TO SLD-TITLE-OUT
           ELSE
               MOVE "NOT ON SUBJECT MASTER" TO SLD-TITLE-OUT
           END-IF
           MOVE CURR-SUBJ-UNITS TO SLD-UNITS-OUT
           EVALUATE TRUE
               WHEN GRADE-WORK-X = "INC"
                   MOVE "INC" TO SLD-GRADE-OUT
                   MOVE "INCOMPLETE" TO SLD-REMARK-OUT
               WHEN GRADE-WORK-X = SPACES
                   MOVE SPACES TO SLD-GRADE-OUT
                   MOVE "NO GRADE" TO SLD-REMARK-OUT
               WHEN GRADE-WORK IS NOT NUMERIC
                   MOVE GRADE-WORK-X TO SLD-GRADE-OUT
                   MOVE "NOT COUNTED" TO SLD-REMARK-OUT
               WHEN OTHER
                   MOVE GRADE-WORK TO GRD-EDIT
                   MOVE GRD-EDIT TO SLD-GRADE-OUT
                   EVALUATE TRUE
                       WHEN GRADE-VALID-SW = 'N'
                           MOVE "NOT COUNTED" TO SLD-REMARK-OUT
                       WHEN GRADE-WORK > 3.00
                           MOVE "FAILED" TO SLD-REMARK-OUT
                       WHEN OTHER
                           MOVE "PASSED" TO SLD-REMARK-OUT
                   END-EVALUATE
           END-EVALUATE
           MOVE SLIP-DETAIL-LINE TO PRINT-HOLD
           PERFORM WRITE-SLIP-LINE.

      * STUDENT-REPORT's RECORD-STUDENT-EXCEPTIONS rules: probation
      * for an average worse than 3.00 or any failed subject; dean's
      * list for 1.75 or better with no grade left uncounted. A student
      * who meets both (a failed subject under a high average) is on
      * probation - a failing grade cannot ride on an honors slip.
       DETERMINE-STANDING.
           EVALUATE TRUE
               WHEN AVE-CALC > 3.00
                   MOVE "ACADEMIC PROBATION - LOW AVERAGE"
                       TO STANDING-TEXT
               WHEN STUDENT-FAILED-SW = 'Y'
                   MOVE "ACADEMIC PROBATION - FAILED SUBJECT"
                       TO STANDING-TEXT
               WHEN AVE-CALC <= 1.75 AND STUDENT-REJ-SW = 'N'
                   MOVE "DEAN'S LIST" TO STANDING-TEXT
               WHEN OTHER
                   MOVE "GOOD STANDING" TO STANDING-TEXT
           END-EVALUATE.

       LOOKUP-DEPARTMENT.
           MOVE 0 TO DEPT-FOUND-IDX
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-TABLE-COUNT
                   OR DEPT-FOUND-IDX > 0
               IF DEPT-TABLE-CD (DEPT-IDX) = SLP-HOME-DEPT (SLP-IDX)
                   MOVE DEPT-IDX TO DEPT-FOUND-IDX
               END-IF
           END-PERFORM.

      * Every slip line passes through here so the page depth is
      * enforced in one place, as STUDENT-REPORT's WRITE-REPORT-LINE.
       WRITE-SLIP-LINE.
           IF LINE-CTR >= LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF
           WRITE SLIP-LINE FROM PRINT-HOLD
           ADD 1 TO LINE-CTR.

      * Pad the page being left to the full form depth, then write
      * the heading block - student lines included, so a slip that
      * runs onto a second page still says whose it is.
       START-NEW-PAGE.
           IF PAGE-NO > 0
               MOVE SPACES TO SLIP-LINE
               PERFORM UNTIL LINE-CTR >= LINES-PER-PAGE
                   WRITE SLIP-LINE
                   ADD 1 TO LINE-CTR
               END-PERFORM
           END-IF
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO HDR-PAGE-NO-OUT
           WRITE SLIP-LINE FROM HEADER-1
           WRITE SLIP-LINE FROM HEADER-2
           WRITE SLIP-LINE FROM HEADER-3
           WRITE SLIP-LINE FROM HEADER-TERM
           WRITE SLIP-LINE FROM HEADER-PAGE-LINE
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           WRITE SLIP-LINE FROM SLIP-STUDENT-LINE
           WRITE SLIP-LINE FROM SLIP-NAME-LINE
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           WRITE SLIP-LINE FROM SLIP-COLUMN-HEADER
           MOVE SPACES TO SLIP-LINE
           WRITE SLIP-LINE
           MOVE 11 TO LINE-CTR.

       LOAD-DEPARTMENT-TABLE.
           MOVE 'N' TO DEPT-EOF-FLAG
           OPEN INPUT DEPT-FILE
           IF DEPTFILE-STATUS NOT = "00"
               DISPLAY "GRADE-SLIP: CANNOT OPEN DEPARTMENT.DAT - "
                   "FILE STATUS " DEPTFILE-STATUS
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
               DISPLAY "GRADE-SLIP: CANNOT OPEN SUBJECT.DAT - "
                   "FILE STATUS " SUBJFILE-STATUS
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
               DISPLAY "GRADE-SLIP: CANNOT OPEN "
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
               DISPLAY "GRADE-SLIP: CANNOT OPEN TERM-CALENDAR.DAT "
                   "- FILE STATUS " CALENDAR-FILE-STATUS
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
                           MOVE CAL-TERM TO CAL-TAB-TERM (CAL-COUNT)
                       ELSE
                           DISPLAY "TERM-CALENDAR.DAT has more "
                               "records than this program can hold "
                               "- load truncated."
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE.
