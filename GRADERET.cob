       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-RETURN.
       AUTHOR. Julius Castillejo.
       DATE-WRITTEN. 2026-10-15.

      * Modification History
      *   2026-10-15  JC  Initial version. Intake of the grade sheets
      *                   the faculty return electronically in place
      *                   of the marked-up GRADE-SHEET-<subject>.TXT
      *                   printouts the enrollment office used to
      *                   rekey. Each returned GRADE-RETURN-<subject>
      *                   .DAT (subject, student number, grade, faculty
      *                   ID per line) is compared with the subject's
      *                   enrollment on STUDENT.DAT, and every
      *                   difference goes to GRADE-RETURN-VARIANCE.TXT:
      *                   a changed grade, an INC now resolved, a
      *                   student on the sheet but not enrolled, an
      *                   enrolled student left off the sheet, and any
      *                   line that cannot be taken as it stands. The
      *                   accepted changes are written as corrections
      *                   to GRADE-RETURN-TRANS.DAT in STUDENT-TRANS.DAT
      *                   format, so STUDENT-BATCH applies them under
      *                   its usual validation, audit and dean's hold.
      *                   A sheet not returned once the term's grade-
      *                   submission deadline on TERM-CALENDAR.DAT has
      *                   passed goes on GRADE-SHEET-CHASE.TXT. Run
      *                   with a subject code on the command line for
      *                   one sheet, or with none for every subject
      *                   with students enrolled - the same selection
      *                   GRADE-SHEET makes.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INFILE ASSIGN TO "STUDENT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STUDENT-KEY
               FILE STATUS IS INFILE-STATUS.
           SELECT SUBJ-FILE ASSIGN TO "SUBJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUBJFILE-STATUS.
           SELECT STMAST-FILE ASSIGN TO "STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMAST-FILE-STATUS.
           SELECT CALENDAR-FILE ASSIGN TO "TERM-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT OPTIONAL RETURN-FILE
               ASSIGN TO DYNAMIC RETURN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RETURN-FILE-STATUS.
           SELECT VARIANCE-FILE ASSIGN TO "GRADE-RETURN-VARIANCE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VARIANCE-FILE-STATUS.
           SELECT TRANS-FILE ASSIGN TO "GRADE-RETURN-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT CHASE-FILE ASSIGN TO "GRADE-SHEET-CHASE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHASE-FILE-STATUS.

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

      * One line per student as the faculty return it. The grade is
      * typed the way the enrollment office keys STUDENT-TRANS.DAT
      * ("1.5", "1.50", "3") or as INC.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05  RET-SUBJ            PIC X(6).
           05  RET-SNO             PIC X(3).
           05  RET-GRD-TEXT        PIC X(6).
           05  RET-FACULTY-ID      PIC X(8).

       FD  VARIANCE-FILE.
       01  VARIANCE-LINE           PIC X(100).

      * Same layout STUDENT-BATCH reads from STUDENT-TRANS.DAT.
       FD  TRANS-FILE.
       01  TRANS-RECORD.
           05  TRN-ACTION          PIC X(1).
           05  TRN-DEPT-CD         PIC X(3).
           05  TRN-SNO             PIC X(3).
           05  TRN-SUBJ            PIC X(6).
           05  TRN-SNAME           PIC X(25).
           05  TRN-GRD-TEXT        PIC X(6).
           05  TRN-TERM            PIC X(5).
           05  TRN-REASON-CD       PIC X(2).

       FD  CHASE-FILE.
       01  CHASE-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01  EOF-FLAG                PIC X VALUE 'N'.
       01  RETURN-EOF-FLAG         PIC X VALUE 'N'.
       01  INFILE-STATUS           PIC XX.
       01  SUBJFILE-STATUS         PIC XX.
       01  STMAST-FILE-STATUS      PIC XX.
       01  CALENDAR-FILE-STATUS    PIC XX.
       01  RETURN-FILE-STATUS      PIC XX.
       01  VARIANCE-FILE-STATUS    PIC XX.
       01  TRANS-FILE-STATUS       PIC XX.
       01  CHASE-FILE-STATUS       PIC XX.
       01  RETURN-FILE-NAME        PIC X(30).

      * Command-line selection: one subject code, or none for every
      * subject on SUBJECT.DAT.
       01  ARG-COUNT               PIC 9 VALUE 0.
       01  WANTED-SUBJ             PIC X(6) VALUE SPACES.

       01  RUN-DATE                PIC X(8).
       01  REPORT-TERM             PIC X(5) VALUE SPACES.
       01  GRADE-DEADLINE          PIC X(8) VALUE SPACES.
       01  CURR-SUBJ               PIC X(6).
       01  CURR-FACULTY-ID         PIC X(8).
       01  SUBJ-ENROLLED-CTR       PIC 9(4) VALUE 0.

       01  SHEETS-RETURNED-CTR     PIC 9(3) VALUE 0.
       01  SHEETS-OVERDUE-CTR      PIC 9(3) VALUE 0.
       01  SHEETS-AWAITED-CTR      PIC 9(3) VALUE 0.
       01  VARIANCE-CTR            PIC 9(5) VALUE 0.
       01  ACCEPTED-CTR            PIC 9(5) VALUE 0.
       01  NOT-ACCEPTED-CTR        PIC 9(5) VALUE 0.
       01  SHEET-LINE-CTR          PIC 9(4) VALUE 0.
       01  SHEET-VARIANCE-CTR      PIC 9(4) VALUE 0.
       01  SHEET-ACCEPTED-CTR      PIC 9(4) VALUE 0.
       01  SHEETS-RETURNED-OUT     PIC ZZ9.
       01  SHEETS-OVERDUE-OUT      PIC ZZ9.
       01  SHEETS-AWAITED-OUT      PIC ZZ9.
       01  VARIANCE-CTR-OUT        PIC ZZZZ9.
       01  ACCEPTED-CTR-OUT        PIC ZZZZ9.

      * Per sheet line: the enrollment entry it matched, the grade the
      * faculty returned, and how the difference is disposed of.
       01  ENROLL-FOUND-IDX        PIC 9(4) VALUE 0.
       01  SHEET-GRD-KIND          PIC X VALUE SPACE.
           88  SHEET-GRD-NUMERIC              VALUE 'N'.
           88  SHEET-GRD-INC                  VALUE 'I'.
           88  SHEET-GRD-BLANK                VALUE 'B'.
           88  SHEET-GRD-INVALID              VALUE 'X'.
       01  FILED-GRD-KIND          PIC X VALUE SPACE.
           88  FILED-GRD-NUMERIC              VALUE 'N'.
           88  FILED-GRD-INC                  VALUE 'I'.
           88  FILED-GRD-OTHER                VALUE 'X'.
       01  VARIANCE-TEXT           PIC X(20) VALUE SPACES.
       01  ACTION-TEXT             PIC X(14) VALUE SPACES.
       01  CHANGE-REASON-CD        PIC X(2) VALUE SPACES.
       01  GRD-EDIT                PIC Z.99.
       01  TRANS-GRD-EDIT          PIC 9.99.

      * Numeric view of a filed grade's bytes for the edited picture -
      * same convention as GRADE-SHEET's GRADE-WORK.
       01  GRADE-WORK              PIC 9V99.
       01  GRADE-WORK-X REDEFINES GRADE-WORK PIC X(3).
       01  STMAST-WANTED-SNO       PIC X(3).

      * Every grade line on STUDENT.DAT, collected in one pass - the
      * DEPT-CD/SNO/SUBJ key order cannot group by subject on its own.
      * ENR-ON-SHEET marks the lines a returned sheet accounted for.
       01  ENROLL-COUNT            PIC 9(4) VALUE 0.
       01  ENROLL-MAX              PIC 9(4) VALUE 2000.
       01  ENROLL-IDX              PIC 9(4) VALUE 0.
       01  ENROLL-ENTRIES.
           05  ENROLL-ENTRY OCCURS 2000 TIMES
                                   INDEXED BY ENROLL-TAB-IDX.
               10  ENR-SUBJ            PIC X(6).
               10  ENR-SNO             PIC X(3).
               10  ENR-DEPT-CD         PIC X(3).
               10  ENR-SNAME           PIC X(25).
               10  ENR-GRD             PIC X(3).
               10  ENR-TERM            PIC X(5).
               10  ENR-ON-SHEET        PIC X.

      * In-memory subject master table, loaded the same way
      * GRADE-SHEET loads it.
       01  SUBJ-MAST-EOF-FLAG      PIC X VALUE 'N'.
       01  SUBJ-MAST-COUNT         PIC 9(3) VALUE 0.
       01  SUBJ-MAST-MAX           PIC 9(3) VALUE 200.
       01  SUBJ-MAST-IDX           PIC 9(3) VALUE 0.
      * LOOKUP-SUBJECT scans with its own subscript - SUBJ-MAST-IDX
      * drives the all-subjects outer loop.
       01  SUBJ-SCAN-IDX           PIC 9(3) VALUE 0.
       01  SUBJ-MAST-FOUND-IDX     PIC 9(3) VALUE 0.
       01  SUBJ-MAST-ENTRIES.
           05  SUBJ-MAST-ENTRY OCCURS 200 TIMES
                                   INDEXED BY SUBJ-MAST-TAB-IDX.
               10  SUBJ-MAST-TAB-CD    PIC X(6).
               10  SUBJ-MAST-TAB-TITLE PIC X(30).
               10  SUBJ-MAST-TAB-UNITS PIC 99.

      * In-memory student enrollment master, for the official name on
      * each variance line.
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

      * School-term calendar - only the term's grade-submission
      * deadline is needed here.
       01  CAL-EOF-FLAG            PIC X VALUE 'N'.
       01  CAL-FOUND-SW            PIC X VALUE 'N'.

       01  NEW-GRD                 PIC 9V99.
       01  GRD-TEXT                PIC X(6).
       01  GRD-INT-TEXT            PIC X(4).
       01  GRD-DEC-TEXT            PIC X(4).
       01  GRD-WHOLE               PIC 9(2).
       01  GRD-FRAC                PIC 9(2).
       01  GRD-TEXT-VALID-SW       PIC X VALUE 'N'.

       01  VAR-HEADER-1.
           05  FILLER              PIC X(15) VALUE SPACES.
           05  FILLER              PIC X(50)
               VALUE "POLYTECHNIC UNIVERSITY OF THE PHILIPPINES".

       01  VAR-HEADER-2.
           05  FILLER              PIC X(25) VALUE SPACES.
           05  FILLER              PIC X(25)
               VALUE "Sta. Mesa, Manila".

       01  VAR-HEADER-3.
           05  FILLER              PIC X(17) VALUE SPACES.
           05  FILLER              PIC X(45)
               VALUE "RETURNED GRADE SHEETS - VARIANCE LISTING".

       01  VAR-TERM-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(13)
               VALUE "SCHOOL TERM: ".
           05  VAR-TERM-OUT        PIC X(5).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(10) VALUE "RUN DATE: ".
           05  VAR-RUN-DATE-OUT    PIC X(8).
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(12) VALUE "GRADES DUE: ".
           05  VAR-DEADLINE-OUT    PIC X(8).

       01  VAR-SUBJ-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "SUBJECT: ".
           05  VAR-SUBJ-OUT        PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VAR-TITLE-OUT       PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "RETURNED BY: ".
           05  VAR-FACULTY-OUT     PIC X(8).

       01  VAR-COLUMN-HEADER.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "SNO".
           05  FILLER              PIC X(27) VALUE "NAME".
           05  FILLER              PIC X(9)  VALUE "ON FILE".
           05  FILLER              PIC X(10) VALUE "ON SHEET".
           05  FILLER              PIC X(22) VALUE "VARIANCE".
           05  FILLER              PIC X(14) VALUE "ACTION".

       01  VAR-DETAIL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  VAR-SNO-OUT         PIC X(3).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VAR-SNAME-OUT       PIC X(25).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VAR-FILED-GRD-OUT   PIC X(5).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  VAR-SHEET-GRD-OUT   PIC X(6).
           05  FILLER              PIC X(4)  VALUE SPACES.
           05  VAR-VARIANCE-OUT    PIC X(20).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  VAR-ACTION-OUT      PIC X(14).

       01  VAR-SHEET-COUNT-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(16)
               VALUE "LINES ON SHEET: ".
           05  VAR-SHEET-LINES-OUT PIC ZZZ9.
           05  FILLER              PIC X(13)
               VALUE "   ENROLLED: ".
           05  VAR-SHEET-ENR-OUT   PIC ZZZ9.
           05  FILLER              PIC X(14)
               VALUE "   VARIANCES: ".
           05  VAR-SHEET-VAR-OUT   PIC ZZZ9.
           05  FILLER              PIC X(13)
               VALUE "   ACCEPTED: ".
           05  VAR-SHEET-ACC-OUT   PIC ZZZ9.

       01  VAR-TOTAL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(17)
               VALUE "SHEETS RETURNED: ".
           05  VAR-TOT-SHEETS-OUT  PIC ZZ9.
           05  FILLER              PIC X(14)
               VALUE "   VARIANCES: ".
           05  VAR-TOT-VAR-OUT     PIC ZZZZ9.
           05  FILLER              PIC X(21)
               VALUE "   CHANGES ACCEPTED: ".
           05  VAR-TOT-ACC-OUT     PIC ZZZZ9.

       01  CHASE-HEADER-3.
           05  FILLER              PIC X(20) VALUE SPACES.
           05  FILLER              PIC X(40)
               VALUE "GRADE SHEETS NOT RETURNED - CHASE LIST".

       01  CHASE-COLUMN-HEADER.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(9)  VALUE "SUBJECT".
           05  FILLER              PIC X(32) VALUE "TITLE".
           05  FILLER              PIC X(10) VALUE "ENROLLED".
           05  FILLER              PIC X(10) VALUE "WAS DUE".

       01  CHASE-DETAIL-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  CHS-SUBJ-OUT        PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  CHS-TITLE-OUT       PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CHS-ENROLLED-OUT    PIC ZZZ9.
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  CHS-DEADLINE-OUT    PIC X(8).

       01  CHASE-COUNT-LINE.
           05  FILLER              PIC X(5)  VALUE SPACES.
           05  FILLER              PIC X(17)
               VALUE "SHEETS OVERDUE: ".
           05  CHS-TOT-OUT         PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-SELECTION
           PERFORM LOAD-SUBJECT-TABLE
           PERFORM LOAD-STUDENT-MASTER-TABLE
           IF WANTED-SUBJ NOT = SPACES
               PERFORM CHECK-WANTED-SUBJECT
           END-IF
           PERFORM COLLECT-GRADE-LINES
           PERFORM FIND-GRADE-DEADLINE
           PERFORM OPEN-OUTPUT-FILES
           IF WANTED-SUBJ NOT = SPACES
               MOVE WANTED-SUBJ TO CURR-SUBJ
               PERFORM PROCESS-SUBJECT
           ELSE
               PERFORM PROCESS-SUBJECT-IF-ENROLLED
                   VARYING SUBJ-MAST-IDX FROM 1 BY 1
                   UNTIL SUBJ-MAST-IDX > SUBJ-MAST-COUNT
           END-IF
           PERFORM CLOSE-OUTPUT-FILES
           MOVE SHEETS-RETURNED-CTR TO SHEETS-RETURNED-OUT
           MOVE VARIANCE-CTR TO VARIANCE-CTR-OUT
           MOVE ACCEPTED-CTR TO ACCEPTED-CTR-OUT
           MOVE SHEETS-OVERDUE-CTR TO SHEETS-OVERDUE-OUT
           MOVE SHEETS-AWAITED-CTR TO SHEETS-AWAITED-OUT
           DISPLAY "GRADE-RETURN: " SHEETS-RETURNED-OUT
               " sheet(s) returned, " VARIANCE-CTR-OUT
               " variance(s), " ACCEPTED-CTR-OUT
               " change(s) written to GRADE-RETURN-TRANS.DAT."
           DISPLAY "GRADE-RETURN: " SHEETS-OVERDUE-OUT
               " sheet(s) overdue on GRADE-SHEET-CHASE.TXT, "
               SHEETS-AWAITED-OUT " not yet due."
           IF NOT-ACCEPTED-CTR > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       GET-SELECTION.
           ACCEPT ARG-COUNT FROM ARGUMENT-NUMBER
           IF ARG-COUNT > 0
               ACCEPT WANTED-SUBJ FROM ARGUMENT-VALUE
           END-IF.

       CHECK-WANTED-SUBJECT.
           MOVE WANTED-SUBJ TO CURR-SUBJ
           PERFORM LOOKUP-SUBJECT
           IF SUBJ-MAST-FOUND-IDX = 0
               DISPLAY "GRADE-RETURN: SUBJECT " WANTED-SUBJ " IS NOT "
                   "ON SUBJECT.DAT - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       COLLECT-GRADE-LINES.
           OPEN INPUT INFILE
           IF INFILE-STATUS NOT = "00"
               DISPLAY "GRADE-RETURN: CANNOT OPEN STUDENT.DAT - "
                   "FILE STATUS " INFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL EOF-FLAG = 'Y'
               READ INFILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                   NOT AT END
                       MOVE TERM-IN TO REPORT-TERM
                       IF WANTED-SUBJ = SPACES
                           OR SUBJ = WANTED-SUBJ
                           PERFORM KEEP-GRADE-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE INFILE.

       KEEP-GRADE-LINE.
           IF ENROLL-COUNT < ENROLL-MAX
               ADD 1 TO ENROLL-COUNT
               MOVE SUBJ TO ENR-SUBJ (ENROLL-COUNT)
               MOVE SNO-IN TO ENR-SNO (ENROLL-COUNT)
               MOVE DEPT-CD TO ENR-DEPT-CD (ENROLL-COUNT)
               MOVE SNAME-IN TO ENR-SNAME (ENROLL-COUNT)
               MOVE GRD-ALPHA TO ENR-GRD (ENROLL-COUNT)
               MOVE TERM-IN TO ENR-TERM (ENROLL-COUNT)
               MOVE 'N' TO ENR-ON-SHEET (ENROLL-COUNT)
           ELSE
               DISPLAY "STUDENT.DAT has more grade lines than this "
                   "program can hold - intake truncated."
           END-IF.

      * The chase list needs the term's grade-submission deadline. A
      * term the calendar does not know has no deadline, so nothing
      * can be called overdue - every missing sheet is only awaited.
       FIND-GRADE-DEADLINE.
           MOVE 'N' TO CAL-EOF-FLAG
           MOVE 'N' TO CAL-FOUND-SW
           OPEN INPUT CALENDAR-FILE
           IF CALENDAR-FILE-STATUS NOT = "00"
               DISPLAY "GRADE-RETURN: CANNOT OPEN TERM-CALENDAR.DAT - "
                   "FILE STATUS " CALENDAR-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL CAL-EOF-FLAG = 'Y' OR CAL-FOUND-SW = 'Y'
               READ CALENDAR-FILE
                   AT END
                       MOVE 'Y' TO CAL-EOF-FLAG
                   NOT AT END
                       IF CAL-TERM = REPORT-TERM
                           MOVE CAL-GRADE-DEADLINE TO GRADE-DEADLINE
                           MOVE 'Y' TO CAL-FOUND-SW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CALENDAR-FILE
           IF CAL-FOUND-SW = 'N' AND REPORT-TERM NOT = SPACES
               DISPLAY "GRADE-RETURN: TERM " REPORT-TERM " IS NOT ON "
                   "TERM-CALENDAR.DAT - NO SHEET CAN BE CALLED OVERDUE"
           END-IF.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT VARIANCE-FILE
           IF VARIANCE-FILE-STATUS NOT = "00"
               DISPLAY "GRADE-RETURN: CANNOT OPEN "
                   "GRADE-RETURN-VARIANCE.TXT - FILE STATUS "
                   VARIANCE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANS-FILE
           IF TRANS-FILE-STATUS NOT = "00"
               DISPLAY "GRADE-RETURN: CANNOT OPEN "
                   "GRADE-RETURN-TRANS.DAT - FILE STATUS "
                   TRANS-FILE-STATUS
               CLOSE VARIANCE-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CHASE-FILE
           IF CHASE-FILE-STATUS NOT = "00"
               DISPLAY "GRADE-RETURN: CANNOT OPEN "
                   "GRADE-SHEET-CHASE.TXT - FILE STATUS "
                   CHASE-FILE-STATUS
               CLOSE VARIANCE-FILE
               CLOSE TRANS-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REPORT-TERM TO VAR-TERM-OUT
           MOVE RUN-DATE TO VAR-RUN-DATE-OUT
           MOVE GRADE-DEADLINE TO VAR-DEADLINE-OUT
           WRITE VARIANCE-LINE FROM VAR-HEADER-1
           WRITE VARIANCE-LINE FROM VAR-HEADER-2
           WRITE VARIANCE-LINE FROM VAR-HEADER-3
           WRITE VARIANCE-LINE FROM VAR-TERM-LINE
           WRITE CHASE-LINE FROM VAR-HEADER-1
           WRITE CHASE-LINE FROM VAR-HEADER-2
           WRITE CHASE-LINE FROM CHASE-HEADER-3
           WRITE CHASE-LINE FROM VAR-TERM-LINE
           MOVE SPACES TO CHASE-LINE
           WRITE CHASE-LINE
           WRITE CHASE-LINE FROM CHASE-COLUMN-HEADER.

       CLOSE-OUTPUT-FILES.
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE SHEETS-RETURNED-CTR TO VAR-TOT-SHEETS-OUT
           MOVE VARIANCE-CTR TO VAR-TOT-VAR-OUT
           MOVE ACCEPTED-CTR TO VAR-TOT-ACC-OUT
           WRITE VARIANCE-LINE FROM VAR-TOTAL-LINE
           MOVE SPACES TO CHASE-LINE
           WRITE CHASE-LINE
           MOVE SHEETS-OVERDUE-CTR TO CHS-TOT-OUT
           WRITE CHASE-LINE FROM CHASE-COUNT-LINE
           CLOSE VARIANCE-FILE
           CLOSE TRANS-FILE
           CLOSE CHASE-FILE.

      * All-subjects mode: only a subject with at least one enrolled
      * student was sent a sheet, so only those are expected back.
       PROCESS-SUBJECT-IF-ENROLLED.
           MOVE SUBJ-MAST-TAB-CD (SUBJ-MAST-IDX) TO CURR-SUBJ
           MOVE 0 TO SUBJ-ENROLLED-CTR
           PERFORM VARYING ENROLL-IDX FROM 1 BY 1
                   UNTIL ENROLL-IDX > ENROLL-COUNT
                   OR SUBJ-ENROLLED-CTR > 0
               IF ENR-SUBJ (ENROLL-IDX) = CURR-SUBJ
                   ADD 1 TO SUBJ-ENROLLED-CTR
               END-IF
           END-PERFORM
           IF SUBJ-ENROLLED-CTR > 0
               PERFORM PROCESS-SUBJECT
           END-IF.

       PROCESS-SUBJECT.
           PERFORM LOOKUP-SUBJECT
           MOVE 0 TO SUBJ-ENROLLED-CTR
           PERFORM VARYING ENROLL-IDX FROM 1 BY 1
                   UNTIL ENROLL-IDX > ENROLL-COUNT
               IF ENR-SUBJ (ENROLL-IDX) = CURR-SUBJ
                   ADD 1 TO SUBJ-ENROLLED-CTR
               END-IF
           END-PERFORM
           MOVE SPACES TO RETURN-FILE-NAME
           STRING "GRADE-RETURN-" DELIMITED BY SIZE
               CURR-SUBJ DELIMITED BY SPACE
               ".DAT" DELIMITED BY SIZE
               INTO RETURN-FILE-NAME
           END-STRING
           OPEN INPUT RETURN-FILE
      * The return file is OPTIONAL - a sheet the faculty have not
      * sent back opens with status 05 and goes to the chase list
      * once the deadline has passed.
           EVALUATE RETURN-FILE-STATUS
               WHEN "00"
                   PERFORM PROCESS-RETURNED-SHEET
                   CLOSE RETURN-FILE
               WHEN "05"
                   CLOSE RETURN-FILE
                   PERFORM NOTE-SHEET-NOT-RETURNED
               WHEN OTHER
                   DISPLAY "GRADE-RETURN: CANNOT OPEN "
                       RETURN-FILE-NAME " - FILE STATUS "
                       RETURN-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       NOTE-SHEET-NOT-RETURNED.
           IF GRADE-DEADLINE NOT = SPACES
               AND RUN-DATE > GRADE-DEADLINE
               ADD 1 TO SHEETS-OVERDUE-CTR
               MOVE CURR-SUBJ TO CHS-SUBJ-OUT
               IF SUBJ-MAST-FOUND-IDX > 0
                   MOVE SUBJ-MAST-TAB-TITLE (SUBJ-MAST-FOUND-IDX)
                       TO CHS-TITLE-OUT
               ELSE
                   MOVE "UNKNOWN SUBJECT" TO CHS-TITLE-OUT
               END-IF
               MOVE SUBJ-ENROLLED-CTR TO CHS-ENROLLED-OUT
               MOVE GRADE-DEADLINE TO CHS-DEADLINE-OUT
               WRITE CHASE-LINE FROM CHASE-DETAIL-LINE
           ELSE
               ADD 1 TO SHEETS-AWAITED-CTR
           END-IF.

       PROCESS-RETURNED-SHEET.
           ADD 1 TO SHEETS-RETURNED-CTR
           MOVE 0 TO SHEET-LINE-CTR
           MOVE 0 TO SHEET-VARIANCE-CTR
           MOVE 0 TO SHEET-ACCEPTED-CTR
           MOVE SPACES TO CURR-FACULTY-ID
           MOVE 'N' TO RETURN-EOF-FLAG
           MOVE SPACES TO VARIANCE-LINE
           WRITE VARIANCE-LINE
           MOVE CURR-SUBJ TO VAR-SUBJ-OUT
           IF SUBJ-MAST-FOUND-IDX > 0
               MOVE SUBJ-MAST-TAB-TITLE (SUBJ-MAST-FOUND-IDX)
                   TO VAR-TITLE-OUT
           ELSE
               MOVE "UNKNOWN SUBJECT" TO VAR-TITLE-OUT
           END-IF
      * The faculty ID in the subject heading is the first one on the
      * sheet - read ahead for it, then compare line by line.
           READ RETURN-FILE
               AT END
                   MOVE 'Y' TO RETURN-EOF-FLAG
               NOT AT END
                   MOVE RET-FACULTY-ID TO CURR-FACULTY-ID
           END-READ
           MOVE CURR-FACULTY-ID TO VAR-FACULTY-OUT
           WRITE VARIANCE-LINE FROM VAR-SUBJ-LINE
           WRITE VARIANCE-LINE FROM VAR-COLUMN-HEADER
           PERFORM UNTIL RETURN-EOF-FLAG = 'Y'
               ADD 1 TO SHEET-LINE-CTR
               PERFORM COMPARE-SHEET-LINE
               READ RETURN-FILE
                   AT END
                       MOVE 'Y' TO RETURN-EOF-FLAG
               END-READ
           END-PERFORM
           PERFORM LIST-LEFT-OFF-SHEET
               VARYING ENROLL-IDX FROM 1 BY 1
               UNTIL ENROLL-IDX > ENROLL-COUNT
           MOVE SHEET-LINE-CTR TO VAR-SHEET-LINES-OUT
           MOVE SUBJ-ENROLLED-CTR TO VAR-SHEET-ENR-OUT
           MOVE SHEET-VARIANCE-CTR TO VAR-SHEET-VAR-OUT
           MOVE SHEET-ACCEPTED-CTR TO VAR-SHEET-ACC-OUT
           WRITE VARIANCE-LINE FROM VAR-SHEET-COUNT-LINE.

      * A line is taken only when it is for this sheet's subject,
      * signed by a faculty ID, names a student enrolled in the
      * subject, and has not already been given on the sheet.
       COMPARE-SHEET-LINE.
           MOVE 0 TO ENROLL-FOUND-IDX
           PERFORM VARYING ENROLL-IDX FROM 1 BY 1
                   UNTIL ENROLL-IDX > ENROLL-COUNT
                   OR ENROLL-FOUND-IDX > 0
               IF ENR-SUBJ (ENROLL-IDX) = CURR-SUBJ
                   AND ENR-SNO (ENROLL-IDX) = RET-SNO
                   MOVE ENROLL-IDX TO ENROLL-FOUND-IDX
               END-IF
           END-PERFORM
           PERFORM CLASSIFY-SHEET-GRADE
           MOVE SPACES TO VARIANCE-TEXT
           MOVE SPACES TO ACTION-TEXT
           MOVE SPACES TO CHANGE-REASON-CD
           EVALUATE TRUE
               WHEN RET-SUBJ NOT = CURR-SUBJ
                   MOVE "WRONG SUBJECT" TO VARIANCE-TEXT
                   MOVE "NOT ACCEPTED" TO ACTION-TEXT
               WHEN RET-FACULTY-ID = SPACES
                   MOVE "NO FACULTY ID" TO VARIANCE-TEXT
                   MOVE "NOT ACCEPTED" TO ACTION-TEXT
               WHEN ENROLL-FOUND-IDX = 0
                   MOVE "NOT ENROLLED" TO VARIANCE-TEXT
                   MOVE "NOT ACCEPTED" TO ACTION-TEXT
               WHEN ENR-ON-SHEET (ENROLL-FOUND-IDX) = 'Y'
                   MOVE "DUPLICATE LINE" TO VARIANCE-TEXT
                   MOVE "NOT ACCEPTED" TO ACTION-TEXT
               WHEN OTHER
                   MOVE 'Y' TO ENR-ON-SHEET (ENROLL-FOUND-IDX)
                   PERFORM COMPARE-GRADES
           END-EVALUATE
           IF VARIANCE-TEXT NOT = SPACES
               PERFORM WRITE-SHEET-VARIANCE
           END-IF.

       CLASSIFY-SHEET-GRADE.
           EVALUATE TRUE
               WHEN RET-GRD-TEXT = SPACES
                   MOVE 'B' TO SHEET-GRD-KIND
               WHEN RET-GRD-TEXT = "INC"
                   MOVE 'I' TO SHEET-GRD-KIND
               WHEN OTHER
                   MOVE RET-GRD-TEXT TO GRD-TEXT
                   PERFORM PARSE-GRADE-TEXT
                   IF GRD-TEXT-VALID-SW = 'Y'
                       AND NEW-GRD >= 1.00 AND NEW-GRD <= 5.00
                       MOVE 'N' TO SHEET-GRD-KIND
                   ELSE
                       MOVE 'X' TO SHEET-GRD-KIND
                   END-IF
           END-EVALUATE.

      * Only a numeric grade in range can go forward - STUDENT-BATCH
      * takes nothing else. A changed grade is sent as an encoding
      * correction (EE), a resolved INC as an INC completion (IC), so
      * a correction the dean must approve already carries its reason.
       COMPARE-GRADES.
           MOVE ENR-GRD (ENROLL-FOUND-IDX) TO GRADE-WORK-X
           EVALUATE TRUE
               WHEN GRADE-WORK-X = "INC" OR GRADE-WORK-X = SPACES
                   MOVE 'I' TO FILED-GRD-KIND
               WHEN GRADE-WORK IS NUMERIC
                   MOVE 'N' TO FILED-GRD-KIND
               WHEN OTHER
                   MOVE 'X' TO FILED-GRD-KIND
           END-EVALUATE
           EVALUATE TRUE
               WHEN SHEET-GRD-BLANK
                   MOVE "NO GRADE ON SHEET" TO VARIANCE-TEXT
                   MOVE "NOT ACCEPTED" TO ACTION-TEXT
               WHEN SHEET-GRD-INVALID
                   MOVE "INVALID GRADE" TO VARIANCE-TEXT
                   MOVE "NOT ACCEPTED" TO ACTION-TEXT
               WHEN SHEET-GRD-INC AND FILED-GRD-INC
                   CONTINUE
               WHEN SHEET-GRD-INC
                   MOVE "CHANGED TO INC" TO VARIANCE-TEXT
                   MOVE "NOT ACCEPTED" TO ACTION-TEXT
               WHEN FILED-GRD-INC
                   MOVE "INC RESOLVED" TO VARIANCE-TEXT
                   MOVE "IC" TO CHANGE-REASON-CD
                   PERFORM WRITE-CHANGE-TRANSACTION
               WHEN FILED-GRD-NUMERIC AND GRADE-WORK = NEW-GRD
                   CONTINUE
               WHEN OTHER
                   MOVE "GRADE CHANGED" TO VARIANCE-TEXT
                   MOVE "EE" TO CHANGE-REASON-CD
                   PERFORM WRITE-CHANGE-TRANSACTION
           END-EVALUATE.

       WRITE-CHANGE-TRANSACTION.
           MOVE 'C' TO TRN-ACTION
           MOVE ENR-DEPT-CD (ENROLL-FOUND-IDX) TO TRN-DEPT-CD
           MOVE ENR-SNO (ENROLL-FOUND-IDX) TO TRN-SNO
           MOVE ENR-SUBJ (ENROLL-FOUND-IDX) TO TRN-SUBJ
           MOVE ENR-SNAME (ENROLL-FOUND-IDX) TO TRN-SNAME
           MOVE NEW-GRD TO TRANS-GRD-EDIT
           MOVE TRANS-GRD-EDIT TO TRN-GRD-TEXT
           MOVE ENR-TERM (ENROLL-FOUND-IDX) TO TRN-TERM
           MOVE CHANGE-REASON-CD TO TRN-REASON-CD
           WRITE TRANS-RECORD
           IF TRANS-FILE-STATUS = "00"
               MOVE "TRANS WRITTEN" TO ACTION-TEXT
               ADD 1 TO ACCEPTED-CTR
               ADD 1 TO SHEET-ACCEPTED-CTR
           ELSE
               DISPLAY "GRADE-RETURN: GRADE-RETURN-TRANS.DAT WRITE "
                   "FAILED - FILE STATUS " TRANS-FILE-STATUS
               MOVE "WRITE FAILED" TO ACTION-TEXT
               MOVE 8 TO RETURN-CODE
           END-IF.

       WRITE-SHEET-VARIANCE.
           ADD 1 TO VARIANCE-CTR
           ADD 1 TO SHEET-VARIANCE-CTR
           IF ACTION-TEXT = "NOT ACCEPTED"
               ADD 1 TO NOT-ACCEPTED-CTR
           END-IF
           MOVE RET-SNO TO VAR-SNO-OUT
           MOVE RET-SNO TO STMAST-WANTED-SNO
           PERFORM LOOKUP-STUDENT-MASTER
           PERFORM MOVE-STUDENT-NAME
           IF ENROLL-FOUND-IDX > 0
               MOVE ENR-GRD (ENROLL-FOUND-IDX) TO GRADE-WORK-X
               PERFORM EDIT-FILED-GRADE
           ELSE
               MOVE SPACES TO VAR-FILED-GRD-OUT
           END-IF
           MOVE RET-GRD-TEXT TO VAR-SHEET-GRD-OUT
           MOVE VARIANCE-TEXT TO VAR-VARIANCE-OUT
           MOVE ACTION-TEXT TO VAR-ACTION-OUT
           WRITE VARIANCE-LINE FROM VAR-DETAIL-LINE.

      * An enrolled student the sheet never mentions keeps the grade
      * on file; the office follows up with the instructor.
       LIST-LEFT-OFF-SHEET.
           IF ENR-SUBJ (ENROLL-IDX) = CURR-SUBJ
               AND ENR-ON-SHEET (ENROLL-IDX) = 'N'
               ADD 1 TO VARIANCE-CTR
               ADD 1 TO SHEET-VARIANCE-CTR
               MOVE ENR-SNO (ENROLL-IDX) TO VAR-SNO-OUT
               MOVE ENR-SNO (ENROLL-IDX) TO STMAST-WANTED-SNO
               PERFORM LOOKUP-STUDENT-MASTER
               PERFORM MOVE-STUDENT-NAME
               MOVE ENR-GRD (ENROLL-IDX) TO GRADE-WORK-X
               PERFORM EDIT-FILED-GRADE
               MOVE SPACES TO VAR-SHEET-GRD-OUT
               MOVE "LEFT OFF SHEET" TO VAR-VARIANCE-OUT
               MOVE "FOLLOW UP" TO VAR-ACTION-OUT
               WRITE VARIANCE-LINE FROM VAR-DETAIL-LINE
           END-IF.

      * Official name from the enrollment master.
       MOVE-STUDENT-NAME.
           IF STMAST-FOUND-IDX > 0
               MOVE STMAST-TAB-NAME (STMAST-FOUND-IDX)
                   TO VAR-SNAME-OUT
           ELSE
               MOVE "NOT ON STUDENT MASTER" TO VAR-SNAME-OUT
           END-IF.

      * Filed grade through the same Z.99 picture GRADE-SHEET printed
      * it with.
       EDIT-FILED-GRADE.
           EVALUATE TRUE
               WHEN GRADE-WORK-X = SPACES
                   MOVE "BLANK" TO VAR-FILED-GRD-OUT
               WHEN GRADE-WORK-X = "INC"
                   MOVE "INC" TO VAR-FILED-GRD-OUT
               WHEN GRADE-WORK IS NUMERIC
                   MOVE GRADE-WORK TO GRD-EDIT
                   MOVE GRD-EDIT TO VAR-FILED-GRD-OUT
               WHEN OTHER
                   MOVE GRADE-WORK-X TO VAR-FILED-GRD-OUT
           END-EVALUATE.

       LOOKUP-SUBJECT.
           MOVE 0 TO SUBJ-MAST-FOUND-IDX
           PERFORM VARYING SUBJ-SCAN-IDX FROM 1 BY 1
                   UNTIL SUBJ-SCAN-IDX > SUBJ-MAST-COUNT
                   OR SUBJ-MAST-FOUND-IDX > 0
               IF SUBJ-MAST-TAB-CD (SUBJ-SCAN-IDX) = CURR-SUBJ
                   MOVE SUBJ-SCAN-IDX TO SUBJ-MAST-FOUND-IDX
               END-IF
           END-PERFORM.

       LOOKUP-STUDENT-MASTER.
           MOVE 0 TO STMAST-FOUND-IDX
           PERFORM VARYING STMAST-IDX FROM 1 BY 1
                   UNTIL STMAST-IDX > STMAST-COUNT
                   OR STMAST-FOUND-IDX > 0
               IF STMAST-TAB-SNO (STMAST-IDX) = STMAST-WANTED-SNO
                   MOVE STMAST-IDX TO STMAST-FOUND-IDX
               END-IF
           END-PERFORM.

       LOAD-SUBJECT-TABLE.
           MOVE 'N' TO SUBJ-MAST-EOF-FLAG
           OPEN INPUT SUBJ-FILE
           IF SUBJFILE-STATUS NOT = "00"
               DISPLAY "GRADE-RETURN: CANNOT OPEN SUBJECT.DAT - "
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
               DISPLAY "GRADE-RETURN: CANNOT OPEN "
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

      * Grade-text parsing below is the same logic STUDENT-BATCH
      * applies to STUDENT-TRANS.DAT, so a grade the faculty type as
      * "1.5", "1.50" or "3" means here what it means there.
       PARSE-GRADE-TEXT.
           MOVE 'N' TO GRD-TEXT-VALID-SW
           MOVE SPACES TO GRD-INT-TEXT
           MOVE SPACES TO GRD-DEC-TEXT
           UNSTRING GRD-TEXT DELIMITED BY "."
               INTO GRD-INT-TEXT, GRD-DEC-TEXT
           END-UNSTRING

           IF GRD-INT-TEXT (3:2) = SPACES
               AND GRD-DEC-TEXT (3:2) = SPACES
               PERFORM NORMALIZE-GRADE-TEXT
           END-IF.

       NORMALIZE-GRADE-TEXT.
           IF GRD-DEC-TEXT = SPACES
               MOVE "00" TO GRD-DEC-TEXT (1:2)
           END-IF
           IF GRD-DEC-TEXT (2:1) = SPACE
               MOVE "0" TO GRD-DEC-TEXT (2:1)
           END-IF
           IF GRD-INT-TEXT (2:1) = SPACE
               MOVE GRD-INT-TEXT (1:1) TO GRD-INT-TEXT (2:1)
               MOVE "0" TO GRD-INT-TEXT (1:1)
           END-IF

           IF GRD-INT-TEXT (1:2) IS NUMERIC
               AND GRD-DEC-TEXT (1:2) IS NUMERIC
               MOVE GRD-INT-TEXT (1:2) TO GRD-WHOLE
               MOVE GRD-DEC-TEXT (1:2) TO GRD-FRAC
               IF GRD-WHOLE <= 9
                   COMPUTE NEW-GRD = GRD-WHOLE + (GRD-FRAC / 100)
                   MOVE 'Y' TO GRD-TEXT-VALID-SW
               END-IF
           END-IF.
