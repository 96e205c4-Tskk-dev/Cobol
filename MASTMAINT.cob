      *                   master from the in-memory table, so a
      *                   shifted column can no longer poison every
      *                   program that loads these files.
      *   2026-10-15  JC  The operator ID is now checked against the
      *                   new OPERATOR.DAT authorization master: an ID
      *                   not on file or revoked, or holding none of
      *                   the master-file permissions, is refused at
      *                   sign-on, and each master on the file menu is
      *                   refused unless the operator holds that
      *                   file's permission. Every refusal is logged to
      *                   ACCESS-REFUSED.DAT with the ID and what was
      *                   attempted. New file menu choice 4 maintains
      *                   OPERATOR.DAT itself (add, correct name/
      *                   status/permissions, delete), with its own
      *                   before/after trail on OPERATOR-AUDIT.DAT - an
      *                   operator ID is wider than MASTER-AUDIT.DAT's
      *                   key. No operator may change or delete their
      *                   own entry.
      *   2026-10-15  JC  OPERATOR.DAT carries a ninth permission,
      *                   grade-change approval (DEAN-APPROVAL), and a
      *                   dean code tying an approver to one dean's
      *                   departments; both are keyed on the operator
      *                   screen and the dean code must be on
      *                   DEPARTMENT.DAT.
      *   2026-10-15  JC  New file menu choice 5 maintains
      *                   PREREQUISITE.DAT (subject, required subject,
      *                   minimum passing grade) under the subject
      *                   permission: both subjects must be on
      *                   SUBJECT.DAT, a subject cannot require itself
      *                   or a subject that requires it, and a subject
      *                   named on PREREQUISITE.DAT can no longer be
      *                   deleted. Choice 6 grants or revokes a
      *                   registrar's override letting one student past
      *                   one unmet prerequisite (PREREQ-OVERRIDE.DAT),
      *                   under a tenth OPERATOR.DAT permission. Both
      *                   files are audited on MASTER-AUDIT.DAT.
      *   2026-10-15  JC  A prerequisite is now refused when the
      *                   required subject leads back to the subject
      *                   by any chain of prerequisites, not only when
      *                   it names the subject directly.

       ENVIRONMENT DIVISION.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "MASTER-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT OPER-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERFILE-STATUS.
           SELECT OPTIONAL OPER-AUDIT-FILE
               ASSIGN TO "OPERATOR-AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPER-AUDIT-STATUS.
           SELECT OPTIONAL REFUSAL-FILE ASSIGN TO "ACCESS-REFUSED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REFUSAL-FILE-STATUS.
           SELECT OPTIONAL PREREQ-FILE ASSIGN TO "PREREQUISITE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREREQ-FILE-STATUS.
           SELECT OPTIONAL PREREQ-OVR-FILE
               ASSIGN TO "PREREQ-OVERRIDE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREREQ-OVR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  STMAST-HOME-DEPT    PIC X(3).
           05  STMAST-STATUS       PIC X(9).

      * One line per subject/required-subject pair. PRQ-MIN-GRD is the
      * worst grade in the required subject that still satisfies it
      * (1.00 best, 3.00 the plain pass).
       FD  PREREQ-FILE.
       01  PREREQUISITE-RECORD.
           05  PRQ-SUBJ-CD         PIC X(6).
           05  PRQ-REQ-SUBJ-CD     PIC X(6).
           05  PRQ-MIN-GRD         PIC 9V99.

      * A registrar's override: this student may be added to this
      * subject without having met this one prerequisite.
       FD  PREREQ-OVR-FILE.
       01  PREREQ-OVERRIDE-RECORD.
           05  POV-SNO             PIC X(3).
           05  POV-SUBJ-CD         PIC X(6).
           05  POV-REQ-SUBJ-CD     PIC X(6).
           05  POV-GRANTED-BY      PIC X(8).
           05  POV-GRANTED-DATE    PIC X(8).

       FD  STUDENT-FILE.
       01  STUDENT-RECORD.
           05  STUDENT-KEY.
      * the grade key so AUDIT-INQUIRY-style questions can be answered
      * for a master change too. The 40-byte images cover the longest
      * master record (DEPARTMENT and STUDENT-MASTER are 40 bytes,
      * SUBJECT is 38, PREREQ-OVERRIDE 31, PREREQUISITE 15).
       FD  AUDIT-FILE.
       01  AUDIT-RECORD.
           05  AUD-DATE            PIC X(8).
           05  AUD-BEFORE-IMAGE    PIC X(40).
           05  AUD-AFTER-IMAGE     PIC X(40).

      * Operator authorization master: the ID, name, ACTIVE/REVOKED,
      * and one Y/N byte per file or action the operator may touch.
      * The FILLER after the flags is room for permissions yet to
      * come without reshaping the file. OPR-DEAN-CD ties a dean's
      * office approver to one dean's departments (blank = any).
       FD  OPER-FILE.
       01  OPERATOR-RECORD.
           05  OPR-ID              PIC X(8).
           05  OPR-NAME            PIC X(25).
           05  OPR-STATUS          PIC X(7).
           05  OPR-PERMISSIONS.
               10  OPR-GRADE-ADD       PIC X.
               10  OPR-GRADE-CORRECT   PIC X.
               10  OPR-GRADE-DELETE    PIC X.
               10  OPR-DEPT-MAINT      PIC X.
               10  OPR-SUBJ-MAINT      PIC X.
               10  OPR-STMAST-MAINT    PIC X.
               10  OPR-LAPSE-RUN       PIC X.
               10  OPR-OPER-MAINT      PIC X.
               10  OPR-GRADE-APPROVE   PIC X.
               10  OPR-PREREQ-OVERRIDE PIC X.
               10  FILLER              PIC X(5).
           05  OPR-DEAN-CD         PIC X(5).

      * Same shape as MASTER-AUDIT.DAT, keyed on the full operator ID
      * and with images wide enough for the whole operator record.
       FD  OPER-AUDIT-FILE.
       01  OPER-AUDIT-RECORD.
           05  OAUD-DATE           PIC X(8).
           05  OAUD-TIME           PIC X(6).
           05  OAUD-OPERATOR       PIC X(8).
           05  OAUD-ACTION         PIC X(1).
           05  OAUD-KEY            PIC X(8).
           05  OAUD-BEFORE-IMAGE   PIC X(60).
           05  OAUD-AFTER-IMAGE    PIC X(60).

      * One cumulative line per refused sign-on or action, written by
      * every program that checks OPERATOR.DAT.
       FD  REFUSAL-FILE.
       01  REFUSAL-RECORD.
           05  RFL-DATE            PIC X(8).
           05  RFL-TIME            PIC X(6).
           05  RFL-OPERATOR        PIC X(8).
           05  RFL-PROGRAM         PIC X(13).
           05  RFL-ATTEMPT         PIC X(30).
           05  RFL-REASON          PIC X(25).

       WORKING-STORAGE SECTION.

       01  DEPTFILE-STATUS         PIC XX.
       01  STUDENT-FILE-STATUS     PIC XX.
       01  HISTFILE-STATUS         PIC XX.
       01  AUDIT-FILE-STATUS       PIC XX.
       01  OPERFILE-STATUS         PIC XX.
       01  OPER-AUDIT-STATUS       PIC XX.
       01  REFUSAL-FILE-STATUS     PIC XX.
       01  PREREQ-FILE-STATUS      PIC XX.
       01  PREREQ-OVR-STATUS       PIC XX.

      * Who is making this session's changes - written on every audit
      * record, same rule as STUDENT-MAINT.
       01  AUDIT-ACTION            PIC X(1).
       01  AUDIT-FILE-ID           PIC X(3).
       01  AUDIT-KEY-HOLD          PIC X(6).
       01  OPER-BEFORE-HOLD        PIC X(60) VALUE SPACES.
       01  OPER-AFTER-HOLD         PIC X(60) VALUE SPACES.

      * The signed-on operator's OPERATOR.DAT entry, held for the
      * file-menu permission checks, and the refusal being logged.
       01  AUTH-OPERATOR-ENTRY.
           05  AUTH-ID             PIC X(8).
           05  AUTH-NAME           PIC X(25).
           05  AUTH-STATUS         PIC X(7).
           05  AUTH-PERMISSIONS.
               10  AUTH-GRADE-ADD      PIC X.
               10  AUTH-GRADE-CORRECT  PIC X.
               10  AUTH-GRADE-DELETE   PIC X.
               10  AUTH-DEPT-MAINT     PIC X.
               10  AUTH-SUBJ-MAINT     PIC X.
               10  AUTH-STMAST-MAINT   PIC X.
               10  AUTH-LAPSE-RUN      PIC X.
               10  AUTH-OPER-MAINT     PIC X.
               10  AUTH-GRADE-APPROVE  PIC X.
               10  AUTH-PREREQ-OVERRIDE
                                       PIC X.
               10  FILLER              PIC X(5).
           05  AUTH-DEAN-CD        PIC X(5).
       01  REFUSAL-ATTEMPT         PIC X(30) VALUE SPACES.
       01  REFUSAL-REASON          PIC X(25) VALUE SPACES.

       01  FILE-CHOICE             PIC X VALUE SPACE.
           88  FILE-DEPARTMENT                VALUE '1'.
           88  FILE-SUBJECT                   VALUE '2'.
           88  FILE-STUDENT-MAST              VALUE '3'.
           88  FILE-OPERATOR                  VALUE '4'.
           88  FILE-PREREQUISITE              VALUE '5'.
           88  FILE-PREREQ-OVERRIDE           VALUE '6'.
           88  FILE-MENU-EXIT                 VALUE 'X' 'x'.

       01  ACTION-CODE             PIC X VALUE SPACE.
           88  STATUS-VALID                   VALUE "ACTIVE"
                                                    "LOA"
                                                    "WITHDRAWN".
       01  KEY-OPER-ID             PIC X(8).
       01  NEW-OPER-NAME           PIC X(25).
       01  NEW-OPER-STATUS         PIC X(7).
           88  OPER-STATUS-VALID              VALUE "ACTIVE"
                                                    "REVOKED".
      * Permission flags are typed as one string of Y/N bytes in
      * OPR-PERMISSIONS order - see DISPLAY-PERMISSION-LEGEND. Only
      * the first PERM-COUNT bytes are flags in use; the rest of the
      * group is reserved and must be left blank.
       01  NEW-PERM-TEXT           PIC X(15).
       01  PERM-COUNT              PIC 99 VALUE 10.
       01  PERM-IDX                PIC 99 VALUE 0.
       01  PERM-VALID-SW           PIC X VALUE 'N'.
       01  NEW-OPER-DEAN-CD        PIC X(5).
       01  DEAN-CD-VALID-SW        PIC X VALUE 'N'.
      * Prerequisite and override answers. The minimum grade is typed
      * as n.nn and moved digit by digit into NEW-MIN-GRD.
       01  KEY-REQ-SUBJ-CD         PIC X(6).
       01  NEW-MIN-GRD-TEXT        PIC X(4).
       01  NEW-MIN-GRD             PIC 9V99 VALUE 0.
       01  NEW-MIN-GRD-DIGITS REDEFINES NEW-MIN-GRD
                                   PIC X(3).
       01  NEW-MIN-GRD-OUT         PIC 9.99.
       01  MIN-GRD-VALID-SW        PIC X VALUE 'N'.
       01  SUBJ-PAIR-VALID-SW      PIC X VALUE 'N'.
       01  SUBJ-CD-HOLD            PIC X(6).
       01  TODAY-DATE              PIC X(8).

      * In-memory department master table - the file being maintained
      * and the lookup behind the home-department validation of a
               10  STMAST-TAB-HOME     PIC X(3).
               10  STMAST-TAB-STATUS   PIC X(9).

      * In-memory operator authorization master - the file being
      * maintained under choice 4, and the sign-on lookup.
       01  OPER-EOF-FLAG           PIC X VALUE 'N'.
       01  OPER-TABLE-COUNT        PIC 9(3) VALUE 0.
       01  OPER-TABLE-MAX          PIC 9(3) VALUE 100.
       01  OPER-IDX                PIC 9(3) VALUE 0.
       01  OPER-TABLE-ENTRIES.
           05  OPER-TABLE-ENTRY OCCURS 100 TIMES
                                   INDEXED BY OPER-TAB-IDX.
               10  OPER-TAB-ID         PIC X(8).
               10  OPER-TAB-NAME       PIC X(25).
               10  OPER-TAB-STATUS     PIC X(7).
               10  OPER-TAB-PERMISSIONS
                                       PIC X(15).
               10  OPER-TAB-DEAN-CD    PIC X(5).

      * In-memory prerequisite master - maintained under choice 5 and
      * checked before a subject delete.
       01  PREREQ-EOF-FLAG         PIC X VALUE 'N'.
       01  PREREQ-COUNT            PIC 9(3) VALUE 0.
       01  PREREQ-MAX              PIC 9(3) VALUE 300.
       01  PREREQ-IDX              PIC 9(3) VALUE 0.
       01  PREREQ-ENTRIES.
           05  PREREQ-ENTRY OCCURS 300 TIMES
                                   INDEXED BY PREREQ-TAB-IDX.
               10  PREREQ-TAB-SUBJ     PIC X(6).
               10  PREREQ-TAB-REQ-SUBJ PIC X(6).
               10  PREREQ-TAB-MIN-GRD  PIC 9V99.

      * Subjects reached walking the prerequisite chain from a new
      * required subject - at most one more than the table can name.
       01  CHAIN-COUNT             PIC 9(3) VALUE 0.
       01  CHAIN-IDX               PIC 9(3) VALUE 0.
       01  CHAIN-SCAN-IDX          PIC 9(3) VALUE 0.
       01  CHAIN-FOUND-SW          PIC X VALUE 'N'.
       01  CHAIN-ENTRIES.
           05  CHAIN-TAB-SUBJ      PIC X(6) OCCURS 301 TIMES.

      * In-memory prerequisite overrides - maintained under choice 6.
       01  PREREQ-OVR-EOF-FLAG     PIC X VALUE 'N'.
       01  PREREQ-OVR-COUNT        PIC 9(3) VALUE 0.
       01  PREREQ-OVR-MAX          PIC 9(3) VALUE 500.
       01  PREREQ-OVR-IDX          PIC 9(3) VALUE 0.
       01  PREREQ-OVR-ENTRIES.
           05  PREREQ-OVR-ENTRY OCCURS 500 TIMES
                                   INDEXED BY PREREQ-OVR-TAB-IDX.
               10  POV-TAB-SNO         PIC X(3).
               10  POV-TAB-SUBJ        PIC X(6).
               10  POV-TAB-REQ-SUBJ    PIC X(6).
               10  POV-TAB-GRANTED-BY  PIC X(8).
               10  POV-TAB-GRANTED-DATE
                                       PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM ACCEPT-OPERATOR-ID
           PERFORM LOAD-OPERATOR-TABLE
           PERFORM VERIFY-OPERATOR
           PERFORM LOAD-DEPARTMENT-TABLE
           PERFORM LOAD-SUBJECT-TABLE
           PERFORM LOAD-STUDENT-MASTER-TABLE
           PERFORM LOAD-PREREQUISITE-TABLE
           PERFORM LOAD-PREREQ-OVERRIDE-TABLE
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-FILE-STATUS NOT = "00"
               AND AUDIT-FILE-STATUS NOT = "05"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND OPER-AUDIT-FILE
           IF OPER-AUDIT-STATUS NOT = "00"
               AND OPER-AUDIT-STATUS NOT = "05"
               DISPLAY "MASTER-MAINT: CANNOT OPEN OPERATOR-AUDIT.DAT "
                   "- FILE STATUS " OPER-AUDIT-STATUS
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM FILE-MENU-LOOP UNTIL FILE-MENU-EXIT
           CLOSE AUDIT-FILE
           CLOSE OPER-AUDIT-FILE
           DISPLAY "Master file maintenance ended."
           STOP RUN.

               ACCEPT OPERATOR-ID
           END-PERFORM.

      * An ID not on OPERATOR.DAT, revoked, or holding none of the
      * master-file permissions is turned away before any master is
      * touched, and the attempt goes on ACCESS-REFUSED.DAT.
       VERIFY-OPERATOR.
           MOVE SPACES TO REFUSAL-REASON
           MOVE OPERATOR-ID TO KEY-OPER-ID
           PERFORM FIND-OPER-ENTRY
           IF ENTRY-FOUND-IDX = 0
               MOVE "NOT ON OPERATOR.DAT" TO REFUSAL-REASON
           ELSE
               MOVE OPER-TABLE-ENTRY (ENTRY-FOUND-IDX)
                   TO AUTH-OPERATOR-ENTRY
               IF AUTH-STATUS NOT = "ACTIVE"
                   MOVE "OPERATOR REVOKED" TO REFUSAL-REASON
               ELSE
                   IF AUTH-DEPT-MAINT NOT = 'Y'
                       AND AUTH-SUBJ-MAINT NOT = 'Y'
                       AND AUTH-STMAST-MAINT NOT = 'Y'
                       AND AUTH-OPER-MAINT NOT = 'Y'
                       AND AUTH-PREREQ-OVERRIDE NOT = 'Y'
                       MOVE "NOT AUTHORIZED" TO REFUSAL-REASON
                   END-IF
               END-IF
           END-IF
           IF REFUSAL-REASON NOT = SPACES
               MOVE "SIGN-ON" TO REFUSAL-ATTEMPT
               PERFORM LOG-REFUSAL
               DISPLAY "MASTER-MAINT: OPERATOR " OPERATOR-ID
                   " REFUSED - " REFUSAL-REASON
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * A master the operator does not hold is refused and logged;
      * the session itself carries on.
       REFUSE-ACTION.
           MOVE "NOT AUTHORIZED" TO REFUSAL-REASON
           PERFORM LOG-REFUSAL
           DISPLAY "Operator " OPERATOR-ID " is not authorized for "
               REFUSAL-ATTEMPT.

       LOG-REFUSAL.
           OPEN EXTEND REFUSAL-FILE
           IF REFUSAL-FILE-STATUS NOT = "00"
               AND REFUSAL-FILE-STATUS NOT = "05"
               DISPLAY "MASTER-MAINT: CANNOT OPEN ACCESS-REFUSED.DAT "
                   "- FILE STATUS " REFUSAL-FILE-STATUS
           ELSE
               ACCEPT RFL-DATE FROM DATE YYYYMMDD
               ACCEPT RFL-TIME FROM TIME
               MOVE OPERATOR-ID TO RFL-OPERATOR
               MOVE "MASTER-MAINT" TO RFL-PROGRAM
               MOVE REFUSAL-ATTEMPT TO RFL-ATTEMPT
               MOVE REFUSAL-REASON TO RFL-REASON
               WRITE REFUSAL-RECORD
               CLOSE REFUSAL-FILE
           END-IF.

       FILE-MENU-LOOP.
           DISPLAY " "
           DISPLAY "MASTER FILE MAINTENANCE"
           DISPLAY "  1 - DEPARTMENT.DAT"
           DISPLAY "  2 - SUBJECT.DAT"
           DISPLAY "  3 - STUDENT-MASTER.DAT"
           DISPLAY "  4 - OPERATOR.DAT"
           DISPLAY "  5 - PREREQUISITE.DAT"
           DISPLAY "  6 - PREREQ-OVERRIDE.DAT"
           DISPLAY "  X - Exit"
           DISPLAY "Enter selection: " WITH NO ADVANCING
           ACCEPT FILE-CHOICE
           EVALUATE TRUE
               WHEN FILE-DEPARTMENT
                   IF AUTH-DEPT-MAINT = 'Y'
                       MOVE SPACE TO ACTION-CODE
                       PERFORM DEPT-MENU-LOOP UNTIL ACTION-EXIT
                   ELSE
                       MOVE "DEPARTMENT.DAT MAINTENANCE"
                           TO REFUSAL-ATTEMPT
                       PERFORM REFUSE-ACTION
                   END-IF
               WHEN FILE-SUBJECT
                   IF AUTH-SUBJ-MAINT = 'Y'
                       MOVE SPACE TO ACTION-CODE
                       PERFORM SUBJ-MENU-LOOP UNTIL ACTION-EXIT
                   ELSE
                       MOVE "SUBJECT.DAT MAINTENANCE"
                           TO REFUSAL-ATTEMPT
                       PERFORM REFUSE-ACTION
                   END-IF
               WHEN FILE-STUDENT-MAST
                   IF AUTH-STMAST-MAINT = 'Y'
                       MOVE SPACE TO ACTION-CODE
                       PERFORM STMAST-MENU-LOOP UNTIL ACTION-EXIT
                   ELSE
                       MOVE "STUDENT-MASTER.DAT MAINTENANCE"
                           TO REFUSAL-ATTEMPT
                       PERFORM REFUSE-ACTION
                   END-IF
               WHEN FILE-OPERATOR
                   IF AUTH-OPER-MAINT = 'Y'
                       MOVE SPACE TO ACTION-CODE
                       PERFORM OPER-MENU-LOOP UNTIL ACTION-EXIT
                   ELSE
                       MOVE "OPERATOR.DAT MAINTENANCE"
                           TO REFUSAL-ATTEMPT
                       PERFORM REFUSE-ACTION
                   END-IF
               WHEN FILE-PREREQUISITE
                   IF AUTH-SUBJ-MAINT = 'Y'
                       MOVE SPACE TO ACTION-CODE
                       PERFORM PREREQ-MENU-LOOP UNTIL ACTION-EXIT
                   ELSE
                       MOVE "PREREQUISITE.DAT MAINTENANCE"
                           TO REFUSAL-ATTEMPT
                       PERFORM REFUSE-ACTION
                   END-IF
               WHEN FILE-PREREQ-OVERRIDE
                   IF AUTH-PREREQ-OVERRIDE = 'Y'
                       MOVE SPACE TO ACTION-CODE
                       PERFORM PREREQ-OVR-MENU-LOOP UNTIL ACTION-EXIT
                   ELSE
                       MOVE "PREREQUISITE OVERRIDE"
                           TO REFUSAL-ATTEMPT
                       PERFORM REFUSE-ACTION
                   END-IF
               WHEN FILE-MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection - enter 1 to 6 or X."
           END-EVALUATE.

      * ------------------ DEPARTMENT.DAT maintenance ------------------
               END-IF
           END-IF.

      * A subject still named on PREREQUISITE.DAT, as either side of
      * a pair, is refused the same way - STUDENT-BATCH would be left
      * checking a prerequisite that no longer exists.
       DELETE-SUBJECT.
           DISPLAY "Enter subject code: " WITH NO ADVANCING
           ACCEPT KEY-SUBJ-CD
               DISPLAY "No subject found for that code."
           ELSE
               PERFORM COUNT-SUBJ-REFERENCES
               IF REF-COUNT = 0
                   PERFORM COUNT-SUBJ-PREREQ-REFERENCES
                   IF REF-COUNT > 0
                       MOVE REF-COUNT TO REF-COUNT-OUT
                       DISPLAY "Delete refused - " REF-COUNT-OUT
                           " PREREQUISITE.DAT record(s) still name "
                           "subject " KEY-SUBJ-CD "."
                   END-IF
               ELSE
                   MOVE REF-COUNT TO REF-COUNT-OUT
                   DISPLAY "Delete refused - " REF-COUNT-OUT
                       " STUDENT.DAT/GRADE-HISTORY.DAT record(s) "
                       "still reference subject " KEY-SUBJ-CD "."
               END-IF
               IF REF-COUNT = 0
                   MOVE SUBJ-MAST-ENTRY (ENTRY-FOUND-IDX)
                       TO BEFORE-IMAGE-HOLD
                   PERFORM VARYING SHIFT-IDX FROM ENTRY-FOUND-IDX
           END-PERFORM
           CLOSE STMAST-FILE.

      * ------------------ OPERATOR.DAT maintenance --------------------

       OPER-MENU-LOOP.
           DISPLAY " "
           DISPLAY "OPERATOR.DAT MAINTENANCE"
           DISPLAY "  A - Add an operator"
           DISPLAY "  C - Correct an operator (name/status/permissions)"
           DISPLAY "  D - Delete an operator"
           DISPLAY "  X - Back to file menu"
           DISPLAY "Enter selection: " WITH NO ADVANCING
           ACCEPT ACTION-CODE
           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM ADD-OPERATOR
               WHEN ACTION-CORRECT
                   PERFORM CORRECT-OPERATOR
               WHEN ACTION-DELETE
                   PERFORM DELETE-OPERATOR
               WHEN ACTION-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection - enter A, C, D or X."
           END-EVALUATE.

       ADD-OPERATOR.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT KEY-OPER-ID
           PERFORM FIND-OPER-ENTRY
           IF ENTRY-FOUND-IDX > 0
               DISPLAY "Operator " KEY-OPER-ID " is already on file "
                   "- use Correct instead."
           ELSE
               IF KEY-OPER-ID = SPACES
                   DISPLAY "Operator ID cannot be blank."
               ELSE
                   IF OPER-TABLE-COUNT >= OPER-TABLE-MAX
                       DISPLAY "OPERATOR.DAT is at the limit this "
                           "program can hold - add refused."
                   ELSE
                       PERFORM ADD-OPERATOR-FIELDS
                   END-IF
               END-IF
           END-IF.

      * A new operator starts ACTIVE; revocation is a correction, so
      * the entry and its trail survive the operator leaving.
       ADD-OPERATOR-FIELDS.
           DISPLAY "Enter operator name: " WITH NO ADVANCING
           ACCEPT NEW-OPER-NAME
           PERFORM DISPLAY-PERMISSION-LEGEND
           DISPLAY "Enter permission flags: " WITH NO ADVANCING
           ACCEPT NEW-PERM-TEXT
           DISPLAY "Enter dean code for grade-change approval "
               "(blank for any dean): " WITH NO ADVANCING
           ACCEPT NEW-OPER-DEAN-CD
           PERFORM EDIT-PERMISSION-TEXT
           PERFORM EDIT-OPER-DEAN-CD
           EVALUATE TRUE
               WHEN NEW-OPER-NAME = SPACES
                   DISPLAY "Operator name cannot be blank - add "
                       "refused."
               WHEN PERM-VALID-SW = 'N'
                   DISPLAY "Permission flags must be one Y/N per flag "
                       "listed - add refused."
               WHEN DEAN-CD-VALID-SW = 'N'
                   DISPLAY "Dean code " NEW-OPER-DEAN-CD " is not on "
                       "DEPARTMENT.DAT - add refused."
               WHEN OTHER
                   ADD 1 TO OPER-TABLE-COUNT
                   MOVE SPACES TO OPER-TABLE-ENTRY (OPER-TABLE-COUNT)
                   MOVE KEY-OPER-ID
                       TO OPER-TAB-ID (OPER-TABLE-COUNT)
                   MOVE NEW-OPER-NAME
                       TO OPER-TAB-NAME (OPER-TABLE-COUNT)
                   MOVE "ACTIVE" TO OPER-TAB-STATUS (OPER-TABLE-COUNT)
                   MOVE NEW-PERM-TEXT
                       TO OPER-TAB-PERMISSIONS (OPER-TABLE-COUNT)
                   MOVE NEW-OPER-DEAN-CD
                       TO OPER-TAB-DEAN-CD (OPER-TABLE-COUNT)
                   MOVE SPACES TO OPER-BEFORE-HOLD
                   MOVE OPER-TABLE-ENTRY (OPER-TABLE-COUNT)
                       TO OPER-AFTER-HOLD
                   MOVE 'A' TO AUDIT-ACTION
                   PERFORM REWRITE-OPERATOR-FILE
                   PERFORM WRITE-OPER-AUDIT-RECORD
                   DISPLAY "Operator added."
           END-EVALUATE.

      * An operator may not touch their own entry - otherwise anyone
      * holding the operator-file permission could grant themselves
      * everything else.
       CORRECT-OPERATOR.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT KEY-OPER-ID
           PERFORM FIND-OPER-ENTRY
           IF ENTRY-FOUND-IDX = 0
               DISPLAY "No operator found for that ID."
           ELSE
               IF KEY-OPER-ID = OPERATOR-ID
                   MOVE "OPERATOR CORRECT OWN ENTRY" TO REFUSAL-ATTEMPT
                   PERFORM REFUSE-ACTION
               ELSE
                   DISPLAY "Current name: "
                       OPER-TAB-NAME (ENTRY-FOUND-IDX)
                   DISPLAY "Current status: "
                       OPER-TAB-STATUS (ENTRY-FOUND-IDX)
                   DISPLAY "Current permissions: "
                       OPER-TAB-PERMISSIONS (ENTRY-FOUND-IDX)
                   DISPLAY "Current dean code: "
                       OPER-TAB-DEAN-CD (ENTRY-FOUND-IDX)
                   MOVE OPER-TABLE-ENTRY (ENTRY-FOUND-IDX)
                       TO OPER-BEFORE-HOLD
                   DISPLAY "New name (blank to keep): "
                       WITH NO ADVANCING
                   ACCEPT NEW-OPER-NAME
                   DISPLAY "New status ACTIVE/REVOKED (blank to "
                       "keep): " WITH NO ADVANCING
                   ACCEPT NEW-OPER-STATUS
                   PERFORM DISPLAY-PERMISSION-LEGEND
                   DISPLAY "New permission flags (blank to keep): "
                       WITH NO ADVANCING
                   ACCEPT NEW-PERM-TEXT
                   DISPLAY "New dean code (blank to keep, * for any "
                       "dean): " WITH NO ADVANCING
                   ACCEPT NEW-OPER-DEAN-CD
                   PERFORM EDIT-OPERATOR-CORRECTION
               END-IF
           END-IF.

       EDIT-OPERATOR-CORRECTION.
           IF NEW-PERM-TEXT NOT = SPACES
               PERFORM EDIT-PERMISSION-TEXT
           ELSE
               MOVE 'Y' TO PERM-VALID-SW
           END-IF
           IF NEW-OPER-DEAN-CD = "*"
               MOVE 'Y' TO DEAN-CD-VALID-SW
           ELSE
               PERFORM EDIT-OPER-DEAN-CD
           END-IF
           EVALUATE TRUE
               WHEN NEW-OPER-STATUS NOT = SPACES
                   AND NOT OPER-STATUS-VALID
                   DISPLAY "Status must be ACTIVE or REVOKED - "
                       "correct refused."
               WHEN PERM-VALID-SW = 'N'
                   DISPLAY "Permission flags must be one Y/N per flag "
                       "listed - correct refused."
               WHEN DEAN-CD-VALID-SW = 'N'
                   DISPLAY "Dean code " NEW-OPER-DEAN-CD " is not on "
                       "DEPARTMENT.DAT - correct refused."
               WHEN OTHER
                   PERFORM APPLY-OPERATOR-CORRECTION
           END-EVALUATE.

       APPLY-OPERATOR-CORRECTION.
           IF NEW-OPER-NAME NOT = SPACES
               MOVE NEW-OPER-NAME TO OPER-TAB-NAME (ENTRY-FOUND-IDX)
           END-IF
           IF NEW-OPER-STATUS NOT = SPACES
               MOVE NEW-OPER-STATUS
                   TO OPER-TAB-STATUS (ENTRY-FOUND-IDX)
           END-IF
           IF NEW-PERM-TEXT NOT = SPACES
               MOVE NEW-PERM-TEXT
                   TO OPER-TAB-PERMISSIONS (ENTRY-FOUND-IDX)
           END-IF
           IF NEW-OPER-DEAN-CD = "*"
               MOVE SPACES TO OPER-TAB-DEAN-CD (ENTRY-FOUND-IDX)
           ELSE
               IF NEW-OPER-DEAN-CD NOT = SPACES
                   MOVE NEW-OPER-DEAN-CD
                       TO OPER-TAB-DEAN-CD (ENTRY-FOUND-IDX)
               END-IF
           END-IF
           MOVE OPER-TABLE-ENTRY (ENTRY-FOUND-IDX) TO OPER-AFTER-HOLD
           MOVE 'C' TO AUDIT-ACTION
           PERFORM REWRITE-OPERATOR-FILE
           PERFORM WRITE-OPER-AUDIT-RECORD
           DISPLAY "Operator corrected.".

       DELETE-OPERATOR.
           DISPLAY "Enter operator ID: " WITH NO ADVANCING
           ACCEPT KEY-OPER-ID
           PERFORM FIND-OPER-ENTRY
           IF ENTRY-FOUND-IDX = 0
               DISPLAY "No operator found for that ID."
           ELSE
               IF KEY-OPER-ID = OPERATOR-ID
                   MOVE "OPERATOR DELETE OWN ENTRY" TO REFUSAL-ATTEMPT
                   PERFORM REFUSE-ACTION
               ELSE
                   MOVE OPER-TABLE-ENTRY (ENTRY-FOUND-IDX)
                       TO OPER-BEFORE-HOLD
                   PERFORM VARYING SHIFT-IDX FROM ENTRY-FOUND-IDX
                           BY 1 UNTIL SHIFT-IDX >= OPER-TABLE-COUNT
                       MOVE OPER-TABLE-ENTRY (SHIFT-IDX + 1)
                           TO OPER-TABLE-ENTRY (SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM OPER-TABLE-COUNT
                   MOVE SPACES TO OPER-AFTER-HOLD
                   MOVE 'D' TO AUDIT-ACTION
                   PERFORM REWRITE-OPERATOR-FILE
                   PERFORM WRITE-OPER-AUDIT-RECORD
                   DISPLAY "Operator deleted."
               END-IF
           END-IF.

       DISPLAY-PERMISSION-LEGEND.
           DISPLAY "Permission flags are one Y/N character each, in "
               "this order:"
           DISPLAY "  1 grade add     2 grade correct  3 grade delete"
           DISPLAY "  4 department    5 subject        6 student-master"
           DISPLAY "  7 lapse run     8 operator file  9 grade-change "
               "approval"
           DISPLAY " 10 prerequisite override"
           DISPLAY "  e.g. YYYNNNNNNN for an enrollment clerk".

       EDIT-PERMISSION-TEXT.
           INSPECT NEW-PERM-TEXT CONVERTING "yn" TO "YN"
           MOVE 'Y' TO PERM-VALID-SW
           PERFORM VARYING PERM-IDX FROM 1 BY 1
                   UNTIL PERM-IDX > PERM-COUNT
               IF NEW-PERM-TEXT (PERM-IDX:1) NOT = 'Y'
                   AND NEW-PERM-TEXT (PERM-IDX:1) NOT = 'N'
                   MOVE 'N' TO PERM-VALID-SW
               END-IF
           END-PERFORM
           IF NEW-PERM-TEXT (PERM-COUNT + 1:) NOT = SPACES
               MOVE 'N' TO PERM-VALID-SW
           END-IF.

      * A dean code on an operator must be one some department on
      * DEPARTMENT.DAT actually answers to; blank means the operator
      * may act for any dean.
       EDIT-OPER-DEAN-CD.
           MOVE 'N' TO DEAN-CD-VALID-SW
           IF NEW-OPER-DEAN-CD = SPACES
               MOVE 'Y' TO DEAN-CD-VALID-SW
           END-IF
           PERFORM VARYING DEPT-IDX FROM 1 BY 1
                   UNTIL DEPT-IDX > DEPT-TABLE-COUNT
                   OR DEAN-CD-VALID-SW = 'Y'
               IF DEPT-TABLE-DEAN-CD (DEPT-IDX) = NEW-OPER-DEAN-CD
                   MOVE 'Y' TO DEAN-CD-VALID-SW
               END-IF
           END-PERFORM.

       FIND-OPER-ENTRY.
           MOVE 0 TO ENTRY-FOUND-IDX
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-TABLE-COUNT
                   OR ENTRY-FOUND-IDX > 0
               IF OPER-TAB-ID (OPER-IDX) = KEY-OPER-ID
                   MOVE OPER-IDX TO ENTRY-FOUND-IDX
               END-IF
           END-PERFORM.

       REWRITE-OPERATOR-FILE.
           OPEN OUTPUT OPER-FILE
           IF OPERFILE-STATUS NOT = "00"
               DISPLAY "MASTER-MAINT: CANNOT REWRITE OPERATOR.DAT "
                   "- FILE STATUS " OPERFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING OPER-IDX FROM 1 BY 1
                   UNTIL OPER-IDX > OPER-TABLE-COUNT
               MOVE OPER-TABLE-ENTRY (OPER-IDX) TO OPERATOR-RECORD
               WRITE OPERATOR-RECORD
           END-PERFORM
           CLOSE OPER-FILE.

      * One cumulative line per successful OPERATOR.DAT change: when,
      * who made it, whose entry, and the entry before and after.
       WRITE-OPER-AUDIT-RECORD.
           ACCEPT OAUD-DATE FROM DATE YYYYMMDD
           ACCEPT OAUD-TIME FROM TIME
           MOVE OPERATOR-ID TO OAUD-OPERATOR
           MOVE AUDIT-ACTION TO OAUD-ACTION
           MOVE KEY-OPER-ID TO OAUD-KEY
           MOVE OPER-BEFORE-HOLD TO OAUD-BEFORE-IMAGE
           MOVE OPER-AFTER-HOLD TO OAUD-AFTER-IMAGE
           WRITE OPER-AUDIT-RECORD
           IF OPER-AUDIT-STATUS NOT = "00"
               DISPLAY "MASTER-MAINT: OPERATOR AUDIT WRITE FAILED - "
                   "FILE STATUS " OPER-AUDIT-STATUS
           END-IF.

      * ----------------- PREREQUISITE.DAT maintenance -----------------

       PREREQ-MENU-LOOP.
           DISPLAY " "
           DISPLAY "PREREQUISITE.DAT MAINTENANCE"
           DISPLAY "  A - Add a prerequisite"
           DISPLAY "  C - Correct a minimum passing grade"
           DISPLAY "  D - Delete a prerequisite"
           DISPLAY "  X - Back to file menu"
           DISPLAY "Enter selection: " WITH NO ADVANCING
           ACCEPT ACTION-CODE
           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM ADD-PREREQUISITE
               WHEN ACTION-CORRECT
                   PERFORM CORRECT-PREREQUISITE
               WHEN ACTION-DELETE
                   PERFORM DELETE-PREREQUISITE
               WHEN ACTION-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection - enter A, C, D or X."
           END-EVALUATE.

       ACCEPT-PREREQ-KEY.
           DISPLAY "Enter subject code: " WITH NO ADVANCING
           ACCEPT KEY-SUBJ-CD
           DISPLAY "Enter required subject code: " WITH NO ADVANCING
           ACCEPT KEY-REQ-SUBJ-CD.

       ADD-PREREQUISITE.
           PERFORM ACCEPT-PREREQ-KEY
           PERFORM FIND-PREREQ-ENTRY
           IF ENTRY-FOUND-IDX > 0
               DISPLAY "Subject " KEY-SUBJ-CD " already requires "
                   KEY-REQ-SUBJ-CD " - use Correct instead."
           ELSE
               IF PREREQ-COUNT >= PREREQ-MAX
                   DISPLAY "PREREQUISITE.DAT is at the limit this "
                       "program can hold - add refused."
               ELSE
                   PERFORM EDIT-PREREQ-SUBJECTS
                   IF SUBJ-PAIR-VALID-SW = 'Y'
                       PERFORM ADD-PREREQUISITE-FIELDS
                   END-IF
               END-IF
           END-IF.

      * Blank takes the plain pass, 3.00.
       ADD-PREREQUISITE-FIELDS.
           DISPLAY "Enter minimum passing grade n.nn (blank for "
               "3.00): " WITH NO ADVANCING
           ACCEPT NEW-MIN-GRD-TEXT
           IF NEW-MIN-GRD-TEXT = SPACES
               MOVE 3.00 TO NEW-MIN-GRD
               MOVE 'Y' TO MIN-GRD-VALID-SW
           ELSE
               PERFORM EDIT-MIN-GRD-TEXT
           END-IF
           IF MIN-GRD-VALID-SW = 'N'
               DISPLAY "Minimum passing grade must be n.nn between "
                   "1.00 and 3.00 - add refused."
           ELSE
               ADD 1 TO PREREQ-COUNT
               MOVE KEY-SUBJ-CD TO PREREQ-TAB-SUBJ (PREREQ-COUNT)
               MOVE KEY-REQ-SUBJ-CD
                   TO PREREQ-TAB-REQ-SUBJ (PREREQ-COUNT)
               MOVE NEW-MIN-GRD TO PREREQ-TAB-MIN-GRD (PREREQ-COUNT)
               MOVE SPACES TO BEFORE-IMAGE-HOLD
               MOVE PREREQ-ENTRY (PREREQ-COUNT) TO AFTER-IMAGE-HOLD
               MOVE 'A' TO AUDIT-ACTION
               PERFORM NOTE-PREREQ-AUDIT-KEY
               PERFORM REWRITE-PREREQUISITE-FILE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Prerequisite added."
           END-IF.

      * Only the minimum grade can be corrected - a different pair is
      * a delete and an add, so the trail shows both.
       CORRECT-PREREQUISITE.
           PERFORM ACCEPT-PREREQ-KEY
           PERFORM FIND-PREREQ-ENTRY
           IF ENTRY-FOUND-IDX = 0
               DISPLAY "No prerequisite found for that pair."
           ELSE
               MOVE PREREQ-TAB-MIN-GRD (ENTRY-FOUND-IDX)
                   TO NEW-MIN-GRD-OUT
               DISPLAY "Current minimum passing grade: "
                   NEW-MIN-GRD-OUT
               MOVE PREREQ-ENTRY (ENTRY-FOUND-IDX)
                   TO BEFORE-IMAGE-HOLD
               DISPLAY "New minimum passing grade n.nn: "
                   WITH NO ADVANCING
               ACCEPT NEW-MIN-GRD-TEXT
               PERFORM EDIT-MIN-GRD-TEXT
               IF MIN-GRD-VALID-SW = 'N'
                   DISPLAY "Minimum passing grade must be n.nn "
                       "between 1.00 and 3.00 - correct refused."
               ELSE
                   MOVE NEW-MIN-GRD
                       TO PREREQ-TAB-MIN-GRD (ENTRY-FOUND-IDX)
                   MOVE PREREQ-ENTRY (ENTRY-FOUND-IDX)
                       TO AFTER-IMAGE-HOLD
                   MOVE 'C' TO AUDIT-ACTION
                   PERFORM NOTE-PREREQ-AUDIT-KEY
                   PERFORM REWRITE-PREREQUISITE-FILE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "Prerequisite corrected."
               END-IF
           END-IF.

      * An override granted against the pair still refers to it, so
      * the pair stays until the overrides are revoked.
       DELETE-PREREQUISITE.
           PERFORM ACCEPT-PREREQ-KEY
           PERFORM FIND-PREREQ-ENTRY
           IF ENTRY-FOUND-IDX = 0
               DISPLAY "No prerequisite found for that pair."
           ELSE
               PERFORM COUNT-PREREQ-OVR-REFERENCES
               IF REF-COUNT > 0
                   MOVE REF-COUNT TO REF-COUNT-OUT
                   DISPLAY "Delete refused - " REF-COUNT-OUT
                       " PREREQ-OVERRIDE.DAT record(s) still "
                       "reference this prerequisite."
               ELSE
                   MOVE PREREQ-ENTRY (ENTRY-FOUND-IDX)
                       TO BEFORE-IMAGE-HOLD
                   PERFORM VARYING SHIFT-IDX FROM ENTRY-FOUND-IDX
                           BY 1 UNTIL SHIFT-IDX >= PREREQ-COUNT
                       MOVE PREREQ-ENTRY (SHIFT-IDX + 1)
                           TO PREREQ-ENTRY (SHIFT-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM PREREQ-COUNT
                   MOVE SPACES TO AFTER-IMAGE-HOLD
                   MOVE 'D' TO AUDIT-ACTION
                   PERFORM NOTE-PREREQ-AUDIT-KEY
                   PERFORM REWRITE-PREREQUISITE-FILE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "Prerequisite deleted."
               END-IF
           END-IF.

      * Both sides of the pair must be on SUBJECT.DAT, and a subject
      * may not require itself or a subject that already requires it,
      * directly or through other prerequisites.
       EDIT-PREREQ-SUBJECTS.
           MOVE 'N' TO SUBJ-PAIR-VALID-SW
           PERFORM FIND-SUBJ-ENTRY
           EVALUATE TRUE
               WHEN KEY-SUBJ-CD = SPACES OR KEY-REQ-SUBJ-CD = SPACES
                   DISPLAY "Subject codes cannot be blank - add "
                       "refused."
               WHEN ENTRY-FOUND-IDX = 0
                   DISPLAY "Subject " KEY-SUBJ-CD " is not on "
                       "SUBJECT.DAT - add refused."
               WHEN KEY-REQ-SUBJ-CD = KEY-SUBJ-CD
                   DISPLAY "A subject cannot require itself - add "
                       "refused."
               WHEN OTHER
                   PERFORM EDIT-PREREQ-REQUIRED-SUBJECT
           END-EVALUATE.

       EDIT-PREREQ-REQUIRED-SUBJECT.
           MOVE KEY-SUBJ-CD TO SUBJ-CD-HOLD
           MOVE KEY-REQ-SUBJ-CD TO KEY-SUBJ-CD
           PERFORM FIND-SUBJ-ENTRY
           MOVE SUBJ-CD-HOLD TO KEY-SUBJ-CD
           IF ENTRY-FOUND-IDX = 0
               DISPLAY "Required subject " KEY-REQ-SUBJ-CD " is not "
                   "on SUBJECT.DAT - add refused."
           ELSE
               PERFORM FIND-REVERSE-PREREQ
               IF ENTRY-FOUND-IDX > 0
                   IF PREREQ-TAB-SUBJ (ENTRY-FOUND-IDX)
                       = KEY-REQ-SUBJ-CD
                       DISPLAY "Subject " KEY-REQ-SUBJ-CD " already "
                           "requires " KEY-SUBJ-CD " - add refused."
                   ELSE
                       DISPLAY "Subject " KEY-REQ-SUBJ-CD " already "
                           "requires " KEY-SUBJ-CD " by way of "
                           PREREQ-TAB-SUBJ (ENTRY-FOUND-IDX)
                           " - add refused."
                   END-IF
               ELSE
                   MOVE 'Y' TO SUBJ-PAIR-VALID-SW
               END-IF
           END-IF.

       EDIT-MIN-GRD-TEXT.
           MOVE 'N' TO MIN-GRD-VALID-SW
           IF NEW-MIN-GRD-TEXT (1:1) IS NUMERIC
               AND NEW-MIN-GRD-TEXT (2:1) = "."
               AND NEW-MIN-GRD-TEXT (3:2) IS NUMERIC
               MOVE NEW-MIN-GRD-TEXT (1:1) TO NEW-MIN-GRD-DIGITS (1:1)
               MOVE NEW-MIN-GRD-TEXT (3:2) TO NEW-MIN-GRD-DIGITS (2:2)
               IF NEW-MIN-GRD >= 1.00 AND NEW-MIN-GRD <= 3.00
                   MOVE 'Y' TO MIN-GRD-VALID-SW
               END-IF
           END-IF.

      * MASTER-AUDIT.DAT's key holds only the subject; the images
      * carry the required subject and grade.
       NOTE-PREREQ-AUDIT-KEY.
           MOVE "PRQ" TO AUDIT-FILE-ID
           MOVE KEY-SUBJ-CD TO AUDIT-KEY-HOLD.

       FIND-PREREQ-ENTRY.
           MOVE 0 TO ENTRY-FOUND-IDX
           PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                   UNTIL PREREQ-IDX > PREREQ-COUNT
                   OR ENTRY-FOUND-IDX > 0
               IF PREREQ-TAB-SUBJ (PREREQ-IDX) = KEY-SUBJ-CD
                   AND PREREQ-TAB-REQ-SUBJ (PREREQ-IDX)
                       = KEY-REQ-SUBJ-CD
                   MOVE PREREQ-IDX TO ENTRY-FOUND-IDX
               END-IF
           END-PERFORM.

      * Walks the prerequisites of the new required subject, theirs
      * in turn, and so on, and returns the first entry that names
      * the subject being maintained. Each subject is walked once,
      * so the walk ends within the size of the table.
       FIND-REVERSE-PREREQ.
           MOVE 0 TO ENTRY-FOUND-IDX
           MOVE 1 TO CHAIN-COUNT
           MOVE KEY-REQ-SUBJ-CD TO CHAIN-TAB-SUBJ (1)
           PERFORM VARYING CHAIN-IDX FROM 1 BY 1
                   UNTIL CHAIN-IDX > CHAIN-COUNT
                   OR ENTRY-FOUND-IDX > 0
               PERFORM WALK-CHAIN-SUBJECT
           END-PERFORM.

       WALK-CHAIN-SUBJECT.
           PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                   UNTIL PREREQ-IDX > PREREQ-COUNT
                   OR ENTRY-FOUND-IDX > 0
               IF PREREQ-TAB-SUBJ (PREREQ-IDX)
                   = CHAIN-TAB-SUBJ (CHAIN-IDX)
                   IF PREREQ-TAB-REQ-SUBJ (PREREQ-IDX) = KEY-SUBJ-CD
                       MOVE PREREQ-IDX TO ENTRY-FOUND-IDX
                   ELSE
                       PERFORM ADD-CHAIN-SUBJECT
                   END-IF
               END-IF
           END-PERFORM.

       ADD-CHAIN-SUBJECT.
           MOVE 'N' TO CHAIN-FOUND-SW
           PERFORM VARYING CHAIN-SCAN-IDX FROM 1 BY 1
                   UNTIL CHAIN-SCAN-IDX > CHAIN-COUNT
                   OR CHAIN-FOUND-SW = 'Y'
               IF CHAIN-TAB-SUBJ (CHAIN-SCAN-IDX)
                   = PREREQ-TAB-REQ-SUBJ (PREREQ-IDX)
                   MOVE 'Y' TO CHAIN-FOUND-SW
               END-IF
           END-PERFORM
           IF CHAIN-FOUND-SW = 'N'
               ADD 1 TO CHAIN-COUNT
               MOVE PREREQ-TAB-REQ-SUBJ (PREREQ-IDX)
                   TO CHAIN-TAB-SUBJ (CHAIN-COUNT)
           END-IF.

       REWRITE-PREREQUISITE-FILE.
           OPEN OUTPUT PREREQ-FILE
           IF PREREQ-FILE-STATUS NOT = "00"
               DISPLAY "MASTER-MAINT: CANNOT REWRITE PREREQUISITE.DAT "
                   "- FILE STATUS " PREREQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                   UNTIL PREREQ-IDX > PREREQ-COUNT
               MOVE PREREQ-ENTRY (PREREQ-IDX) TO PREREQUISITE-RECORD
               WRITE PREREQUISITE-RECORD
           END-PERFORM
           CLOSE PREREQ-FILE.

      * --------------- PREREQ-OVERRIDE.DAT maintenance ----------------

       PREREQ-OVR-MENU-LOOP.
           DISPLAY " "
           DISPLAY "PREREQUISITE OVERRIDES"
           DISPLAY "  A - Grant an override"
           DISPLAY "  D - Revoke an override"
           DISPLAY "  X - Back to file menu"
           DISPLAY "Enter selection: " WITH NO ADVANCING
           ACCEPT ACTION-CODE
           EVALUATE TRUE
               WHEN ACTION-ADD
                   PERFORM GRANT-PREREQ-OVERRIDE
               WHEN ACTION-DELETE
                   PERFORM REVOKE-PREREQ-OVERRIDE
               WHEN ACTION-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Invalid selection - enter A, D or X."
           END-EVALUATE.

       ACCEPT-PREREQ-OVR-KEY.
           DISPLAY "Enter student number: " WITH NO ADVANCING
           ACCEPT KEY-SNO
           PERFORM ACCEPT-PREREQ-KEY.

      * An override names one student, one subject and one of that
      * subject's prerequisites - never a blanket waiver. It is
      * stamped with the granting operator and date, and STUDENT-BATCH
      * logs each add it lets through.
       GRANT-PREREQ-OVERRIDE.
           PERFORM ACCEPT-PREREQ-OVR-KEY
           PERFORM FIND-PREREQ-OVR-ENTRY
           IF ENTRY-FOUND-IDX > 0
               DISPLAY "That override is already on file."
           ELSE
               IF PREREQ-OVR-COUNT >= PREREQ-OVR-MAX
                   DISPLAY "PREREQ-OVERRIDE.DAT is at the limit this "
                       "program can hold - grant refused."
               ELSE
                   PERFORM GRANT-PREREQ-OVERRIDE-FIELDS
               END-IF
           END-IF.

       GRANT-PREREQ-OVERRIDE-FIELDS.
           PERFORM FIND-STMAST-ENTRY
           IF ENTRY-FOUND-IDX = 0
               DISPLAY "Student " KEY-SNO " is not on "
                   "STUDENT-MASTER.DAT - grant refused."
           ELSE
               PERFORM FIND-PREREQ-ENTRY
               IF ENTRY-FOUND-IDX = 0
                   DISPLAY "Subject " KEY-SUBJ-CD " has no "
                       "prerequisite " KEY-REQ-SUBJ-CD
                       " on PREREQUISITE.DAT - grant refused."
               ELSE
                   ACCEPT TODAY-DATE FROM DATE YYYYMMDD
                   ADD 1 TO PREREQ-OVR-COUNT
                   MOVE KEY-SNO TO POV-TAB-SNO (PREREQ-OVR-COUNT)
                   MOVE KEY-SUBJ-CD TO POV-TAB-SUBJ (PREREQ-OVR-COUNT)
                   MOVE KEY-REQ-SUBJ-CD
                       TO POV-TAB-REQ-SUBJ (PREREQ-OVR-COUNT)
                   MOVE OPERATOR-ID
                       TO POV-TAB-GRANTED-BY (PREREQ-OVR-COUNT)
                   MOVE TODAY-DATE
                       TO POV-TAB-GRANTED-DATE (PREREQ-OVR-COUNT)
                   MOVE SPACES TO BEFORE-IMAGE-HOLD
                   MOVE PREREQ-OVR-ENTRY (PREREQ-OVR-COUNT)
                       TO AFTER-IMAGE-HOLD
                   MOVE 'A' TO AUDIT-ACTION
                   PERFORM NOTE-PREREQ-OVR-AUDIT-KEY
                   PERFORM REWRITE-PREREQ-OVERRIDE-FILE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "Override granted."
               END-IF
           END-IF.

       REVOKE-PREREQ-OVERRIDE.
           PERFORM ACCEPT-PREREQ-OVR-KEY
           PERFORM FIND-PREREQ-OVR-ENTRY
           IF ENTRY-FOUND-IDX = 0
               DISPLAY "No override found for that student, subject "
                   "and prerequisite."
           ELSE
               MOVE PREREQ-OVR-ENTRY (ENTRY-FOUND-IDX)
                   TO BEFORE-IMAGE-HOLD
               PERFORM VARYING SHIFT-IDX FROM ENTRY-FOUND-IDX
                       BY 1 UNTIL SHIFT-IDX >= PREREQ-OVR-COUNT
                   MOVE PREREQ-OVR-ENTRY (SHIFT-IDX + 1)
                       TO PREREQ-OVR-ENTRY (SHIFT-IDX)
               END-PERFORM
               SUBTRACT 1 FROM PREREQ-OVR-COUNT
               MOVE SPACES TO AFTER-IMAGE-HOLD
               MOVE 'D' TO AUDIT-ACTION
               PERFORM NOTE-PREREQ-OVR-AUDIT-KEY
               PERFORM REWRITE-PREREQ-OVERRIDE-FILE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "Override revoked."
           END-IF.

       NOTE-PREREQ-OVR-AUDIT-KEY.
           MOVE "OVR" TO AUDIT-FILE-ID
           MOVE SPACES TO AUDIT-KEY-HOLD
           MOVE KEY-SNO TO AUDIT-KEY-HOLD (1:3).

       FIND-PREREQ-OVR-ENTRY.
           MOVE 0 TO ENTRY-FOUND-IDX
           PERFORM VARYING PREREQ-OVR-IDX FROM 1 BY 1
                   UNTIL PREREQ-OVR-IDX > PREREQ-OVR-COUNT
                   OR ENTRY-FOUND-IDX > 0
               IF POV-TAB-SNO (PREREQ-OVR-IDX) = KEY-SNO
                   AND POV-TAB-SUBJ (PREREQ-OVR-IDX) = KEY-SUBJ-CD
                   AND POV-TAB-REQ-SUBJ (PREREQ-OVR-IDX)
                       = KEY-REQ-SUBJ-CD
                   MOVE PREREQ-OVR-IDX TO ENTRY-FOUND-IDX
               END-IF
           END-PERFORM.

       REWRITE-PREREQ-OVERRIDE-FILE.
           OPEN OUTPUT PREREQ-OVR-FILE
           IF PREREQ-OVR-STATUS NOT = "00"
               DISPLAY "MASTER-MAINT: CANNOT REWRITE "
                   "PREREQ-OVERRIDE.DAT - FILE STATUS "
                   PREREQ-OVR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING PREREQ-OVR-IDX FROM 1 BY 1
                   UNTIL PREREQ-OVR-IDX > PREREQ-OVR-COUNT
               MOVE PREREQ-OVR-ENTRY (PREREQ-OVR-IDX)
                   TO PREREQ-OVERRIDE-RECORD
               WRITE PREREQ-OVERRIDE-RECORD
           END-PERFORM
           CLOSE PREREQ-OVR-FILE.

      * ------------------- shared support paragraphs ------------------

      * Count STUDENT.DAT and GRADE-HISTORY.DAT records still naming
           END-PERFORM
           CLOSE HIST-FILE.

      * Prerequisite pairs naming the subject on either side. The
      * table is the file, so no read is needed.
       COUNT-SUBJ-PREREQ-REFERENCES.
           MOVE 0 TO REF-COUNT
           PERFORM VARYING PREREQ-IDX FROM 1 BY 1
                   UNTIL PREREQ-IDX > PREREQ-COUNT
               IF PREREQ-TAB-SUBJ (PREREQ-IDX) = KEY-SUBJ-CD
                   OR PREREQ-TAB-REQ-SUBJ (PREREQ-IDX) = KEY-SUBJ-CD
                   ADD 1 TO REF-COUNT
               END-IF
           END-PERFORM.

       COUNT-PREREQ-OVR-REFERENCES.
           MOVE 0 TO REF-COUNT
           PERFORM VARYING PREREQ-OVR-IDX FROM 1 BY 1
                   UNTIL PREREQ-OVR-IDX > PREREQ-OVR-COUNT
               IF POV-TAB-SUBJ (PREREQ-OVR-IDX) = KEY-SUBJ-CD
                   AND POV-TAB-REQ-SUBJ (PREREQ-OVR-IDX)
                       = KEY-REQ-SUBJ-CD
                   ADD 1 TO REF-COUNT
               END-IF
           END-PERFORM.

      * One cumulative line per successful change: when it happened,
      * who made it, which master, and the record before and after.
       WRITE-AUDIT-RECORD.
                   "STATUS " AUDIT-FILE-STATUS
           END-IF.

       LOAD-OPERATOR-TABLE.
           MOVE 'N' TO OPER-EOF-FLAG
           OPEN INPUT OPER-FILE
           IF OPERFILE-STATUS NOT = "00"
               DISPLAY "MASTER-MAINT: CANNOT OPEN OPERATOR.DAT - "
                   "FILE STATUS " OPERFILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL OPER-EOF-FLAG = 'Y'
               READ OPER-FILE
                   AT END
                       MOVE 'Y' TO OPER-EOF-FLAG
                   NOT AT END
                       IF OPER-TABLE-COUNT < OPER-TABLE-MAX
                           ADD 1 TO OPER-TABLE-COUNT
                           MOVE OPERATOR-RECORD
                               TO OPER-TABLE-ENTRY (OPER-TABLE-COUNT)
                       ELSE
                           DISPLAY "OPERATOR.DAT has more records "
                               "than this program can hold - "
                               "maintenance refused."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPER-FILE.

       LOAD-DEPARTMENT-TABLE.
           MOVE 'N' TO DEPT-EOF-FLAG
           OPEN INPUT DEPT-FILE
               END-READ
           END-PERFORM
           CLOSE STMAST-FILE.

      * Both prerequisite files are OPTIONAL - the first add creates
      * them, so a missing file loads as an empty table.
       LOAD-PREREQUISITE-TABLE.
           MOVE 'N' TO PREREQ-EOF-FLAG
           OPEN INPUT PREREQ-FILE
           IF PREREQ-FILE-STATUS NOT = "00"
               AND PREREQ-FILE-STATUS NOT = "05"
               DISPLAY "MASTER-MAINT: CANNOT OPEN PREREQUISITE.DAT - "
                   "FILE STATUS " PREREQ-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PREREQ-EOF-FLAG = 'Y'
               READ PREREQ-FILE
                   AT END
                       MOVE 'Y' TO PREREQ-EOF-FLAG
                   NOT AT END
                       IF PREREQ-COUNT < PREREQ-MAX
                           ADD 1 TO PREREQ-COUNT
                           MOVE PREREQUISITE-RECORD
                               TO PREREQ-ENTRY (PREREQ-COUNT)
                       ELSE
                           DISPLAY "PREREQUISITE.DAT has more records "
                               "than this program can hold - "
                               "maintenance refused."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREQ-FILE.

       LOAD-PREREQ-OVERRIDE-TABLE.
           MOVE 'N' TO PREREQ-OVR-EOF-FLAG
           OPEN INPUT PREREQ-OVR-FILE
           IF PREREQ-OVR-STATUS NOT = "00"
               AND PREREQ-OVR-STATUS NOT = "05"
               DISPLAY "MASTER-MAINT: CANNOT OPEN PREREQ-OVERRIDE.DAT "
                   "- FILE STATUS " PREREQ-OVR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL PREREQ-OVR-EOF-FLAG = 'Y'
               READ PREREQ-OVR-FILE
                   AT END
                       MOVE 'Y' TO PREREQ-OVR-EOF-FLAG
                   NOT AT END
                       IF PREREQ-OVR-COUNT < PREREQ-OVR-MAX
                           ADD 1 TO PREREQ-OVR-COUNT
                           MOVE PREREQ-OVERRIDE-RECORD
                               TO PREREQ-OVR-ENTRY (PREREQ-OVR-COUNT)
                       ELSE
                           DISPLAY "PREREQ-OVERRIDE.DAT has more "
                               "records than this program can hold "
                               "- maintenance refused."
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREREQ-OVR-FILE.
